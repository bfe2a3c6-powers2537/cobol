            05 SHIP-WEIGHT  PIC 9(3)V9(2). *> shipping weight, pounds
            05 REORDER-POINT PIC 9(7). *> reorder trigger, 0 = ladder
            05 REORDER-TO   PIC 9(7). *> order back up to here
            05 REPLACED-BY  PIC 9(11). *> successor product, 0 = none
            05 REPLACE-DATE PIC 9(8). *> successor effective date

    WORKING-STORAGE SECTION.
        01 SWITCHES.
                10 PRODUCT-SHIP-WEIGHT  PIC 9(3)V9(2).
                10 PRODUCT-REORDER-POINT PIC 9(7).
                10 PRODUCT-REORDER-TO   PIC 9(7).
                10 PRODUCT-REPLACED-BY  PIC 9(11).
                10 PRODUCT-REPLACE-DATE PIC 9(8).
        *> count of inventory records actually loaded into the table
        01 INVENTORY-COUNT         PIC 9(2).


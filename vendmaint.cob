*> Stand-alone vendor maintenance program, in the CUSTMAINT/PRODMAINT
*> mold, so the buyer no longer edits vendors.dat in a text editor
*> (where one typo sends a purchase order to the wrong place). Lets
*> the buyer add a vendor, change its address, attach a product it
*> supplies at an agreed unit cost with the vendor's rank among the
*> product's sources, lead time, minimum order quantity, and case
*> pack (or change those terms), detach a product, and inactivate
*> (or reactivate) a vendor; PO-GEN never orders from an inactive
*> vendor, though open POs still receive and AP-PAYRUN still pays
*> what is owed. A vendor may only be removed outright once nothing
*> is outstanding with it: any open openpo.dat line or unpaid
*> apopen.dat invoice refuses the removal. vendors.dat stays one row
*> per product the vendor supplies (a product may have several
*> vendors, one row each), the name and address repeated on each
*> (every row is kept in step here); a vendor with no product
*> attached yet is carried on one row with a zero product id. The
*> whole file is loaded, changed in the table, and written back, the
*> REWRITE-CUSTOMERS way, and every row added, changed, or dropped is
*> journaled through WRITE-JOURNAL with the signed-on operator.
IDENTIFICATION DIVISION.
PROGRAM-ID. VENDMAINT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL VENDOR-FILE ASSIGN TO "vendors.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS VENDOR-STATUS.
    SELECT OPTIONAL PRODUCT-FILE ASSIGN TO "inventory.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PROD-PID
        FILE STATUS IS PRODUCT-STATUS.
    SELECT OPTIONAL OPENPO-FILE ASSIGN TO "openpo.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OPENPO-KEY
        FILE STATUS IS OPENPO-STATUS-CODE.
    SELECT OPTIONAL APOPEN-FILE ASSIGN TO "apopen.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AP-KEY
        FILE STATUS IS APOPEN-STATUS.
DATA DIVISION.
FILE SECTION.
    *> vendors.dat file definition (matches POGEN's layout)
    FD VENDOR-FILE.
    01 VENDOR-RECORD.
        05 VENDOR-PID            PIC 9(11).
        05 VENDOR-ID             PIC 9(5).
        05 VENDOR-NAME           PIC X(25).
        05 VENDOR-STREET         PIC X(23).
        05 VENDOR-CITY           PIC A(13).
        05 VENDOR-STATE          PIC A(12).
        05 VENDOR-UNIT-COST      PIC 9(5)V9(2).
        05 VENDOR-STATUS-CODE    PIC A(1).
        05 VENDOR-RANK           PIC 9(2).
        05 VENDOR-LEAD-DAYS      PIC 9(3).
        05 VENDOR-MIN-QTY        PIC 9(7).
        05 VENDOR-ORDER-MULTIPLE PIC 9(5).

    *> inventory.dat file definition (indexed, keyed by PROD-PID) --
    *> read only, to prove a product exists before it is attached
    FD PRODUCT-FILE.
    01 PRODUCT-RECORD.
        05 PROD-PID               PIC 9(11).
        05 PROD-NAME              PIC X(25).
        05 PROD-IN-STOCK          PIC 9(7).
        05 PROD-EMPTY             PIC 9(5).
        05 PROD-MIN-STOCK         PIC 9(7).
        05 PROD-EMPTY-2           PIC 9(5).
        05 PROD-PRICE             PIC 9(5)V9(2).
        05 PROD-STATUS            PIC A(1).
        05 PROD-UNIT-COST         PIC 9(5)V9(2).
        05 PROD-SHIP-WEIGHT       PIC 9(3)V9(2).
        05 PROD-REORDER-POINT     PIC 9(7).
        05 PROD-REORDER-TO        PIC 9(7).
        05 PROD-REPLACED-BY       PIC 9(11).
        05 PROD-REPLACE-DATE      PIC 9(8).

    *> openpo.dat file definition (matches POGEN's layout)
    FD OPENPO-FILE.
    01 OPENPO-RECORD.
        05 OPENPO-KEY.
            10 OPENPO-NUMBER     PIC 9(6).
            10 OPENPO-PID        PIC 9(11).
        05 OPENPO-VENDOR         PIC 9(5).
        05 OPENPO-DATE           PIC 9(8).
        05 OPENPO-QTY-ORDERED    PIC 9(7).
        05 OPENPO-QTY-RECEIVED   PIC 9(7).
        05 OPENPO-STATUS         PIC A(1).
        05 OPENPO-UNIT-COST      PIC 9(5)V9(2).
        05 OPENPO-EXPECTED-DATE  PIC 9(8).

    *> apopen.dat file definition (matches AP-ENTRY's layout)
    FD APOPEN-FILE.
    01 APOPEN-RECORD.
        05 AP-KEY.
            10 AP-VENDOR         PIC 9(5).
            10 AP-INVOICE-NO     PIC X(10).
            10 AP-PID            PIC 9(11).
        05 AP-DATE               PIC 9(8).
        05 AP-PO-NUMBER          PIC 9(6).
        05 AP-QTY                PIC 9(7).
        05 AP-UNIT-PRICE         PIC 9(5)V9(2).
        05 AP-AMOUNT             PIC S9(7)V9(2). *> RTV debit
                                                *> memos negative
        05 AP-STATUS             PIC A(1).
        05 AP-CHECK-NO           PIC 9(6).
        05 AP-PAID-DATE          PIC 9(8).

WORKING-STORAGE SECTION.
    *> reference to the shared sign-on program, and the fields each
    *> interactive program passes it at startup
    01 OPERATOR-SIGNON       PIC X(15) VALUE "OPERATOR-SIGNON".
    01 SIGNON-PROGRAM        PIC X(17) VALUE "VENDMAINT".
    01 SIGNON-LEVEL          PIC 9(1) VALUE 5.
    01 SIGNON-OPERATOR       PIC X(8) VALUE SPACES.
    01 SIGNON-OK             PIC A(1) VALUE "N".

    01 WRITE-JOURNAL         PIC X(13) VALUE "WRITE-JOURNAL".

    *> identifies this program and the file touched on each
    *> WRITE-JOURNAL call; the key is the vendor id, and an added row
    *> journals a blank before image, a dropped row a blank after
    *> image
    01 JOURNAL-PROGRAM-NAME  PIC X(17) VALUE "VENDMAINT".
    01 JOURNAL-VENDOR-FILE   PIC X(13) VALUE "vendors.dat".
    01 JOURNAL-KEY           PIC 9(11) VALUE 0.
    01 JOURNAL-BEFORE        PIC X(120) VALUE SPACES.
    01 JOURNAL-AFTER         PIC X(120) VALUE SPACES.
    01 JOURNAL-OPERATOR      PIC X(8) VALUE "NIGHTRUN".

    01 VENDOR-STATUS         PIC XX VALUE "00".
    01 PRODUCT-STATUS        PIC XX VALUE "00".
    01 OPENPO-STATUS-CODE    PIC XX VALUE "00".
    01 APOPEN-STATUS         PIC XX VALUE "00".

    *> vendors.dat, loaded whole and written back whole after every
    *> change
    01 VENDOR-TABLE.
        05 VENDOR-ROW               OCCURS 500 TIMES INDEXED BY I.
            10 VENDOR-ENTRY-PID      PIC 9(11).
            10 VENDOR-ENTRY-ID       PIC 9(5).
            10 VENDOR-ENTRY-NAME     PIC X(25).
            10 VENDOR-ENTRY-STREET   PIC X(23).
            10 VENDOR-ENTRY-CITY     PIC A(13).
            10 VENDOR-ENTRY-STATE    PIC A(12).
            10 VENDOR-ENTRY-COST     PIC 9(5)V9(2).
            10 VENDOR-ENTRY-STATUS   PIC A(1). *> A = active,
                                                *> I = inactive
            10 VENDOR-ENTRY-RANK     PIC 9(2). *> 1 = preferred
            10 VENDOR-ENTRY-LEAD     PIC 9(3).
            10 VENDOR-ENTRY-MIN-QTY  PIC 9(7).
            10 VENDOR-ENTRY-MULTIPLE PIC 9(5).
    01 VENDOR-COUNT          PIC 9(3) VALUE 0.

    01 SWITCHES.
        05 DONE-SWITCH       PIC A VALUE "N".
        05 FOUND-SWITCH      PIC A VALUE "N".
        05 EOF-SWITCH        PIC A VALUE "N".
        *> set when vendors.dat holds more rows than the table; the
        *> file is then never written back, or the rows past the
        *> table would be lost
        05 OVERFLOW-SWITCH   PIC A VALUE "N".
        05 OUTSTANDING-SWITCH PIC A VALUE "N".

    01 MENU-CHOICE           PIC 9.
    01 SEARCH-VENDOR         PIC 9(5) VALUE 0.
    01 SEARCH-PID            PIC 9(11) VALUE 0.
    01 FOUND-INDEX           PIC 9(3) VALUE 0.
    01 CONFIRM-ANSWER        PIC A.
    01 NEW-UNIT-COST         PIC 9(5)V9(2) VALUE 0.
    *> the sourcing terms keyed with an attached product
    01 NEW-RANK              PIC 9(2) VALUE 1.
    01 NEW-LEAD-DAYS         PIC 9(3) VALUE 0.
    01 NEW-MIN-QTY           PIC 9(7) VALUE 0.
    01 NEW-MULTIPLE          PIC 9(5) VALUE 0.
    01 ROWS-CHANGED          PIC 9(3) VALUE 0.
    01 OPEN-PO-LINES         PIC 9(5) VALUE 0.
    01 UNPAID-INVOICES       PIC 9(5) VALUE 0.

    *> the address being keyed, applied to every row of the vendor
    01 NEW-NAME              PIC X(25) VALUE SPACES.
    01 NEW-STREET            PIC X(23) VALUE SPACES.
    01 NEW-CITY              PIC A(13) VALUE SPACES.
    01 NEW-STATE             PIC A(12) VALUE SPACES.
    01 NEW-STATUS            PIC A(1) VALUE "A".

PROCEDURE DIVISION.
*> Program controller
000-MAIN.
    CALL OPERATOR-SIGNON USING SIGNON-PROGRAM, SIGNON-LEVEL,
        SIGNON-OPERATOR, SIGNON-OK.
    IF SIGNON-OK NOT = "Y"
        DISPLAY "NOT AUTHORIZED, EXITING"
    ELSE
        MOVE SIGNON-OPERATOR TO JOURNAL-OPERATOR
        PERFORM 100-INIT
        IF OVERFLOW-SWITCH = "Y"
            DISPLAY "VENDORS.DAT HAS MORE THAN 500 ROWS, "
                "MAINTENANCE REFUSED"
        ELSE
            PERFORM 200-MENU UNTIL DONE-SWITCH = "Y"
        END-IF
        CLOSE PRODUCT-FILE
    END-IF.
    STOP RUN.

*> Loads vendors.dat into the working table
100-INIT.
    OPEN INPUT PRODUCT-FILE.
    OPEN INPUT VENDOR-FILE.
    IF VENDOR-STATUS = "00"
        PERFORM 110-LOAD-ONE-ROW UNTIL EOF-SWITCH = "Y"
        CLOSE VENDOR-FILE
    END-IF.

*> Moves the next vendors.dat row into the table. A row from before
*> the status byte was carried arrives with it space-filled and is
*> taken as active.
110-LOAD-ONE-ROW.
    READ VENDOR-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            IF VENDOR-COUNT >= 500
                MOVE "Y" TO OVERFLOW-SWITCH
                MOVE "Y" TO EOF-SWITCH
            ELSE
                ADD 1 TO VENDOR-COUNT
                SET I TO VENDOR-COUNT
                MOVE VENDOR-RECORD TO VENDOR-ROW(I)
                IF VENDOR-ENTRY-STATUS(I) NOT = "I"
                    MOVE "A" TO VENDOR-ENTRY-STATUS(I)
                END-IF
                PERFORM 115-DEFAULT-SOURCING
            END-IF
    END-READ.

*> A row written before vendors were ranked and lead times kept
*> arrives with those columns blank: it is taken as the product's
*> preferred vendor with no lead time, minimum, or case pack, the
*> same as PO-GEN takes it
115-DEFAULT-SOURCING.
    IF VENDOR-ENTRY-RANK(I) IS NOT NUMERIC
        MOVE 1 TO VENDOR-ENTRY-RANK(I)
    END-IF.
    IF VENDOR-ENTRY-LEAD(I) IS NOT NUMERIC
        MOVE 0 TO VENDOR-ENTRY-LEAD(I)
    END-IF.
    IF VENDOR-ENTRY-MIN-QTY(I) IS NOT NUMERIC
        MOVE 0 TO VENDOR-ENTRY-MIN-QTY(I)
    END-IF.
    IF VENDOR-ENTRY-MULTIPLE(I) IS NOT NUMERIC
        MOVE 0 TO VENDOR-ENTRY-MULTIPLE(I)
    END-IF.

*> Displays the maintenance menu and dispatches the chosen action
200-MENU.
    DISPLAY "1. ADD VENDOR".
    DISPLAY "2. CHANGE VENDOR ADDRESS".
    DISPLAY "3. ATTACH PRODUCT / CHANGE ITS COST".
    DISPLAY "4. DETACH PRODUCT".
    DISPLAY "5. INACTIVATE VENDOR".
    DISPLAY "6. REACTIVATE VENDOR".
    DISPLAY "7. REMOVE VENDOR".
    DISPLAY "8. LIST VENDOR".
    DISPLAY "9. LIST A PRODUCT'S VENDORS".
    DISPLAY "0. EXIT".
    DISPLAY "ENTER CHOICE: ".
    ACCEPT MENU-CHOICE.
    EVALUATE MENU-CHOICE
        WHEN 1 PERFORM 300-ADD-VENDOR
        WHEN 2 PERFORM 400-CHANGE-ADDRESS
        WHEN 3 PERFORM 450-ATTACH-PRODUCT
        WHEN 4 PERFORM 480-DETACH-PRODUCT
        WHEN 5 PERFORM 500-INACTIVATE-VENDOR
        WHEN 6 PERFORM 550-REACTIVATE-VENDOR
        WHEN 7 PERFORM 560-REMOVE-VENDOR
        WHEN 8 PERFORM 590-LIST-VENDOR
        WHEN 9 PERFORM 597-LIST-PRODUCT-SOURCES
        WHEN 0 MOVE "Y" TO DONE-SWITCH
        WHEN OTHER DISPLAY "INVALID CHOICE"
    END-EVALUATE.

*> Adds a new vendor, carried on a single row with no product until
*> the first one is attached
300-ADD-VENDOR.
    DISPLAY "ENTER NEW VENDOR ID: ".
    ACCEPT SEARCH-VENDOR.
    PERFORM 600-FIND-VENDOR.
    IF SEARCH-VENDOR = 0
        DISPLAY "VENDOR ID MAY NOT BE ZERO"
    ELSE IF FOUND-SWITCH = "Y"
        DISPLAY "VENDOR ID ALREADY EXISTS"
    ELSE IF VENDOR-COUNT >= 500
        DISPLAY "VENDOR TABLE IS FULL"
    ELSE
        PERFORM 700-ACCEPT-ADDRESS
        ADD 1 TO VENDOR-COUNT
        SET I TO VENDOR-COUNT
        MOVE 0 TO VENDOR-ENTRY-PID(I)
        MOVE SEARCH-VENDOR TO VENDOR-ENTRY-ID(I)
        MOVE NEW-NAME TO VENDOR-ENTRY-NAME(I)
        MOVE NEW-STREET TO VENDOR-ENTRY-STREET(I)
        MOVE NEW-CITY TO VENDOR-ENTRY-CITY(I)
        MOVE NEW-STATE TO VENDOR-ENTRY-STATE(I)
        MOVE 0 TO VENDOR-ENTRY-COST(I)
        MOVE "A" TO VENDOR-ENTRY-STATUS(I)
        MOVE 1 TO VENDOR-ENTRY-RANK(I)
        MOVE 0 TO VENDOR-ENTRY-LEAD(I)
        MOVE 0 TO VENDOR-ENTRY-MIN-QTY(I)
        MOVE 0 TO VENDOR-ENTRY-MULTIPLE(I)
        PERFORM 800-SAVE-VENDORS
        MOVE SPACES TO JOURNAL-BEFORE
        PERFORM 750-JOURNAL-ROW
        DISPLAY "VENDOR ADDED -- ATTACH ITS PRODUCTS NEXT"
    END-IF.

*> Re-addresses a vendor on every row it carries
400-CHANGE-ADDRESS.
    DISPLAY "ENTER VENDOR ID TO CHANGE: ".
    ACCEPT SEARCH-VENDOR.
    PERFORM 600-FIND-VENDOR.
    IF FOUND-SWITCH = "N"
        DISPLAY "VENDOR ID NOT FOUND"
    ELSE
        SET I TO FOUND-INDEX
        DISPLAY "CURRENT: " VENDOR-ENTRY-NAME(I) " "
            VENDOR-ENTRY-STREET(I) ", " VENDOR-ENTRY-CITY(I) ", "
            VENDOR-ENTRY-STATE(I)
        PERFORM 700-ACCEPT-ADDRESS
        MOVE 0 TO ROWS-CHANGED
        PERFORM 410-READDRESS-ONE-ROW
            VARYING I FROM 1 BY 1 UNTIL I > VENDOR-COUNT
        PERFORM 800-SAVE-VENDORS
        DISPLAY "VENDOR RE-ADDRESSED ON " ROWS-CHANGED " ROWS"
    END-IF.

*> Applies the new name and address to one row if it is the vendor's
410-READDRESS-ONE-ROW.
    IF VENDOR-ENTRY-ID(I) = SEARCH-VENDOR
        MOVE VENDOR-ROW(I) TO JOURNAL-BEFORE
        MOVE NEW-NAME TO VENDOR-ENTRY-NAME(I)
        MOVE NEW-STREET TO VENDOR-ENTRY-STREET(I)
        MOVE NEW-CITY TO VENDOR-ENTRY-CITY(I)
        MOVE NEW-STATE TO VENDOR-ENTRY-STATE(I)
        PERFORM 750-JOURNAL-ROW
        ADD 1 TO ROWS-CHANGED
    END-IF.

*> Attaches a product to a vendor at an agreed unit cost, or changes
*> the cost of one already attached. The product must be on
*> inventory.dat.
450-ATTACH-PRODUCT.
    DISPLAY "ENTER VENDOR ID: ".
    ACCEPT SEARCH-VENDOR.
    PERFORM 600-FIND-VENDOR.
    IF FOUND-SWITCH = "N"
        DISPLAY "VENDOR ID NOT FOUND"
    ELSE
        DISPLAY "ENTER PRODUCT ID: "
        ACCEPT SEARCH-PID
        MOVE SEARCH-PID TO PROD-PID
        READ PRODUCT-FILE
            INVALID KEY
                DISPLAY "PRODUCT ID NOT ON INVENTORY.DAT"
            NOT INVALID KEY
                IF PROD-STATUS = "D"
                    DISPLAY "NOTE: " PROD-NAME " IS DISCONTINUED"
                END-IF
                DISPLAY "ENTER AGREED UNIT COST: "
                ACCEPT NEW-UNIT-COST
                PERFORM 470-ACCEPT-SOURCING
                PERFORM 460-APPLY-ATTACH
        END-READ
    END-IF.

*> Changes the cost on the vendor's row for the product, fills the
*> vendor's no-product row, or adds a fresh row carrying the
*> vendor's name, address, and status
460-APPLY-ATTACH.
    SET I TO FOUND-INDEX.
    MOVE VENDOR-ENTRY-NAME(I) TO NEW-NAME.
    MOVE VENDOR-ENTRY-STREET(I) TO NEW-STREET.
    MOVE VENDOR-ENTRY-CITY(I) TO NEW-CITY.
    MOVE VENDOR-ENTRY-STATE(I) TO NEW-STATE.
    MOVE VENDOR-ENTRY-STATUS(I) TO NEW-STATUS.
    PERFORM 610-FIND-VENDOR-PRODUCT.
    IF FOUND-SWITCH = "N"
        MOVE 0 TO SEARCH-PID
        PERFORM 610-FIND-VENDOR-PRODUCT
        MOVE PROD-PID TO SEARCH-PID
    END-IF.
    IF FOUND-SWITCH = "Y"
        SET I TO FOUND-INDEX
        MOVE VENDOR-ROW(I) TO JOURNAL-BEFORE
        MOVE SEARCH-PID TO VENDOR-ENTRY-PID(I)
        MOVE NEW-UNIT-COST TO VENDOR-ENTRY-COST(I)
        PERFORM 475-APPLY-SOURCING
        PERFORM 800-SAVE-VENDORS
        PERFORM 750-JOURNAL-ROW
        DISPLAY "PRODUCT ATTACHED AT " NEW-UNIT-COST
    ELSE IF VENDOR-COUNT >= 500
        DISPLAY "VENDOR TABLE IS FULL"
    ELSE
        ADD 1 TO VENDOR-COUNT
        SET I TO VENDOR-COUNT
        MOVE SEARCH-PID TO VENDOR-ENTRY-PID(I)
        MOVE SEARCH-VENDOR TO VENDOR-ENTRY-ID(I)
        MOVE NEW-NAME TO VENDOR-ENTRY-NAME(I)
        MOVE NEW-STREET TO VENDOR-ENTRY-STREET(I)
        MOVE NEW-CITY TO VENDOR-ENTRY-CITY(I)
        MOVE NEW-STATE TO VENDOR-ENTRY-STATE(I)
        MOVE NEW-UNIT-COST TO VENDOR-ENTRY-COST(I)
        MOVE NEW-STATUS TO VENDOR-ENTRY-STATUS(I)
        PERFORM 475-APPLY-SOURCING
        PERFORM 800-SAVE-VENDORS
        MOVE SPACES TO JOURNAL-BEFORE
        PERFORM 750-JOURNAL-ROW
        DISPLAY "PRODUCT ATTACHED AT " NEW-UNIT-COST
    END-IF.

*> Prompts for the vendor's sourcing terms on the product: its rank
*> among the product's vendors (1 = preferred), lead time, minimum
*> order quantity, and case pack (0 or 1 = any quantity)
470-ACCEPT-SOURCING.
    DISPLAY "ENTER VENDOR RANK FOR THIS PRODUCT (1 = PREFERRED): ".
    ACCEPT NEW-RANK.
    IF NEW-RANK = 0
        MOVE 1 TO NEW-RANK
    END-IF.
    DISPLAY "ENTER LEAD TIME IN DAYS: ".
    ACCEPT NEW-LEAD-DAYS.
    DISPLAY "ENTER MINIMUM ORDER QUANTITY (0 = NONE): ".
    ACCEPT NEW-MIN-QTY.
    DISPLAY "ENTER ORDER MULTIPLE / CASE PACK (0 = NONE): ".
    ACCEPT NEW-MULTIPLE.

*> Puts the keyed sourcing terms on the row at I
475-APPLY-SOURCING.
    MOVE NEW-RANK TO VENDOR-ENTRY-RANK(I).
    MOVE NEW-LEAD-DAYS TO VENDOR-ENTRY-LEAD(I).
    MOVE NEW-MIN-QTY TO VENDOR-ENTRY-MIN-QTY(I).
    MOVE NEW-MULTIPLE TO VENDOR-ENTRY-MULTIPLE(I).

*> Detaches a product from a vendor. The vendor's last product
*> leaves its row behind with no product, so the vendor itself is
*> not lost.
480-DETACH-PRODUCT.
    DISPLAY "ENTER VENDOR ID: ".
    ACCEPT SEARCH-VENDOR.
    DISPLAY "ENTER PRODUCT ID TO DETACH: ".
    ACCEPT SEARCH-PID.
    PERFORM 610-FIND-VENDOR-PRODUCT.
    IF FOUND-SWITCH = "N" OR SEARCH-PID = 0
        DISPLAY "VENDOR DOES NOT SUPPLY THAT PRODUCT"
    ELSE
        SET I TO FOUND-INDEX
        MOVE VENDOR-ROW(I) TO JOURNAL-BEFORE
        PERFORM 620-COUNT-VENDOR-ROWS
        IF ROWS-CHANGED > 1
            PERFORM 490-DROP-ROW
            MOVE SPACES TO JOURNAL-AFTER
            PERFORM 760-JOURNAL-IMAGES
        ELSE
            SET I TO FOUND-INDEX
            MOVE 0 TO VENDOR-ENTRY-PID(I)
            MOVE 0 TO VENDOR-ENTRY-COST(I)
            MOVE 1 TO VENDOR-ENTRY-RANK(I)
            MOVE 0 TO VENDOR-ENTRY-LEAD(I)
            MOVE 0 TO VENDOR-ENTRY-MIN-QTY(I)
            MOVE 0 TO VENDOR-ENTRY-MULTIPLE(I)
            PERFORM 750-JOURNAL-ROW
        END-IF
        PERFORM 800-SAVE-VENDORS
        DISPLAY "PRODUCT DETACHED"
    END-IF.

*> Drops the row at FOUND-INDEX, shifting later rows down one slot
490-DROP-ROW.
    PERFORM 495-SHIFT-ROWS-DOWN
        VARYING I FROM FOUND-INDEX BY 1 UNTIL I >= VENDOR-COUNT.
    SUBTRACT 1 FROM VENDOR-COUNT.

*> Moves the next row down over the dropped slot
495-SHIFT-ROWS-DOWN.
    MOVE VENDOR-ROW(I + 1) TO VENDOR-ROW(I).

*> Marks a vendor inactive on every row: PO-GEN stops ordering from
*> it, while open POs still receive and invoices still pay
500-INACTIVATE-VENDOR.
    DISPLAY "ENTER VENDOR ID TO INACTIVATE: ".
    ACCEPT SEARCH-VENDOR.
    MOVE "I" TO NEW-STATUS.
    PERFORM 510-SET-VENDOR-STATUS.

*> Puts an inactive vendor back in use
550-REACTIVATE-VENDOR.
    DISPLAY "ENTER VENDOR ID TO REACTIVATE: ".
    ACCEPT SEARCH-VENDOR.
    MOVE "A" TO NEW-STATUS.
    PERFORM 510-SET-VENDOR-STATUS.

*> Sets NEW-STATUS on every row of SEARCH-VENDOR
510-SET-VENDOR-STATUS.
    PERFORM 600-FIND-VENDOR.
    IF FOUND-SWITCH = "N"
        DISPLAY "VENDOR ID NOT FOUND"
    ELSE
        MOVE 0 TO ROWS-CHANGED
        PERFORM 520-SET-ONE-ROW-STATUS
            VARYING I FROM 1 BY 1 UNTIL I > VENDOR-COUNT
        PERFORM 800-SAVE-VENDORS
        IF NEW-STATUS = "I"
            DISPLAY "VENDOR INACTIVATED ON " ROWS-CHANGED " ROWS"
        ELSE
            DISPLAY "VENDOR REACTIVATED ON " ROWS-CHANGED " ROWS"
        END-IF
    END-IF.

*> Sets the status on one row if it is the vendor's and differs
520-SET-ONE-ROW-STATUS.
    IF VENDOR-ENTRY-ID(I) = SEARCH-VENDOR
            AND VENDOR-ENTRY-STATUS(I) NOT = NEW-STATUS
        MOVE VENDOR-ROW(I) TO JOURNAL-BEFORE
        MOVE NEW-STATUS TO VENDOR-ENTRY-STATUS(I)
        PERFORM 750-JOURNAL-ROW
        ADD 1 TO ROWS-CHANGED
    END-IF.

*> Removes a vendor and every row it carries -- refused while any PO
*> line is still open with it or any invoice of its is unpaid
560-REMOVE-VENDOR.
    DISPLAY "ENTER VENDOR ID TO REMOVE: ".
    ACCEPT SEARCH-VENDOR.
    PERFORM 600-FIND-VENDOR.
    IF FOUND-SWITCH = "N"
        DISPLAY "VENDOR ID NOT FOUND"
    ELSE
        PERFORM 570-CHECK-OUTSTANDING
        IF OUTSTANDING-SWITCH = "Y"
            DISPLAY "VENDOR HAS " OPEN-PO-LINES " OPEN PO LINES AND "
                UNPAID-INVOICES " UNPAID INVOICE LINES -- NOT "
                "REMOVED (INACTIVATE IT INSTEAD)"
        ELSE
            DISPLAY "REMOVE VENDOR " SEARCH-VENDOR " AND ALL ITS "
                "PRODUCT ROWS? (Y/N): "
            ACCEPT CONFIRM-ANSWER
            IF CONFIRM-ANSWER = "Y"
                MOVE 0 TO ROWS-CHANGED
                PERFORM 565-REMOVE-ONE-ROW UNTIL FOUND-SWITCH = "N"
                PERFORM 800-SAVE-VENDORS
                DISPLAY "VENDOR REMOVED, " ROWS-CHANGED " ROWS"
            END-IF
        END-IF
    END-IF.

*> Journals and drops the vendor row found last, then looks for the
*> next one
565-REMOVE-ONE-ROW.
    SET I TO FOUND-INDEX.
    MOVE VENDOR-ROW(I) TO JOURNAL-BEFORE.
    PERFORM 490-DROP-ROW.
    MOVE SPACES TO JOURNAL-AFTER.
    PERFORM 760-JOURNAL-IMAGES.
    ADD 1 TO ROWS-CHANGED.
    PERFORM 600-FIND-VENDOR.

*> Counts the vendor's open PO lines and unpaid invoice lines
570-CHECK-OUTSTANDING.
    MOVE "N" TO OUTSTANDING-SWITCH.
    MOVE 0 TO OPEN-PO-LINES.
    MOVE 0 TO UNPAID-INVOICES.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT OPENPO-FILE.
    IF OPENPO-STATUS-CODE NOT = "00"
        MOVE "Y" TO EOF-SWITCH
    END-IF.
    PERFORM 575-CHECK-ONE-OPENPO UNTIL EOF-SWITCH = "Y".
    IF OPENPO-STATUS-CODE = "00"
        CLOSE OPENPO-FILE
    END-IF.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT APOPEN-FILE.
    IF APOPEN-STATUS NOT = "00"
        MOVE "Y" TO EOF-SWITCH
    ELSE
        MOVE SEARCH-VENDOR TO AP-VENDOR
        MOVE LOW-VALUES TO AP-INVOICE-NO
        MOVE 0 TO AP-PID
        START APOPEN-FILE KEY IS >= AP-KEY
            INVALID KEY
                MOVE "Y" TO EOF-SWITCH
        END-START
    END-IF.
    PERFORM 580-CHECK-ONE-PAYABLE UNTIL EOF-SWITCH = "Y".
    IF APOPEN-STATUS = "00"
        CLOSE APOPEN-FILE
    END-IF.
    IF OPEN-PO-LINES > 0 OR UNPAID-INVOICES > 0
        MOVE "Y" TO OUTSTANDING-SWITCH
    END-IF.

*> Counts one open-PO line if it is open with the vendor
575-CHECK-ONE-OPENPO.
    READ OPENPO-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            IF OPENPO-VENDOR = SEARCH-VENDOR AND OPENPO-STATUS = "O"
                ADD 1 TO OPEN-PO-LINES
            END-IF
    END-READ.

*> Counts one of the vendor's payables lines if unpaid; the file is
*> keyed by vendor first, so the vendor's lines run together
580-CHECK-ONE-PAYABLE.
    READ APOPEN-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            IF AP-VENDOR NOT = SEARCH-VENDOR
                MOVE "Y" TO EOF-SWITCH
            ELSE IF AP-STATUS NOT = "P"
                ADD 1 TO UNPAID-INVOICES
            END-IF
            END-IF
    END-READ.

*> Lists every row the vendor carries
590-LIST-VENDOR.
    DISPLAY "ENTER VENDOR ID: ".
    ACCEPT SEARCH-VENDOR.
    PERFORM 600-FIND-VENDOR.
    IF FOUND-SWITCH = "N"
        DISPLAY "VENDOR ID NOT FOUND"
    ELSE
        SET I TO FOUND-INDEX
        DISPLAY VENDOR-ENTRY-NAME(I) " " VENDOR-ENTRY-STREET(I) ", "
            VENDOR-ENTRY-CITY(I) ", " VENDOR-ENTRY-STATE(I)
            "  STATUS " VENDOR-ENTRY-STATUS(I)
        PERFORM 595-LIST-ONE-ROW
            VARYING I FROM 1 BY 1 UNTIL I > VENDOR-COUNT
    END-IF.

*> Lists one row if it is one of the vendor's products
595-LIST-ONE-ROW.
    IF VENDOR-ENTRY-ID(I) = SEARCH-VENDOR
            AND VENDOR-ENTRY-PID(I) NOT = 0
        DISPLAY "  PRODUCT " VENDOR-ENTRY-PID(I) " UNIT COST "
            VENDOR-ENTRY-COST(I) " RANK " VENDOR-ENTRY-RANK(I)
            " LEAD " VENDOR-ENTRY-LEAD(I) " MOQ "
            VENDOR-ENTRY-MIN-QTY(I) " MULTIPLE "
            VENDOR-ENTRY-MULTIPLE(I)
    END-IF.

*> Lists every vendor approved for a product, the order PO-GEN
*> weighs them in being by rank
597-LIST-PRODUCT-SOURCES.
    DISPLAY "ENTER PRODUCT ID: ".
    ACCEPT SEARCH-PID.
    MOVE 0 TO ROWS-CHANGED.
    PERFORM 598-LIST-ONE-SOURCE
        VARYING I FROM 1 BY 1 UNTIL I > VENDOR-COUNT.
    IF ROWS-CHANGED = 0
        DISPLAY "NO VENDOR SUPPLIES THAT PRODUCT"
    END-IF.

*> Lists one row if it is a source of the product
598-LIST-ONE-SOURCE.
    IF VENDOR-ENTRY-PID(I) = SEARCH-PID AND SEARCH-PID NOT = 0
        ADD 1 TO ROWS-CHANGED
        DISPLAY "  RANK " VENDOR-ENTRY-RANK(I) " VENDOR "
            VENDOR-ENTRY-ID(I) " " VENDOR-ENTRY-NAME(I) " COST "
            VENDOR-ENTRY-COST(I) " LEAD " VENDOR-ENTRY-LEAD(I)
            " MOQ " VENDOR-ENTRY-MIN-QTY(I) " MULTIPLE "
            VENDOR-ENTRY-MULTIPLE(I) " STATUS "
            VENDOR-ENTRY-STATUS(I)
    END-IF.

*> Finds the first row carrying SEARCH-VENDOR; sets FOUND-SWITCH and
*> FOUND-INDEX
600-FIND-VENDOR.
    MOVE "N" TO FOUND-SWITCH.
    SET I TO 1.
    SEARCH VENDOR-ROW
        AT END
            CONTINUE
        WHEN I > VENDOR-COUNT
            CONTINUE
        WHEN VENDOR-ENTRY-ID(I) = SEARCH-VENDOR
            MOVE "Y" TO FOUND-SWITCH
            SET FOUND-INDEX TO I
    END-SEARCH.

*> Finds the row carrying SEARCH-VENDOR and SEARCH-PID
610-FIND-VENDOR-PRODUCT.
    MOVE "N" TO FOUND-SWITCH.
    SET I TO 1.
    SEARCH VENDOR-ROW
        AT END
            CONTINUE
        WHEN I > VENDOR-COUNT
            CONTINUE
        WHEN VENDOR-ENTRY-ID(I) = SEARCH-VENDOR
                AND VENDOR-ENTRY-PID(I) = SEARCH-PID
            MOVE "Y" TO FOUND-SWITCH
            SET FOUND-INDEX TO I
    END-SEARCH.

*> Counts the rows SEARCH-VENDOR carries into ROWS-CHANGED
620-COUNT-VENDOR-ROWS.
    MOVE 0 TO ROWS-CHANGED.
    PERFORM 625-COUNT-ONE-ROW
        VARYING I FROM 1 BY 1 UNTIL I > VENDOR-COUNT.

*> Counts one row if it is the vendor's
625-COUNT-ONE-ROW.
    IF VENDOR-ENTRY-ID(I) = SEARCH-VENDOR
        ADD 1 TO ROWS-CHANGED
    END-IF.

*> Prompts for and accepts the vendor's name and address
700-ACCEPT-ADDRESS.
    DISPLAY "ENTER VENDOR NAME: ".
    ACCEPT NEW-NAME.
    DISPLAY "ENTER STREET ADDRESS: ".
    ACCEPT NEW-STREET.
    DISPLAY "ENTER CITY: ".
    ACCEPT NEW-CITY.
    DISPLAY "ENTER STATE: ".
    ACCEPT NEW-STATE.

*> Journals the row at I as the after image against JOURNAL-BEFORE
750-JOURNAL-ROW.
    MOVE VENDOR-ROW(I) TO JOURNAL-AFTER.
    PERFORM 760-JOURNAL-IMAGES.

*> Writes the journal line for the vendor's change
760-JOURNAL-IMAGES.
    MOVE SEARCH-VENDOR TO JOURNAL-KEY.
    CALL WRITE-JOURNAL USING JOURNAL-PROGRAM-NAME,
        JOURNAL-VENDOR-FILE, JOURNAL-KEY, JOURNAL-BEFORE,
        JOURNAL-AFTER, JOURNAL-OPERATOR.

*> Writes the whole table back over vendors.dat
800-SAVE-VENDORS.
    OPEN OUTPUT VENDOR-FILE.
    PERFORM 810-SAVE-ONE-ROW
        VARYING I FROM 1 BY 1 UNTIL I > VENDOR-COUNT.
    CLOSE VENDOR-FILE.

*> Writes a single row
810-SAVE-ONE-ROW.
    MOVE VENDOR-ROW(I) TO VENDOR-RECORD.
    WRITE VENDOR-RECORD.

*> without hand-crafting records in an INDEXED file. A discontinued
*> product is blocked from new orders by READ-TRANSACTIONS'
*> 315-CHECK-DISCONTINUED but stays on file, visible to returns and
*> reporting, so its history never goes dark. Also keeps the kit
*> structures on kits.dat: which products a kit PID is built from and
*> how many of each go in one kit, the structure READ-TRANSACTIONS
*> checks, costs, and relieves a kit line through. And links a
*> product a vendor has replaced to its successor ("replaced by PID X
*> effective date D"): from that date ORDER-ENTRY offers the
*> successor, and READ-TRANSACTIONS ships a sale of the old PID as
*> the furthest active product down the chain. A link that would
*> bring the chain back around to the product itself is refused.
*> Loads the file via
*> READ-INVENTORY and persists changes via REWRITE-INVENTORY, the
*> same subprograms RECEIVE-INVENTORY uses, and journals every
*> change through WRITE-JOURNAL.
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS LOC-KEY.
    SELECT OPTIONAL KIT-FILE ASSIGN TO "kits.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS KIT-KEY.
DATA DIVISION.
FILE SECTION.
    *> stocklocs.dat file definition (matches READ-TRANSACTIONS') --
        05 LOC-BIN               PIC X(8). *> aisle/bin the
                                            *> pickers walk to

    *> kits.dat file definition -- one row per component of a kit
    *> product, keyed kit PID then component PID. One level deep: a
    *> kit is never itself a component, nor a component a kit.
    FD KIT-FILE.
    01 KIT-RECORD.
        05 KIT-KEY.
            10 KIT-PID           PIC 9(11).
            10 KIT-COMP-PID      PIC 9(11).
        05 KIT-COMP-QTY          PIC 9(5). *> units per kit

WORKING-STORAGE SECTION.
    *> reference to the shared sign-on program, and the fields each
    *> interactive program passes it at startup
    01 READ-INVENTORY        PIC X(14) VALUE "READ-INVENTORY".
    01 REWRITE-INVENTORY     PIC X(17) VALUE "REWRITE-INVENTORY".
    01 WRITE-JOURNAL         PIC X(13) VALUE "WRITE-JOURNAL".
    01 GET-BUSINESS-DATE     PIC X(17) VALUE "GET-BUSINESS-DATE".
    01 TODAY                 PIC 9(8) VALUE 0.

    *> identifies this program and the master touched on each
    *> WRITE-JOURNAL call; an add journals a blank before image
    01 JOURNAL-PROGRAM-NAME  PIC X(17) VALUE "PRODMAINT".
    01 JOURNAL-PROD-FILE     PIC X(13) VALUE "inventory.dat".
    01 JOURNAL-LOC-FILE      PIC X(13) VALUE "stocklocs.dat".
    01 JOURNAL-KIT-FILE      PIC X(13) VALUE "kits.dat".
    01 JOURNAL-KEY           PIC 9(11) VALUE 0.
    01 JOURNAL-BEFORE        PIC X(120) VALUE SPACES.
    01 JOURNAL-AFTER         PIC X(120) VALUE SPACES.
            10 PRODUCT-SHIP-WEIGHT  PIC 9(3)V9(2).
            10 PRODUCT-REORDER-POINT PIC 9(7).
            10 PRODUCT-REORDER-TO   PIC 9(7).
            10 PRODUCT-REPLACED-BY  PIC 9(11).
            10 PRODUCT-REPLACE-DATE PIC 9(8).

    01 SWITCHES.
        05 DONE-SWITCH       PIC A VALUE "N".
    *> record may ever be created with
    01 LOC-RESIDUAL          PIC S9(8) VALUE 0.

    *> kit structure maintenance
    01 KIT-ANSWER-PID        PIC 9(11) VALUE 0.
    01 COMP-ANSWER-PID       PIC 9(11) VALUE 0.
    01 COMP-ANSWER-QTY       PIC 9(5) VALUE 0.
    01 CHECK-PID             PIC 9(11) VALUE 0.
    01 KIT-EOF-SWITCH        PIC A VALUE "N".
    01 IS-KIT-SWITCH         PIC A VALUE "N".
    01 USED-IN-KIT-SWITCH    PIC A VALUE "N".
    01 KIT-COMP-COUNT        PIC 9(3) VALUE 0.

    *> supersession maintenance: the replaced product's table slot,
    *> the successor and date keyed, and the walk down the successor's
    *> own chain that makes sure the link would not close a loop
    01 REPLACED-INDEX        PIC 9(4) VALUE 0.
    01 SUCCESSOR-PID         PIC 9(11) VALUE 0.
    01 SUCCESSOR-DATE        PIC 9(8) VALUE 0.
    01 SUCCESSOR-OK-SWITCH   PIC A VALUE "N".
    01 WALK-PID              PIC 9(11) VALUE 0.
    01 WALK-HOPS             PIC 9(2) VALUE 0.
    01 WALK-END-SWITCH       PIC A VALUE "N".
    01 WALK-LOOP-SWITCH      PIC A VALUE "N".

PROCEDURE DIVISION.
*> Program controller
000-MAIN.
        PERFORM 100-INIT
        PERFORM 200-MENU UNTIL DONE-SWITCH = "Y"
        CLOSE STOCKLOC-FILE
        CLOSE KIT-FILE
    END-IF.
    STOP RUN.

*> Loads the current inventory file into the working table
100-INIT.
    CALL READ-INVENTORY USING INVENTORY-TABLE, INVENTORY-COUNT.
    CALL GET-BUSINESS-DATE USING TODAY.
    OPEN I-O STOCKLOC-FILE.
    OPEN I-O KIT-FILE.

*> Displays the maintenance menu and dispatches the chosen action
200-MENU.
    DISPLAY "4. REINSTATE PRODUCT".
    DISPLAY "5. SET LOCATION MINIMUM".
    DISPLAY "6. SET LOCATION BIN".
    DISPLAY "7. LIST KIT COMPONENTS".
    DISPLAY "8. SET KIT COMPONENT".
    DISPLAY "9. SET SUPERSESSION".
    DISPLAY "0. EXIT".
    DISPLAY "ENTER CHOICE: ".
    ACCEPT MENU-CHOICE.
    EVALUATE MENU-CHOICE
        WHEN 4 PERFORM 550-REINSTATE-PRODUCT
        WHEN 5 PERFORM 560-SET-LOCATION-MINIMUM
        WHEN 6 PERFORM 590-SET-LOCATION-BIN
        WHEN 7 PERFORM 800-LIST-KIT
        WHEN 8 PERFORM 820-SET-KIT-COMPONENT
        WHEN 9 PERFORM 900-SET-SUPERSESSION
        WHEN 0 MOVE "Y" TO DONE-SWITCH
        WHEN OTHER DISPLAY "INVALID CHOICE"
    END-EVALUATE.

        MOVE 0 TO PRODUCT-SHIP-WEIGHT(I)
        MOVE 0 TO PRODUCT-REORDER-POINT(I)
        MOVE 0 TO PRODUCT-REORDER-TO(I)
        MOVE 0 TO PRODUCT-REPLACED-BY(I)
        MOVE 0 TO PRODUCT-REPLACE-DATE(I)
        PERFORM 700-ACCEPT-PRODUCT-FIELDS
        CALL REWRITE-INVENTORY USING INVENTORY-TABLE, INVENTORY-COUNT
        MOVE SPACES TO JOURNAL-BEFORE
    ACCEPT PRODUCT-REORDER-POINT(I).
    DISPLAY "ENTER REORDER-TO QUANTITY: ".
    ACCEPT PRODUCT-REORDER-TO(I).

*> Lists one kit's components and their per-kit quantities
800-LIST-KIT.
    DISPLAY "ENTER KIT PRODUCT ID: ".
    ACCEPT KIT-ANSWER-PID.
    MOVE 0 TO KIT-COMP-COUNT.
    MOVE KIT-ANSWER-PID TO CHECK-PID.
    PERFORM 840-START-KIT.
    PERFORM 810-LIST-ONE-COMPONENT UNTIL KIT-EOF-SWITCH = "Y".
    IF KIT-COMP-COUNT = 0
        DISPLAY "PRODUCT " KIT-ANSWER-PID " IS NOT A KIT"
    END-IF.

*> Shows one component row of the kit being listed
810-LIST-ONE-COMPONENT.
    PERFORM 845-READ-KIT-COMPONENT.
    IF KIT-EOF-SWITCH = "N"
        ADD 1 TO KIT-COMP-COUNT
        MOVE KIT-COMP-PID TO SEARCH-PID
        PERFORM 600-FIND-PRODUCT
        IF FOUND-SWITCH = "Y"
            SET I TO FOUND-INDEX
            DISPLAY KIT-COMP-PID " " PRODUCT-NAME(I) " QTY PER KIT "
                KIT-COMP-QTY
        ELSE
            DISPLAY KIT-COMP-PID " (NOT ON INVENTORY.DAT) QTY PER KIT "
                KIT-COMP-QTY
        END-IF
    END-IF.

*> Adds a component to a kit, changes its per-kit quantity, or (at a
*> quantity of zero) takes it out of the kit. Both PIDs must be on
*> file and different, the component must not itself be a kit, the
*> kit must not be some other kit's component, and a kit holds at
*> most the 20 components the nightly run can carry for one line.
*> The kit product is added through option 1 like any other -- its
*> price and shipping weight are what the customer is billed; its
*> own stock figure is never moved.
820-SET-KIT-COMPONENT.
    DISPLAY "ENTER KIT PRODUCT ID: ".
    ACCEPT KIT-ANSWER-PID.
    DISPLAY "ENTER COMPONENT PRODUCT ID: ".
    ACCEPT COMP-ANSWER-PID.
    DISPLAY "ENTER QUANTITY PER KIT (0 TO REMOVE): ".
    ACCEPT COMP-ANSWER-QTY.
    MOVE KIT-ANSWER-PID TO SEARCH-PID.
    PERFORM 600-FIND-PRODUCT.
    IF FOUND-SWITCH = "N"
        DISPLAY "KIT PRODUCT ID NOT FOUND"
    ELSE
        MOVE COMP-ANSWER-PID TO SEARCH-PID
        PERFORM 600-FIND-PRODUCT
        IF FOUND-SWITCH = "N"
            DISPLAY "COMPONENT PRODUCT ID NOT FOUND"
        ELSE
            IF COMP-ANSWER-PID = KIT-ANSWER-PID
                DISPLAY "A KIT CANNOT BE ITS OWN COMPONENT"
            ELSE
                PERFORM 830-APPLY-KIT-COMPONENT
            END-IF
        END-IF
    END-IF.

*> Validates the structure rules and writes, rewrites, or deletes
*> the component row, journaling the change
830-APPLY-KIT-COMPONENT.
    MOVE COMP-ANSWER-PID TO CHECK-PID.
    PERFORM 850-CHECK-IS-KIT.
    PERFORM 860-CHECK-USED-IN-KIT.
    MOVE KIT-ANSWER-PID TO CHECK-PID.
    MOVE 0 TO KIT-COMP-COUNT.
    PERFORM 840-START-KIT.
    PERFORM 870-COUNT-ONE-COMPONENT UNTIL KIT-EOF-SWITCH = "Y".
    MOVE KIT-ANSWER-PID TO KIT-PID.
    MOVE COMP-ANSWER-PID TO KIT-COMP-PID.
    READ KIT-FILE
        INVALID KEY
            IF COMP-ANSWER-QTY = 0
                DISPLAY "PRODUCT IS NOT A COMPONENT OF THIS KIT"
            ELSE IF IS-KIT-SWITCH = "Y"
                DISPLAY "COMPONENT IS ITSELF A KIT -- KITS ARE ONE "
                    "LEVEL DEEP"
            ELSE IF USED-IN-KIT-SWITCH = "Y"
                DISPLAY "KIT PRODUCT IS ALREADY ANOTHER KIT'S "
                    "COMPONENT -- KITS ARE ONE LEVEL DEEP"
            ELSE IF KIT-COMP-COUNT >= 20
                DISPLAY "KIT ALREADY HAS 20 COMPONENTS"
            ELSE
                MOVE KIT-ANSWER-PID TO KIT-PID
                MOVE COMP-ANSWER-PID TO KIT-COMP-PID
                MOVE COMP-ANSWER-QTY TO KIT-COMP-QTY
                WRITE KIT-RECORD
                MOVE SPACES TO JOURNAL-BEFORE
                MOVE KIT-RECORD TO JOURNAL-AFTER
                PERFORM 880-JOURNAL-KIT
                DISPLAY "KIT COMPONENT ADDED"
            END-IF
            END-IF
            END-IF
            END-IF
        NOT INVALID KEY
            MOVE KIT-RECORD TO JOURNAL-BEFORE
            IF COMP-ANSWER-QTY = 0
                DELETE KIT-FILE RECORD
                MOVE SPACES TO JOURNAL-AFTER
                PERFORM 880-JOURNAL-KIT
                DISPLAY "KIT COMPONENT REMOVED"
            ELSE
                MOVE COMP-ANSWER-QTY TO KIT-COMP-QTY
                REWRITE KIT-RECORD
                MOVE KIT-RECORD TO JOURNAL-AFTER
                PERFORM 880-JOURNAL-KIT
                DISPLAY "KIT COMPONENT UPDATED"
            END-IF
    END-READ.

*> Positions kits.dat at the first component row of CHECK-PID
840-START-KIT.
    MOVE "N" TO KIT-EOF-SWITCH.
    MOVE CHECK-PID TO KIT-PID.
    MOVE 0 TO KIT-COMP-PID.
    START KIT-FILE KEY IS >= KIT-KEY
        INVALID KEY
            MOVE "Y" TO KIT-EOF-SWITCH
    END-START.

*> Reads the next component row, ending at the last one for
*> CHECK-PID
845-READ-KIT-COMPONENT.
    READ KIT-FILE NEXT RECORD
        AT END
            MOVE "Y" TO KIT-EOF-SWITCH
        NOT AT END
            IF KIT-PID NOT = CHECK-PID
                MOVE "Y" TO KIT-EOF-SWITCH
            END-IF
    END-READ.

*> Sets IS-KIT-SWITCH when CHECK-PID has a structure of its own
850-CHECK-IS-KIT.
    MOVE "N" TO IS-KIT-SWITCH.
    PERFORM 840-START-KIT.
    IF KIT-EOF-SWITCH = "N"
        PERFORM 845-READ-KIT-COMPONENT
        IF KIT-EOF-SWITCH = "N"
            MOVE "Y" TO IS-KIT-SWITCH
        END-IF
    END-IF.

*> Sets USED-IN-KIT-SWITCH when the kit being built is already a
*> component of some kit -- a pass over the whole file, which is only
*> ever a few rows per kit
860-CHECK-USED-IN-KIT.
    MOVE "N" TO USED-IN-KIT-SWITCH.
    MOVE 0 TO CHECK-PID.
    PERFORM 840-START-KIT.
    PERFORM 865-SCAN-ONE-KIT-ROW UNTIL KIT-EOF-SWITCH = "Y".

*> Looks at one kits.dat row during the used-in-kit pass
865-SCAN-ONE-KIT-ROW.
    READ KIT-FILE NEXT RECORD
        AT END
            MOVE "Y" TO KIT-EOF-SWITCH
        NOT AT END
            IF KIT-COMP-PID = KIT-ANSWER-PID
                MOVE "Y" TO USED-IN-KIT-SWITCH
                MOVE "Y" TO KIT-EOF-SWITCH
            END-IF
    END-READ.

*> Counts one of the kit's existing component rows
870-COUNT-ONE-COMPONENT.
    PERFORM 845-READ-KIT-COMPONENT.
    IF KIT-EOF-SWITCH = "N"
        ADD 1 TO KIT-COMP-COUNT
    END-IF.

*> Journals the kit structure change under the kit's PID
880-JOURNAL-KIT.
    MOVE KIT-ANSWER-PID TO JOURNAL-KEY.
    CALL WRITE-JOURNAL USING JOURNAL-PROGRAM-NAME,
        JOURNAL-KIT-FILE, JOURNAL-KEY, JOURNAL-BEFORE,
        JOURNAL-AFTER, JOURNAL-OPERATOR.

*> Links a replaced product to its successor, or removes the link.
*> The successor must be on file, must not be the product itself,
*> and must not already lead back to it down its own chain. The
*> effective date defaults to the business date.
900-SET-SUPERSESSION.
    DISPLAY "ENTER PRODUCT ID BEING REPLACED: ".
    ACCEPT SEARCH-PID.
    PERFORM 600-FIND-PRODUCT.
    IF FOUND-SWITCH = "N"
        DISPLAY "PRODUCT ID NOT FOUND"
    ELSE
        MOVE FOUND-INDEX TO REPLACED-INDEX
        SET I TO REPLACED-INDEX
        IF PRODUCT-REPLACED-BY(I) > 0
            DISPLAY "CURRENTLY REPLACED BY " PRODUCT-REPLACED-BY(I)
                " EFFECTIVE " PRODUCT-REPLACE-DATE(I)
        END-IF
        DISPLAY "ENTER REPLACEMENT PRODUCT ID (0 TO REMOVE THE LINK): "
        ACCEPT SUCCESSOR-PID
        IF SUCCESSOR-PID = 0
            MOVE 0 TO SUCCESSOR-DATE
            PERFORM 920-APPLY-SUPERSESSION
            DISPLAY "SUPERSESSION REMOVED"
        ELSE
            PERFORM 910-CHECK-SUCCESSOR
            IF SUCCESSOR-OK-SWITCH = "Y"
                DISPLAY "ENTER EFFECTIVE DATE, CCYYMMDD (0 FOR THE "
                    "BUSINESS DATE): "
                ACCEPT SUCCESSOR-DATE
                IF SUCCESSOR-DATE = 0
                    MOVE TODAY TO SUCCESSOR-DATE
                END-IF
                PERFORM 920-APPLY-SUPERSESSION
                DISPLAY "PRODUCT " SEARCH-PID " REPLACED BY "
                    SUCCESSOR-PID " EFFECTIVE " SUCCESSOR-DATE
            END-IF
        END-IF
    END-IF.

*> Validates the successor keyed for SEARCH-PID, walking its own
*> chain to make sure the new link would not close a loop
910-CHECK-SUCCESSOR.
    MOVE "N" TO SUCCESSOR-OK-SWITCH.
    MOVE "N" TO WALK-END-SWITCH.
    MOVE "N" TO WALK-LOOP-SWITCH.
    MOVE 0 TO WALK-HOPS.
    MOVE SUCCESSOR-PID TO WALK-PID.
    IF SUCCESSOR-PID = SEARCH-PID
        DISPLAY "A PRODUCT CANNOT REPLACE ITSELF"
    ELSE
        SET I TO 1
        SEARCH INVENTORY
            AT END
                DISPLAY "REPLACEMENT PRODUCT NOT FOUND"
            WHEN PRODUCT-ID(I) = WALK-PID
                IF PRODUCT-STATUS(I) = "D"
                    DISPLAY "NOTE: THE REPLACEMENT IS ITSELF "
                        "DISCONTINUED"
                END-IF
                PERFORM 915-WALK-ONE-LINK
                    UNTIL WALK-END-SWITCH = "Y"
                IF WALK-LOOP-SWITCH = "Y"
                    DISPLAY "REPLACEMENT " SUCCESSOR-PID " IS ALREADY "
                        "REPLACED, DOWN ITS CHAIN, BY " SEARCH-PID
                ELSE
                    MOVE "Y" TO SUCCESSOR-OK-SWITCH
                END-IF
        END-SEARCH
    END-IF.
    SET I TO REPLACED-INDEX.

*> Steps the walk from INVENTORY(I) to its successor, if it has one
915-WALK-ONE-LINK.
    ADD 1 TO WALK-HOPS.
    IF PRODUCT-REPLACED-BY(I) = 0 OR WALK-HOPS > 24
        MOVE "Y" TO WALK-END-SWITCH
    ELSE IF PRODUCT-REPLACED-BY(I) = SEARCH-PID
        MOVE "Y" TO WALK-LOOP-SWITCH
        MOVE "Y" TO WALK-END-SWITCH
    ELSE
        MOVE PRODUCT-REPLACED-BY(I) TO WALK-PID
        SET I TO 1
        SEARCH INVENTORY
            AT END
                MOVE "Y" TO WALK-END-SWITCH
            WHEN PRODUCT-ID(I) = WALK-PID
                CONTINUE
        END-SEARCH
    END-IF
    END-IF.

*> Stores the link on the replaced product, persists, and journals it
920-APPLY-SUPERSESSION.
    SET I TO REPLACED-INDEX.
    MOVE INVENTORY(I) TO JOURNAL-BEFORE.
    MOVE SUCCESSOR-PID TO PRODUCT-REPLACED-BY(I).
    MOVE SUCCESSOR-DATE TO PRODUCT-REPLACE-DATE(I).
    CALL REWRITE-INVENTORY USING INVENTORY-TABLE, INVENTORY-COUNT.
    MOVE INVENTORY(I) TO JOURNAL-AFTER.
    MOVE SEARCH-PID TO JOURNAL-KEY.
    CALL WRITE-JOURNAL USING JOURNAL-PROGRAM-NAME,
        JOURNAL-PROD-FILE, JOURNAL-KEY, JOURNAL-BEFORE,
        JOURNAL-AFTER, JOURNAL-OPERATOR.

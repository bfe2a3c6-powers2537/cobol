*> the rest is waiting on stock" straight off ordstatus.dat. The
*> purge drops orders whose every line is shipped or cancelled, so
*> the file never grows into PICK-LIST's 500-line cap.
*> Each confirmation is one shipment: the operator records the
*> carrier, service, tracking number, carton count, and actual
*> weight (offered the weight PROD-SHIP-WEIGHT works out for the
*> lines shipped), kept on shipments.dat with every line it carried
*> on shiplines.dat, which CUSTINQ and ORDINQ read for the tracking
*> number. At end of day the operator prints manifest.txt, one
*> manifest per carrier for a ship date -- what the driver signs for
*> and the freight bill is checked against -- and writes
*> shipnotice.dat, each order's shipped lines and tracking numbers
*> for the customers CUSTMAINT has set up for electronic ship
*> notices. Both are rebuilt from the day's shipments every time,
*> so a rerun after a late shipment is safe.
IDENTIFICATION DIVISION.
PROGRAM-ID. SHIP-CONFIRM.
ENVIRONMENT DIVISION.
    SELECT STATUS-FILE ASSIGN TO "ordstatus.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ORDSTATUS-STATUS.
    SELECT PRODUCT-FILE ASSIGN TO "inventory.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PROD-PID.
    SELECT CUSTOMER-FILE ASSIGN TO "customers.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CUST-CID.
    SELECT OPTIONAL SHIPMENT-FILE ASSIGN TO "shipments.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SHP-KEY.
    SELECT OPTIONAL SHIPLINE-FILE ASSIGN TO "shiplines.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SL-KEY.
    SELECT OPTIONAL NOTIFY-FILE ASSIGN TO "shipnotif.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS NTF-CID.
    SELECT OPTIONAL CUSTPO-FILE ASSIGN TO "custpos.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CPO-KEY
        ALTERNATE RECORD KEY IS CPO-ORDER.
    SELECT MANIFEST-FILE ASSIGN TO "manifest.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT NOTICE-FILE ASSIGN TO "shipnotice.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
    *> ordstatus.dat file definition (matches PICK-LIST's layout):
        05 ORD-SPACEF               PIC A(1).
        05 ORD-SHIP-DATE            PIC 9(8).

    *> inventory.dat file definition (indexed, keyed by PROD-PID),
    *> opened INPUT only -- the ship weight the default comes from
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
        05 PROD-REORDER-POINT     PIC 9(7). *> reorder when stock
                                             *> falls to here, 0 =
                                             *> use the legacy ladder
        05 PROD-REORDER-TO        PIC 9(7). *> order back up to here
        05 PROD-REPLACED-BY       PIC 9(11). *> successor product, 0 = none
        05 PROD-REPLACE-DATE      PIC 9(8). *> successor effective date

    *> customers.dat file definition (indexed, keyed by CUST-CID),
    *> opened INPUT only -- the names on the manifest
    FD CUSTOMER-FILE.
    01 CUSTOMER-RECORD.
        05 CUST-CID              PIC 9(10).
        05 CUST-NAME             PIC A(23).
        05 CUST-STREET           PIC X(23).
        05 CUST-CITY             PIC A(13).
        05 CUST-STATE            PIC A(12).
        05 CUST-OWES             PIC S9(7)V9(2).
        05 CUST-CREDIT-LIMIT     PIC 9(7)V9(2).
        05 CUST-HOLD             PIC A(1).
        05 CUST-TERMS-CODE       PIC X(4). *> terms.dat code, spaces
                                           *> = net 30
        05 CUST-FINCHG-EXEMPT    PIC A(1). *> Y = no finance charges

    *> shipments.dat -- one record per confirmed shipment, keyed by
    *> order plus the order's shipment sequence (a partial order
    *> ships more than once)
    FD SHIPMENT-FILE.
    01 SHIPMENT-RECORD.
        05 SHP-KEY.
            10 SHP-ORDER         PIC 9(6).
            10 SHP-SEQ           PIC 9(2).
        05 SHP-CID               PIC 9(10).
        05 SHP-DATE              PIC 9(8).
        05 SHP-CARRIER           PIC X(4).
        05 SHP-SERVICE           PIC X(10).
        05 SHP-TRACKING          PIC X(30).
        05 SHP-CARTONS           PIC 9(3).
        05 SHP-WEIGHT            PIC 9(5)V9(2). *> actual, pounds
        05 SHP-OPERATOR          PIC X(8).

    *> shiplines.dat -- each order line a shipment carried, keyed by
    *> order plus product plus shipment sequence, so the inquiries
    *> go straight from an ordstatus.dat line to its tracking number
    FD SHIPLINE-FILE.
    01 SHIPLINE-RECORD.
        05 SL-KEY.
            10 SL-ORDER          PIC 9(6).
            10 SL-PID            PIC 9(11).
            10 SL-SEQ            PIC 9(2).
        05 SL-QTY                PIC 9(5).
        05 SL-DATE               PIC 9(8).
        05 SL-CARRIER            PIC X(4).
        05 SL-TRACKING           PIC X(30).

    *> shipnotif.dat file definition (matches CUSTMAINT's) -- the
    *> customers who take electronic ship notices, and where to
    FD NOTIFY-FILE.
    01 NOTIFY-RECORD.
        05 NTF-CID               PIC 9(10).
        05 NTF-MAILBOX           PIC X(40).

    *> custpos.dat file definition (matches EDI-PO-IMPORT's) -- an
    *> order that came in on the customer's PO file is noticed under
    *> their PO number
    FD CUSTPO-FILE.
    01 CUSTPO-RECORD.
        05 CPO-KEY.
            10 CPO-CID           PIC 9(10).
            10 CPO-PO            PIC X(20).
        05 CPO-ORDER             PIC 9(6).
        05 CPO-PO-DATE           PIC 9(8).
        05 CPO-RECEIVED          PIC 9(8).

    *> end-of-day carrier manifests, one free-form line at a time
    FD MANIFEST-FILE.
    01 MANIFEST-LINE            PIC X(120).

    *> outbound ship notices: an H line per shipment, a D line per
    *> order line it carried, and one T trailer with the counts
    FD NOTICE-FILE.
    01 NOTICE-HEADER.
        05 NTC-TYPE              PIC X(1). *> H, D, or T
        05 NTC-SPACEA            PIC A(1).
        05 NTC-CID               PIC 9(10).
        05 NTC-SPACEB            PIC A(1).
        05 NTC-MAILBOX           PIC X(40).
        05 NTC-SPACEC            PIC A(1).
        05 NTC-ORDER             PIC 9(6).
        05 NTC-SPACED            PIC A(1).
        05 NTC-PO                PIC X(20). *> their PO, if any
        05 NTC-SPACEE            PIC A(1).
        05 NTC-SHIP-DATE         PIC 9(8).
        05 NTC-SPACEF            PIC A(1).
        05 NTC-CARRIER           PIC X(4).
        05 NTC-SPACEG            PIC A(1).
        05 NTC-SERVICE           PIC X(10).
        05 NTC-SPACEH            PIC A(1).
        05 NTC-TRACKING          PIC X(30).
        05 NTC-SPACEI            PIC A(1).
        05 NTC-CARTONS           PIC 9(3).
        05 NTC-SPACEJ            PIC A(1).
        05 NTC-WEIGHT            PIC 9(5)V9(2).
    *> a shipped line's view of the same record
    01 NOTICE-DETAIL.
        05 NTD-TYPE              PIC X(1).
        05 NTD-SPACEA            PIC A(1).
        05 NTD-ORDER             PIC 9(6).
        05 NTD-SPACEB            PIC A(1).
        05 NTD-PID               PIC 9(11).
        05 NTD-SPACEC            PIC A(1).
        05 NTD-QTY               PIC 9(5).
        05 NTD-SPACED            PIC A(1).
        05 NTD-TRACKING          PIC X(30).
    *> the trailer's view of the same record
    01 NOTICE-TRAILER.
        05 NTT-TYPE              PIC X(1).
        05 NTT-SPACEA            PIC A(1).
        05 NTT-NOTICES           PIC 9(6).
        05 NTT-SPACEB            PIC A(1).
        05 NTT-LINES             PIC 9(6).

WORKING-STORAGE SECTION.
    *> reference to the shared sign-on program, and the fields each
    *> interactive program passes it at startup
    *> the status word the inquiries spell out per line
    01 STATUS-WORD            PIC X(12) VALUE SPACES.

    *> the shipment being confirmed. The weight offered is the
    *> lines' quantities times PROD-SHIP-WEIGHT; the operator keys
    *> the scale weight over it, or 0 to take it.
    01 SHIPMENT-OK-SWITCH     PIC A VALUE "N".
    01 SHIP-CID               PIC 9(10) VALUE 0.
    01 SHIP-SEQ               PIC 9(2) VALUE 0.
    01 SHIP-CARRIER           PIC X(4) VALUE SPACES.
    01 SHIP-SERVICE           PIC X(10) VALUE SPACES.
    01 SHIP-TRACKING          PIC X(30) VALUE SPACES.
    01 SHIP-CARTONS           PIC 9(3) VALUE 0.
    01 SHIP-WEIGHT            PIC 9(5)V9(2) VALUE 0.
    01 DEFAULT-WEIGHT         PIC 9(5)V9(2) VALUE 0.
    01 SEQ-FREE-SWITCH        PIC A VALUE "N".

    *> end of day: the ship date's shipments, worked carrier by
    *> carrier for the manifests and then shipment by shipment for
    *> the notices
    01 MANIFEST-DATE          PIC 9(8) VALUE 0.
    01 DAY-TABLE.
        05 DAY-ENTRY                OCCURS 500 TIMES INDEXED BY DY.
            10 DAY-ORDER            PIC 9(6).
            10 DAY-SEQ              PIC 9(2).
            10 DAY-CID              PIC 9(10).
            10 DAY-CARRIER          PIC X(4).
            10 DAY-SERVICE          PIC X(10).
            10 DAY-TRACKING         PIC X(30).
            10 DAY-CARTONS          PIC 9(3).
            10 DAY-WEIGHT           PIC 9(5)V9(2).
            10 DAY-PRINTED          PIC A(1).
    01 DAY-COUNT              PIC 9(3) VALUE 0.
    01 DAY-OVERFLOW-SWITCH    PIC A VALUE "N".
    01 SHIPMENT-EOF-SWITCH    PIC A VALUE "N".
    01 SHIPLINE-EOF-SWITCH    PIC A VALUE "N".
    01 CARRIERS-DONE-SWITCH   PIC A VALUE "N".
    01 CARRIER-WORKED         PIC X(4) VALUE SPACES.
    01 CARRIER-SHIPMENTS      PIC 9(4) VALUE 0.
    01 CARRIER-CARTONS        PIC 9(5) VALUE 0.
    01 CARRIER-WEIGHT         PIC 9(7)V9(2) VALUE 0.
    01 CARRIER-COUNT          PIC 9(3) VALUE 0.
    01 NOTICE-COUNT           PIC 9(6) VALUE 0.
    01 NOTICE-LINE-COUNT      PIC 9(6) VALUE 0.
    01 NOTICE-MAILBOX         PIC X(40) VALUE SPACES.

    01 LINE-OUT               PIC X(120).

PROCEDURE DIVISION.
*> Program controller
000-MAIN.
        DISPLAY "MORE THAN 500 LINES ON ORDSTATUS.DAT, "
            "CANNOT MAINTAIN"
    ELSE
        OPEN INPUT PRODUCT-FILE
        OPEN INPUT CUSTOMER-FILE
        OPEN I-O SHIPMENT-FILE
        OPEN I-O SHIPLINE-FILE
        OPEN INPUT NOTIFY-FILE
        OPEN INPUT CUSTPO-FILE
        PERFORM 200-MENU UNTIL DONE-SWITCH = "Y"
        CLOSE PRODUCT-FILE
        CLOSE CUSTOMER-FILE
        CLOSE SHIPMENT-FILE
        CLOSE SHIPLINE-FILE
        CLOSE NOTIFY-FILE
        CLOSE CUSTPO-FILE
    END-IF.
    STOP RUN.

    DISPLAY "3. MARK ONE LINE SHIPPED".
    DISPLAY "4. LOOK UP AN ORDER".
    DISPLAY "5. PURGE FINISHED ORDERS".
    DISPLAY "6. END-OF-DAY MANIFESTS AND SHIP NOTICES".
    DISPLAY "7. EXIT".
    DISPLAY "ENTER CHOICE: ".
    ACCEPT MENU-CHOICE.
    EVALUATE MENU-CHOICE
        WHEN 3 PERFORM 450-MARK-LINE-SHIPPED
        WHEN 4 PERFORM 500-LOOK-UP-ORDER
        WHEN 5 PERFORM 550-PURGE-FINISHED
        WHEN 6 PERFORM 900-END-OF-DAY
        WHEN 7 MOVE "Y" TO DONE-SWITCH
        WHEN OTHER DISPLAY "INVALID CHOICE"
    END-EVALUATE.

    END-IF.

*> Marks every picked line of an order shipped, stamping today --
*> the whole-pallet-left-the-dock case. The picked lines are counted
*> and weighed first, the shipment details taken, and only then are
*> the lines marked, so a shipment abandoned at the prompts leaves
*> the order untouched.
400-MARK-ORDER-SHIPPED.
    DISPLAY "ENTER ORDER NUMBER SHIPPED: ".
    ACCEPT SEARCH-ORDER.
    MOVE 0 TO OPEN-COUNT.
    MOVE 0 TO DEFAULT-WEIGHT.
    PERFORM 405-WEIGH-ONE-IF-PICKED
        VARYING S FROM 1 BY 1 UNTIL S > STATUS-COUNT.
    IF OPEN-COUNT = 0
        DISPLAY "NO PICKED LINES WAITING ON THAT ORDER"
    ELSE
        PERFORM 800-TAKE-SHIPMENT
        IF SHIPMENT-OK-SWITCH = "Y"
            PERFORM 820-WRITE-SHIPMENT
        END-IF
        IF SHIPMENT-OK-SWITCH = "Y"
            MOVE 0 TO MARKED-COUNT
            PERFORM 410-MARK-ONE-IF-PICKED
                VARYING S FROM 1 BY 1 UNTIL S > STATUS-COUNT
            PERFORM 700-SAVE-STATUS-FILE
            DISPLAY MARKED-COUNT " LINES OF ORDER " SEARCH-ORDER
                " MARKED SHIPPED, TRACKING " SHIP-TRACKING
        END-IF
    END-IF.

*> Counts and weighs one line of the whole-order pass if it is
*> picked
405-WEIGH-ONE-IF-PICKED.
    IF STATUS-ENTRY-NUMBER(S) = SEARCH-ORDER
            AND STATUS-ENTRY-FLAG(S) = "P"
        ADD 1 TO OPEN-COUNT
        MOVE STATUS-ENTRY-CID(S) TO SHIP-CID
        PERFORM 810-ADD-LINE-WEIGHT
    END-IF.

*> Ships one line of the whole-order pass if it is picked
        MOVE "S" TO STATUS-ENTRY-FLAG(S)
        MOVE TODAY TO STATUS-ENTRY-SHIPPED(S)
        ADD 1 TO MARKED-COUNT
        PERFORM 830-WRITE-SHIPLINE
    END-IF.

*> Marks a single line shipped -- the partial-shipment case
                DISPLAY "LINE ALREADY SHIPPED ON "
                    STATUS-ENTRY-SHIPPED(S)
            WHEN "P"
                MOVE 0 TO DEFAULT-WEIGHT
                MOVE STATUS-ENTRY-CID(S) TO SHIP-CID
                PERFORM 810-ADD-LINE-WEIGHT
                PERFORM 800-TAKE-SHIPMENT
                IF SHIPMENT-OK-SWITCH = "Y"
                    PERFORM 820-WRITE-SHIPMENT
                END-IF
                IF SHIPMENT-OK-SWITCH = "Y"
                    MOVE "S" TO STATUS-ENTRY-FLAG(S)
                    MOVE TODAY TO STATUS-ENTRY-SHIPPED(S)
                    PERFORM 830-WRITE-SHIPLINE
                    PERFORM 700-SAVE-STATUS-FILE
                    DISPLAY "LINE MARKED SHIPPED, TRACKING "
                        SHIP-TRACKING
                END-IF
            WHEN OTHER
                DISPLAY "LINE IS NOT PICKED -- NOTHING IN THE "
                    "WAREHOUSE TO SHIP YET"
            DISPLAY "  PID " STATUS-ENTRY-PID(S)
                " QTY " STATUS-ENTRY-QTY(S) " " STATUS-WORD
                " ON " STATUS-ENTRY-SHIPPED(S)
            PERFORM 515-SHOW-TRACKING
        ELSE
            DISPLAY "  PID " STATUS-ENTRY-PID(S)
                " QTY " STATUS-ENTRY-QTY(S) " " STATUS-WORD
        END-IF
    END-IF.

*> Shows the carrier and tracking number a shipped line went out
*> under -- the line's first shipment on shiplines.dat
515-SHOW-TRACKING.
    MOVE STATUS-ENTRY-NUMBER(S) TO SL-ORDER.
    MOVE STATUS-ENTRY-PID(S) TO SL-PID.
    MOVE 0 TO SL-SEQ.
    START SHIPLINE-FILE KEY IS >= SL-KEY
        INVALID KEY
            MOVE 0 TO SL-ORDER
    END-START.
    IF SL-ORDER NOT = 0
        READ SHIPLINE-FILE NEXT RECORD
            AT END
                CONTINUE
            NOT AT END
                IF SL-ORDER = STATUS-ENTRY-NUMBER(S)
                        AND SL-PID = STATUS-ENTRY-PID(S)
                    DISPLAY "    VIA " SL-CARRIER " TRACKING "
                        SL-TRACKING
                END-IF
        END-READ
    END-IF.

*> Spells the one-byte status out for the caller
520-SPELL-STATUS.
    EVALUATE STATUS-ENTRY-FLAG(S)
    MOVE " " TO ORD-SPACEE.
    MOVE " " TO ORD-SPACEF.
    WRITE STATUS-RECORD.

*> Takes the shipment's carrier, service, tracking number, carton
*> count, and actual weight. A carrier and a tracking number are
*> required -- without them there is nothing to tell the customer or
*> to check the freight bill against -- so a blank one abandons the
*> confirmation.
800-TAKE-SHIPMENT.
    MOVE "N" TO SHIPMENT-OK-SWITCH.
    MOVE SPACES TO SHIP-CARRIER.
    MOVE SPACES TO SHIP-SERVICE.
    MOVE SPACES TO SHIP-TRACKING.
    DISPLAY "ENTER CARRIER CODE (E.G. UPS, FDX, USPS, LTL): ".
    ACCEPT SHIP-CARRIER.
    IF SHIP-CARRIER = SPACES
        DISPLAY "CARRIER IS REQUIRED, NOTHING MARKED SHIPPED"
    ELSE
        DISPLAY "ENTER SERVICE (E.G. GROUND, 2DAY, FREIGHT): "
        ACCEPT SHIP-SERVICE
        DISPLAY "ENTER TRACKING NUMBER: "
        ACCEPT SHIP-TRACKING
        IF SHIP-TRACKING = SPACES
            DISPLAY "TRACKING NUMBER IS REQUIRED, NOTHING MARKED "
                "SHIPPED"
        ELSE
            DISPLAY "ENTER CARTON COUNT: "
            ACCEPT SHIP-CARTONS
            IF SHIP-CARTONS = 0
                MOVE 1 TO SHIP-CARTONS
            END-IF
            DISPLAY "WEIGHT FROM PRODUCT SHIP WEIGHTS: "
                DEFAULT-WEIGHT
            DISPLAY "ENTER ACTUAL WEIGHT (0 TO USE IT): "
            ACCEPT SHIP-WEIGHT
            IF SHIP-WEIGHT = 0
                MOVE DEFAULT-WEIGHT TO SHIP-WEIGHT
            END-IF
            MOVE "Y" TO SHIPMENT-OK-SWITCH
        END-IF
    END-IF.

*> Adds one line's quantity times its product's ship weight to the
*> weight offered; a product gone from inventory.dat adds nothing
810-ADD-LINE-WEIGHT.
    MOVE STATUS-ENTRY-PID(S) TO PROD-PID.
    READ PRODUCT-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            COMPUTE DEFAULT-WEIGHT = DEFAULT-WEIGHT
                + PROD-SHIP-WEIGHT * STATUS-ENTRY-QTY(S)
                ON SIZE ERROR
                    MOVE 99999.99 TO DEFAULT-WEIGHT
            END-COMPUTE
    END-READ.

*> Files the shipment under the order's next free shipment sequence.
*> When the shipment cannot be filed -- every sequence taken, or the
*> write refused -- SHIPMENT-OK-SWITCH drops to "N" and the callers
*> leave the lines unmarked, so no line claims a shipment that is not
*> on shipments.dat.
820-WRITE-SHIPMENT.
    MOVE 0 TO SHIP-SEQ.
    MOVE "N" TO SEQ-FREE-SWITCH.
    PERFORM 825-PROBE-SEQ UNTIL SEQ-FREE-SWITCH = "Y".
    IF SHIPMENT-OK-SWITCH = "Y"
        MOVE SEARCH-ORDER TO SHP-ORDER
        MOVE SHIP-SEQ TO SHP-SEQ
        MOVE SHIP-CID TO SHP-CID
        MOVE TODAY TO SHP-DATE
        MOVE SHIP-CARRIER TO SHP-CARRIER
        MOVE SHIP-SERVICE TO SHP-SERVICE
        MOVE SHIP-TRACKING TO SHP-TRACKING
        MOVE SHIP-CARTONS TO SHP-CARTONS
        MOVE SHIP-WEIGHT TO SHP-WEIGHT
        MOVE SIGNON-OPERATOR TO SHP-OPERATOR
        WRITE SHIPMENT-RECORD
            INVALID KEY
                DISPLAY "SHIPMENT NOT WRITTEN, LINES LEFT UNMARKED"
                MOVE "N" TO SHIPMENT-OK-SWITCH
        END-WRITE
    END-IF.

*> Tries the next shipment sequence for the order; free when no
*> shipment is on file under it. Sequence 99 taken as well means the
*> order has no room for another shipment.
825-PROBE-SEQ.
    ADD 1 TO SHIP-SEQ.
    MOVE SEARCH-ORDER TO SHP-ORDER.
    MOVE SHIP-SEQ TO SHP-SEQ.
    READ SHIPMENT-FILE
        INVALID KEY
            MOVE "Y" TO SEQ-FREE-SWITCH
    END-READ.
    IF SEQ-FREE-SWITCH = "N" AND SHIP-SEQ >= 99
        DISPLAY "TOO MANY SHIPMENTS ON ORDER " SEARCH-ORDER
            ", LINES LEFT UNMARKED"
        MOVE "N" TO SHIPMENT-OK-SWITCH
        MOVE "Y" TO SEQ-FREE-SWITCH
    END-IF.

*> Records the line just marked as carried by the shipment
830-WRITE-SHIPLINE.
    MOVE STATUS-ENTRY-NUMBER(S) TO SL-ORDER.
    MOVE STATUS-ENTRY-PID(S) TO SL-PID.
    MOVE SHIP-SEQ TO SL-SEQ.
    MOVE STATUS-ENTRY-QTY(S) TO SL-QTY.
    MOVE TODAY TO SL-DATE.
    MOVE SHIP-CARRIER TO SL-CARRIER.
    MOVE SHIP-TRACKING TO SL-TRACKING.
    WRITE SHIPLINE-RECORD
        INVALID KEY
            CONTINUE
    END-WRITE.

*> End of day: the manifests per carrier, then the ship notices,
*> for one ship date's shipments
900-END-OF-DAY.
    DISPLAY "ENTER SHIP DATE YYYYMMDD (0 FOR TODAY): ".
    ACCEPT MANIFEST-DATE.
    IF MANIFEST-DATE = 0
        MOVE TODAY TO MANIFEST-DATE
    END-IF.
    PERFORM 910-LOAD-DAYS-SHIPMENTS.
    IF DAY-OVERFLOW-SWITCH = "Y"
        DISPLAY "MORE THAN 500 SHIPMENTS ON " MANIFEST-DATE
            ", CANNOT MANIFEST"
    ELSE
        IF DAY-COUNT = 0
            DISPLAY "NO SHIPMENTS CONFIRMED ON " MANIFEST-DATE
        ELSE
            PERFORM 930-WRITE-MANIFESTS
            PERFORM 950-WRITE-NOTICES
            DISPLAY DAY-COUNT " SHIPMENTS ON " CARRIER-COUNT
                " CARRIER MANIFESTS IN MANIFEST.TXT"
            DISPLAY NOTICE-COUNT " SHIP NOTICES IN SHIPNOTICE.DAT"
        END-IF
    END-IF.

*> Loads the ship date's shipments from shipments.dat
910-LOAD-DAYS-SHIPMENTS.
    MOVE 0 TO DAY-COUNT.
    MOVE "N" TO DAY-OVERFLOW-SWITCH.
    MOVE "N" TO SHIPMENT-EOF-SWITCH.
    MOVE 0 TO SHP-ORDER.
    MOVE 0 TO SHP-SEQ.
    START SHIPMENT-FILE KEY IS >= SHP-KEY
        INVALID KEY
            MOVE "Y" TO SHIPMENT-EOF-SWITCH
    END-START.
    PERFORM 915-LOAD-ONE-SHIPMENT UNTIL SHIPMENT-EOF-SWITCH = "Y".

*> One shipment into the day's table if it shipped on the date
915-LOAD-ONE-SHIPMENT.
    READ SHIPMENT-FILE NEXT RECORD
        AT END
            MOVE "Y" TO SHIPMENT-EOF-SWITCH
        NOT AT END
            IF SHP-DATE = MANIFEST-DATE
                IF DAY-COUNT >= 500
                    MOVE "Y" TO DAY-OVERFLOW-SWITCH
                    MOVE "Y" TO SHIPMENT-EOF-SWITCH
                ELSE
                    ADD 1 TO DAY-COUNT
                    SET DY TO DAY-COUNT
                    MOVE SHP-ORDER TO DAY-ORDER(DY)
                    MOVE SHP-SEQ TO DAY-SEQ(DY)
                    MOVE SHP-CID TO DAY-CID(DY)
                    MOVE SHP-CARRIER TO DAY-CARRIER(DY)
                    MOVE SHP-SERVICE TO DAY-SERVICE(DY)
                    MOVE SHP-TRACKING TO DAY-TRACKING(DY)
                    MOVE SHP-CARTONS TO DAY-CARTONS(DY)
                    MOVE SHP-WEIGHT TO DAY-WEIGHT(DY)
                    MOVE "N" TO DAY-PRINTED(DY)
                END-IF
            END-IF
    END-READ.

*> Writes manifest.txt: carrier after carrier, each the next
*> carrier not yet printed, with its shipments and totals
930-WRITE-MANIFESTS.
    OPEN OUTPUT MANIFEST-FILE.
    MOVE 0 TO CARRIER-COUNT.
    MOVE "N" TO CARRIERS-DONE-SWITCH.
    PERFORM 935-WRITE-ONE-MANIFEST UNTIL CARRIERS-DONE-SWITCH = "Y".
    CLOSE MANIFEST-FILE.

*> One carrier's manifest, for the first shipment not yet printed
935-WRITE-ONE-MANIFEST.
    SET DY TO 1.
    SEARCH DAY-ENTRY
        AT END
            MOVE "Y" TO CARRIERS-DONE-SWITCH
        WHEN DY > DAY-COUNT
            MOVE "Y" TO CARRIERS-DONE-SWITCH
        WHEN DAY-PRINTED(DY) = "N"
            MOVE DAY-CARRIER(DY) TO CARRIER-WORKED
    END-SEARCH.
    IF CARRIERS-DONE-SWITCH = "N"
        ADD 1 TO CARRIER-COUNT
        MOVE 0 TO CARRIER-SHIPMENTS
        MOVE 0 TO CARRIER-CARTONS
        MOVE 0 TO CARRIER-WEIGHT
        MOVE SPACES TO LINE-OUT
        STRING "CARRIER MANIFEST -- " CARRIER-WORKED
            " -- SHIP DATE " MANIFEST-DATE
            DELIMITED BY SIZE INTO LINE-OUT
        WRITE MANIFEST-LINE FROM LINE-OUT
        MOVE SPACES TO LINE-OUT
        STRING "ORDER  SEQ  CUSTOMER   NAME                    "
            "SERVICE    TRACKING NUMBER"
            DELIMITED BY SIZE INTO LINE-OUT
        WRITE MANIFEST-LINE FROM LINE-OUT
        PERFORM 940-MANIFEST-ONE-SHIPMENT
            VARYING DY FROM 1 BY 1 UNTIL DY > DAY-COUNT
        MOVE SPACES TO LINE-OUT
        STRING "TOTAL " CARRIER-WORKED ": " CARRIER-SHIPMENTS
            " SHIPMENTS, " CARRIER-CARTONS " CARTONS, "
            CARRIER-WEIGHT " LBS"
            DELIMITED BY SIZE INTO LINE-OUT
        WRITE MANIFEST-LINE FROM LINE-OUT
        MOVE "RECEIVED BY DRIVER: ____________________  TIME: ______"
            TO LINE-OUT
        WRITE MANIFEST-LINE FROM LINE-OUT
        MOVE SPACES TO LINE-OUT
        WRITE MANIFEST-LINE FROM LINE-OUT
    END-IF.

*> Lists one shipment on the carrier's manifest if it is theirs
940-MANIFEST-ONE-SHIPMENT.
    IF DAY-PRINTED(DY) = "N" AND DAY-CARRIER(DY) = CARRIER-WORKED
        MOVE "Y" TO DAY-PRINTED(DY)
        ADD 1 TO CARRIER-SHIPMENTS
        ADD DAY-CARTONS(DY) TO CARRIER-CARTONS
        ADD DAY-WEIGHT(DY) TO CARRIER-WEIGHT
        MOVE DAY-CID(DY) TO CUST-CID
        READ CUSTOMER-FILE
            INVALID KEY
                MOVE "NOT ON FILE" TO CUST-NAME
        END-READ
        MOVE SPACES TO LINE-OUT
        STRING DAY-ORDER(DY) " " DAY-SEQ(DY) "  " DAY-CID(DY) " "
            CUST-NAME " " DAY-SERVICE(DY) " " DAY-TRACKING(DY)
            " CTNS " DAY-CARTONS(DY) " LBS " DAY-WEIGHT(DY)
            DELIMITED BY SIZE INTO LINE-OUT
        WRITE MANIFEST-LINE FROM LINE-OUT
    END-IF.

*> Writes shipnotice.dat: a notice for every shipment of the day
*> whose customer takes electronic ship notices
950-WRITE-NOTICES.
    OPEN OUTPUT NOTICE-FILE.
    MOVE 0 TO NOTICE-COUNT.
    MOVE 0 TO NOTICE-LINE-COUNT.
    PERFORM 955-NOTICE-ONE-SHIPMENT
        VARYING DY FROM 1 BY 1 UNTIL DY > DAY-COUNT.
    MOVE SPACES TO NOTICE-TRAILER.
    MOVE "T" TO NTT-TYPE.
    MOVE NOTICE-COUNT TO NTT-NOTICES.
    MOVE NOTICE-LINE-COUNT TO NTT-LINES.
    WRITE NOTICE-TRAILER.
    CLOSE NOTICE-FILE.

*> One shipment's notice -- its header, then the lines it carried,
*> positioned onto the order's shiplines.dat records
955-NOTICE-ONE-SHIPMENT.
    MOVE DAY-CID(DY) TO NTF-CID.
    READ NOTIFY-FILE
        INVALID KEY
            MOVE 0 TO NTF-CID
    END-READ.
    IF NTF-CID NOT = 0
        MOVE NTF-MAILBOX TO NOTICE-MAILBOX
        ADD 1 TO NOTICE-COUNT
        MOVE SPACES TO NOTICE-HEADER
        MOVE DAY-ORDER(DY) TO CPO-ORDER
        READ CUSTPO-FILE KEY IS CPO-ORDER
            INVALID KEY
                MOVE SPACES TO CPO-PO
        END-READ
        MOVE "H" TO NTC-TYPE
        MOVE DAY-CID(DY) TO NTC-CID
        MOVE NOTICE-MAILBOX TO NTC-MAILBOX
        MOVE DAY-ORDER(DY) TO NTC-ORDER
        MOVE CPO-PO TO NTC-PO
        MOVE MANIFEST-DATE TO NTC-SHIP-DATE
        MOVE DAY-CARRIER(DY) TO NTC-CARRIER
        MOVE DAY-SERVICE(DY) TO NTC-SERVICE
        MOVE DAY-TRACKING(DY) TO NTC-TRACKING
        MOVE DAY-CARTONS(DY) TO NTC-CARTONS
        MOVE DAY-WEIGHT(DY) TO NTC-WEIGHT
        WRITE NOTICE-HEADER
        MOVE "N" TO SHIPLINE-EOF-SWITCH
        MOVE DAY-ORDER(DY) TO SL-ORDER
        MOVE 0 TO SL-PID
        MOVE 0 TO SL-SEQ
        START SHIPLINE-FILE KEY IS >= SL-KEY
            INVALID KEY
                MOVE "Y" TO SHIPLINE-EOF-SWITCH
        END-START
        PERFORM 960-NOTICE-ONE-LINE UNTIL SHIPLINE-EOF-SWITCH = "Y"
    END-IF.

*> One line of the order, written when this shipment carried it
960-NOTICE-ONE-LINE.
    READ SHIPLINE-FILE NEXT RECORD
        AT END
            MOVE "Y" TO SHIPLINE-EOF-SWITCH
        NOT AT END
            IF SL-ORDER NOT = DAY-ORDER(DY)
                MOVE "Y" TO SHIPLINE-EOF-SWITCH
            ELSE
                IF SL-SEQ = DAY-SEQ(DY)
                    ADD 1 TO NOTICE-LINE-COUNT
                    MOVE SPACES TO NOTICE-DETAIL
                    MOVE "D" TO NTD-TYPE
                    MOVE SL-ORDER TO NTD-ORDER
                    MOVE SL-PID TO NTD-PID
                    MOVE SL-QTY TO NTD-QTY
                    MOVE SL-TRACKING TO NTD-TRACKING
                    WRITE NOTICE-DETAIL
                END-IF
            END-IF
    END-READ.

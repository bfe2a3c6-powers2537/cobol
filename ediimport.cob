*> Inbound customer purchase-order import. Our larger accounts send
*> their purchase orders as a fixed-format file (edipo.dat) instead
*> of the desk re-keying them through ORDER-ENTRY:
*>   - an H line opens each purchase order -- our customer id, the
*>     customer's PO number and date, and the ship-to code;
*>   - a D line per PO line -- the customer's line number, THEIR
*>     item number, and the quantity;
*>   - one T trailer closes the file with the count of D lines and a
*>     hash total of their quantities.
*> The file is proven against its trailer before anything is staged;
*> a file that does not foot (or has no trailer) is refused whole,
*> RC=8, so a short or doubled transmission never half-loads.
*> Each customer item number is translated to our product id through
*> custitems.dat (maintained by XREF-MAINT), and every PO and line is
*> checked the way ORDER-ENTRY checks a keyed order:
*>   - the customer must be on file and not on credit hold, the PO
*>     number must be present and not already received, and a
*>     ship-to code must be on shiptos.dat -- a PO failing any of
*>     these is rejected with all its lines, since there is no clerk
*>     on the phone to fall back to the billing address;
*>   - a line needs a quantity of at least 1, a cross-referenced
*>     item, and a product on file that is not discontinued; a
*>     superseded product is ordered as its active replacement;
*>   - a line for more than is on hand (a kit's on hand being the
*>     whole kits its components cover) is accepted and flagged as
*>     going to backorder tonight.
*> Accepted lines are appended to stagedorders.dat under a new order
*> number from the run-control counter, one order per PO, as house
*> business (salesperson 000) with no sale code; the customer's PO
*> number is carried against that order on custpos.dat, where the
*> duplicate-PO check and STATEMENT look it up. An order holds 20
*> lines, as a keyed one does (PICK-LIST and STATEMENT carry no more
*> per order), so accepted lines past the 20th of a PO are rejected
*> for the customer to send on a new PO. Everything is listed
*> on the ediedit.txt edit report, and each PO gets an
*> acknowledgement section in ediack.txt for the customer: every
*> line accepted, going to backorder, or rejected with its reason.
IDENTIFICATION DIVISION.
PROGRAM-ID. EDI-PO-IMPORT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EDI-FILE ASSIGN TO "edipo.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EDI-STATUS.
    SELECT CUSTOMER-FILE ASSIGN TO "customers.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CUST-CID.
    SELECT PRODUCT-FILE ASSIGN TO "inventory.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PROD-PID.
    SELECT OPTIONAL SHIPTO-FILE ASSIGN TO "shiptos.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS ST-KEY.
    SELECT OPTIONAL KIT-FILE ASSIGN TO "kits.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS KIT-KEY.
    SELECT OPTIONAL XREF-FILE ASSIGN TO "custitems.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS XREF-KEY.
    SELECT OPTIONAL CUSTPO-FILE ASSIGN TO "custpos.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CPO-KEY
        ALTERNATE RECORD KEY IS CPO-ORDER.
    SELECT CONTROL-FILE ASSIGN TO "runcontrol.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONTROL-STATUS.
    SELECT OPTIONAL ORDER-FILE ASSIGN TO "stagedorders.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
    SELECT REPORT-FILE ASSIGN TO "ediedit.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ACK-FILE ASSIGN TO "ediack.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
    *> the customers' PO file: H header, D detail, and one T trailer
    FD EDI-FILE.
    01 EDI-HEADER.
        05 EDH-TYPE             PIC X(1). *> H, D, or T
        05 EDH-SPACEA           PIC A(1).
        05 EDH-CID              PIC 9(10). *> our customer id
        05 EDH-SPACEB           PIC A(1).
        05 EDH-PO               PIC X(20). *> the customer's PO number
        05 EDH-SPACEC           PIC A(1).
        05 EDH-PO-DATE          PIC 9(8).
        05 EDH-SPACED           PIC A(1).
        05 EDH-SHIP-CODE        PIC X(4). *> spaces = billing address
    *> a detail line's view of the same line
    01 EDI-DETAIL.
        05 EDD-TYPE             PIC X(1).
        05 EDD-SPACEA           PIC A(1).
        05 EDD-LINE             PIC 9(4). *> the customer's line no.
        05 EDD-SPACEB           PIC A(1).
        05 EDD-ITEM             PIC X(20). *> the customer's item no.
        05 EDD-SPACEC           PIC A(1).
        05 EDD-QTY              PIC 9(5).
    *> the trailer's view of the same line
    01 EDI-TRAILER.
        05 EDT-TYPE             PIC X(1).
        05 EDT-SPACEA           PIC A(1).
        05 EDT-COUNT            PIC 9(6). *> D lines the sender says
        05 EDT-SPACEB           PIC A(1).
        05 EDT-TOTAL            PIC 9(9). *> hash total of quantities

    *> customers.dat file definition (indexed, keyed by CUST-CID)
    FD CUSTOMER-FILE.
    01 CUSTOMER-RECORD.
        05 CUST-CID              PIC 9(10).
        05 CUST-NAME             PIC A(23).
        05 CUST-STREET           PIC X(23).
        05 CUST-CITY             PIC A(13).
        05 CUST-STATE            PIC A(12).
        05 CUST-OWES             PIC S9(7)V9(2).
        05 CUST-CREDIT-LIMIT     PIC 9(7)V9(2).
        05 CUST-HOLD             PIC A(1). *> Y = credit hold
        05 CUST-TERMS-CODE       PIC X(4). *> terms.dat code, spaces
                                           *> = net 30
        05 CUST-FINCHG-EXEMPT    PIC A(1). *> Y = no finance charges

    *> inventory.dat file definition (indexed, keyed by PROD-PID)
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

    *> shiptos.dat file definition (matches CUSTMAINT's)
    FD SHIPTO-FILE.
    01 SHIPTO-RECORD.
        05 ST-KEY.
            10 ST-CID            PIC 9(10).
            10 ST-CODE           PIC X(4).
        05 ST-NAME               PIC X(23).
        05 ST-STREET             PIC X(23).
        05 ST-CITY               PIC A(13).
        05 ST-STATE              PIC A(12).

    *> kits.dat file definition (matches PRODMAINT's)
    FD KIT-FILE.
    01 KIT-RECORD.
        05 KIT-KEY.
            10 KIT-PID           PIC 9(11).
            10 KIT-COMP-PID      PIC 9(11).
        05 KIT-COMP-QTY          PIC 9(5).

    *> custitems.dat file definition (matches XREF-MAINT's) -- the
    *> customer's item number for each of our products they buy
    FD XREF-FILE.
    01 XREF-RECORD.
        05 XREF-KEY.
            10 XREF-CID          PIC 9(10).
            10 XREF-ITEM         PIC X(20).
        05 XREF-PID              PIC 9(11).

    *> custpos.dat file definition -- the customer's PO number
    *> carried against the order number it was staged under, keyed
    *> by customer plus PO (the duplicate check) and by our order
    *> number (STATEMENT's lookup)
    FD CUSTPO-FILE.
    01 CUSTPO-RECORD.
        05 CPO-KEY.
            10 CPO-CID           PIC 9(10).
            10 CPO-PO            PIC X(20).
        05 CPO-ORDER             PIC 9(6).
        05 CPO-PO-DATE           PIC 9(8). *> the date on their PO
        05 CPO-RECEIVED          PIC 9(8). *> business date imported

    *> runcontrol.dat file definition (matches GET-BUSINESS-DATE's) --
    *> source of the business date stamped on the order and of the
    *> order-number counter
    FD CONTROL-FILE.
    01 CONTROL-RECORD.
        05 RUN-BUSINESS-DATE    PIC 9(8).
        05 RUN-SPACEA           PIC A(1).
        05 RUN-CYCLE            PIC 9(4).
        05 RUN-SPACEB           PIC A(1).
        05 RUN-STATUS           PIC A(1).
        05 RUN-SPACEC           PIC A(1).
        05 RUN-NEXT-ORDER       PIC 9(6).
        05 RUN-SPACED           PIC A(1).
        05 RUN-NEXT-PO          PIC 9(6).

    *> accepted lines are appended to the daytime staging file (same
    *> layout as ORDER-ENTRY's), which STAGE-CUTOVER promotes into
    *> the nightly batch
    FD ORDER-FILE.
    01 ORDER-RECORD.
        05 OUT-ORDER-NUMBER      PIC 9(6).
        05 OUT-ORDER-DATE        PIC 9(8).
        05 OUT-CID               PIC 9(10).
        05 OUT-PID               PIC 9(11).
        05 OUT-QUANTITY          PIC 9(5).
        05 OUT-SHIP-CODE         PIC X(4).
        05 OUT-EMPTY             PIC X(1).
        05 OUT-SALE-CODE         PIC A(1).
        05 OUT-REP               PIC 9(3).

    *> edit report output, one free-form line at a time
    FD REPORT-FILE.
    01 REPORT-LINE              PIC X(120).

    *> customer acknowledgements, one section per PO
    FD ACK-FILE.
    01 ACK-LINE                 PIC X(120).

WORKING-STORAGE SECTION.
    *> reference to the shared run-log program, and the event fields
    *> each CALL fills in
    01 WRITE-RUN-LOG         PIC X(13) VALUE "WRITE-RUN-LOG".
    01 LOG-SEVERITY          PIC A(1) VALUE "I".
    01 LOG-PROGRAM           PIC X(17) VALUE "EDI-PO-IMPORT".
    01 LOG-MESSAGE           PIC X(60) VALUE SPACES.
    01 LOG-OPERATOR          PIC X(8) VALUE "EDIPO".

    01 SWITCHES.
        05 EOF-SWITCH           PIC A VALUE "N".
        05 TRAILER-SEEN-SWITCH  PIC A VALUE "N".
        05 FILE-FOUND-SWITCH    PIC A VALUE "N".
        05 LINE-OK-SWITCH       PIC A VALUE "N".

    01 EDI-STATUS             PIC XX VALUE "00".
    01 CONTROL-STATUS         PIC XX VALUE "00".
    01 CONTROL-FOUND-SWITCH   PIC A VALUE "N".

    01 BUSINESS-DATE          PIC 9(8) VALUE 0.
    01 HELD-CYCLE             PIC 9(4) VALUE 0.
    01 HELD-STATUS            PIC A(1) VALUE "C".
    01 HELD-NEXT-ORDER        PIC 9(6) VALUE 1.
    01 HELD-NEXT-PO           PIC 9(6) VALUE 1.

    *> the proving pass: what the file holds against what its
    *> trailer claims. A quantity that is not numeric counts zero
    *> toward the hash, so a garbled line makes the file not foot.
    01 PROOF-COUNT            PIC 9(6) VALUE 0.
    01 PROOF-TOTAL            PIC 9(9) VALUE 0.
    01 SENDER-COUNT           PIC 9(6) VALUE 0.
    01 SENDER-TOTAL           PIC 9(9) VALUE 0.
    01 MISMATCH-SWITCH        PIC A VALUE "N".

    *> the purchase order being worked. PO-ORDER stays 0 until its
    *> first line is accepted, so a PO rejected whole never uses up
    *> an order number.
    01 PO-OPEN-SWITCH         PIC A VALUE "N".
    01 PO-OK-SWITCH           PIC A VALUE "N".
    01 PO-REASON              PIC X(30) VALUE SPACES.
    01 PO-CID                 PIC 9(10) VALUE 0.
    01 PO-NUMBER              PIC X(20) VALUE SPACES.
    01 PO-DATE                PIC 9(8) VALUE 0.
    01 PO-SHIP-CODE           PIC X(4) VALUE SPACES.
    01 PO-ORDER               PIC 9(6) VALUE 0.
    01 PO-ACCEPTED            PIC 9(4) VALUE 0.
    01 PO-BACKORDERED         PIC 9(4) VALUE 0.
    01 PO-REJECTED            PIC 9(4) VALUE 0.
    *> the most lines one order holds -- ORDER-ENTRY's limit, and
    *> what PICK-LIST and STATEMENT carry per order
    01 ORDER-LINE-LIMIT       PIC 9(2) VALUE 20.

    *> the line being worked
    01 LINE-REASON            PIC X(30) VALUE SPACES.
    01 LINE-PID               PIC 9(11) VALUE 0.
    01 LINE-QTY               PIC 9(5) VALUE 0.
    01 LINE-REPLACED-SWITCH   PIC A VALUE "N".
    *> what the line can draw on: the product's stock, or for a kit
    *> the whole kits its least-covered component makes
    01 LINE-ON-HAND           PIC 9(7) VALUE 0.
    01 KIT-COVERS             PIC 9(7) VALUE 0.
    01 KIT-LINE-SWITCH        PIC A VALUE "N".
    01 KIT-EOF-SWITCH         PIC A VALUE "N".
    *> supersession: the furthest active product the mapped PID's
    *> replacement chain reaches, followed the way ORDER-ENTRY's
    *> 504-STEP-TO-SUCCESSOR follows it
    01 CHAIN-ACTIVE-PID       PIC 9(11) VALUE 0.
    01 CHAIN-HOPS             PIC 9(2) VALUE 0.
    01 CHAIN-END-SWITCH       PIC A VALUE "N".

    *> run totals
    01 PO-COUNT               PIC 9(6) VALUE 0.
    01 ORDERS-STAGED          PIC 9(6) VALUE 0.
    01 LINES-READ             PIC 9(6) VALUE 0.
    01 ACCEPTED-COUNT         PIC 9(6) VALUE 0.
    01 BACKORDER-COUNT        PIC 9(6) VALUE 0.
    01 REJECTED-COUNT         PIC 9(6) VALUE 0.
    01 STAGED-QTY             PIC 9(9) VALUE 0.
    01 REJECTED-QTY           PIC 9(9) VALUE 0.

    01 LINE-OUT               PIC X(120).

PROCEDURE DIVISION.
*> Program controller
000-MAIN.
    OPEN OUTPUT REPORT-FILE.
    MOVE "EDI PURCHASE ORDER IMPORT EDIT REPORT" TO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    PERFORM 100-PROVE-FILE.
    IF FILE-FOUND-SWITCH = "N"
        DISPLAY "NO EDIPO.DAT ON FILE, NOTHING TO IMPORT"
        MOVE "NO EDIPO.DAT ON FILE, NOTHING TO IMPORT" TO LINE-OUT
        WRITE REPORT-LINE FROM LINE-OUT
    ELSE
        IF MISMATCH-SWITCH = "Y"
            MOVE "FILE REFUSED WHOLE, NOTHING STAGED" TO LINE-OUT
            WRITE REPORT-LINE FROM LINE-OUT
            DISPLAY "EDI PO FILE DID NOT FOOT, SEE EDIEDIT.TXT"
            MOVE "S" TO LOG-SEVERITY
            MOVE "EDI PO FILE DID NOT FOOT TO ITS TRAILER, REFUSED"
                TO LOG-MESSAGE
            CALL WRITE-RUN-LOG USING LOG-SEVERITY, LOG-PROGRAM,
                LOG-MESSAGE, LOG-OPERATOR
            MOVE 8 TO RETURN-CODE
        ELSE
            PERFORM 150-INIT
            PERFORM 200-PROCESS-PO-FILE
            PERFORM 800-FOOT-RUN
            PERFORM 900-TERMINATE
        END-IF
    END-IF.
    CLOSE REPORT-FILE.
    STOP RUN.

*> The proving pass: counts the D lines and hashes their quantities,
*> then foots them against the sender's trailer before a single
*> line is staged. No trailer, or a trailer that disagrees, refuses
*> the file.
100-PROVE-FILE.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT EDI-FILE.
    IF EDI-STATUS = "00"
        MOVE "Y" TO FILE-FOUND-SWITCH
        PERFORM 110-PROVE-ONE-LINE UNTIL EOF-SWITCH = "Y"
        CLOSE EDI-FILE
    END-IF.
    IF FILE-FOUND-SWITCH = "Y"
        IF TRAILER-SEEN-SWITCH = "N"
            MOVE "NO TRAILER ON THE FILE, PO FILE NOT PROVABLE"
                TO LINE-OUT
            WRITE REPORT-LINE FROM LINE-OUT
            MOVE "Y" TO MISMATCH-SWITCH
        ELSE
            IF PROOF-COUNT NOT = SENDER-COUNT
                    OR PROOF-TOTAL NOT = SENDER-TOTAL
                MOVE SPACES TO LINE-OUT
                STRING "PO FILE DOES NOT FOOT: FILE HAS " PROOF-COUNT
                    " LINES FOR " PROOF-TOTAL " UNITS BUT TRAILER SAYS "
                    SENDER-COUNT " FOR " SENDER-TOTAL
                    DELIMITED BY SIZE INTO LINE-OUT
                WRITE REPORT-LINE FROM LINE-OUT
                MOVE "Y" TO MISMATCH-SWITCH
            ELSE
                MOVE SPACES TO LINE-OUT
                STRING "PO FILE FOOTS TO ITS TRAILER: " PROOF-COUNT
                    " LINES FOR " PROOF-TOTAL " UNITS"
                    DELIMITED BY SIZE INTO LINE-OUT
                WRITE REPORT-LINE FROM LINE-OUT
            END-IF
        END-IF
    END-IF.

*> One line of the proving pass
110-PROVE-ONE-LINE.
    READ EDI-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            EVALUATE EDH-TYPE
                WHEN "D"
                    ADD 1 TO PROOF-COUNT
                    IF EDD-QTY IS NUMERIC
                        ADD EDD-QTY TO PROOF-TOTAL
                    END-IF
                WHEN "T"
                    MOVE "Y" TO TRAILER-SEEN-SWITCH
                    IF EDT-COUNT IS NUMERIC
                        MOVE EDT-COUNT TO SENDER-COUNT
                    END-IF
                    IF EDT-TOTAL IS NUMERIC
                        MOVE EDT-TOTAL TO SENDER-TOTAL
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.

*> Opens the masters read-only, the PO store for update, and the
*> acknowledgements, and picks up the business date
150-INIT.
    OPEN INPUT CUSTOMER-FILE.
    OPEN INPUT PRODUCT-FILE.
    OPEN INPUT SHIPTO-FILE.
    OPEN INPUT KIT-FILE.
    OPEN INPUT XREF-FILE.
    OPEN I-O CUSTPO-FILE.
    OPEN OUTPUT ACK-FILE.
    PERFORM 130-READ-CONTROL.

*> Reads the run-control record for the business date and the next
*> order number; falls back to the system clock before the control
*> file exists, the same as everything else. Re-PERFORMed fresh
*> whenever an order number is taken, so what is written back is
*> never stale (see ORDER-ENTRY's 130-READ-CONTROL).
130-READ-CONTROL.
    MOVE "N" TO CONTROL-FOUND-SWITCH.
    OPEN INPUT CONTROL-FILE.
    IF CONTROL-STATUS = "00"
        READ CONTROL-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE "Y" TO CONTROL-FOUND-SWITCH
                MOVE RUN-BUSINESS-DATE TO BUSINESS-DATE
                MOVE RUN-CYCLE TO HELD-CYCLE
                MOVE RUN-STATUS TO HELD-STATUS
                MOVE RUN-NEXT-ORDER TO HELD-NEXT-ORDER
                MOVE RUN-NEXT-PO TO HELD-NEXT-PO
        END-READ
        CLOSE CONTROL-FILE
    END-IF.
    IF CONTROL-FOUND-SWITCH = "N"
        ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
    END-IF.

*> Walks the proven file, dispatching each line
200-PROCESS-PO-FILE.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT EDI-FILE.
    READ EDI-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
    END-READ.
    PERFORM 210-PROCESS-ONE-LINE UNTIL EOF-SWITCH = "Y".
    PERFORM 350-CLOSE-PO.
    CLOSE EDI-FILE.

*> Dispatches one line by its type tag
210-PROCESS-ONE-LINE.
    EVALUATE EDH-TYPE
        WHEN "H"
            PERFORM 350-CLOSE-PO
            PERFORM 300-OPEN-PO
        WHEN "D"
            PERFORM 400-PROCESS-ONE-DETAIL
        WHEN "T"
            PERFORM 350-CLOSE-PO
        WHEN OTHER
            MOVE SPACES TO LINE-OUT
            STRING "IGNORED (UNKNOWN LINE TYPE): " EDI-HEADER
                DELIMITED BY SIZE INTO LINE-OUT
            WRITE REPORT-LINE FROM LINE-OUT
    END-EVALUATE.
    READ EDI-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
    END-READ.

*> Starts a purchase order: validates its header and opens its
*> acknowledgement section
300-OPEN-PO.
    MOVE "Y" TO PO-OPEN-SWITCH.
    ADD 1 TO PO-COUNT.
    MOVE EDH-PO TO PO-NUMBER.
    MOVE EDH-SHIP-CODE TO PO-SHIP-CODE.
    MOVE 0 TO PO-CID.
    MOVE 0 TO PO-DATE.
    IF EDH-CID IS NUMERIC
        MOVE EDH-CID TO PO-CID
    END-IF.
    IF EDH-PO-DATE IS NUMERIC
        MOVE EDH-PO-DATE TO PO-DATE
    END-IF.
    MOVE 0 TO PO-ORDER.
    MOVE 0 TO PO-ACCEPTED.
    MOVE 0 TO PO-BACKORDERED.
    MOVE 0 TO PO-REJECTED.
    PERFORM 310-VALIDATE-HEADER.
    MOVE SPACES TO ACK-LINE.
    WRITE ACK-LINE.
    MOVE SPACES TO LINE-OUT.
    IF CUST-CID = PO-CID AND PO-CID NOT = 0
        STRING "PURCHASE ORDER ACKNOWLEDGEMENT FOR " CUST-NAME
            " (CUSTOMER " PO-CID ")"
            DELIMITED BY SIZE INTO LINE-OUT
    ELSE
        STRING "PURCHASE ORDER ACKNOWLEDGEMENT FOR CUSTOMER " EDH-CID
            DELIMITED BY SIZE INTO LINE-OUT
    END-IF.
    WRITE ACK-LINE FROM LINE-OUT.
    MOVE SPACES TO LINE-OUT.
    STRING "YOUR PO " PO-NUMBER " DATED " PO-DATE
        " SHIP-TO " PO-SHIP-CODE " RECEIVED " BUSINESS-DATE
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE ACK-LINE FROM LINE-OUT.
    MOVE SPACES TO LINE-OUT.
    IF PO-OK-SWITCH = "Y"
        STRING "PO " PO-NUMBER " CUSTOMER " PO-CID " " CUST-NAME
            DELIMITED BY SIZE INTO LINE-OUT
        WRITE REPORT-LINE FROM LINE-OUT
    ELSE
        STRING "PO " PO-NUMBER " CUSTOMER " EDH-CID
            " REJECTED WHOLE: " PO-REASON
            DELIMITED BY SIZE INTO LINE-OUT
        WRITE REPORT-LINE FROM LINE-OUT
        MOVE SPACES TO LINE-OUT
        STRING "  THIS PO CANNOT BE ACCEPTED: " PO-REASON
            DELIMITED BY SIZE INTO LINE-OUT
        WRITE ACK-LINE FROM LINE-OUT
    END-IF.

*> The header checks ORDER-ENTRY makes when the desk keys the
*> customer and ship-to, plus the duplicate-PO check. With no clerk
*> to ask, a credit hold or an unknown ship-to rejects the PO rather
*> than warn, since the nightly run would reject or misship it.
310-VALIDATE-HEADER.
    MOVE "Y" TO PO-OK-SWITCH.
    MOVE SPACES TO PO-REASON.
    MOVE 0 TO CUST-CID.
    IF PO-CID = 0
        MOVE "N" TO PO-OK-SWITCH
        MOVE "CUSTOMER NOT ON FILE" TO PO-REASON
    ELSE
        MOVE PO-CID TO CUST-CID
        READ CUSTOMER-FILE
            INVALID KEY
                MOVE 0 TO CUST-CID
                MOVE "N" TO PO-OK-SWITCH
                MOVE "CUSTOMER NOT ON FILE" TO PO-REASON
        END-READ
    END-IF.
    IF PO-OK-SWITCH = "Y" AND CUST-HOLD = "Y"
        MOVE "N" TO PO-OK-SWITCH
        MOVE "ACCOUNT ON CREDIT HOLD" TO PO-REASON
    END-IF.
    IF PO-OK-SWITCH = "Y" AND PO-NUMBER = SPACES
        MOVE "N" TO PO-OK-SWITCH
        MOVE "NO PO NUMBER ON THE ORDER" TO PO-REASON
    END-IF.
    IF PO-OK-SWITCH = "Y"
        MOVE PO-CID TO CPO-CID
        MOVE PO-NUMBER TO CPO-PO
        READ CUSTPO-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "N" TO PO-OK-SWITCH
                MOVE "PO ALREADY RECEIVED" TO PO-REASON
        END-READ
    END-IF.
    IF PO-OK-SWITCH = "Y" AND PO-SHIP-CODE NOT = SPACES
        MOVE PO-CID TO ST-CID
        MOVE PO-SHIP-CODE TO ST-CODE
        READ SHIPTO-FILE
            INVALID KEY
                MOVE "N" TO PO-OK-SWITCH
                MOVE "SHIP-TO CODE NOT ON FILE" TO PO-REASON
        END-READ
    END-IF.

*> Closes the PO being worked, if any: its acknowledgement footing
*> and edit-report summary
350-CLOSE-PO.
    IF PO-OPEN-SWITCH = "Y"
        MOVE "N" TO PO-OPEN-SWITCH
        MOVE SPACES TO LINE-OUT
        IF PO-ORDER > 0
            STRING "  OUR ORDER " PO-ORDER ": " PO-ACCEPTED
                " LINES ACCEPTED, " PO-BACKORDERED
                " GOING TO BACKORDER, " PO-REJECTED " REJECTED"
                DELIMITED BY SIZE INTO LINE-OUT
        ELSE
            STRING "  NO LINES ACCEPTED, NOTHING ORDERED -- "
                PO-REJECTED " REJECTED"
                DELIMITED BY SIZE INTO LINE-OUT
        END-IF
        WRITE ACK-LINE FROM LINE-OUT
        WRITE REPORT-LINE FROM LINE-OUT
    END-IF.

*> One PO line: validated, then staged or rejected
400-PROCESS-ONE-DETAIL.
    ADD 1 TO LINES-READ.
    IF PO-OPEN-SWITCH = "N"
        ADD 1 TO REJECTED-COUNT
        IF EDD-QTY IS NUMERIC
            ADD EDD-QTY TO REJECTED-QTY
        END-IF
        MOVE SPACES TO LINE-OUT
        STRING "REJECTED (NO PO HEADER BEFORE IT): " EDI-DETAIL
            DELIMITED BY SIZE INTO LINE-OUT
        WRITE REPORT-LINE FROM LINE-OUT
    ELSE
        IF PO-OK-SWITCH = "N"
            MOVE "PO REJECTED, SEE ABOVE" TO LINE-REASON
            PERFORM 600-REJECT-LINE
        ELSE
            PERFORM 410-VALIDATE-LINE
            IF LINE-OK-SWITCH = "Y" AND PO-ACCEPTED + PO-BACKORDERED
                    NOT < ORDER-LINE-LIMIT
                MOVE "N" TO LINE-OK-SWITCH
                MOVE "OVER 20 LINES, SEND ON NEW PO" TO LINE-REASON
            END-IF
            IF LINE-OK-SWITCH = "Y"
                PERFORM 500-STAGE-LINE
            ELSE
                PERFORM 600-REJECT-LINE
            END-IF
        END-IF
    END-IF.

*> The line checks ORDER-ENTRY's 500-VALIDATE-LINE makes, after the
*> customer's item number is translated to our product id
410-VALIDATE-LINE.
    MOVE "N" TO LINE-OK-SWITCH.
    MOVE "N" TO LINE-REPLACED-SWITCH.
    MOVE SPACES TO LINE-REASON.
    MOVE 0 TO LINE-PID.
    MOVE 0 TO LINE-QTY.
    IF EDD-QTY IS NOT NUMERIC
        MOVE "QUANTITY NOT NUMERIC" TO LINE-REASON
    ELSE
        MOVE EDD-QTY TO LINE-QTY
        IF LINE-QTY = 0
            MOVE "QUANTITY MUST BE AT LEAST 1" TO LINE-REASON
        ELSE
            PERFORM 420-MAP-ITEM
        END-IF
    END-IF.

*> Translates the customer's item number and reads the product
420-MAP-ITEM.
    MOVE PO-CID TO XREF-CID.
    MOVE EDD-ITEM TO XREF-ITEM.
    READ XREF-FILE
        INVALID KEY
            MOVE "ITEM NOT ON OUR CROSS-REFERENCE" TO LINE-REASON
        NOT INVALID KEY
            MOVE XREF-PID TO LINE-PID
            MOVE LINE-PID TO PROD-PID
            READ PRODUCT-FILE
                INVALID KEY
                    MOVE "PRODUCT NOT ON FILE" TO LINE-REASON
                NOT INVALID KEY
                    PERFORM 430-TAKE-REPLACEMENT
                    IF PROD-STATUS = "D"
                        MOVE "PRODUCT DISCONTINUED" TO LINE-REASON
                    ELSE
                        PERFORM 440-FIGURE-ON-HAND
                        MOVE "Y" TO LINE-OK-SWITCH
                    END-IF
            END-READ
    END-READ.

*> A product PRODMAINT has linked to a successor, once the link is
*> in effect, is ordered as the furthest active product down the
*> chain -- what ORDER-ENTRY's clerk would offer and the nightly run
*> would convert it to anyway. The product record is left holding
*> the PID the line will carry.
430-TAKE-REPLACEMENT.
    IF PROD-REPLACED-BY > 0 AND PROD-REPLACE-DATE NOT > BUSINESS-DATE
        MOVE 0 TO CHAIN-ACTIVE-PID
        MOVE 0 TO CHAIN-HOPS
        MOVE "N" TO CHAIN-END-SWITCH
        PERFORM 435-STEP-TO-SUCCESSOR UNTIL CHAIN-END-SWITCH = "Y"
        IF CHAIN-ACTIVE-PID > 0
            MOVE CHAIN-ACTIVE-PID TO LINE-PID
            MOVE "Y" TO LINE-REPLACED-SWITCH
        END-IF
        MOVE LINE-PID TO PROD-PID
        READ PRODUCT-FILE
            INVALID KEY
                CONTINUE
        END-READ
    END-IF.

*> Follows the chain one link, remembering each active product it
*> passes. Stops at a product with no successor in effect, at a
*> successor missing from inventory.dat, or after 24 links.
435-STEP-TO-SUCCESSOR.
    MOVE PROD-REPLACED-BY TO PROD-PID.
    ADD 1 TO CHAIN-HOPS.
    READ PRODUCT-FILE
        INVALID KEY
            MOVE "Y" TO CHAIN-END-SWITCH
        NOT INVALID KEY
            IF PROD-STATUS NOT = "D"
                MOVE PROD-PID TO CHAIN-ACTIVE-PID
            END-IF
            IF PROD-REPLACED-BY = 0
                    OR PROD-REPLACE-DATE > BUSINESS-DATE
                    OR CHAIN-HOPS >= 24
                MOVE "Y" TO CHAIN-END-SWITCH
            END-IF
    END-READ.

*> Works out what the line can draw on: the product's stock, or for
*> a kit the fewest whole kits any one component covers, the same
*> test the nightly run's 320-CHECK-STOCK applies
440-FIGURE-ON-HAND.
    MOVE PROD-IN-STOCK TO LINE-ON-HAND.
    MOVE "N" TO KIT-LINE-SWITCH.
    MOVE "N" TO KIT-EOF-SWITCH.
    MOVE LINE-PID TO KIT-PID.
    MOVE 0 TO KIT-COMP-PID.
    START KIT-FILE KEY IS >= KIT-KEY
        INVALID KEY
            MOVE "Y" TO KIT-EOF-SWITCH
    END-START.
    PERFORM 445-COVER-ONE-COMPONENT UNTIL KIT-EOF-SWITCH = "Y".

*> Cuts the kit's on-hand figure down to what one component covers
445-COVER-ONE-COMPONENT.
    READ KIT-FILE NEXT RECORD
        AT END
            MOVE "Y" TO KIT-EOF-SWITCH
        NOT AT END
            IF KIT-PID NOT = LINE-PID
                MOVE "Y" TO KIT-EOF-SWITCH
            ELSE
                IF KIT-LINE-SWITCH = "N"
                    MOVE "Y" TO KIT-LINE-SWITCH
                    MOVE 9999999 TO LINE-ON-HAND
                END-IF
                MOVE KIT-COMP-PID TO PROD-PID
                READ PRODUCT-FILE
                    INVALID KEY
                        MOVE 0 TO LINE-ON-HAND
                    NOT INVALID KEY
                        IF KIT-COMP-QTY > 0
                            DIVIDE PROD-IN-STOCK BY KIT-COMP-QTY
                                GIVING KIT-COVERS
                            IF KIT-COVERS < LINE-ON-HAND
                                MOVE KIT-COVERS TO LINE-ON-HAND
                            END-IF
                        END-IF
                END-READ
            END-IF
    END-READ.

*> Appends an accepted line to the staging file under the PO's
*> order number, taking the number at the PO's first accepted line
500-STAGE-LINE.
    IF PO-ORDER = 0
        PERFORM 510-ASSIGN-ORDER
    END-IF.
    OPEN EXTEND ORDER-FILE.
    MOVE PO-ORDER TO OUT-ORDER-NUMBER.
    MOVE BUSINESS-DATE TO OUT-ORDER-DATE.
    MOVE PO-CID TO OUT-CID.
    MOVE LINE-PID TO OUT-PID.
    MOVE LINE-QTY TO OUT-QUANTITY.
    MOVE PO-SHIP-CODE TO OUT-SHIP-CODE.
    MOVE SPACES TO OUT-EMPTY.
    MOVE SPACE TO OUT-SALE-CODE.
    MOVE 0 TO OUT-REP.
    WRITE ORDER-RECORD.
    CLOSE ORDER-FILE.
    ADD LINE-QTY TO STAGED-QTY.
    MOVE SPACES TO LINE-OUT.
    IF LINE-QTY > LINE-ON-HAND
        ADD 1 TO PO-BACKORDERED
        ADD 1 TO BACKORDER-COUNT
        STRING "  LINE " EDD-LINE " ITEM " EDD-ITEM " QTY " LINE-QTY
            " PRODUCT " LINE-PID " BACKORDER -- ONLY " LINE-ON-HAND
            " ON HAND"
            DELIMITED BY SIZE INTO LINE-OUT
    ELSE
        ADD 1 TO PO-ACCEPTED
        ADD 1 TO ACCEPTED-COUNT
        STRING "  LINE " EDD-LINE " ITEM " EDD-ITEM " QTY " LINE-QTY
            " PRODUCT " LINE-PID " ACCEPTED"
            DELIMITED BY SIZE INTO LINE-OUT
    END-IF.
    WRITE ACK-LINE FROM LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    IF LINE-REPLACED-SWITCH = "Y"
        MOVE SPACES TO LINE-OUT
        STRING "    YOUR ITEM'S PRODUCT " XREF-PID
            " IS REPLACED, SHIPS AS REPLACEMENT " LINE-PID
            DELIMITED BY SIZE INTO LINE-OUT
        WRITE ACK-LINE FROM LINE-OUT
        WRITE REPORT-LINE FROM LINE-OUT
    END-IF.

*> Takes the next order number from a fresh read of the control
*> record, writes the counter back at once, and files the
*> customer's PO number against the order
510-ASSIGN-ORDER.
    PERFORM 130-READ-CONTROL.
    MOVE HELD-NEXT-ORDER TO PO-ORDER.
    ADD 1 TO HELD-NEXT-ORDER.
    PERFORM 620-SAVE-CONTROL.
    ADD 1 TO ORDERS-STAGED.
    MOVE PO-CID TO CPO-CID.
    MOVE PO-NUMBER TO CPO-PO.
    MOVE PO-ORDER TO CPO-ORDER.
    MOVE PO-DATE TO CPO-PO-DATE.
    MOVE BUSINESS-DATE TO CPO-RECEIVED.
    WRITE CUSTPO-RECORD
        INVALID KEY
            MOVE SPACES TO LINE-OUT
            STRING "NOTE: PO " PO-NUMBER " NOT FILED ON CUSTPOS.DAT"
                DELIMITED BY SIZE INTO LINE-OUT
            WRITE REPORT-LINE FROM LINE-OUT
    END-WRITE.

*> Lists a rejected line with its reason
600-REJECT-LINE.
    ADD 1 TO PO-REJECTED.
    ADD 1 TO REJECTED-COUNT.
    IF EDD-QTY IS NUMERIC
        ADD EDD-QTY TO REJECTED-QTY
    END-IF.
    MOVE SPACES TO LINE-OUT.
    STRING "  LINE " EDD-LINE " ITEM " EDD-ITEM " QTY " EDD-QTY
        " REJECTED: " LINE-REASON
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE ACK-LINE FROM LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.

*> Writes the control record back with the advanced order counter;
*> every other field is the value just re-read by 510-ASSIGN-ORDER,
*> so nothing another program wrote in the meantime is lost
620-SAVE-CONTROL.
    OPEN OUTPUT CONTROL-FILE.
    MOVE BUSINESS-DATE TO RUN-BUSINESS-DATE.
    MOVE HELD-CYCLE TO RUN-CYCLE.
    MOVE HELD-STATUS TO RUN-STATUS.
    MOVE HELD-NEXT-ORDER TO RUN-NEXT-ORDER.
    MOVE HELD-NEXT-PO TO RUN-NEXT-PO.
    MOVE " " TO RUN-SPACEA.
    MOVE " " TO RUN-SPACEB.
    MOVE " " TO RUN-SPACEC.
    MOVE " " TO RUN-SPACED.
    WRITE CONTROL-RECORD.
    CLOSE CONTROL-FILE.

*> Foots the run: every line read is staged or rejected, and the
*> units staged plus rejected come back to the trailer's hash
800-FOOT-RUN.
    MOVE SPACES TO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    MOVE SPACES TO LINE-OUT.
    STRING PO-COUNT " PURCHASE ORDERS READ, " ORDERS-STAGED
        " STAGED AS ORDERS"
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    MOVE SPACES TO LINE-OUT.
    STRING LINES-READ " LINES READ: " ACCEPTED-COUNT " ACCEPTED, "
        BACKORDER-COUNT " ACCEPTED TO BACKORDER, " REJECTED-COUNT
        " REJECTED"
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    MOVE SPACES TO LINE-OUT.
    STRING "UNITS STAGED " STAGED-QTY " / REJECTED " REJECTED-QTY
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    IF REJECTED-COUNT > 0
        MOVE "W" TO LOG-SEVERITY
        MOVE SPACES TO LOG-MESSAGE
        STRING "EDI PO IMPORT REJECTED " REJECTED-COUNT
            " LINES, SEE EDIEDIT.TXT"
            DELIMITED BY SIZE INTO LOG-MESSAGE
        CALL WRITE-RUN-LOG USING LOG-SEVERITY, LOG-PROGRAM,
            LOG-MESSAGE, LOG-OPERATOR
    END-IF.
    DISPLAY "EDI PO IMPORT COMPLETE: " ORDERS-STAGED " ORDERS, "
        ACCEPTED-COUNT " LINES ACCEPTED, " BACKORDER-COUNT
        " TO BACKORDER, " REJECTED-COUNT " REJECTED".

*> Clean up
900-TERMINATE.
    CLOSE CUSTOMER-FILE.
    CLOSE PRODUCT-FILE.
    CLOSE SHIPTO-FILE.
    CLOSE KIT-FILE.
    CLOSE XREF-FILE.
    CLOSE CUSTPO-FILE.
    CLOSE ACK-FILE.

*> transactions (transact.txt) and produces, per ORDER-NUMBER, a pick
*> list (picklist.txt: the items split by the MAIN/OVFL building the
*> run actually relieved them from, each with its aisle/bin, walked
*> building by building and bin by bin; a kit is picked as its
*> components, from the split kitpicks.txt says the run relieved
*> each one from) and a packing slip
*> (packingslip.txt: what goes in the box, a line converted from a
*> superseded product noting the product the customer ordered).
*> Neither shows money --
*> the warehouse is picking product, not billing it; statements stay
*> the billing document. Every disposition also gets registered on
*> ordstatus.dat line by line -- billed lines as picked, backordered
*> which SHIP-CONFIRM marks shipped per line as boxes actually
*> leave; that file is how the desk answers "where exactly is order
*> 001234?".
*> Registers each night it completes (or fails) with STEP-REGISTRY,
*> and skips itself, with a logged notice, when a rerun of the
*> nightly job reaches it on a night it already completed, ending
*> RC 4 so the JCL can tell the skip from a fresh completion.
IDENTIFICATION DIVISION.
PROGRAM-ID. PICK-LIST.
ENVIRONMENT DIVISION.
    SELECT TRANSACTION-FILE ASSIGN TO "transact.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TRANSACTION-STATUS.
    SELECT OPTIONAL KITPICK-FILE ASSIGN TO "kitpicks.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KITPICK-STATUS.
    SELECT PICK-FILE ASSIGN TO "picklist.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SLIP-FILE ASSIGN TO "packingslip.txt"
        05 TRANSACT-QTY-MAIN            PIC 9(5).
        05 TRANSACT-SPACEM              PIC A(1).
        05 TRANSACT-QTY-OVFL            PIC 9(5).
        05 TRANSACT-SPACEN              PIC A(1).
        05 TRANSACT-EXEMPT-STATE        PIC A(12).
        05 TRANSACT-SPACEO              PIC A(1).
        05 TRANSACT-EXEMPT-CERT         PIC X(15).
        05 TRANSACT-SPACEP              PIC A(1).
        05 TRANSACT-REPLACES-PID        PIC 9(11).

    *> kitpicks.txt file definition (matches READ-TRANSACTIONS') --
    *> the components each kit line shipped and where they came from
    FD KITPICK-FILE.
    01 KITPICK-RECORD.
        05 KP-ORDER-NUMBER       PIC 9(6).
        05 KP-SPACEA             PIC A(1).
        05 KP-KIT-PID            PIC 9(11).
        05 KP-SPACEB             PIC A(1).
        05 KP-COMP-PID           PIC 9(11).
        05 KP-SPACEC             PIC A(1).
        05 KP-COMP-NAME          PIC X(25).
        05 KP-SPACED             PIC A(1).
        05 KP-QTY                PIC 9(7).
        05 KP-SPACEE             PIC A(1).
        05 KP-QTY-MAIN           PIC 9(7).
        05 KP-SPACEF             PIC A(1).
        05 KP-QTY-OVFL           PIC 9(7).
        05 KP-SPACEG             PIC A(1).
        05 KP-LOT                PIC X(10).

    *> pick list output, one free-form line at a time
    FD PICK-FILE.
    01 TRANSACTION-STATUS   PIC XX VALUE "00".
    *> a missing ordstatus.dat is the normal first-run case
    01 ORDSTATUS-STATUS     PIC XX VALUE "00".
    *> a missing kitpicks.txt just means no kit shipped tonight
    01 KITPICK-STATUS       PIC XX VALUE "00".
    01 KITPICK-EOF-SWITCH   PIC A VALUE "N".

    *> the night's kit component picks, loaded once. KPT-USED marks
    *> the rows already staged, so an order carrying the same kit on
    *> two lines picks its components once, not twice.
    01 KITPICK-TABLE.
        05 KITPICK-ENTRY            OCCURS 500 TIMES INDEXED BY KP.
            10 KPT-ORDER            PIC 9(6).
            10 KPT-KIT-PID          PIC 9(11).
            10 KPT-COMP-PID         PIC 9(11).
            10 KPT-COMP-NAME        PIC X(25).
            10 KPT-QTY              PIC 9(7).
            10 KPT-QTY-OVFL         PIC 9(7).
            10 KPT-USED             PIC A(1).
    01 KITPICK-COUNT         PIC 9(3) VALUE 0.
    01 KIT-ITEM-SWITCH       PIC A VALUE "N".

    01 ORDER-COUNT          PIC 9(3) VALUE 0.

                15 ORDER-ITEM-QTY   PIC 9(5).
                15 ORDER-ITEM-QTY-MAIN PIC 9(5).
                15 ORDER-ITEM-QTY-OVFL PIC 9(5).
                15 ORDER-ITEM-REPLACES PIC 9(11).

    *> the order lines already registered on ordstatus.dat, so reruns
    *> don't register the same line twice and a released backorder's
    *> building split (each item contributes up to one MAIN and one
    *> OVFL line) and sorted by building and bin so the walk goes
    *> aisle by aisle instead of line by keyed order. 40 = 20 items
    *> times the two buildings, doubled for kits exploding into their
    *> components.
    01 PICK-WORK-TABLE.
        05 PICK-WORK               OCCURS 80 TIMES INDEXED BY PW.
            10 PW-SORT-KEY.
                15 PW-LOC          PIC X(4).
                15 PW-BIN          PIC X(8).
    *> the building and quantity of the pick line being staged
    01 PICK-LOC              PIC X(4) VALUE SPACES.
    01 PICK-QTY              PIC 9(5) VALUE 0.
    01 PICK-PID              PIC 9(11) VALUE 0.
    01 PICK-NAME             PIC X(25) VALUE SPACES.
    *> an unsplit row's residual counts as MAIN, so the MAIN share is
    *> computed as total minus OVFL rather than trusting QTY-MAIN
    01 PICK-MAIN-QTY         PIC S9(6) VALUE 0.

    01 LINE-OUT              PIC X(100).

    *> reference to the step registry, and the fields this step
    *> passes it as it starts and as it finishes
    01 STEP-REGISTRY         PIC X(13) VALUE "STEP-REGISTRY".
    01 STEP-ACTION           PIC A(1) VALUE "B".
    01 STEP-PROGRAM          PIC X(17) VALUE "PICK-LIST".
    01 STEP-DATE             PIC 9(8) VALUE 0.
    01 STEP-CYCLE            PIC 9(4) VALUE 0.
    01 STEP-RC               PIC 9(4) VALUE 0.
    01 STEP-DONE             PIC A(1) VALUE "N".
    01 STEP-OPERATOR         PIC X(8) VALUE "NIGHTRUN".

PROCEDURE DIVISION.
*> Program controller
000-MAIN.
    MOVE "B" TO STEP-ACTION.
    CALL STEP-REGISTRY USING STEP-ACTION, STEP-PROGRAM, STEP-DATE,
        STEP-CYCLE, STEP-RC, STEP-DONE, STEP-OPERATOR.
    IF STEP-DONE = "Y"
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 100-INIT.
    PERFORM 200-PROCESS UNTIL EOF-SWITCH = "Y".
    *> the status file is loaded before the documents are cut, so an
    PERFORM 700-WRITE-PACKING-SLIPS.
    PERFORM 800-REGISTER-ORDERS.
    PERFORM 900-TERMINATE.
    MOVE RETURN-CODE TO STEP-RC.
    MOVE "E" TO STEP-ACTION.
    CALL STEP-REGISTRY USING STEP-ACTION, STEP-PROGRAM, STEP-DATE,
        STEP-CYCLE, STEP-RC, STEP-DONE, STEP-OPERATOR.
    MOVE STEP-RC TO RETURN-CODE.
    STOP RUN.

*> Begins file input, opens file
100-INIT.
    OPEN INPUT SHIPTO-FILE.
    OPEN INPUT STOCKLOC-FILE.
    PERFORM 150-LOAD-KIT-PICKS.
    OPEN INPUT TRANSACTION-FILE.
    IF TRANSACTION-STATUS = "00"
        READ TRANSACTION-FILE
        MOVE "Y" TO EOF-SWITCH
    END-IF.

*> Loads kitpicks.txt into KITPICK-TABLE. Stops loading (with a
*> warning) instead of subscripting past its OCCURS 500; those kits
*> pick as the kit PID.
150-LOAD-KIT-PICKS.
    OPEN INPUT KITPICK-FILE.
    IF KITPICK-STATUS = "00"
        PERFORM 155-LOAD-ONE-KIT-PICK UNTIL KITPICK-EOF-SWITCH = "Y"
        CLOSE KITPICK-FILE
    END-IF.

*> Files one component pick row
155-LOAD-ONE-KIT-PICK.
    READ KITPICK-FILE
        AT END
            MOVE "Y" TO KITPICK-EOF-SWITCH
        NOT AT END
            IF KITPICK-COUNT >= 500
                DISPLAY "WARNING: MORE THAN 500 KIT COMPONENT PICKS, "
                    "REMAINING KITS PICK AS THE KIT"
                MOVE "W" TO LOG-SEVERITY
                MOVE "KIT PICK TABLE FULL, SOME KITS PICK AS THE KIT"
                    TO LOG-MESSAGE
                CALL WRITE-RUN-LOG USING LOG-SEVERITY, LOG-PROGRAM,
                    LOG-MESSAGE, LOG-OPERATOR
                MOVE "Y" TO KITPICK-EOF-SWITCH
            ELSE
                ADD 1 TO KITPICK-COUNT
                SET KP TO KITPICK-COUNT
                MOVE KP-ORDER-NUMBER TO KPT-ORDER(KP)
                MOVE KP-KIT-PID TO KPT-KIT-PID(KP)
                MOVE KP-COMP-PID TO KPT-COMP-PID(KP)
                MOVE KP-COMP-NAME TO KPT-COMP-NAME(KP)
                MOVE KP-QTY TO KPT-QTY(KP)
                MOVE KP-QTY-OVFL TO KPT-QTY-OVFL(KP)
                MOVE "N" TO KPT-USED(KP)
            END-IF
    END-READ.

*> Groups the current transaction under its order and reads the next
*> record. Returns are skipped -- stock coming back is received, not
*> picked.
        MOVE TRANSACT-QUANTITY TO ORDER-ITEM-QTY(K, M)
        MOVE TRANSACT-QTY-MAIN TO ORDER-ITEM-QTY-MAIN(K, M)
        MOVE TRANSACT-QTY-OVFL TO ORDER-ITEM-QTY-OVFL(K, M)
        MOVE TRANSACT-REPLACES-PID TO ORDER-ITEM-REPLACES(K, M)
    END-IF.

*> Writes one pick list per order accumulated above

*> Stages up to two pick lines for the item at M -- its MAIN share
*> (total minus OVFL, so an unsplit row picks whole from MAIN) and
*> its OVFL share. A kit item stages its components' picks instead.
614-BUILD-ITEM-PICK-LINES.
    MOVE "N" TO KIT-ITEM-SWITCH.
    PERFORM 611-BUILD-KIT-PICK-LINES
        VARYING KP FROM 1 BY 1 UNTIL KP > KITPICK-COUNT.
    IF KIT-ITEM-SWITCH = "N"
        MOVE ORDER-ITEM-PID(K, M) TO PICK-PID
        MOVE ORDER-ITEM-NAME(K, M) TO PICK-NAME
        COMPUTE PICK-MAIN-QTY =
            ORDER-ITEM-QTY(K, M) - ORDER-ITEM-QTY-OVFL(K, M)
        IF PICK-MAIN-QTY > 0
            MOVE "MAIN" TO PICK-LOC
            MOVE PICK-MAIN-QTY TO PICK-QTY
            PERFORM 615-ADD-PICK-WORK-LINE
        END-IF
        IF ORDER-ITEM-QTY-OVFL(K, M) > 0
            MOVE "OVFL" TO PICK-LOC
            MOVE ORDER-ITEM-QTY-OVFL(K, M) TO PICK-QTY
            PERFORM 615-ADD-PICK-WORK-LINE
        END-IF
    END-IF.

*> Stages one of the kit item's component picks, split the same way
*> by the building the run relieved it from. Every row for the order
*> and kit is staged the first time the kit is met; a later line for
*> the same kit finds them used and stages nothing more.
611-BUILD-KIT-PICK-LINES.
    IF KPT-ORDER(KP) = ORDER-ENTRY-NUMBER(K)
            AND KPT-KIT-PID(KP) = ORDER-ITEM-PID(K, M)
        MOVE "Y" TO KIT-ITEM-SWITCH
        IF KPT-USED(KP) = "N"
            MOVE "Y" TO KPT-USED(KP)
            MOVE KPT-COMP-PID(KP) TO PICK-PID
            MOVE KPT-COMP-NAME(KP) TO PICK-NAME
            COMPUTE PICK-MAIN-QTY = KPT-QTY(KP) - KPT-QTY-OVFL(KP)
            IF PICK-MAIN-QTY > 0
                MOVE "MAIN" TO PICK-LOC
                MOVE PICK-MAIN-QTY TO PICK-QTY
                PERFORM 615-ADD-PICK-WORK-LINE
            END-IF
            IF KPT-QTY-OVFL(KP) > 0
                MOVE "OVFL" TO PICK-LOC
                MOVE KPT-QTY-OVFL(KP) TO PICK-QTY
                PERFORM 615-ADD-PICK-WORK-LINE
            END-IF
        END-IF
    END-IF.

*> Adds the staged pick line to the work table, looking its aisle/bin
*> up on stocklocs.dat (blank when the location row is gone -- better
*> a bin-less pick line than no pick line). An order whose kits
*> explode past the table's OCCURS 80 loses the excess lines with a
*> severe log entry instead of subscripting past it.
615-ADD-PICK-WORK-LINE.
    IF PICK-WORK-COUNT >= 80
        DISPLAY "WARNING: ORDER " ORDER-ENTRY-NUMBER(K) " HAS MORE "
            "THAN 80 PICK LINES, PID " PICK-PID " NOT LISTED"
        MOVE "S" TO LOG-SEVERITY
        MOVE "PICK LINES PAST 80 ON ONE ORDER, PICK LIST INCOMPLETE"
            TO LOG-MESSAGE
        CALL WRITE-RUN-LOG USING LOG-SEVERITY, LOG-PROGRAM,
            LOG-MESSAGE, LOG-OPERATOR
    ELSE
        ADD 1 TO PICK-WORK-COUNT
        MOVE PICK-LOC TO PW-LOC(PICK-WORK-COUNT)
        MOVE PICK-PID TO PW-PID(PICK-WORK-COUNT)
        MOVE PICK-NAME TO PW-NAME(PICK-WORK-COUNT)
        MOVE PICK-QTY TO PW-QTY(PICK-WORK-COUNT)
        MOVE PICK-PID TO LOC-PID
        MOVE PICK-LOC TO LOC-CODE
        READ STOCKLOC-FILE
            INVALID KEY
                MOVE SPACES TO PW-BIN(PICK-WORK-COUNT)
            NOT INVALID KEY
                MOVE LOC-BIN TO PW-BIN(PICK-WORK-COUNT)
        END-READ
    END-IF.

*> Exchange-sorts the order's pick lines by building then bin, so
*> the printed walk goes aisle by aisle
    MOVE SPACES TO LINE-OUT.
    WRITE SLIP-LINE FROM LINE-OUT.

*> Writes a single packing slip line, and under it the product the
*> customer ordered when the line shipped as that product's successor
720-WRITE-ONE-SLIP-ITEM.
    MOVE SPACES TO LINE-OUT.
    STRING "  " ORDER-ITEM-NAME(K, M) " QTY " ORDER-ITEM-QTY(K, M)
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE SLIP-LINE FROM LINE-OUT.
    IF ORDER-ITEM-REPLACES(K, M) NOT = 0
        MOVE SPACES TO LINE-OUT
        STRING "    REPLACES PRODUCT ORDERED: "
            ORDER-ITEM-REPLACES(K, M) " (SUPERSEDED)"
            DELIMITED BY SIZE INTO LINE-OUT
        WRITE SLIP-LINE FROM LINE-OUT
    END-IF.

*> Registers tonight's dispositions on ordstatus.dat, line by line:
*> every billed line as P (picked, in the warehouse), every

*> One-time clean-up after product supersession links are first put
*> on file. Standing orders (standing.dat) and customer contracts
*> (contracts.dat) go on naming a product after PRODMAINT has linked
*> it to its replacement, and the nightly run only converts the
*> order lines they produce -- the entries themselves stay stale.
*> This utility re-points every entry whose product is superseded
*> (the link in effect on the business date) to the furthest product
*> down the chain that is still active, the same product
*> READ-TRANSACTIONS' 312-FOLLOW-SUPERSESSION would ship, and writes
*> a report of every change it made (and every one it could not
*> make) to repoint.txt. A contract is re-keyed onto the successor;
*> one the customer already holds on the successor is left alone and
*> reported for the desk to settle by hand. Contract changes are
*> journaled the way CONTRACT-MAINT journals them, under the customer
*> id. Refuses to run while the nightly cycle is open, since
*> STANDING-GEN reads standing.dat inside it, and rerunning it
*> finds nothing left to change.
IDENTIFICATION DIVISION.
PROGRAM-ID. SUPERSEDE-REPOINT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL STANDING-FILE ASSIGN TO "standing.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STANDING-STATUS.
    SELECT OPTIONAL CONTRACT-FILE ASSIGN TO "contracts.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CON-KEY.
    SELECT PRODUCT-FILE ASSIGN TO "inventory.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PROD-PID.
    SELECT CONTROL-FILE ASSIGN TO "runcontrol.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONTROL-STATUS.
    SELECT REPORT-FILE ASSIGN TO "repoint.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
    *> standing.dat file definition (matches STANDING-MAINT's)
    FD STANDING-FILE.
    01 STANDING-RECORD.
        05 STAND-CID             PIC 9(10).
        05 STAND-SPACEA          PIC A(1).
        05 STAND-PID             PIC 9(11).
        05 STAND-SPACEB          PIC A(1).
        05 STAND-QTY             PIC 9(5).
        05 STAND-SPACEC          PIC A(1).
        05 STAND-SALE-CODE       PIC A(1).
        05 STAND-SPACED          PIC A(1).
        05 STAND-SHIP-CODE       PIC X(4).
        05 STAND-SPACEE          PIC A(1).
        05 STAND-FREQ-DAYS       PIC 9(3). *> every N days
        05 STAND-SPACEF          PIC A(1).
        05 STAND-NEXT-DUE        PIC 9(8). *> CCYYMMDD

    *> contracts.dat file definition (matches CONTRACT-MAINT's)
    FD CONTRACT-FILE.
    01 CONTRACT-RECORD.
        05 CON-KEY.
            10 CON-CID           PIC 9(10).
            10 CON-PID           PIC 9(11).
        05 CON-PRICE             PIC 9(5)V9(2).
        05 CON-EFF-DATE          PIC 9(8).
        05 CON-EXP-DATE          PIC 9(8).

    *> inventory.dat file definition (matches READ-TRANSACTIONS'),
    *> opened INPUT only -- the supersession chains are followed
    *> through it
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
        05 PROD-REPLACED-BY       PIC 9(11). *> successor product, 0 = none
        05 PROD-REPLACE-DATE      PIC 9(8). *> successor effective date

    *> runcontrol.dat file definition (matches GET-BUSINESS-DATE's)
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

    FD REPORT-FILE.
    01 REPORT-LINE               PIC X(100).

WORKING-STORAGE SECTION.
    *> reference to the shared sign-on program, and the fields each
    *> interactive program passes it at startup
    01 OPERATOR-SIGNON       PIC X(15) VALUE "OPERATOR-SIGNON".
    01 SIGNON-PROGRAM        PIC X(17) VALUE "SUPERSEDE-REPOINT".
    01 SIGNON-LEVEL          PIC 9(1) VALUE 5.
    01 SIGNON-OPERATOR       PIC X(8) VALUE SPACES.
    01 SIGNON-OK             PIC A(1) VALUE "N".

    01 WRITE-JOURNAL         PIC X(13) VALUE "WRITE-JOURNAL".
    01 GET-BUSINESS-DATE     PIC X(17) VALUE "GET-BUSINESS-DATE".
    01 TODAY                 PIC 9(8) VALUE 0.

    *> identifies this program and the file touched on each
    *> WRITE-JOURNAL call; the journal key carries the customer id,
    *> as CONTRACT-MAINT's does
    01 JOURNAL-PROGRAM-NAME  PIC X(17) VALUE "SUPERSEDE-REPOINT".
    01 JOURNAL-CON-FILE      PIC X(13) VALUE "contracts.dat".
    01 JOURNAL-KEY           PIC 9(11) VALUE 0.
    01 JOURNAL-BEFORE        PIC X(120) VALUE SPACES.
    01 JOURNAL-AFTER         PIC X(120) VALUE SPACES.
    01 JOURNAL-OPERATOR      PIC X(8) VALUE SPACES.

    01 SWITCHES.
        05 EOF-SWITCH            PIC A VALUE "N".
        05 CYCLE-OPEN-SWITCH     PIC A VALUE "N".
        05 OVERFLOW-SWITCH       PIC A VALUE "N".
        05 CHAIN-END-SWITCH      PIC A VALUE "N".
        05 TAKEN-SWITCH          PIC A VALUE "N".

    01 STANDING-STATUS       PIC XX VALUE "00".
    01 CONTROL-STATUS        PIC XX VALUE "00".

    *> the standing orders, loaded whole so the file can be rewritten
    *> in one pass (STANDING-MAINT's limit)
    01 STANDING-TABLE.
        05 STANDING-ENTRY            OCCURS 200 TIMES INDEXED BY T.
            10 STAND-ENTRY-CID       PIC 9(10).
            10 STAND-ENTRY-PID       PIC 9(11).
            10 STAND-ENTRY-QTY       PIC 9(5).
            10 STAND-ENTRY-CODE      PIC A(1).
            10 STAND-ENTRY-SHIP      PIC X(4).
            10 STAND-ENTRY-FREQ      PIC 9(3).
            10 STAND-ENTRY-DUE       PIC 9(8).
    01 STANDING-COUNT        PIC 9(3) VALUE 0.

    *> the contracts to re-key, gathered in one sequential pass and
    *> applied afterwards, so no contract is moved under the pass
    *> still reading the file
    01 CONTRACT-MOVE-TABLE.
        05 CONTRACT-MOVE             OCCURS 500 TIMES INDEXED BY C.
            10 MOVE-CID              PIC 9(10).
            10 MOVE-OLD-PID          PIC 9(11).
            10 MOVE-NEW-PID          PIC 9(11).
    01 CONTRACT-MOVE-COUNT   PIC 9(3) VALUE 0.

    *> the chain being followed: the PID asked about, the furthest
    *> active product down its chain (0 = none), and a hop count that
    *> stops a chain PRODMAINT somehow let loop
    01 CHAIN-START-PID       PIC 9(11) VALUE 0.
    01 CHAIN-ACTIVE-PID      PIC 9(11) VALUE 0.
    01 CHAIN-HOPS            PIC 9(2) VALUE 0.

    *> what was changed, and what was left for the desk
    01 STANDING-CHANGED      PIC 9(5) VALUE 0.
    01 CONTRACTS-CHANGED     PIC 9(5) VALUE 0.
    01 CONTRACTS-LEFT        PIC 9(5) VALUE 0.

    01 HOLD-CONTRACT         PIC X(44) VALUE SPACES.
    01 LINE-OUT              PIC X(100) VALUE SPACES.

PROCEDURE DIVISION.
*> Program controller
000-MAIN.
    CALL OPERATOR-SIGNON USING SIGNON-PROGRAM, SIGNON-LEVEL,
        SIGNON-OPERATOR, SIGNON-OK.
    IF SIGNON-OK NOT = "Y"
        DISPLAY "NOT AUTHORIZED, EXITING"
        STOP RUN
    END-IF.
    MOVE SIGNON-OPERATOR TO JOURNAL-OPERATOR.
    PERFORM 050-CHECK-CYCLE-OPEN.
    IF CYCLE-OPEN-SWITCH = "Y"
        DISPLAY "THE NIGHTLY CYCLE IS OPEN -- RUN THIS AFTER IT CLOSES"
        STOP RUN
    END-IF.
    PERFORM 100-INIT.
    PERFORM 200-REPOINT-STANDING.
    PERFORM 300-REPOINT-CONTRACTS.
    PERFORM 900-TERMINATE.
    STOP RUN.

*> Reads the run-control record fresh to see whether the nightly
*> cycle is open right now
050-CHECK-CYCLE-OPEN.
    MOVE "N" TO CYCLE-OPEN-SWITCH.
    OPEN INPUT CONTROL-FILE.
    IF CONTROL-STATUS = "00"
        READ CONTROL-FILE
            AT END
                CONTINUE
            NOT AT END
                IF RUN-STATUS = "O"
                    MOVE "Y" TO CYCLE-OPEN-SWITCH
                END-IF
        END-READ
        CLOSE CONTROL-FILE
    END-IF.

*> Opens the files and heads the report
100-INIT.
    CALL GET-BUSINESS-DATE USING TODAY.
    OPEN INPUT PRODUCT-FILE.
    OPEN OUTPUT REPORT-FILE.
    MOVE SPACES TO LINE-OUT.
    STRING "SUPERSEDED PRODUCTS RE-POINTED, BUSINESS DATE " TODAY
        "  OPERATOR " SIGNON-OPERATOR
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.

*> Loads standing.dat whole, re-points every entry whose product is
*> superseded, and rewrites the file if anything changed. More
*> entries than the table holds leaves the file untouched rather
*> than rewriting it from a partial table.
200-REPOINT-STANDING.
    MOVE "STANDING ORDERS (STANDING.DAT):" TO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT STANDING-FILE.
    IF STANDING-STATUS = "00"
        PERFORM 210-LOAD-ONE-ENTRY UNTIL EOF-SWITCH = "Y"
        CLOSE STANDING-FILE
    END-IF.
    IF OVERFLOW-SWITCH = "Y"
        MOVE "  MORE THAN 200 STANDING ORDERS ON FILE, NONE CHANGED"
            TO LINE-OUT
        WRITE REPORT-LINE FROM LINE-OUT
    ELSE
        PERFORM 220-REPOINT-ONE-ENTRY
            VARYING T FROM 1 BY 1 UNTIL T > STANDING-COUNT
        IF STANDING-CHANGED > 0
            PERFORM 230-SAVE-STANDING
        END-IF
    END-IF.
    MOVE SPACES TO LINE-OUT.
    STRING "  STANDING ORDERS RE-POINTED: " STANDING-CHANGED
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.

*> Files one standing.dat record in the table
210-LOAD-ONE-ENTRY.
    READ STANDING-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            IF STANDING-COUNT >= 200
                MOVE "Y" TO OVERFLOW-SWITCH
                MOVE "Y" TO EOF-SWITCH
            ELSE
                ADD 1 TO STANDING-COUNT
                SET T TO STANDING-COUNT
                MOVE STAND-CID TO STAND-ENTRY-CID(T)
                MOVE STAND-PID TO STAND-ENTRY-PID(T)
                MOVE STAND-QTY TO STAND-ENTRY-QTY(T)
                MOVE STAND-SALE-CODE TO STAND-ENTRY-CODE(T)
                MOVE STAND-SHIP-CODE TO STAND-ENTRY-SHIP(T)
                MOVE STAND-FREQ-DAYS TO STAND-ENTRY-FREQ(T)
                MOVE STAND-NEXT-DUE TO STAND-ENTRY-DUE(T)
            END-IF
    END-READ.

*> Re-points one standing order, if its product is superseded. A
*> standing return (sale code R) names what the customer sends back
*> and is left as it is, as the nightly run leaves a return.
220-REPOINT-ONE-ENTRY.
    IF STAND-ENTRY-CODE(T) NOT = "R"
        MOVE STAND-ENTRY-PID(T) TO CHAIN-START-PID
        PERFORM 400-FOLLOW-CHAIN
        IF CHAIN-ACTIVE-PID > 0
            MOVE SPACES TO LINE-OUT
            STRING "  CUSTOMER " STAND-ENTRY-CID(T) " QTY "
                STAND-ENTRY-QTY(T) " EVERY " STAND-ENTRY-FREQ(T)
                " DAYS: " STAND-ENTRY-PID(T) " -> " CHAIN-ACTIVE-PID
                DELIMITED BY SIZE INTO LINE-OUT
            WRITE REPORT-LINE FROM LINE-OUT
            MOVE CHAIN-ACTIVE-PID TO STAND-ENTRY-PID(T)
            ADD 1 TO STANDING-CHANGED
        END-IF
    END-IF.

*> Writes the table back over standing.dat
230-SAVE-STANDING.
    OPEN OUTPUT STANDING-FILE.
    PERFORM 235-SAVE-ONE-ENTRY
        VARYING T FROM 1 BY 1 UNTIL T > STANDING-COUNT.
    CLOSE STANDING-FILE.

*> Writes a single standing order line
235-SAVE-ONE-ENTRY.
    MOVE STAND-ENTRY-CID(T) TO STAND-CID.
    MOVE STAND-ENTRY-PID(T) TO STAND-PID.
    MOVE STAND-ENTRY-QTY(T) TO STAND-QTY.
    MOVE STAND-ENTRY-CODE(T) TO STAND-SALE-CODE.
    MOVE STAND-ENTRY-SHIP(T) TO STAND-SHIP-CODE.
    MOVE STAND-ENTRY-FREQ(T) TO STAND-FREQ-DAYS.
    MOVE STAND-ENTRY-DUE(T) TO STAND-NEXT-DUE.
    MOVE " " TO STAND-SPACEA.
    MOVE " " TO STAND-SPACEB.
    MOVE " " TO STAND-SPACEC.
    MOVE " " TO STAND-SPACED.
    MOVE " " TO STAND-SPACEE.
    MOVE " " TO STAND-SPACEF.
    WRITE STANDING-RECORD.

*> Gathers every contract on a superseded product in one pass, then
*> re-keys each onto the successor
300-REPOINT-CONTRACTS.
    MOVE "CONTRACTS (CONTRACTS.DAT):" TO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    MOVE "N" TO EOF-SWITCH.
    MOVE "N" TO OVERFLOW-SWITCH.
    OPEN I-O CONTRACT-FILE.
    PERFORM 310-GATHER-ONE-CONTRACT UNTIL EOF-SWITCH = "Y".
    IF OVERFLOW-SWITCH = "Y"
        MOVE "  MORE THAN 500 CONTRACTS TO MOVE -- RUN AGAIN FOR THE REST"
            TO LINE-OUT
        WRITE REPORT-LINE FROM LINE-OUT
    END-IF.
    PERFORM 320-MOVE-ONE-CONTRACT
        VARYING C FROM 1 BY 1 UNTIL C > CONTRACT-MOVE-COUNT.
    CLOSE CONTRACT-FILE.
    MOVE SPACES TO LINE-OUT.
    STRING "  CONTRACTS RE-POINTED: " CONTRACTS-CHANGED
        "  LEFT FOR THE DESK: " CONTRACTS-LEFT
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.

*> Notes one contract for re-keying if its product is superseded
310-GATHER-ONE-CONTRACT.
    READ CONTRACT-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            MOVE CON-PID TO CHAIN-START-PID
            PERFORM 400-FOLLOW-CHAIN
            IF CHAIN-ACTIVE-PID > 0
                IF CONTRACT-MOVE-COUNT >= 500
                    MOVE "Y" TO OVERFLOW-SWITCH
                    MOVE "Y" TO EOF-SWITCH
                ELSE
                    ADD 1 TO CONTRACT-MOVE-COUNT
                    SET C TO CONTRACT-MOVE-COUNT
                    MOVE CON-CID TO MOVE-CID(C)
                    MOVE CON-PID TO MOVE-OLD-PID(C)
                    MOVE CHAIN-ACTIVE-PID TO MOVE-NEW-PID(C)
                END-IF
            END-IF
    END-READ.

*> Re-keys one contract onto the successor: written under the new
*> key, then the old one deleted, both journaled. A customer who
*> already holds a contract on the successor keeps it, and the old
*> one is reported for the desk instead of overwriting either.
320-MOVE-ONE-CONTRACT.
    MOVE "N" TO TAKEN-SWITCH.
    MOVE MOVE-CID(C) TO CON-CID.
    MOVE MOVE-NEW-PID(C) TO CON-PID.
    READ CONTRACT-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "Y" TO TAKEN-SWITCH
    END-READ.
    MOVE MOVE-CID(C) TO CON-CID.
    MOVE MOVE-OLD-PID(C) TO CON-PID.
    READ CONTRACT-FILE
        INVALID KEY
            CONTINUE
    END-READ.
    MOVE SPACES TO LINE-OUT.
    IF TAKEN-SWITCH = "Y"
        STRING "  CUSTOMER " MOVE-CID(C) ": " MOVE-OLD-PID(C) " -> "
            MOVE-NEW-PID(C) " NOT MOVED, A CONTRACT ON "
            MOVE-NEW-PID(C) " IS ALREADY ON FILE"
            DELIMITED BY SIZE INTO LINE-OUT
        ADD 1 TO CONTRACTS-LEFT
    ELSE
        MOVE CONTRACT-RECORD TO HOLD-CONTRACT
        MOVE CONTRACT-RECORD TO JOURNAL-BEFORE
        DELETE CONTRACT-FILE
        MOVE SPACES TO JOURNAL-AFTER
        PERFORM 330-JOURNAL-CONTRACT
        MOVE HOLD-CONTRACT TO CONTRACT-RECORD
        MOVE MOVE-NEW-PID(C) TO CON-PID
        WRITE CONTRACT-RECORD
        MOVE SPACES TO JOURNAL-BEFORE
        MOVE CONTRACT-RECORD TO JOURNAL-AFTER
        PERFORM 330-JOURNAL-CONTRACT
        STRING "  CUSTOMER " MOVE-CID(C) ": " MOVE-OLD-PID(C) " -> "
            MOVE-NEW-PID(C) " PRICE " CON-PRICE " THROUGH "
            CON-EXP-DATE
            DELIMITED BY SIZE INTO LINE-OUT
        ADD 1 TO CONTRACTS-CHANGED
    END-IF.
    WRITE REPORT-LINE FROM LINE-OUT.

*> Journals one contracts.dat image under the customer id
330-JOURNAL-CONTRACT.
    MOVE MOVE-CID(C) TO JOURNAL-KEY.
    CALL WRITE-JOURNAL USING JOURNAL-PROGRAM-NAME,
        JOURNAL-CON-FILE, JOURNAL-KEY, JOURNAL-BEFORE,
        JOURNAL-AFTER, JOURNAL-OPERATOR.

*> Follows CHAIN-START-PID's supersession chain the way the nightly
*> run does: only links in effect on the business date, to the
*> furthest product down it that is still active. CHAIN-ACTIVE-PID
*> comes back 0 when the product is not superseded or nothing down
*> its chain is active.
400-FOLLOW-CHAIN.
    MOVE 0 TO CHAIN-ACTIVE-PID.
    MOVE 0 TO CHAIN-HOPS.
    MOVE "N" TO CHAIN-END-SWITCH.
    MOVE CHAIN-START-PID TO PROD-PID.
    READ PRODUCT-FILE
        INVALID KEY
            MOVE "Y" TO CHAIN-END-SWITCH
        NOT INVALID KEY
            IF PROD-REPLACED-BY = 0 OR PROD-REPLACE-DATE > TODAY
                MOVE "Y" TO CHAIN-END-SWITCH
            END-IF
    END-READ.
    PERFORM 410-STEP-TO-SUCCESSOR UNTIL CHAIN-END-SWITCH = "Y".

*> Follows the chain one link, remembering each active product it
*> passes. Stops at a product with no successor in effect, at a
*> successor missing from inventory.dat, or after 24 links.
410-STEP-TO-SUCCESSOR.
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
                    OR PROD-REPLACE-DATE > TODAY
                    OR CHAIN-HOPS >= 24
                MOVE "Y" TO CHAIN-END-SWITCH
            END-IF
    END-READ.

*> Closes up and reports the totals
900-TERMINATE.
    CLOSE PRODUCT-FILE.
    CLOSE REPORT-FILE.
    DISPLAY "STANDING ORDERS RE-POINTED: " STANDING-CHANGED.
    DISPLAY "CONTRACTS RE-POINTED: " CONTRACTS-CHANGED
        "  LEFT FOR THE DESK: " CONTRACTS-LEFT.
    DISPLAY "DETAILS WRITTEN TO REPOINT.TXT".

*> an "ORDER NNNNNN:" header per order, so a multi-line order still
*> reads as one combined receipt even though readtransactions.cob now
*> writes transact.txt one line item at a time), and the customer's
*> running owed total. A line the nightly run converted from a
*> superseded product to its successor says which product was ordered
*> under the item it shipped as. An order imported from a customer's own
*> purchase-order file (EDI-PO-IMPORT) shows their PO number under its
*> order header, from custpos.dat. Any month-end finance charges queued
*> on finchgstmt.dat since the last statements were cut are printed on
*> the customer's statement too (a customer with nothing bought this run
*> still gets a statement for the charge), and the queue is rewritten
*> with just the charges that found no room on a statement, which wait
*> for the next statements.
IDENTIFICATION DIVISION.
PROGRAM-ID. STATEMENT.
ENVIRONMENT DIVISION.
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT STATEMENT-FILE ASSIGN TO "statements.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL STMTLINE-FILE ASSIGN TO "finchgstmt.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL CUSTPO-FILE ASSIGN TO "custpos.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CPO-KEY
        ALTERNATE RECORD KEY IS CPO-ORDER.
DATA DIVISION.
FILE SECTION.
    *> transaction processed input file definition (matches
        05 TRANSACT-QTY-MAIN            PIC 9(5).
        05 TRANSACT-SPACEM              PIC A(1).
        05 TRANSACT-QTY-OVFL            PIC 9(5).
        05 TRANSACT-SPACEN              PIC A(1).
        05 TRANSACT-EXEMPT-STATE        PIC A(12).
        05 TRANSACT-SPACEO              PIC A(1).
        05 TRANSACT-EXEMPT-CERT         PIC X(15).
        05 TRANSACT-SPACEP              PIC A(1).
        05 TRANSACT-REPLACES-PID        PIC 9(11).

    *> finchgstmt.dat -- finance charges waiting for the customer's
    *> next statement (matches FINANCE-CHARGE's)
    FD STMTLINE-FILE.
    01 STMTLINE-RECORD.
        05 FS-CID               PIC 9(10).
        05 FS-NAME              PIC A(23).
        05 FS-STREET            PIC X(23).
        05 FS-CITY              PIC A(13).
        05 FS-STATE             PIC A(12).
        05 FS-SPACEA            PIC A(1).
        05 FS-ORDER             PIC 9(6).
        05 FS-SPACEB            PIC A(1).
        05 FS-DATE              PIC 9(8).
        05 FS-SPACEC            PIC A(1).
        05 FS-PAST-DUE          PIC S9(7)V9(2).
        05 FS-SPACED            PIC A(1).
        05 FS-AMOUNT            PIC S9(7)V9(2).
        05 FS-SPACEE            PIC A(1).
        05 FS-OWES              PIC S9(7)V9(2).

    *> custpos.dat file definition (matches EDI-PO-IMPORT's) -- read
    *> by our order number for the customer's PO number
    FD CUSTPO-FILE.
    01 CUSTPO-RECORD.
        05 CPO-KEY.
            10 CPO-CID           PIC 9(10).
            10 CPO-PO            PIC X(20).
        05 CPO-ORDER             PIC 9(6).
        05 CPO-PO-DATE           PIC 9(8).
        05 CPO-RECEIVED          PIC 9(8).

    *> statement output file definition, one free-form line at a time
    FD STATEMENT-FILE.
    01 SWITCHES.
        05 EOF-SWITCH       PIC A VALUE "N".
        05 FOUND-SWITCH     PIC A VALUE "N".
        05 ADDED-SWITCH     PIC A VALUE "N".

    01 CUST-COUNT           PIC 9(4) VALUE 0.

                15 STMT-ITEM-NET    PIC S9(7)V9(2).
                15 STMT-ITEM-TAX    PIC S9(7)V9(2).
                15 STMT-ITEM-FREIGHT PIC S9(7)V9(2).
                15 STMT-ITEM-REPLACES PIC 9(11).
            10 STMT-FC-COUNT        PIC 9(2) VALUE 0.
            10 STMT-FCS             OCCURS 6 TIMES INDEXED BY N.
                15 STMT-FC-ORDER    PIC 9(6).
                15 STMT-FC-DATE     PIC 9(8).
                15 STMT-FC-PAST-DUE PIC S9(7)V9(2).
                15 STMT-FC-AMOUNT   PIC S9(7)V9(2).

    01 FINANCE-CHARGE-COUNT         PIC 9(5) VALUE 0.

    *> finance charges that found no room on a statement this run
    *> (a seventh charge for one customer, or a customer past
    *> STMT-TABLE's 2000), written back to finchgstmt.dat by
    *> 800-CLEAR-FINANCE-CHARGES so they wait for the next statements
    *> instead of being lost. Should even this fill, the queue is left
    *> whole -- a charge printed twice is better than one never shown.
    01 HELD-TABLE.
        05 HELD-CHARGE              PIC X(127) OCCURS 2000 TIMES
            INDEXED BY H.
    01 HELD-COUNT                   PIC 9(4) VALUE 0.
    01 HELD-OVERFLOW-SWITCH         PIC A VALUE "N".

    *> tracks the order number of the item last written by 720-WRITE-
    *> ITEM, reset per customer by 710-WRITE-ONE-STATEMENT, so items
000-MAIN.
    PERFORM 100-INIT.
    PERFORM 200-PROCESS UNTIL EOF-SWITCH = "Y".
    PERFORM 500-LOAD-FINANCE-CHARGES.
    PERFORM 700-WRITE-STATEMENTS.
    PERFORM 800-CLEAR-FINANCE-CHARGES.
    PERFORM 900-TERMINATE.
    STOP RUN.

        MOVE TRANSACT-NET TO STMT-ITEM-NET(K, M)
        MOVE TRANSACT-TAX TO STMT-ITEM-TAX(K, M)
        MOVE TRANSACT-FREIGHT TO STMT-ITEM-FREIGHT(K, M)
        MOVE TRANSACT-REPLACES-PID TO STMT-ITEM-REPLACES(K, M)
    END-IF.

*> Loads the finance charges waiting on finchgstmt.dat under their
*> customers; a missing queue just means none were billed
500-LOAD-FINANCE-CHARGES.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT STMTLINE-FILE.
    PERFORM 510-LOAD-ONE-FINANCE-CHARGE UNTIL EOF-SWITCH = "Y".
    CLOSE STMTLINE-FILE.

*> Finds or adds the charge's customer and records the charge under
*> them. A customer added here bought nothing this run, so the
*> balance the charge left them owing is their amount owed. A charge
*> that would subscript past either table's end is held back (with a
*> warning) for the next statements instead.
510-LOAD-ONE-FINANCE-CHARGE.
    READ STMTLINE-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            MOVE "N" TO FOUND-SWITCH
            MOVE "N" TO ADDED-SWITCH
            SET K TO 1
            SEARCH STMT-CUST
                AT END
                    IF CUST-COUNT < 2000
                        ADD 1 TO CUST-COUNT
                        SET K TO CUST-COUNT
                        MOVE FS-CID TO STMT-CID(K)
                        MOVE FS-NAME TO STMT-NAME(K)
                        MOVE FS-STREET TO STMT-STREET(K)
                        MOVE FS-CITY TO STMT-CITY(K)
                        MOVE FS-STATE TO STMT-STATE(K)
                        MOVE "Y" TO FOUND-SWITCH
                        MOVE "Y" TO ADDED-SWITCH
                    END-IF
                WHEN K > CUST-COUNT
                    ADD 1 TO CUST-COUNT
                    MOVE FS-CID TO STMT-CID(K)
                    MOVE FS-NAME TO STMT-NAME(K)
                    MOVE FS-STREET TO STMT-STREET(K)
                    MOVE FS-CITY TO STMT-CITY(K)
                    MOVE FS-STATE TO STMT-STATE(K)
                    MOVE "Y" TO FOUND-SWITCH
                    MOVE "Y" TO ADDED-SWITCH
                WHEN STMT-CID(K) = FS-CID
                    MOVE "Y" TO FOUND-SWITCH
            END-SEARCH
            IF FOUND-SWITCH = "Y" AND STMT-FC-COUNT(K) < 6
                IF ADDED-SWITCH = "Y"
                    MOVE FS-OWES TO STMT-OWES(K)
                END-IF
                ADD 1 TO STMT-FC-COUNT(K)
                SET N TO STMT-FC-COUNT(K)
                MOVE FS-ORDER TO STMT-FC-ORDER(K, N)
                MOVE FS-DATE TO STMT-FC-DATE(K, N)
                MOVE FS-PAST-DUE TO STMT-FC-PAST-DUE(K, N)
                MOVE FS-AMOUNT TO STMT-FC-AMOUNT(K, N)
                ADD 1 TO FINANCE-CHARGE-COUNT
            ELSE
                DISPLAY "WARNING: NO ROOM ON STATEMENT FOR FINANCE "
                    "CHARGE INVOICE " FS-ORDER ", CUSTOMER " FS-CID
                    ", HELD FOR NEXT STATEMENTS"
                PERFORM 520-HOLD-FINANCE-CHARGE
            END-IF
    END-READ.

*> Keeps a charge with no room on this run's statements for the queue
*> 800-CLEAR-FINANCE-CHARGES writes back
520-HOLD-FINANCE-CHARGE.
    IF HELD-COUNT < 2000
        ADD 1 TO HELD-COUNT
        MOVE STMTLINE-RECORD TO HELD-CHARGE(HELD-COUNT)
        MOVE "W" TO LOG-SEVERITY
        MOVE "FINANCE CHARGE HELD FOR NEXT STATEMENTS, NO ROOM" TO LOG-MESSAGE
    ELSE
        MOVE "Y" TO HELD-OVERFLOW-SWITCH
        MOVE "S" TO LOG-SEVERITY
        MOVE "FINANCE CHARGE LEFT OFF A STATEMENT, NO ROOM" TO LOG-MESSAGE
    END-IF.
    CALL WRITE-RUN-LOG USING LOG-SEVERITY, LOG-PROGRAM, LOG-MESSAGE, LOG-OPERATOR.

*> Writes one formatted statement per customer accumulated above
700-WRITE-STATEMENTS.
    OPEN OUTPUT STATEMENT-FILE.
    OPEN INPUT CUSTPO-FILE.
    PERFORM 710-WRITE-ONE-STATEMENT
        VARYING K FROM 1 BY 1 UNTIL K > CUST-COUNT.
    CLOSE CUSTPO-FILE.
    CLOSE STATEMENT-FILE.

*> Writes a single customer's statement: header, each item grouped
    STRING STMT-STREET(K) ", " STMT-CITY(K) ", " STMT-STATE(K)
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE STATEMENT-LINE FROM LINE-OUT.
    IF STMT-ITEM-COUNT(K) > 0
        MOVE "ITEMS PURCHASED THIS RUN:" TO LINE-OUT
        WRITE STATEMENT-LINE FROM LINE-OUT
        MOVE 0 TO LAST-ORDER-WRITTEN
        PERFORM 720-WRITE-ITEM
            VARYING M FROM 1 BY 1 UNTIL M > STMT-ITEM-COUNT(K)
    END-IF.
    PERFORM 730-WRITE-FINANCE-CHARGE
        VARYING N FROM 1 BY 1 UNTIL N > STMT-FC-COUNT(K).
    STRING "AMOUNT OWED: " STMT-OWES(K) DELIMITED BY SIZE
        INTO LINE-OUT.
    WRITE STATEMENT-LINE FROM LINE-OUT.
    WRITE STATEMENT-LINE FROM LINE-OUT.

*> Writes a new "ORDER NNNNNN:" header whenever this item's order
*> number differs from the last one written (with the customer's PO
*> number when the order came in on their PO file), then the item's
*> own line
720-WRITE-ITEM.
    IF STMT-ITEM-ORDER(K, M) NOT = LAST-ORDER-WRITTEN
        STRING "  ORDER " STMT-ITEM-ORDER(K, M) ":" DELIMITED BY SIZE
            INTO LINE-OUT
        WRITE STATEMENT-LINE FROM LINE-OUT
        MOVE STMT-ITEM-ORDER(K, M) TO LAST-ORDER-WRITTEN
        MOVE STMT-ITEM-ORDER(K, M) TO CPO-ORDER
        READ CUSTPO-FILE KEY IS CPO-ORDER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE SPACES TO LINE-OUT
                STRING "    YOUR PO: " CPO-PO DELIMITED BY SIZE
                    INTO LINE-OUT
                WRITE STATEMENT-LINE FROM LINE-OUT
        END-READ
    END-IF.
    STRING "    " STMT-ITEM-NAME(K, M) " QTY: " STMT-ITEM-QTY(K, M)
        " NET: " STMT-ITEM-NET(K, M) " TAX: " STMT-ITEM-TAX(K, M)
            DELIMITED BY SIZE INTO LINE-OUT
        WRITE STATEMENT-LINE FROM LINE-OUT
    END-IF.
    IF STMT-ITEM-REPLACES(K, M) NOT = 0
        MOVE SPACES TO LINE-OUT
        STRING "      REPLACES PRODUCT ORDERED: "
            STMT-ITEM-REPLACES(K, M) " (SUPERSEDED)"
            DELIMITED BY SIZE INTO LINE-OUT
        WRITE STATEMENT-LINE FROM LINE-OUT
    END-IF.

*> Writes one finance charge billed since the last statement
730-WRITE-FINANCE-CHARGE.
    MOVE SPACES TO LINE-OUT.
    STRING "  FINANCE CHARGE " STMT-FC-DATE(K, N) " INVOICE "
        STMT-FC-ORDER(K, N) " ON PAST DUE " STMT-FC-PAST-DUE(K, N)
        ": " STMT-FC-AMOUNT(K, N)
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE STATEMENT-LINE FROM LINE-OUT.

*> Rewrites the finance-charge queue with only the charges held back
*> above, so none printed tonight is printed twice and none left off
*> is lost. Too many held to keep leaves the queue as it was.
800-CLEAR-FINANCE-CHARGES.
    IF HELD-OVERFLOW-SWITCH = "Y"
        DISPLAY "WARNING: FINANCE CHARGE QUEUE LEFT UNCLEARED"
        MOVE "S" TO LOG-SEVERITY
        MOVE "FINANCE CHARGE QUEUE LEFT UNCLEARED, TOO MANY HELD" TO LOG-MESSAGE
        CALL WRITE-RUN-LOG USING LOG-SEVERITY, LOG-PROGRAM, LOG-MESSAGE, LOG-OPERATOR
    ELSE
        OPEN OUTPUT STMTLINE-FILE
        PERFORM 810-WRITE-HELD-CHARGE
            VARYING H FROM 1 BY 1 UNTIL H > HELD-COUNT
        CLOSE STMTLINE-FILE
    END-IF.
    IF FINANCE-CHARGE-COUNT > 0
        MOVE "I" TO LOG-SEVERITY
        MOVE SPACES TO LOG-MESSAGE
        STRING "FINANCE CHARGES PRINTED ON STATEMENTS: "
            FINANCE-CHARGE-COUNT
            DELIMITED BY SIZE INTO LOG-MESSAGE
        CALL WRITE-RUN-LOG USING LOG-SEVERITY, LOG-PROGRAM, LOG-MESSAGE, LOG-OPERATOR
    END-IF.

*> Puts one held charge back on the queue
810-WRITE-HELD-CHARGE.
    MOVE HELD-CHARGE(H) TO STMTLINE-RECORD.
    WRITE STMTLINE-RECORD.

*> Clean up
900-TERMINATE.

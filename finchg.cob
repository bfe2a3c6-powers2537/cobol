*> Stand-alone month-end finance charge run. A customer who lets an
*> invoice run past its terms is charged interest on what is past
*> due, at the monthly rate the controller keeps on finchgctl.dat
*> alongside the smallest charge worth billing and the days of grace
*> allowed past an invoice's due date before it counts. The run:
*>   1. foots every customer's past-due unpaid balance from
*>      aropen.dat -- each open item whose due date (AR-DATE + 30
*>      on an item billed before due dates were kept) is more than
*>      the grace days behind the business date;
*>   2. skips a customer flagged exempt on customers.dat, one no
*>      longer on file, and one whose charge comes out under the
*>      minimum; a customer carrying unapplied credit is charged only
*>      on what CUST-OWES says they really owe, never more;
*>   3. bills every other customer the charge as a new open invoice
*>      on aropen.dat, numbered from the same run-control order
*>      counter ORDER-ENTRY and STANDING-GEN draw on, due on receipt,
*>      and raises CUST-OWES by the same amount, journaling both
*>      records through WRITE-JOURNAL;
*>   4. registers each charge on aradjust.txt marked F, so
*>      RECONCILE's AR cross-foot still proves that night and
*>      GL-EXPORT posts it DR AR / CR FININC;
*>   5. queues a line for the customer's next statement on
*>      finchgstmt.dat, which STATEMENT prints and then empties;
*>   6. lists every customer charged or passed over, and why, on the
*>      fincharge.txt register.
*> finchgctl.dat also remembers the last month charged, and a second
*> run in the same month is refused -- a month is charged once. A
*> missing finchgctl.dat, or one with no rate on it, refuses the run
*> rather than guess at a rate. Refused while the nightly cycle is
*> open, for the same restart-position reason every other daytime
*> writer refuses.
IDENTIFICATION DIVISION.
PROGRAM-ID. FINANCE-CHARGE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CUSTOMER-FILE ASSIGN TO "customers.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CUST-CID.
    SELECT OPTIONAL AROPEN-FILE ASSIGN TO "aropen.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AR-ORDER.
    SELECT OPTIONAL ADJUST-FILE ASSIGN TO "aradjust.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
    SELECT OPTIONAL STMTLINE-FILE ASSIGN TO "finchgstmt.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
    SELECT REPORT-FILE ASSIGN TO "fincharge.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT FINCTL-FILE ASSIGN TO "finchgctl.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FINCTL-STATUS.
    SELECT CONTROL-FILE ASSIGN TO "runcontrol.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONTROL-STATUS.
DATA DIVISION.
FILE SECTION.
    *> customers.dat file definition (matches READ-TRANSACTIONS')
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

    *> aropen.dat file definition (matches READ-TRANSACTIONS')
    FD AROPEN-FILE.
    01 AROPEN-RECORD.
        05 AR-ORDER              PIC 9(6).
        05 AR-CID                PIC 9(10).
        05 AR-DATE               PIC 9(8).
        05 AR-BILLED             PIC S9(7)V9(2).
        05 AR-PAID               PIC S9(7)V9(2).
        05 AR-STATUS             PIC A(1). *> O = open, P = paid in full
        05 AR-DUE-DATE           PIC 9(8). *> net due, CCYYMMDD
        05 AR-DISC-DATE          PIC 9(8). *> discount good through,
                                            *> 0 = no discount offered
        05 AR-DISC-PCT           PIC V999. *> e.g. .020 = 2%
        05 AR-DISC-TAKEN         PIC S9(7)V9(2). *> early-payment
                                                  *> discount allowed

    *> aradjust.txt -- the daytime AR adjustment register (matches
    *> ORDER-CANCEL's ADJUST-RECORD); a finance charge carries only
    *> the AR amount it added, its type, and a reason
    FD ADJUST-FILE.
    01 ADJUST-RECORD.
        05 ADJ-DATE             PIC 9(8).
        05 ADJ-SPACEA           PIC A(1).
        05 ADJ-ORDER            PIC 9(6).
        05 ADJ-SPACEB           PIC A(1).
        05 ADJ-CID              PIC 9(10).
        05 ADJ-SPACEC           PIC A(1).
        05 ADJ-AMOUNT           PIC S9(9)V9(2).
        05 ADJ-SPACED           PIC A(1).
        05 ADJ-GROSS            PIC S9(9)V9(2).
        05 ADJ-SPACEE           PIC A(1).
        05 ADJ-DISCOUNT         PIC S9(9)V9(2).
        05 ADJ-SPACEF           PIC A(1).
        05 ADJ-TAX              PIC S9(9)V9(2).
        05 ADJ-SPACEG           PIC A(1).
        05 ADJ-FREIGHT          PIC S9(9)V9(2).
        05 ADJ-SPACEH           PIC A(1).
        05 ADJ-COST             PIC S9(9)V9(2).
        05 ADJ-SPACEI           PIC A(1).
        05 ADJ-TYPE             PIC A(1). *> C = cancellation
                                           *> W = write-off
                                           *> F = finance charge
        05 ADJ-SPACEJ           PIC A(1).
        05 ADJ-REASON           PIC X(30).

    *> finchgstmt.dat -- one line per charge, waiting for the
    *> customer's next statement (matches STATEMENT's)
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

    *> the run's finance-charge register
    FD REPORT-FILE.
    01 REPORT-LINE               PIC X(120).

    *> finchgctl.dat -- the controller's finance-charge terms and the
    *> last month charged
    FD FINCTL-FILE.
    01 FINCTL-RECORD.
        05 FCC-MONTHLY-RATE     PIC V9(4). *> e.g. .0150 = 1.5% a month
        05 FCC-SPACEA           PIC A(1).
        05 FCC-MIN-CHARGE       PIC 9(5)V9(2).
        05 FCC-SPACEB           PIC A(1).
        05 FCC-GRACE-DAYS       PIC 9(3).
        05 FCC-SPACEC           PIC A(1).
        05 FCC-LAST-MONTH       PIC 9(6). *> CCYYMM last charged

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

WORKING-STORAGE SECTION.
    *> reference to the shared sign-on program, and the fields each
    *> interactive program passes it at startup -- billing customers
    *> interest takes the same authority as writing their debts off
    01 OPERATOR-SIGNON       PIC X(15) VALUE "OPERATOR-SIGNON".
    01 SIGNON-PROGRAM        PIC X(17) VALUE "FINANCE-CHARGE".
    01 SIGNON-LEVEL          PIC 9(1) VALUE 7.
    01 SIGNON-OPERATOR       PIC X(8) VALUE SPACES.
    01 SIGNON-OK             PIC A(1) VALUE "N".

    01 WRITE-JOURNAL         PIC X(13) VALUE "WRITE-JOURNAL".

    *> identifies this program and the file touched on each
    *> WRITE-JOURNAL call
    01 JOURNAL-PROGRAM-NAME  PIC X(17) VALUE "FINANCE-CHARGE".
    01 JOURNAL-CUST-FILE     PIC X(13) VALUE "customers.dat".
    01 JOURNAL-AR-FILE       PIC X(13) VALUE "aropen.dat".
    01 JOURNAL-KEY           PIC 9(11) VALUE 0.
    01 JOURNAL-BEFORE        PIC X(120) VALUE SPACES.
    01 JOURNAL-AFTER         PIC X(120) VALUE SPACES.
    01 JOURNAL-OPERATOR      PIC X(8) VALUE "NIGHTRUN".

    *> reference to the shared run-log program, and the event fields
    *> each CALL fills in
    01 WRITE-RUN-LOG         PIC X(13) VALUE "WRITE-RUN-LOG".
    01 LOG-SEVERITY          PIC A(1) VALUE "I".
    01 LOG-PROGRAM           PIC X(17) VALUE "FINANCE-CHARGE".
    01 LOG-MESSAGE           PIC X(60) VALUE SPACES.
    01 LOG-OPERATOR          PIC X(8) VALUE "NIGHTRUN".

    *> reference to the business-date program
    01 GET-BUSINESS-DATE     PIC X(17) VALUE "GET-BUSINESS-DATE".
    01 TODAY                 PIC 9(8).

    01 SWITCHES.
        05 EOF-SWITCH            PIC A VALUE "N".
        05 CYCLE-OPEN-SWITCH     PIC A VALUE "N".
        05 CONTROL-FOUND-SWITCH  PIC A VALUE "N".
        05 FINCTL-FOUND-SWITCH   PIC A VALUE "N".
        05 CUST-FOUND-SWITCH     PIC A VALUE "N".
        05 INVOICE-OK-SWITCH     PIC A VALUE "N".

    01 CONTROL-STATUS         PIC XX VALUE "00".
    01 FINCTL-STATUS          PIC XX VALUE "00".

    *> the run-control fields held between the read and the write-back
    01 BUSINESS-DATE          PIC 9(8) VALUE 0.
    01 HELD-CYCLE             PIC 9(4) VALUE 0.
    01 HELD-STATUS            PIC A(1) VALUE "C".
    01 HELD-NEXT-ORDER        PIC 9(6) VALUE 1.
    01 HELD-NEXT-PO           PIC 9(6) VALUE 1.

    *> the finance-charge terms, held so the control record can be
    *> written back with only the month charged moved on
    01 CHARGE-RATE            PIC V9(4) VALUE 0.
    01 CHARGE-MINIMUM         PIC 9(5)V9(2) VALUE 0.
    01 GRACE-DAYS             PIC 9(3) VALUE 0.
    01 LAST-MONTH-CHARGED     PIC 9(6) VALUE 0.
    01 CONFIRM-ANSWER         PIC A.

    *> one item's past-due test
    01 INVOICE-OPEN           PIC S9(7)V9(2) VALUE 0.
    01 ITEM-DUE-DATE          PIC 9(8) VALUE 0.
    01 DAYS-PAST-DUE          PIC S9(5) VALUE 0.

    *> every customer with something past due, footed from aropen.dat
    *> in the first pass and charged from in the second. Sized to the
    *> 2000-customer cap the customer tables share.
    01 PAST-DUE-TABLE.
        05 PAST-DUE-CUST         OCCURS 2000 TIMES INDEXED BY F.
            10 PD-CID            PIC 9(10).
            10 PD-AMOUNT         PIC S9(9)V9(2).
            10 PD-ITEMS          PIC 9(4).
    01 PAST-DUE-COUNT         PIC 9(4) VALUE 0.

    *> the customer being charged
    01 CHARGE-BASE            PIC S9(9)V9(2) VALUE 0.
    01 CHARGE-AMOUNT          PIC S9(7)V9(2) VALUE 0.
    01 CHARGE-ORDER           PIC 9(6) VALUE 0.
    01 RATE-SHOWN             PIC Z9.99.

    *> run totals
    01 CUSTOMERS-CHARGED      PIC 9(5) VALUE 0.
    01 CUSTOMERS-EXEMPT       PIC 9(5) VALUE 0.
    01 CUSTOMERS-UNDER-MIN    PIC 9(5) VALUE 0.
    01 CUSTOMERS-SKIPPED      PIC 9(5) VALUE 0.
    01 CHARGE-TOTAL           PIC S9(9)V9(2) VALUE 0.

    01 LINE-OUT               PIC X(120) VALUE SPACES.

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
    MOVE SIGNON-OPERATOR TO LOG-OPERATOR.
    CALL GET-BUSINESS-DATE USING TODAY.
    PERFORM 110-CHECK-CYCLE-OPEN.
    PERFORM 120-READ-FINCHG-CONTROL.
    IF CYCLE-OPEN-SWITCH = "Y"
        DISPLAY "NIGHTLY CYCLE IS OPEN, FINANCE CHARGES REFUSED -- "
            "TRY AGAIN AFTER IT CLOSES"
    ELSE IF FINCTL-FOUND-SWITCH = "N" OR CHARGE-RATE = 0
        DISPLAY "NO FINANCE-CHARGE RATE ON FINCHGCTL.DAT, RUN REFUSED"
    ELSE IF LAST-MONTH-CHARGED = TODAY(1:6)
        DISPLAY "FINANCE CHARGES ALREADY RUN FOR " TODAY(1:6)
            ", RUN REFUSED"
    ELSE
        COMPUTE RATE-SHOWN = CHARGE-RATE * 100
        DISPLAY "CHARGE " RATE-SHOWN "% ON BALANCES MORE THAN "
            GRACE-DAYS " DAYS PAST DUE AS OF " TODAY
            ", MINIMUM CHARGE " CHARGE-MINIMUM "? (Y/N): "
        ACCEPT CONFIRM-ANSWER
        IF CONFIRM-ANSWER = "Y"
            PERFORM 100-INIT
            PERFORM 200-FOOT-PAST-DUE
            PERFORM 300-CHARGE-ONE-CUSTOMER
                VARYING F FROM 1 BY 1 UNTIL F > PAST-DUE-COUNT
            PERFORM 700-SAVE-CONTROL
            PERFORM 710-SAVE-FINCHG-CONTROL
            PERFORM 900-TERMINATE
        END-IF
    END-IF
    END-IF
    END-IF.
    STOP RUN.

*> Opens the files and heads the register
100-INIT.
    OPEN I-O CUSTOMER-FILE.
    OPEN I-O AROPEN-FILE.
    OPEN EXTEND ADJUST-FILE.
    OPEN EXTEND STMTLINE-FILE.
    OPEN OUTPUT REPORT-FILE.
    MOVE SPACES TO LINE-OUT.
    STRING "FINANCE CHARGES  " TODAY "  RATE " RATE-SHOWN
        "%  MINIMUM " CHARGE-MINIMUM "  GRACE " GRACE-DAYS
        " DAYS  OPERATOR " SIGNON-OPERATOR
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.

*> Reads the run-control record fresh to see whether the nightly
*> cycle is open right now, and picks up the next order number the
*> charges will be billed under
110-CHECK-CYCLE-OPEN.
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
                IF RUN-NEXT-ORDER > 0
                    MOVE RUN-NEXT-ORDER TO HELD-NEXT-ORDER
                END-IF
        END-READ
        CLOSE CONTROL-FILE
    END-IF.

*> Reads the finance-charge terms and the last month charged
120-READ-FINCHG-CONTROL.
    MOVE "N" TO FINCTL-FOUND-SWITCH.
    OPEN INPUT FINCTL-FILE.
    IF FINCTL-STATUS = "00"
        READ FINCTL-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE "Y" TO FINCTL-FOUND-SWITCH
                MOVE FCC-MONTHLY-RATE TO CHARGE-RATE
                MOVE FCC-MIN-CHARGE TO CHARGE-MINIMUM
                MOVE FCC-GRACE-DAYS TO GRACE-DAYS
                MOVE FCC-LAST-MONTH TO LAST-MONTH-CHARGED
        END-READ
        CLOSE FINCTL-FILE
    END-IF.

*> First pass: foots each customer's past-due unpaid balance
200-FOOT-PAST-DUE.
    MOVE "N" TO EOF-SWITCH.
    MOVE 0 TO AR-ORDER.
    START AROPEN-FILE KEY IS >= AR-ORDER
        INVALID KEY
            MOVE "Y" TO EOF-SWITCH
    END-START.
    PERFORM 210-FOOT-ONE-ITEM UNTIL EOF-SWITCH = "Y".

*> Adds the next item into its customer's past-due foot if it is
*> open and past due by more than the grace days. An item billed
*> before due dates were kept falls due net 30 from its billing date,
*> the same fallback AGING uses.
210-FOOT-ONE-ITEM.
    READ AROPEN-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            COMPUTE INVOICE-OPEN = AR-BILLED - AR-PAID
            IF AR-STATUS NOT = "P" AND INVOICE-OPEN > 0
                IF AR-DUE-DATE IS NUMERIC AND AR-DUE-DATE > 0
                    MOVE AR-DUE-DATE TO ITEM-DUE-DATE
                ELSE
                    COMPUTE ITEM-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                        FUNCTION INTEGER-OF-DATE(AR-DATE) + 30)
                END-IF
                COMPUTE DAYS-PAST-DUE =
                    FUNCTION INTEGER-OF-DATE(TODAY)
                    - FUNCTION INTEGER-OF-DATE(ITEM-DUE-DATE)
                IF DAYS-PAST-DUE > GRACE-DAYS
                    PERFORM 220-ADD-TO-CUSTOMER
                END-IF
            END-IF
    END-READ.

*> Finds or adds the item's customer in the past-due table and adds
*> the item in; a customer past the table's cap is logged and left
*> uncharged rather than subscripted off its end
220-ADD-TO-CUSTOMER.
    SET F TO 1.
    SEARCH PAST-DUE-CUST
        AT END
            MOVE "S" TO LOG-SEVERITY
            MOVE "PAST-DUE TABLE FULL, A CUSTOMER WAS NOT CHARGED"
                TO LOG-MESSAGE
            CALL WRITE-RUN-LOG USING LOG-SEVERITY, LOG-PROGRAM,
                LOG-MESSAGE, LOG-OPERATOR
            MOVE "I" TO LOG-SEVERITY
        WHEN F > PAST-DUE-COUNT
            ADD 1 TO PAST-DUE-COUNT
            MOVE AR-CID TO PD-CID(F)
            MOVE INVOICE-OPEN TO PD-AMOUNT(F)
            MOVE 1 TO PD-ITEMS(F)
        WHEN PD-CID(F) = AR-CID
            ADD INVOICE-OPEN TO PD-AMOUNT(F)
            ADD 1 TO PD-ITEMS(F)
    END-SEARCH.

*> Second pass: charges, or passes over with the reason noted, one
*> customer with something past due
300-CHARGE-ONE-CUSTOMER.
    MOVE PD-CID(F) TO CUST-CID.
    READ CUSTOMER-FILE
        INVALID KEY
            MOVE "N" TO CUST-FOUND-SWITCH
        NOT INVALID KEY
            MOVE "Y" TO CUST-FOUND-SWITCH
    END-READ.
    MOVE PD-AMOUNT(F) TO CHARGE-BASE.
    IF CUST-FOUND-SWITCH = "Y" AND CUST-OWES < CHARGE-BASE
        MOVE CUST-OWES TO CHARGE-BASE
    END-IF.
    MOVE 0 TO CHARGE-AMOUNT.
    IF CHARGE-BASE > 0
        COMPUTE CHARGE-AMOUNT ROUNDED = CHARGE-BASE * CHARGE-RATE
    END-IF.
    MOVE SPACES TO LINE-OUT.
    IF CUST-FOUND-SWITCH = "N"
        ADD 1 TO CUSTOMERS-SKIPPED
        STRING "CUSTOMER " PD-CID(F) " NOT ON FILE -- "
            PD-AMOUNT(F) " PAST DUE NOT CHARGED"
            DELIMITED BY SIZE INTO LINE-OUT
    ELSE IF CUST-FINCHG-EXEMPT = "Y"
        ADD 1 TO CUSTOMERS-EXEMPT
        STRING "CUSTOMER " CUST-CID " " CUST-NAME " PAST DUE "
            CHARGE-BASE " EXEMPT"
            DELIMITED BY SIZE INTO LINE-OUT
    ELSE IF CHARGE-BASE NOT > 0
        ADD 1 TO CUSTOMERS-SKIPPED
        STRING "CUSTOMER " CUST-CID " " CUST-NAME " PAST DUE "
            PD-AMOUNT(F) " COVERED BY CREDIT ON ACCOUNT"
            DELIMITED BY SIZE INTO LINE-OUT
    ELSE IF CHARGE-AMOUNT < CHARGE-MINIMUM
        ADD 1 TO CUSTOMERS-UNDER-MIN
        STRING "CUSTOMER " CUST-CID " " CUST-NAME " PAST DUE "
            CHARGE-BASE " CHARGE " CHARGE-AMOUNT " UNDER MINIMUM"
            DELIMITED BY SIZE INTO LINE-OUT
    ELSE
        PERFORM 400-BILL-CHARGE
    END-IF
    END-IF
    END-IF
    END-IF.
    WRITE REPORT-LINE FROM LINE-OUT.

*> Bills the charge: the new open invoice first (an invoice number
*> already taken means the order counter is out of step, so the
*> customer is left uncharged and the run log told), then CUST-OWES,
*> the register, and the statement line
400-BILL-CHARGE.
    MOVE HELD-NEXT-ORDER TO CHARGE-ORDER.
    ADD 1 TO HELD-NEXT-ORDER.
    MOVE CHARGE-ORDER TO AR-ORDER.
    MOVE CUST-CID TO AR-CID.
    MOVE TODAY TO AR-DATE.
    MOVE CHARGE-AMOUNT TO AR-BILLED.
    MOVE 0 TO AR-PAID.
    MOVE "O" TO AR-STATUS.
    MOVE TODAY TO AR-DUE-DATE.
    MOVE 0 TO AR-DISC-DATE.
    MOVE 0 TO AR-DISC-PCT.
    MOVE 0 TO AR-DISC-TAKEN.
    WRITE AROPEN-RECORD
        INVALID KEY
            MOVE "N" TO INVOICE-OK-SWITCH
        NOT INVALID KEY
            MOVE "Y" TO INVOICE-OK-SWITCH
    END-WRITE.
    IF INVOICE-OK-SWITCH = "N"
        ADD 1 TO CUSTOMERS-SKIPPED
        STRING "CUSTOMER " CUST-CID " " CUST-NAME " NOT CHARGED -- "
            "INVOICE " CHARGE-ORDER " ALREADY ON AROPEN.DAT"
            DELIMITED BY SIZE INTO LINE-OUT
        MOVE "S" TO LOG-SEVERITY
        MOVE "FINANCE CHARGE INVOICE NUMBER ALREADY IN USE"
            TO LOG-MESSAGE
        CALL WRITE-RUN-LOG USING LOG-SEVERITY, LOG-PROGRAM,
            LOG-MESSAGE, LOG-OPERATOR
        MOVE "I" TO LOG-SEVERITY
    ELSE
        MOVE SPACES TO JOURNAL-BEFORE
        MOVE AROPEN-RECORD TO JOURNAL-AFTER
        MOVE AR-ORDER TO JOURNAL-KEY
        CALL WRITE-JOURNAL USING JOURNAL-PROGRAM-NAME,
            JOURNAL-AR-FILE, JOURNAL-KEY, JOURNAL-BEFORE,
            JOURNAL-AFTER, JOURNAL-OPERATOR
        MOVE CUSTOMER-RECORD TO JOURNAL-BEFORE
        ADD CHARGE-AMOUNT TO CUST-OWES
        REWRITE CUSTOMER-RECORD
        MOVE CUSTOMER-RECORD TO JOURNAL-AFTER
        MOVE CUST-CID TO JOURNAL-KEY
        CALL WRITE-JOURNAL USING JOURNAL-PROGRAM-NAME,
            JOURNAL-CUST-FILE, JOURNAL-KEY, JOURNAL-BEFORE,
            JOURNAL-AFTER, JOURNAL-OPERATOR
        PERFORM 410-WRITE-ADJUSTMENT
        PERFORM 420-WRITE-STATEMENT-LINE
        ADD 1 TO CUSTOMERS-CHARGED
        ADD CHARGE-AMOUNT TO CHARGE-TOTAL
        STRING "CUSTOMER " CUST-CID " " CUST-NAME " PAST DUE "
            CHARGE-BASE " ON " PD-ITEMS(F) " ITEMS CHARGED "
            CHARGE-AMOUNT " INVOICE " CHARGE-ORDER
            DELIMITED BY SIZE INTO LINE-OUT
    END-IF.

*> Registers the charge on aradjust.txt for RECONCILE and GL-EXPORT
410-WRITE-ADJUSTMENT.
    MOVE TODAY TO ADJ-DATE.
    MOVE CHARGE-ORDER TO ADJ-ORDER.
    MOVE CUST-CID TO ADJ-CID.
    MOVE CHARGE-AMOUNT TO ADJ-AMOUNT.
    MOVE 0 TO ADJ-GROSS.
    MOVE 0 TO ADJ-DISCOUNT.
    MOVE 0 TO ADJ-TAX.
    MOVE 0 TO ADJ-FREIGHT.
    MOVE 0 TO ADJ-COST.
    MOVE "F" TO ADJ-TYPE.
    MOVE "FINANCE CHARGE ON PAST DUE" TO ADJ-REASON.
    MOVE " " TO ADJ-SPACEA.
    MOVE " " TO ADJ-SPACEB.
    MOVE " " TO ADJ-SPACEC.
    MOVE " " TO ADJ-SPACED.
    MOVE " " TO ADJ-SPACEE.
    MOVE " " TO ADJ-SPACEF.
    MOVE " " TO ADJ-SPACEG.
    MOVE " " TO ADJ-SPACEH.
    MOVE " " TO ADJ-SPACEI.
    MOVE " " TO ADJ-SPACEJ.
    WRITE ADJUST-RECORD.

*> Queues the charge for the customer's next statement
420-WRITE-STATEMENT-LINE.
    MOVE CUST-CID TO FS-CID.
    MOVE CUST-NAME TO FS-NAME.
    MOVE CUST-STREET TO FS-STREET.
    MOVE CUST-CITY TO FS-CITY.
    MOVE CUST-STATE TO FS-STATE.
    MOVE CHARGE-ORDER TO FS-ORDER.
    MOVE TODAY TO FS-DATE.
    MOVE CHARGE-BASE TO FS-PAST-DUE.
    MOVE CHARGE-AMOUNT TO FS-AMOUNT.
    MOVE CUST-OWES TO FS-OWES.
    MOVE " " TO FS-SPACEA.
    MOVE " " TO FS-SPACEB.
    MOVE " " TO FS-SPACEC.
    MOVE " " TO FS-SPACED.
    MOVE " " TO FS-SPACEE.
    WRITE STMTLINE-RECORD.

*> Writes the control record back with the advanced order counter.
*> The record is re-read first and every other field written back as
*> just found, the same courtesy STANDING-GEN's 700-SAVE-CONTROL
*> extends; the counter itself is re-read too, and the higher of the
*> two kept, so an order ORDER-ENTRY staged while the run was going
*> never has its number handed out again.
700-SAVE-CONTROL.
    MOVE "N" TO CONTROL-FOUND-SWITCH.
    MOVE TODAY TO BUSINESS-DATE.
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
                MOVE RUN-NEXT-PO TO HELD-NEXT-PO
                IF RUN-NEXT-ORDER > HELD-NEXT-ORDER
                    MOVE RUN-NEXT-ORDER TO HELD-NEXT-ORDER
                END-IF
        END-READ
        CLOSE CONTROL-FILE
    END-IF.
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

*> Writes the finance-charge terms back as found, with this month
*> recorded as charged
710-SAVE-FINCHG-CONTROL.
    OPEN OUTPUT FINCTL-FILE.
    MOVE CHARGE-RATE TO FCC-MONTHLY-RATE.
    MOVE CHARGE-MINIMUM TO FCC-MIN-CHARGE.
    MOVE GRACE-DAYS TO FCC-GRACE-DAYS.
    MOVE TODAY(1:6) TO FCC-LAST-MONTH.
    MOVE " " TO FCC-SPACEA.
    MOVE " " TO FCC-SPACEB.
    MOVE " " TO FCC-SPACEC.
    WRITE FINCTL-RECORD.
    CLOSE FINCTL-FILE.

*> Foots the register, logs the run, and closes up
900-TERMINATE.
    MOVE SPACES TO LINE-OUT.
    STRING "CUSTOMERS CHARGED: " CUSTOMERS-CHARGED
        " TOTAL: " CHARGE-TOTAL " EXEMPT: " CUSTOMERS-EXEMPT
        " UNDER MINIMUM: " CUSTOMERS-UNDER-MIN
        " SKIPPED: " CUSTOMERS-SKIPPED
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    CLOSE CUSTOMER-FILE.
    CLOSE AROPEN-FILE.
    CLOSE ADJUST-FILE.
    CLOSE STMTLINE-FILE.
    CLOSE REPORT-FILE.
    MOVE SPACES TO LOG-MESSAGE.
    STRING "FINANCE CHARGES: " CUSTOMERS-CHARGED " CUSTOMERS, TOTAL "
        CHARGE-TOTAL
        DELIMITED BY SIZE INTO LOG-MESSAGE.
    CALL WRITE-RUN-LOG USING LOG-SEVERITY, LOG-PROGRAM,
        LOG-MESSAGE, LOG-OPERATOR.
    DISPLAY "CUSTOMERS CHARGED: " CUSTOMERS-CHARGED
        " TOTAL: " CHARGE-TOTAL.

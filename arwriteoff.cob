*> Stand-alone accounts receivable write-off program. An open invoice
*> the money is never coming for -- a customer DUNNING has already
*> held with a final notice, or the few cents a short payment left
*> behind -- otherwise sits on aropen.dat forever, in the 90-day
*> column of aging.txt and on every dunning pass. Three ways out:
*>   1. bad debt, chosen invoices: the operator names the customer
*>      and then each invoice to write off, confirming each one;
*>   2. bad debt, whole customer: every open invoice the customer
*>      has, footed and confirmed once;
*>   3. small balances: every open invoice whose unpaid balance is
*>      under a threshold the operator gives, whoever owes it.
*> The bad-debt modes take a reason, which travels with every line
*> written off. Each write-off closes the open item the way
*> ORDER-CANCEL backs an invoice out (the billed amount comes down
*> to what was paid and the item is marked P), takes the same
*> amount off the customer's CUST-OWES, journals both records
*> through WRITE-JOURNAL, and registers the line on aradjust.txt
*> marked W, so RECONCILE's AR cross-foot still proves that night
*> and GL-EXPORT posts it DR BADDEBT / CR AR. writeoff.txt lists the
*> session's write-offs. The customer's credit hold is left as it
*> stands -- release is only ever CUSTMAINT's explicit action. An
*> invoice whose customer is no longer on file is skipped, since
*> there is no CUST-OWES to take it off and the cross-foot would
*> break. Refused while the nightly cycle is open, for the same
*> restart-position reason every other daytime writer refuses.
IDENTIFICATION DIVISION.
PROGRAM-ID. AR-WRITEOFF.
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
    SELECT REPORT-FILE ASSIGN TO "writeoff.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
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
    *> ORDER-CANCEL's ADJUST-RECORD); a write-off carries only the
    *> AR amount, its type, and its reason
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

    *> the session's write-off list
    FD REPORT-FILE.
    01 REPORT-LINE               PIC X(120).

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
    *> interactive program passes it at startup -- writing off money
    *> owed takes the same authority as cutting checks
    01 OPERATOR-SIGNON       PIC X(15) VALUE "OPERATOR-SIGNON".
    01 SIGNON-PROGRAM        PIC X(17) VALUE "AR-WRITEOFF".
    01 SIGNON-LEVEL          PIC 9(1) VALUE 7.
    01 SIGNON-OPERATOR       PIC X(8) VALUE SPACES.
    01 SIGNON-OK             PIC A(1) VALUE "N".

    01 WRITE-JOURNAL         PIC X(13) VALUE "WRITE-JOURNAL".

    *> identifies this program and the file touched on each
    *> WRITE-JOURNAL call
    01 JOURNAL-PROGRAM-NAME  PIC X(17) VALUE "AR-WRITEOFF".
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
    01 LOG-PROGRAM           PIC X(17) VALUE "AR-WRITEOFF".
    01 LOG-MESSAGE           PIC X(60) VALUE SPACES.
    01 LOG-OPERATOR          PIC X(8) VALUE "NIGHTRUN".

    *> reference to the business-date program
    01 GET-BUSINESS-DATE     PIC X(17) VALUE "GET-BUSINESS-DATE".
    01 TODAY                 PIC 9(8).

    01 SWITCHES.
        05 DONE-SWITCH           PIC A VALUE "N".
        05 EOF-SWITCH            PIC A VALUE "N".
        05 CYCLE-OPEN-SWITCH     PIC A VALUE "N".
        05 CUST-FOUND-SWITCH     PIC A VALUE "N".
        05 ITEM-DONE-SWITCH      PIC A VALUE "N".

    01 CONTROL-STATUS         PIC XX VALUE "00".

    *> the operator's choices
    01 MENU-CHOICE            PIC 9(1) VALUE 0.
    01 WO-CID                 PIC 9(10) VALUE 0.
    01 WO-INVOICE             PIC 9(6) VALUE 0.
    01 WO-REASON              PIC X(30) VALUE SPACES.
    *> an unpaid balance under this is a small balance; none keyed
    *> means a dollar
    01 WO-THRESHOLD           PIC 9(5)V9(2) VALUE 0.
    01 CONFIRM-ANSWER         PIC A.

    *> the item being written off
    01 INVOICE-OPEN           PIC S9(7)V9(2) VALUE 0.
    *> a whole customer's open items, footed before the confirm
    01 CUST-OPEN-COUNT        PIC 9(4) VALUE 0.
    01 CUST-OPEN-TOTAL        PIC S9(9)V9(2) VALUE 0.

    *> session totals
    01 ITEMS-WRITTEN-OFF      PIC 9(5) VALUE 0.
    01 ITEMS-SKIPPED          PIC 9(5) VALUE 0.
    01 WRITEOFF-TOTAL         PIC S9(9)V9(2) VALUE 0.

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
    IF CYCLE-OPEN-SWITCH = "Y"
        DISPLAY "NIGHTLY CYCLE IS OPEN, WRITE-OFFS REFUSED -- "
            "TRY AGAIN AFTER IT CLOSES"
    ELSE
        PERFORM 100-INIT
        PERFORM 200-MENU UNTIL DONE-SWITCH = "Y"
        PERFORM 900-TERMINATE
    END-IF.
    STOP RUN.

*> Opens the files and heads the session's list
100-INIT.
    OPEN I-O CUSTOMER-FILE.
    OPEN I-O AROPEN-FILE.
    OPEN EXTEND ADJUST-FILE.
    OPEN OUTPUT REPORT-FILE.
    MOVE SPACES TO LINE-OUT.
    STRING "AR WRITE-OFFS  " TODAY "  OPERATOR " SIGNON-OPERATOR
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.

*> Reads the run-control record fresh to see whether the nightly
*> cycle is open right now
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
        END-READ
        CLOSE CONTROL-FILE
    END-IF.

*> Offers the three kinds of write-off
200-MENU.
    DISPLAY "1 - WRITE OFF CHOSEN INVOICES AS BAD DEBT".
    DISPLAY "2 - WRITE OFF A WHOLE CUSTOMER AS BAD DEBT".
    DISPLAY "3 - CLEAR SMALL BALANCES UNDER A THRESHOLD".
    DISPLAY "0 - EXIT".
    ACCEPT MENU-CHOICE.
    EVALUATE MENU-CHOICE
        WHEN 1
            PERFORM 300-WRITE-OFF-INVOICES
        WHEN 2
            PERFORM 400-WRITE-OFF-CUSTOMER
        WHEN 3
            PERFORM 450-CLEAR-SMALL-BALANCES
        WHEN 0
            MOVE "Y" TO DONE-SWITCH
        WHEN OTHER
            DISPLAY "UNKNOWN CHOICE"
    END-EVALUATE.

*> Takes the customer and the reason for a bad-debt write-off; a
*> bad debt with no reason on it is refused
250-ACCEPT-CUSTOMER-REASON.
    DISPLAY "ENTER CUSTOMER ID: ".
    ACCEPT WO-CID.
    MOVE WO-CID TO CUST-CID.
    READ CUSTOMER-FILE
        INVALID KEY
            DISPLAY "CUSTOMER NOT ON FILE"
            MOVE "N" TO CUST-FOUND-SWITCH
        NOT INVALID KEY
            MOVE "Y" TO CUST-FOUND-SWITCH
            DISPLAY CUST-NAME " OWES " CUST-OWES
    END-READ.
    IF CUST-FOUND-SWITCH = "Y"
        DISPLAY "ENTER REASON FOR THE WRITE-OFF: "
        ACCEPT WO-REASON
        IF WO-REASON = SPACES
            DISPLAY "A BAD-DEBT WRITE-OFF NEEDS A REASON"
            MOVE "N" TO CUST-FOUND-SWITCH
        END-IF
    END-IF.

*> Bad debt, one named invoice at a time
300-WRITE-OFF-INVOICES.
    PERFORM 250-ACCEPT-CUSTOMER-REASON.
    IF CUST-FOUND-SWITCH = "Y"
        MOVE "N" TO ITEM-DONE-SWITCH
        PERFORM 310-WRITE-OFF-ONE-INVOICE
            UNTIL ITEM-DONE-SWITCH = "Y"
    END-IF.

*> Takes one invoice number and writes it off once confirmed; an
*> invoice of 0 ends the list
310-WRITE-OFF-ONE-INVOICE.
    DISPLAY "INVOICE (ORDER) NUMBER TO WRITE OFF, 0 WHEN DONE: ".
    ACCEPT WO-INVOICE.
    IF WO-INVOICE = 0
        MOVE "Y" TO ITEM-DONE-SWITCH
    ELSE
        MOVE WO-INVOICE TO AR-ORDER
        READ AROPEN-FILE
            INVALID KEY
                DISPLAY "INVOICE " WO-INVOICE " NOT ON AROPEN.DAT"
            NOT INVALID KEY
                COMPUTE INVOICE-OPEN = AR-BILLED - AR-PAID
                IF AR-CID NOT = WO-CID
                    DISPLAY "INVOICE " WO-INVOICE " BELONGS TO "
                        "CUSTOMER " AR-CID
                ELSE IF AR-STATUS = "P" OR INVOICE-OPEN NOT > 0
                    DISPLAY "INVOICE " WO-INVOICE " HAS NOTHING "
                        "OPEN TO WRITE OFF"
                ELSE
                    DISPLAY "WRITE OFF " INVOICE-OPEN " ON INVOICE "
                        WO-INVOICE "? (Y/N): "
                    ACCEPT CONFIRM-ANSWER
                    IF CONFIRM-ANSWER = "Y"
                        PERFORM 500-WRITE-OFF-ITEM
                    END-IF
                END-IF
                END-IF
        END-READ
    END-IF.

*> Bad debt, every open invoice the customer has: footed and shown
*> first, then written off in one pass once confirmed
400-WRITE-OFF-CUSTOMER.
    PERFORM 250-ACCEPT-CUSTOMER-REASON.
    IF CUST-FOUND-SWITCH = "Y"
        MOVE 0 TO CUST-OPEN-COUNT
        MOVE 0 TO CUST-OPEN-TOTAL
        PERFORM 600-START-AROPEN
        PERFORM 410-FOOT-ONE-ITEM UNTIL EOF-SWITCH = "Y"
        IF CUST-OPEN-COUNT = 0
            DISPLAY "CUSTOMER " WO-CID " HAS NO OPEN INVOICES"
        ELSE
            DISPLAY CUST-OPEN-COUNT " OPEN INVOICES TOTALLING "
                CUST-OPEN-TOTAL ". WRITE THEM ALL OFF? (Y/N): "
            ACCEPT CONFIRM-ANSWER
            IF CONFIRM-ANSWER = "Y"
                PERFORM 600-START-AROPEN
                PERFORM 420-WRITE-OFF-IF-CUSTOMER
                    UNTIL EOF-SWITCH = "Y"
            END-IF
        END-IF
    END-IF.

*> Adds the next item into the customer's open foot if it is theirs
410-FOOT-ONE-ITEM.
    READ AROPEN-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            COMPUTE INVOICE-OPEN = AR-BILLED - AR-PAID
            IF AR-CID = WO-CID AND AR-STATUS NOT = "P"
                    AND INVOICE-OPEN > 0
                ADD 1 TO CUST-OPEN-COUNT
                ADD INVOICE-OPEN TO CUST-OPEN-TOTAL
            END-IF
    END-READ.

*> Writes off the next item if it is one of the customer's open ones
420-WRITE-OFF-IF-CUSTOMER.
    READ AROPEN-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            COMPUTE INVOICE-OPEN = AR-BILLED - AR-PAID
            IF AR-CID = WO-CID AND AR-STATUS NOT = "P"
                    AND INVOICE-OPEN > 0
                PERFORM 500-WRITE-OFF-ITEM
            END-IF
    END-READ.

*> Small balances: every open item under the threshold, whoever
*> owes it
450-CLEAR-SMALL-BALANCES.
    DISPLAY "CLEAR OPEN BALANCES UNDER (0 = 1.00): ".
    ACCEPT WO-THRESHOLD.
    IF WO-THRESHOLD = 0
        MOVE 1.00 TO WO-THRESHOLD
    END-IF.
    DISPLAY "WRITE OFF EVERY OPEN BALANCE UNDER " WO-THRESHOLD
        "? (Y/N): ".
    ACCEPT CONFIRM-ANSWER.
    IF CONFIRM-ANSWER = "Y"
        MOVE "SMALL BALANCE UNDER THRESHOLD" TO WO-REASON
        PERFORM 600-START-AROPEN
        PERFORM 460-CLEAR-IF-SMALL UNTIL EOF-SWITCH = "Y"
    END-IF.

*> Writes off the next item if its unpaid balance is under the
*> threshold
460-CLEAR-IF-SMALL.
    READ AROPEN-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            COMPUTE INVOICE-OPEN = AR-BILLED - AR-PAID
            IF AR-STATUS NOT = "P" AND INVOICE-OPEN > 0
                    AND INVOICE-OPEN < WO-THRESHOLD
                PERFORM 500-WRITE-OFF-ITEM
            END-IF
    END-READ.

*> Writes off the current open item's unpaid balance: the customer's
*> CUST-OWES first (an item whose customer is gone is skipped whole),
*> then the item itself, then the register and the session list
500-WRITE-OFF-ITEM.
    MOVE AR-CID TO CUST-CID.
    READ CUSTOMER-FILE
        INVALID KEY
            MOVE "N" TO CUST-FOUND-SWITCH
        NOT INVALID KEY
            MOVE "Y" TO CUST-FOUND-SWITCH
    END-READ.
    IF CUST-FOUND-SWITCH = "N"
        ADD 1 TO ITEMS-SKIPPED
        MOVE SPACES TO LINE-OUT
        STRING "INVOICE " AR-ORDER " SKIPPED, CUSTOMER " AR-CID
            " NOT ON FILE -- " INVOICE-OPEN " LEFT OPEN"
            DELIMITED BY SIZE INTO LINE-OUT
        WRITE REPORT-LINE FROM LINE-OUT
    ELSE
        MOVE CUSTOMER-RECORD TO JOURNAL-BEFORE
        SUBTRACT INVOICE-OPEN FROM CUST-OWES
        REWRITE CUSTOMER-RECORD
        MOVE CUSTOMER-RECORD TO JOURNAL-AFTER
        MOVE CUST-CID TO JOURNAL-KEY
        CALL WRITE-JOURNAL USING JOURNAL-PROGRAM-NAME,
            JOURNAL-CUST-FILE, JOURNAL-KEY, JOURNAL-BEFORE,
            JOURNAL-AFTER, JOURNAL-OPERATOR
        PERFORM 510-CLOSE-ITEM
        PERFORM 520-WRITE-ADJUSTMENT
        MOVE SPACES TO LINE-OUT
        STRING "INVOICE " AR-ORDER " CUSTOMER " AR-CID " "
            CUST-NAME " DATED " AR-DATE " WRITTEN OFF "
            INVOICE-OPEN " " WO-REASON
            DELIMITED BY SIZE INTO LINE-OUT
        WRITE REPORT-LINE FROM LINE-OUT
        ADD 1 TO ITEMS-WRITTEN-OFF
        ADD INVOICE-OPEN TO WRITEOFF-TOTAL
    END-IF.

*> Closes the open item the way ORDER-CANCEL backs one out: billed
*> comes down to what was paid, and the item is marked P
510-CLOSE-ITEM.
    MOVE AROPEN-RECORD TO JOURNAL-BEFORE.
    SUBTRACT INVOICE-OPEN FROM AR-BILLED.
    MOVE "P" TO AR-STATUS.
    REWRITE AROPEN-RECORD.
    MOVE AROPEN-RECORD TO JOURNAL-AFTER.
    MOVE AR-ORDER TO JOURNAL-KEY.
    CALL WRITE-JOURNAL USING JOURNAL-PROGRAM-NAME,
        JOURNAL-AR-FILE, JOURNAL-KEY, JOURNAL-BEFORE,
        JOURNAL-AFTER, JOURNAL-OPERATOR.

*> Registers the write-off on aradjust.txt for RECONCILE and
*> GL-EXPORT
520-WRITE-ADJUSTMENT.
    MOVE TODAY TO ADJ-DATE.
    MOVE AR-ORDER TO ADJ-ORDER.
    MOVE AR-CID TO ADJ-CID.
    MOVE INVOICE-OPEN TO ADJ-AMOUNT.
    MOVE 0 TO ADJ-GROSS.
    MOVE 0 TO ADJ-DISCOUNT.
    MOVE 0 TO ADJ-TAX.
    MOVE 0 TO ADJ-FREIGHT.
    MOVE 0 TO ADJ-COST.
    MOVE "W" TO ADJ-TYPE.
    MOVE WO-REASON TO ADJ-REASON.
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

*> Positions aropen.dat at its first item for a sequential pass
600-START-AROPEN.
    MOVE "N" TO EOF-SWITCH.
    MOVE 0 TO AR-ORDER.
    START AROPEN-FILE KEY IS >= AR-ORDER
        INVALID KEY
            MOVE "Y" TO EOF-SWITCH
    END-START.

*> Foots the session's list, logs it, and closes up
900-TERMINATE.
    MOVE SPACES TO LINE-OUT.
    STRING "ITEMS WRITTEN OFF: " ITEMS-WRITTEN-OFF
        " TOTAL: " WRITEOFF-TOTAL " SKIPPED: " ITEMS-SKIPPED
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    CLOSE CUSTOMER-FILE.
    CLOSE AROPEN-FILE.
    CLOSE ADJUST-FILE.
    CLOSE REPORT-FILE.
    IF ITEMS-WRITTEN-OFF > 0
        MOVE SPACES TO LOG-MESSAGE
        STRING "WRITE-OFFS: " ITEMS-WRITTEN-OFF " ITEMS, TOTAL "
            WRITEOFF-TOTAL
            DELIMITED BY SIZE INTO LOG-MESSAGE
        CALL WRITE-RUN-LOG USING LOG-SEVERITY, LOG-PROGRAM,
            LOG-MESSAGE, LOG-OPERATOR
    END-IF.
    DISPLAY "ITEMS WRITTEN OFF: " ITEMS-WRITTEN-OFF
        " TOTAL: " WRITEOFF-TOTAL.

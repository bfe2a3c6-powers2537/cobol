*> Customer profitability report, in the COMMISSION mold: it prompts
*> for a from and to date (0 for open-ended) and, over every history
*> row in that range -- the live transhist.dat, plus the year-end
*> archive master when the range reaches back past the cutoff
*> histcf.dat records -- aggregates by customer the gross billed,
*> the discounts given (promo and contract pricing both land there),
*> the net, and the cost of goods each line carried out the door
*> (TRANSACT-COST, negative on a return, so a return hands its cost
*> back along with its revenue). From those come the gross margin,
*> the margin as a percent of net, and the return rate (returned
*> gross over sold gross). The paying side comes off aropen.dat and
*> the cash receipts register (cashreceipts.txt and its archive):
*> every receipt applied to an invoice billed inside the range counts
*> the days from billing to the check, weighted by the dollars it
*> applied, so one slow large invoice weighs more than a prompt small
*> one; on-account receipts name no invoice and cannot be aged. The
*> customers are ranked by margin dollars, and the accounts the
*> sales manager needs to look at -- any negative margin, and the
*> bottom tenth of the ranking -- are flagged on their lines and
*> listed again at the foot of custprofit.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. CUST-PROFIT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> OPTIONAL so a shop with no history yet gets an empty report
    SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO "transhist.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS HIST-SEQ
        ALTERNATE RECORD KEY IS TRANSACT-CID WITH DUPLICATES
        ALTERNATE RECORD KEY IS TRANSACT-DATE WITH DUPLICATES.
    SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO "transhistarch.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ARCH-SEQ
        ALTERNATE RECORD KEY IS ARCH-CID WITH DUPLICATES
        ALTERNATE RECORD KEY IS ARCH-DATE WITH DUPLICATES.
    SELECT OPTIONAL CF-FILE ASSIGN TO "histcf.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CF-STATUS.
    SELECT OPTIONAL AROPEN-FILE ASSIGN TO "aropen.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS AR-ORDER.
    SELECT OPTIONAL RECEIPT-FILE ASSIGN TO "cashreceipts.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RECEIPT-STATUS.
    SELECT OPTIONAL RECEIPT-ARCH-FILE
        ASSIGN TO "cashreceipts.txt.archive"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RECEIPT-ARCH-STATUS.
    SELECT REPORT-FILE ASSIGN TO "custprofit.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
    *> transaction history input file definition (matches
    *> POST-HISTORY's HISTORY-RECORD layout)
    FD TRANSACTION-FILE.
    01 TRANSACTION-RECORD.
        05 HIST-SEQ                     PIC 9(9).
        05 TRANSACT-ORDER-NUMBER        PIC 9(6).
        05 TRANSACT-DATE                PIC 9(8).
        05 TRANSACT-CID                 PIC 9(10).
        05 TRANSACT-NAME                PIC A(23).
        05 TRANSACT-STREET              PIC X(23).
        05 TRANSACT-CITY                PIC A(13).
        05 TRANSACT-STATE               PIC A(12).
        05 TRANSACT-PID                 PIC 9(11).
        05 TRANSACT-ITEM                PIC X(25).
        05 TRANSACT-SPACEA              PIC A(1).
        05 TRANSACT-QUANTITY            PIC 9(5).
        05 TRANSACT-SPACEB              PIC A(1).
        05 TRANSACT-GROSS               PIC S9(7)V9(2).
        05 TRANSACT-SPACEC              PIC A(1).
        05 TRANSACT-DISCOUNT            PIC S9(7)V9(2).
        05 TRANSACT-SPACED              PIC A(1).
        05 TRANSACT-NET                 PIC S9(7)V9(2).
        05 TRANSACT-SPACEE              PIC A(1).
        05 TRANSACT-TAX                 PIC S9(7)V9(2).
        05 TRANSACT-SPACEF              PIC A(1).
        05 TRANSACT-OWES                PIC S9(7)V9(2).
        05 TRANSACT-SPACEG              PIC A(1).
        05 TRANSACT-REP                 PIC 9(3).
        05 TRANSACT-SPACEH              PIC A(1).
        05 TRANSACT-COST                PIC S9(7)V9(2).
        05 TRANSACT-SPACEI              PIC A(1).
        05 TRANSACT-LOT                 PIC X(10).
        05 TRANSACT-SPACEJ              PIC A(1).
        05 TRANSACT-FREIGHT             PIC S9(7)V9(2).
        05 TRANSACT-SPACEK              PIC A(1).
        05 TRANSACT-SHIP-CODE           PIC X(4).
        05 TRANSACT-SPACEL              PIC A(1).
        05 TRANSACT-EXEMPT-STATE        PIC A(12).
        05 TRANSACT-SPACEM              PIC A(1).
        05 TRANSACT-EXEMPT-CERT         PIC X(15).

    *> the year-end archive master (matches HIST-ARCHIVE's layout)
    FD ARCHIVE-FILE.
    01 ARCHIVE-RECORD.
        05 ARCH-SEQ                     PIC 9(9).
        05 ARCH-ORDER-NUMBER            PIC 9(6).
        05 ARCH-DATE                    PIC 9(8).
        05 ARCH-CID                     PIC 9(10).
        05 ARCH-NAME                    PIC A(23).
        05 ARCH-STREET                  PIC X(23).
        05 ARCH-CITY                    PIC A(13).
        05 ARCH-STATE                   PIC A(12).
        05 ARCH-PID                     PIC 9(11).
        05 ARCH-ITEM                    PIC X(25).
        05 ARCH-SPACEA                  PIC A(1).
        05 ARCH-QUANTITY                PIC 9(5).
        05 ARCH-SPACEB                  PIC A(1).
        05 ARCH-GROSS                   PIC S9(7)V9(2).
        05 ARCH-SPACEC                  PIC A(1).
        05 ARCH-DISCOUNT                PIC S9(7)V9(2).
        05 ARCH-SPACED                  PIC A(1).
        05 ARCH-NET                     PIC S9(7)V9(2).
        05 ARCH-SPACEE                  PIC A(1).
        05 ARCH-TAX                     PIC S9(7)V9(2).
        05 ARCH-SPACEF                  PIC A(1).
        05 ARCH-OWES                    PIC S9(7)V9(2).
        05 ARCH-SPACEG                  PIC A(1).
        05 ARCH-REP                     PIC 9(3).
        05 ARCH-SPACEH                  PIC A(1).
        05 ARCH-COST                    PIC S9(7)V9(2).
        05 ARCH-SPACEI                  PIC A(1).
        05 ARCH-LOT                     PIC X(10).
        05 ARCH-SPACEJ                  PIC A(1).
        05 ARCH-FREIGHT                 PIC S9(7)V9(2).
        05 ARCH-SPACEK                  PIC A(1).
        05 ARCH-SHIP-CODE               PIC X(4).
        05 ARCH-SPACEL                  PIC A(1).
        05 ARCH-EXEMPT-STATE            PIC A(12).
        05 ARCH-SPACEM                  PIC A(1).
        05 ARCH-EXEMPT-CERT             PIC X(15).

    *> histcf.dat header (matches HIST-ARCHIVE's layout) -- only the
    *> H row's cutoff date matters here: it says how far back the
    *> live history still reaches
    FD CF-FILE.
    01 CF-RECORD.
        05 CF-TYPE              PIC X(1).
        05 CF-SPACEA            PIC A(1).
        05 CF-KEY               PIC X(12).
        05 CF-REST              PIC X(106).

    *> aropen.dat file definition (matches READ-TRANSACTIONS') -- each
    *> receipt's invoice is looked up here for its billing date
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

    *> cash receipts register (matches PAYMENTS' RECEIPT-RECORD)
    FD RECEIPT-FILE.
    01 RECEIPT-RECORD.
        05 RECEIPT-DATE         PIC 9(8).
        05 RECEIPT-SPACEA       PIC A(1).
        05 RECEIPT-CID          PIC 9(10).
        05 RECEIPT-SPACEB       PIC A(1).
        05 RECEIPT-NAME         PIC A(23).
        05 RECEIPT-SPACEC       PIC A(1).
        05 RECEIPT-AMOUNT       PIC 9(7)V9(2).
        05 RECEIPT-SPACED       PIC A(1).
        05 RECEIPT-REFERENCE    PIC X(10).
        05 RECEIPT-SPACEE       PIC A(1).
        05 RECEIPT-NEW-BALANCE  PIC S9(7)V9(2).
        05 RECEIPT-SPACEF       PIC A(1).
        05 RECEIPT-INVOICE      PIC 9(6). *> invoice applied to, 0 =
                                           *> on account
        05 RECEIPT-SPACEG       PIC A(1).
        05 RECEIPT-APPLIED      PIC 9(7)V9(2). *> portion applied to
                                                *> that invoice
        05 RECEIPT-SPACEH       PIC A(1).
        05 RECEIPT-DISCOUNT     PIC 9(7)V9(2). *> early-payment
                                                *> discount allowed

    *> the register's nightly archive (same layout, matches
    *> LOCKBOX-IMPORT's)
    FD RECEIPT-ARCH-FILE.
    01 RECEIPT-ARCH-RECORD.
        05 RARCH-DATE           PIC 9(8).
        05 RARCH-SPACEA         PIC A(1).
        05 RARCH-CID            PIC 9(10).
        05 RARCH-SPACEB         PIC A(1).
        05 RARCH-NAME           PIC A(23).
        05 RARCH-SPACEC         PIC A(1).
        05 RARCH-AMOUNT         PIC 9(7)V9(2).
        05 RARCH-SPACED         PIC A(1).
        05 RARCH-REFERENCE      PIC X(10).
        05 RARCH-SPACEE         PIC A(1).
        05 RARCH-NEW-BALANCE    PIC S9(7)V9(2).
        05 RARCH-SPACEF         PIC A(1).
        05 RARCH-INVOICE        PIC 9(6).
        05 RARCH-SPACEG         PIC A(1).
        05 RARCH-APPLIED        PIC 9(7)V9(2).
        05 RARCH-SPACEH         PIC A(1).
        05 RARCH-DISCOUNT       PIC 9(7)V9(2).

    *> profitability report output, one free-form line at a time
    FD REPORT-FILE.
    01 REPORT-LINE                  PIC X(160).

WORKING-STORAGE SECTION.
    *> reference to the shared run-log program, and the event fields
    *> each CALL fills in
    01 WRITE-RUN-LOG         PIC X(13) VALUE "WRITE-RUN-LOG".
    01 LOG-SEVERITY          PIC A(1) VALUE "I".
    01 LOG-PROGRAM           PIC X(17) VALUE "CUST-PROFIT".
    01 LOG-MESSAGE           PIC X(60) VALUE SPACES.
    *> who was at the keyboard on each logged event; batch programs
    *> run as the night job itself
    01 LOG-OPERATOR          PIC X(8) VALUE "NIGHTRUN".

    01 SWITCHES.
        05 EOF-SWITCH       PIC A VALUE "N".
        05 FOUND-SWITCH     PIC A VALUE "N".
        05 ARCH-EOF-SWITCH  PIC A VALUE "N".

    *> the report period; 0 leaves that end open
    01 DATE-FROM            PIC 9(8) VALUE 0.
    01 DATE-TO              PIC 9(8) VALUE 0.

    *> year-end archive support: the archive master is read only
    *> when the period reaches back past the cutoff HIST-ARCHIVE
    *> recorded on histcf.dat
    01 CF-STATUS            PIC XX VALUE "00".
    01 CF-CUTOFF            PIC 9(8) VALUE 0.

    *> a missing register or archive just means nothing to age
    01 RECEIPT-STATUS       PIC XX VALUE "00".
    01 RECEIPT-ARCH-STATUS  PIC XX VALUE "00".

    *> the history row being accumulated, whichever master it came
    *> from
    01 WORK-CID             PIC 9(10) VALUE 0.
    01 WORK-NAME            PIC A(23) VALUE SPACES.
    01 WORK-GROSS           PIC S9(7)V9(2) VALUE 0.
    01 WORK-DISCOUNT        PIC S9(7)V9(2) VALUE 0.
    01 WORK-NET             PIC S9(7)V9(2) VALUE 0.
    01 WORK-COST            PIC S9(7)V9(2) VALUE 0.

    *> the receipt being aged, whichever register it came from
    01 PAID-DATE            PIC 9(8) VALUE 0.
    01 PAID-INVOICE         PIC 9(6) VALUE 0.
    01 PAID-APPLIED         PIC 9(7)V9(2) VALUE 0.
    01 PAID-DAYS            PIC S9(5) VALUE 0.

    *> per-customer accumulation over the period. 2000 is the same
    *> cap AGING, DUNNING, STATEMENT, HIST-ARCHIVE and CUSTMAINT carry
    *> on their customer tables; past it the customer is skipped with
    *> a severe log entry instead of subscripting past the table.
    01 PROFIT-TABLE.
        05 PROFIT-ENTRY             OCCURS 2000 TIMES INDEXED BY C.
            10 PF-CID               PIC 9(10).
            10 PF-NAME              PIC A(23).
            10 PF-GROSS             PIC S9(9)V9(2).
            10 PF-SOLD              PIC S9(9)V9(2).
            10 PF-RETURNED          PIC S9(9)V9(2).
            10 PF-DISCOUNT          PIC S9(9)V9(2).
            10 PF-NET               PIC S9(9)V9(2).
            10 PF-COST              PIC S9(9)V9(2).
            10 PF-MARGIN            PIC S9(9)V9(2).
            10 PF-PAID              PIC S9(9)V9(2).
            10 PF-DAY-DOLLARS       PIC S9(13)V9(2).
    01 PROFIT-COUNT         PIC 9(4) VALUE 0.

    *> the customers' subscripts, exchange-sorted by margin dollars
    *> high to low
    01 RANK-TABLE.
        05 RANK-SUB                 OCCURS 2000 TIMES PIC 9(4).
    01 RK-I                 PIC 9(4) VALUE 0.
    01 RK-J                 PIC 9(4) VALUE 0.
    01 SUB-A                PIC 9(4) VALUE 0.
    01 SUB-B                PIC 9(4) VALUE 0.

    *> the bottom tenth of the ranking is flagged for the sales
    *> manager; BOTTOM-START is the first rank in it
    01 BOTTOM-PCT           PIC 9(3) VALUE 10.
    01 BOTTOM-COUNT         PIC 9(4) VALUE 0.
    01 BOTTOM-START         PIC 9(4) VALUE 0.
    01 FLAG-TEXT            PIC X(20) VALUE SPACES.
    01 FLAG-COUNT           PIC 9(4) VALUE 0.

    *> the figures on the line being written
    01 MARGIN-PCT           PIC S9(7)V9(2) VALUE 0.
    01 RETURN-PCT           PIC S9(7)V9(2) VALUE 0.
    01 AVERAGE-DAYS         PIC S9(5)V9(1) VALUE 0.
    01 MARGIN-PCT-SHOWN     PIC -(6)9.99.
    01 RETURN-PCT-SHOWN     PIC -(6)9.99.
    01 DAYS-SHOWN           PIC -(4)9.9.

    *> report totals
    01 TOTAL-GROSS          PIC S9(11)V9(2) VALUE 0.
    01 TOTAL-DISCOUNT       PIC S9(11)V9(2) VALUE 0.
    01 TOTAL-NET            PIC S9(11)V9(2) VALUE 0.
    01 TOTAL-COST           PIC S9(11)V9(2) VALUE 0.
    01 TOTAL-MARGIN         PIC S9(11)V9(2) VALUE 0.

    01 LINE-OUT             PIC X(160).

PROCEDURE DIVISION.
*> Program controller
000-MAIN.
    PERFORM 100-INIT.
    PERFORM 200-PROCESS UNTIL EOF-SWITCH = "Y".
    CLOSE TRANSACTION-FILE.
    PERFORM 400-AGE-RECEIPTS.
    PERFORM 700-WRITE-REPORT.
    PERFORM 900-TERMINATE.
    STOP RUN.

*> Prompts for the report period and opens the history, running the
*> archive master first when the period reaches back past the cutoff
100-INIT.
    DISPLAY "ENTER PERIOD FROM DATE, CCYYMMDD (0 FOR ALL): ".
    ACCEPT DATE-FROM.
    DISPLAY "ENTER PERIOD TO DATE, CCYYMMDD (0 FOR NO LIMIT): ".
    ACCEPT DATE-TO.
    PERFORM 120-READ-ARCHIVE-CUTOFF.
    IF CF-CUTOFF > 0
            AND (DATE-FROM = 0 OR DATE-FROM < CF-CUTOFF)
        PERFORM 140-PROCESS-ARCHIVE
    END-IF.
    OPEN INPUT TRANSACTION-FILE.
    READ TRANSACTION-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
    END-READ.

*> Learns how far back the live history still reaches; no histcf.dat
*> means nothing was ever archived and the live file is everything
120-READ-ARCHIVE-CUTOFF.
    OPEN INPUT CF-FILE.
    IF CF-STATUS = "00"
        READ CF-FILE
            AT END
                CONTINUE
            NOT AT END
                IF CF-TYPE = "H"
                    MOVE CF-KEY(1:8) TO CF-CUTOFF
                END-IF
        END-READ
        CLOSE CF-FILE
    END-IF.

*> The period reaches into the archived years: run the same
*> accumulation over the archive master first
140-PROCESS-ARCHIVE.
    OPEN INPUT ARCHIVE-FILE.
    READ ARCHIVE-FILE
        AT END
            MOVE "Y" TO ARCH-EOF-SWITCH
    END-READ.
    PERFORM 160-PROCESS-ONE-ARCHIVE-ROW
        UNTIL ARCH-EOF-SWITCH = "Y".
    CLOSE ARCHIVE-FILE.

*> Takes one archived row if it falls inside the period
160-PROCESS-ONE-ARCHIVE-ROW.
    IF ARCH-DATE >= DATE-FROM
            AND (DATE-TO = 0 OR ARCH-DATE <= DATE-TO)
        MOVE ARCH-CID TO WORK-CID
        MOVE ARCH-NAME TO WORK-NAME
        MOVE ARCH-GROSS TO WORK-GROSS
        MOVE ARCH-DISCOUNT TO WORK-DISCOUNT
        MOVE ARCH-NET TO WORK-NET
        MOVE ARCH-COST TO WORK-COST
        PERFORM 250-ADD-TO-CUSTOMER
    END-IF.
    READ ARCHIVE-FILE
        AT END
            MOVE "Y" TO ARCH-EOF-SWITCH
    END-READ.

*> Takes the current live row if it falls inside the period, and
*> reads the next record
200-PROCESS.
    IF TRANSACT-DATE >= DATE-FROM
            AND (DATE-TO = 0 OR TRANSACT-DATE <= DATE-TO)
        MOVE TRANSACT-CID TO WORK-CID
        MOVE TRANSACT-NAME TO WORK-NAME
        MOVE TRANSACT-GROSS TO WORK-GROSS
        MOVE TRANSACT-DISCOUNT TO WORK-DISCOUNT
        MOVE TRANSACT-NET TO WORK-NET
        MOVE TRANSACT-COST TO WORK-COST
        PERFORM 250-ADD-TO-CUSTOMER
    END-IF.
    READ TRANSACTION-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
    END-READ.

*> Accumulates one in-period row (live or archived, already moved
*> into the WORK fields) under its customer. A return's negative
*> gross also foots into the customer's returned dollars, a sale's
*> into sold, for the return rate.
250-ADD-TO-CUSTOMER.
    PERFORM 300-FIND-OR-ADD-CUSTOMER.
    IF FOUND-SWITCH = "Y"
        MOVE WORK-NAME TO PF-NAME(C)
        ADD WORK-GROSS TO PF-GROSS(C)
        IF WORK-GROSS < 0
            SUBTRACT WORK-GROSS FROM PF-RETURNED(C)
        ELSE
            ADD WORK-GROSS TO PF-SOLD(C)
        END-IF
        ADD WORK-DISCOUNT TO PF-DISCOUNT(C)
        ADD WORK-NET TO PF-NET(C)
        ADD WORK-COST TO PF-COST(C)
    END-IF.

*> Linear search for the customer's slot; adds a new one the first
*> time the customer turns up. Skips the row (with a severe log
*> entry) instead of subscripting past PROFIT-TABLE's OCCURS 2000.
300-FIND-OR-ADD-CUSTOMER.
    SET C TO 1.
    MOVE "N" TO FOUND-SWITCH.
    SEARCH PROFIT-ENTRY
        AT END
            PERFORM 310-ADD-CUSTOMER
        WHEN C > PROFIT-COUNT
            PERFORM 310-ADD-CUSTOMER
        WHEN PF-CID(C) = WORK-CID
            MOVE "Y" TO FOUND-SWITCH
    END-SEARCH.

*> Opens a zeroed slot for a customer seen for the first time
310-ADD-CUSTOMER.
    IF PROFIT-COUNT >= 2000
        DISPLAY "WARNING: PROFIT TABLE FULL, CUSTOMER "
            WORK-CID " SKIPPED"
        MOVE "S" TO LOG-SEVERITY
        MOVE "PROFIT TABLE FULL, A CUSTOMER WAS SKIPPED"
            TO LOG-MESSAGE
        CALL WRITE-RUN-LOG USING LOG-SEVERITY, LOG-PROGRAM,
            LOG-MESSAGE, LOG-OPERATOR
    ELSE
        ADD 1 TO PROFIT-COUNT
        SET C TO PROFIT-COUNT
        MOVE WORK-CID TO PF-CID(C)
        MOVE 0 TO PF-GROSS(C)
        MOVE 0 TO PF-SOLD(C)
        MOVE 0 TO PF-RETURNED(C)
        MOVE 0 TO PF-DISCOUNT(C)
        MOVE 0 TO PF-NET(C)
        MOVE 0 TO PF-COST(C)
        MOVE 0 TO PF-MARGIN(C)
        MOVE 0 TO PF-PAID(C)
        MOVE 0 TO PF-DAY-DOLLARS(C)
        MOVE PROFIT-COUNT TO RANK-SUB(PROFIT-COUNT)
        MOVE "Y" TO FOUND-SWITCH
    END-IF.

*> Ages every receipt on the live register and its archive against
*> the invoice it was applied to
400-AGE-RECEIPTS.
    OPEN INPUT AROPEN-FILE.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT RECEIPT-FILE.
    IF RECEIPT-STATUS = "00"
        PERFORM 410-AGE-ONE-RECEIPT UNTIL EOF-SWITCH = "Y"
        CLOSE RECEIPT-FILE
    END-IF.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT RECEIPT-ARCH-FILE.
    IF RECEIPT-ARCH-STATUS = "00"
        PERFORM 420-AGE-ONE-ARCH-RECEIPT UNTIL EOF-SWITCH = "Y"
        CLOSE RECEIPT-ARCH-FILE
    END-IF.
    CLOSE AROPEN-FILE.

*> One live register line
410-AGE-ONE-RECEIPT.
    READ RECEIPT-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            MOVE RECEIPT-DATE TO PAID-DATE
            MOVE RECEIPT-INVOICE TO PAID-INVOICE
            MOVE RECEIPT-APPLIED TO PAID-APPLIED
            PERFORM 450-AGE-PAYMENT
    END-READ.

*> One archived register line
420-AGE-ONE-ARCH-RECEIPT.
    READ RECEIPT-ARCH-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            MOVE RARCH-DATE TO PAID-DATE
            MOVE RARCH-INVOICE TO PAID-INVOICE
            MOVE RARCH-APPLIED TO PAID-APPLIED
            PERFORM 450-AGE-PAYMENT
    END-READ.

*> A receipt applied to an invoice billed inside the period adds its
*> applied dollars, and those dollars times the days the invoice
*> waited, to the invoice's customer. An on-account receipt, or one
*> whose invoice is no longer on aropen.dat, has no billing date to
*> age from and is passed over; so is a customer with no history in
*> the period, who has no line on the report to carry it.
450-AGE-PAYMENT.
    IF PAID-INVOICE > 0 AND PAID-APPLIED > 0
        MOVE PAID-INVOICE TO AR-ORDER
        READ AROPEN-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF AR-DATE >= DATE-FROM
                        AND (DATE-TO = 0 OR AR-DATE <= DATE-TO)
                    PERFORM 460-ADD-PAYMENT-DAYS
                END-IF
        END-READ
    END-IF.

*> Finds the invoice's customer and adds the weighted days
460-ADD-PAYMENT-DAYS.
    SET C TO 1.
    SEARCH PROFIT-ENTRY
        AT END
            CONTINUE
        WHEN C > PROFIT-COUNT
            CONTINUE
        WHEN PF-CID(C) = AR-CID
            COMPUTE PAID-DAYS =
                FUNCTION INTEGER-OF-DATE(PAID-DATE)
                    - FUNCTION INTEGER-OF-DATE(AR-DATE)
            IF PAID-DAYS < 0
                MOVE 0 TO PAID-DAYS
            END-IF
            ADD PAID-APPLIED TO PF-PAID(C)
            COMPUTE PF-DAY-DOLLARS(C) =
                PF-DAY-DOLLARS(C) + PAID-APPLIED * PAID-DAYS
    END-SEARCH.

*> Ranks the customers by margin dollars and writes a line each,
*> the flagged accounts again at the foot, and the totals
700-WRITE-REPORT.
    PERFORM 710-COMPUTE-MARGIN
        VARYING C FROM 1 BY 1 UNTIL C > PROFIT-COUNT.
    PERFORM 720-SORT-PASS
        VARYING RK-I FROM 1 BY 1 UNTIL RK-I >= PROFIT-COUNT.
    COMPUTE BOTTOM-COUNT = (PROFIT-COUNT * BOTTOM-PCT + 99) / 100.
    COMPUTE BOTTOM-START = PROFIT-COUNT - BOTTOM-COUNT + 1.
    OPEN OUTPUT REPORT-FILE.
    MOVE SPACES TO LINE-OUT.
    STRING "CUSTOMER PROFITABILITY, RANKED BY MARGIN -- PERIOD "
        DATE-FROM " THROUGH " DATE-TO " (0 = OPEN)"
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    PERFORM 740-WRITE-ONE-CUSTOMER
        VARYING RK-I FROM 1 BY 1 UNTIL RK-I > PROFIT-COUNT.
    MOVE SPACES TO LINE-OUT.
    STRING "TOTALS: GROSS " TOTAL-GROSS " DISCOUNT " TOTAL-DISCOUNT
        " NET " TOTAL-NET " COST " TOTAL-COST
        " MARGIN " TOTAL-MARGIN
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    MOVE SPACES TO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    MOVE "ACCOUNTS FOR THE SALES MANAGER (NEGATIVE OR BOTTOM MARGIN)"
        TO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    PERFORM 760-WRITE-ONE-FLAGGED
        VARYING RK-I FROM 1 BY 1 UNTIL RK-I > PROFIT-COUNT.
    MOVE SPACES TO LINE-OUT.
    STRING "  ACCOUNTS FLAGGED: " FLAG-COUNT
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.

*> Margin is net less cost of goods; foots the totals as it goes
710-COMPUTE-MARGIN.
    COMPUTE PF-MARGIN(C) = PF-NET(C) - PF-COST(C).
    ADD PF-GROSS(C) TO TOTAL-GROSS.
    ADD PF-DISCOUNT(C) TO TOTAL-DISCOUNT.
    ADD PF-NET(C) TO TOTAL-NET.
    ADD PF-COST(C) TO TOTAL-COST.
    ADD PF-MARGIN(C) TO TOTAL-MARGIN.

*> One sweep of adjacent compares over the rank subscripts
720-SORT-PASS.
    PERFORM 730-SORT-COMPARE
        VARYING RK-J FROM 1 BY 1 UNTIL RK-J >= PROFIT-COUNT.

*> Swaps one adjacent pair whose margins are out of order, high to
*> low
730-SORT-COMPARE.
    MOVE RANK-SUB(RK-J) TO SUB-A.
    MOVE RANK-SUB(RK-J + 1) TO SUB-B.
    IF PF-MARGIN(SUB-B) > PF-MARGIN(SUB-A)
        MOVE SUB-B TO RANK-SUB(RK-J)
        MOVE SUB-A TO RANK-SUB(RK-J + 1)
    END-IF.

*> Writes the customer at this rank, flag and all
740-WRITE-ONE-CUSTOMER.
    PERFORM 750-FIGURE-CUSTOMER.
    MOVE SPACES TO LINE-OUT.
    STRING RK-I " " PF-CID(SUB-A) " " PF-NAME(SUB-A)
        " GROSS " PF-GROSS(SUB-A) " DISC " PF-DISCOUNT(SUB-A)
        " NET " PF-NET(SUB-A) " COST " PF-COST(SUB-A)
        " MARGIN " PF-MARGIN(SUB-A) " PCT " MARGIN-PCT-SHOWN
        " RETURNS PCT " RETURN-PCT-SHOWN
        " DAYS TO PAY " DAYS-SHOWN " " FLAG-TEXT
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.

*> Works out the percentages, the average days to pay, and the flag
*> for the customer at rank RK-I. No net means no margin percent; no
*> sales means no return rate; no aged receipts means no days.
750-FIGURE-CUSTOMER.
    MOVE RANK-SUB(RK-I) TO SUB-A.
    IF PF-NET(SUB-A) > 0
        COMPUTE MARGIN-PCT ROUNDED =
            PF-MARGIN(SUB-A) * 100 / PF-NET(SUB-A)
    ELSE
        MOVE 0 TO MARGIN-PCT
    END-IF.
    IF PF-SOLD(SUB-A) > 0
        COMPUTE RETURN-PCT ROUNDED =
            PF-RETURNED(SUB-A) * 100 / PF-SOLD(SUB-A)
    ELSE
        MOVE 0 TO RETURN-PCT
    END-IF.
    IF PF-PAID(SUB-A) > 0
        COMPUTE AVERAGE-DAYS ROUNDED =
            PF-DAY-DOLLARS(SUB-A) / PF-PAID(SUB-A)
    ELSE
        MOVE 0 TO AVERAGE-DAYS
    END-IF.
    MOVE MARGIN-PCT TO MARGIN-PCT-SHOWN.
    MOVE RETURN-PCT TO RETURN-PCT-SHOWN.
    MOVE AVERAGE-DAYS TO DAYS-SHOWN.
    EVALUATE TRUE
        WHEN PF-MARGIN(SUB-A) < 0
            MOVE "*** NEGATIVE MARGIN" TO FLAG-TEXT
        WHEN RK-I >= BOTTOM-START AND PROFIT-COUNT > 1
            MOVE "*** BOTTOM MARGIN" TO FLAG-TEXT
        WHEN OTHER
            MOVE SPACES TO FLAG-TEXT
    END-EVALUATE.

*> Repeats a flagged account in the sales manager's section
760-WRITE-ONE-FLAGGED.
    PERFORM 750-FIGURE-CUSTOMER.
    IF FLAG-TEXT NOT = SPACES
        ADD 1 TO FLAG-COUNT
        MOVE SPACES TO LINE-OUT
        STRING "  " PF-CID(SUB-A) " " PF-NAME(SUB-A)
            " NET " PF-NET(SUB-A) " MARGIN " PF-MARGIN(SUB-A)
            " PCT " MARGIN-PCT-SHOWN
            " RETURNS PCT " RETURN-PCT-SHOWN
            " DAYS TO PAY " DAYS-SHOWN " " FLAG-TEXT
            DELIMITED BY SIZE INTO LINE-OUT
        WRITE REPORT-LINE FROM LINE-OUT
    END-IF.

*> Clean up
900-TERMINATE.
    CLOSE REPORT-FILE.
    MOVE "I" TO LOG-SEVERITY.
    MOVE SPACES TO LOG-MESSAGE.
    STRING "CUSTOMER PROFITABILITY WRITTEN, " FLAG-COUNT
        " ACCOUNTS FLAGGED" DELIMITED BY SIZE INTO LOG-MESSAGE.
    CALL WRITE-RUN-LOG USING LOG-SEVERITY, LOG-PROGRAM,
        LOG-MESSAGE, LOG-OPERATOR.

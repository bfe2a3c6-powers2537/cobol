*>                                          CR FREIGHT freight billed
*>   DR DISC        discounts given         CR TAXPAY  tax collected
*>   DR CASH        payments posted         CR AR      payments posted
*>   DR TERMDISC    early-pay discounts     CR AR      discounts allowed
*>   DR COGS        cost of goods shipped   CR INV     inventory relieved
*>   DR SALES       cancelled gross         CR DISC    cancelled discounts
*>   DR TAXPAY      cancelled tax           CR AR      cancelled credits
*>   DR FREIGHT     cancelled freight
*>   DR INV         cancelled restocks      CR COGS    cancelled restocks
*>   DR BADDEBT     AR written off          CR AR      AR written off
*>   DR AR          finance charges billed  CR FININC  finance charges
*> The cancellation, write-off, and finance-charge legs come from
*> aradjust.txt, the daytime ORDER-CANCEL / AR-WRITEOFF / FINANCE-CHARGE
*> register RECONCILE foots into the same night's AR cross-foot --
*> without them the ledger would drift from the files RECON just proved
*> on any day with a billed-order cancellation.
*> The checks AP-PAYRUN cut during the day arrive already posted --
*> apdisb.dat, DR AP / CR CASH per check, in this file's own layout,
*> along with RTV-ENTRY's DR AP / CR INV legs for goods returned to
*> vendors -- and are footed into the same proof and copied through onto
*> glpost.dat after the night's set, so the ledger loads one file.
*> A return's negative amounts ride through signed, reversing the
*> original posting the way they reversed the billing. Before
*> anything is written the debits are footed against the credits, and
*> a set that does not balance -- or an amount whose role has no
*> account on file -- refuses to write at all and comes back RC=8, so
*> the ledger can never load a lopsided night.
*> Registers each night it completes (or fails) with STEP-REGISTRY,
*> and skips itself, with a logged notice, when a rerun of the
*> nightly job reaches it on a night it already completed, ending
*> RC 4 so the JCL can tell the skip from a fresh completion.
IDENTIFICATION DIVISION.
PROGRAM-ID. GL-EXPORT.
ENVIRONMENT DIVISION.
    SELECT ADJUST-FILE ASSIGN TO "aradjust.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ADJUST-STATUS.
    SELECT DISB-FILE ASSIGN TO "apdisb.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DISB-STATUS.
    SELECT ACCOUNT-FILE ASSIGN TO "glaccounts.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACCOUNT-STATUS.
        05 RECEIPT-INVOICE      PIC 9(6).
        05 RECEIPT-SPACEG       PIC A(1).
        05 RECEIPT-APPLIED      PIC 9(7)V9(2).
        05 RECEIPT-SPACEH       PIC A(1).
        05 RECEIPT-DISCOUNT     PIC 9(7)V9(2). *> early-payment
                                                *> discount allowed

    *> daytime AR adjustment register (matches ORDER-CANCEL's
    *> ADJUST-RECORD) -- one line per billed order cancelled today
    *> (type C, or blank on a line written before types were kept)
    *> and per item AR-WRITEOFF wrote off (type W), and per customer
    *> FINANCE-CHARGE billed (type F)
    FD ADJUST-FILE.
    01 ADJUST-RECORD.
        05 ADJ-DATE             PIC 9(8).
        05 ADJ-FREIGHT          PIC S9(9)V9(2).
        05 ADJ-SPACEH           PIC A(1).
        05 ADJ-COST             PIC S9(9)V9(2).
        05 ADJ-SPACEI           PIC A(1).
        05 ADJ-TYPE             PIC A(1). *> C = cancellation
                                           *> W = write-off
                                           *> F = finance charge
        05 ADJ-SPACEJ           PIC A(1).
        05 ADJ-REASON           PIC X(30).

    *> cash-disbursement postings (matches AP-PAYRUN's DISB-RECORD)
    *> -- two balanced legs per check cut or vendor return made today
    FD DISB-FILE.
    01 DISB-RECORD.
        05 DSB-DATE             PIC 9(8).
        05 DSB-SPACEA           PIC A(1).
        05 DSB-ACCOUNT          PIC 9(8).
        05 DSB-SPACEB           PIC A(1).
        05 DSB-DEBIT            PIC S9(9)V9(2).
        05 DSB-SPACEC           PIC A(1).
        05 DSB-CREDIT           PIC S9(9)V9(2).
        05 DSB-SPACED           PIC A(1).
        05 DSB-DESC             PIC X(30).

    *> glaccounts.dat file definition -- one line per posting role
    *> this program knows, mapping it to the ledger account
    FD ACCOUNT-FILE.
    01 ACCOUNT-RECORD.
        05 GLA-ROLE             PIC X(8). *> AR/SALES/DISC/TAXPAY/
                                           *> CASH/COGS/INV/FREIGHT/
                                           *> AP/BADDEBT/TERMDISC/
                                           *> FININC (RETEARN is
                                           *> GL-CLOSE's alone)
        05 GLA-SPACEA           PIC A(1).
        05 GLA-ACCOUNT          PIC 9(8). *> ledger account number
        05 GLA-SPACEB           PIC A(1).
        05 REFUSED-SWITCH        PIC A VALUE "N".

    *> a missing cashreceipts.txt just means no payments posted, and
    *> a missing aradjust.txt means no cancellations, and a missing
    *> apdisb.dat means no checks were cut; a missing
    *> runtotals.dat or glaccounts.dat refuses the export
    01 RUNTOTALS-STATUS          PIC XX VALUE "00".
    01 RECEIPT-STATUS            PIC XX VALUE "00".
    01 ADJUST-STATUS             PIC XX VALUE "00".
    01 DISB-STATUS               PIC XX VALUE "00".
    01 ACCOUNT-STATUS            PIC XX VALUE "00".

    *> the chart of accounts, loaded at startup. 20 roles is room to
    *> the night's posting set, built and footed in full before one
    *> line is written
    01 POSTING-TABLE.
        05 POSTING-ENTRY            OCCURS 40 TIMES INDEXED BY P.
            10 POST-ENTRY-ACCOUNT   PIC 9(8).
            10 POST-ENTRY-DEBIT     PIC S9(9)V9(2).
            10 POST-ENTRY-CREDIT    PIC S9(9)V9(2).
    01 POSTING-COUNT             PIC 9(2) VALUE 0.

    01 PAYMENTS-TOTAL            PIC S9(9)V9(2) VALUE 0.
    *> early-payment discounts PAYMENTS allowed against the checks
    01 TERMS-DISC-TOTAL          PIC S9(9)V9(2) VALUE 0.
    *> the cancellation register's foots, broken out so each
    *> reversal leg goes back against the account the original
    *> billing used -- lumping them into one sales debit would leave
    01 ADJUST-TAX-TOTAL          PIC S9(9)V9(2) VALUE 0.
    01 ADJUST-FRT-TOTAL          PIC S9(9)V9(2) VALUE 0.
    01 ADJUST-COST-TOTAL         PIC S9(9)V9(2) VALUE 0.
    *> write-offs ride the same register but post to bad debt, not
    *> back against the billing
    01 WRITEOFF-TOTAL            PIC S9(9)V9(2) VALUE 0.
    *> finance charges ride it too, billed to AR as interest income
    01 FINANCE-CHARGES-TOTAL     PIC S9(9)V9(2) VALUE 0.
    *> the day's check postings, footed into the proof as they stand
    01 DISB-DEBIT-TOTAL          PIC S9(9)V9(2) VALUE 0.
    01 DISB-CREDIT-TOTAL         PIC S9(9)V9(2) VALUE 0.
    01 DISB-COUNT                PIC 9(4) VALUE 0.
    01 BILLED-TOTAL              PIC S9(9)V9(2) VALUE 0.
    01 DEBIT-TOTAL               PIC S9(9)V9(2) VALUE 0.
    01 CREDIT-TOTAL              PIC S9(9)V9(2) VALUE 0.
    01 ENTRY-CREDIT              PIC S9(9)V9(2) VALUE 0.
    01 ENTRY-DESC                PIC X(30) VALUE SPACES.

    *> reference to the step registry, and the fields this step
    *> passes it as it starts and as it finishes
    01 STEP-REGISTRY         PIC X(13) VALUE "STEP-REGISTRY".
    01 STEP-ACTION           PIC A(1) VALUE "B".
    01 STEP-PROGRAM          PIC X(17) VALUE "GL-EXPORT".
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
    IF REFUSED-SWITCH NOT = "Y"
        PERFORM 300-BUILD-POSTINGS
    ELSE
        PERFORM 700-WRITE-POSTINGS
    END-IF.
    MOVE RETURN-CODE TO STEP-RC.
    MOVE "E" TO STEP-ACTION.
    CALL STEP-REGISTRY USING STEP-ACTION, STEP-PROGRAM, STEP-DATE,
        STEP-CYCLE, STEP-RC, STEP-DONE, STEP-OPERATOR.
    MOVE STEP-RC TO RETURN-CODE.
    STOP RUN.

*> Loads the chart of accounts and the run's control totals, and
    PERFORM 130-LOAD-RUN-TOTALS.
    PERFORM 150-FOOT-RECEIPTS.
    PERFORM 170-FOOT-ADJUSTMENTS.
    PERFORM 190-FOOT-DISBURSEMENTS.

*> Loads glaccounts.dat into ACCOUNT-TABLE. No chart of accounts on
*> file means nothing can be posted anywhere -- the export refuses.
        CLOSE RECEIPT-FILE
    END-IF.

*> Adds one posted payment into the running payments sum, and the
*> discount it earned (if any) into the discounts-allowed sum
160-ADD-ONE-RECEIPT.
    READ RECEIPT-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            ADD RECEIPT-AMOUNT TO PAYMENTS-TOTAL
            IF RECEIPT-DISCOUNT IS NUMERIC
                ADD RECEIPT-DISCOUNT TO TERMS-DISC-TOTAL
            END-IF
    END-READ.

*> Sums the daytime cancellation, write-off, and finance-charge
*> register the same way RECONCILE foots it; a missing register just
*> means nothing was cancelled, written off, or charged
170-FOOT-ADJUSTMENTS.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT ADJUST-FILE.
        CLOSE ADJUST-FILE
    END-IF.

*> Adds one cancellation into the running reversal sums, one
*> write-off into the bad-debt sum, or one finance charge into the
*> charges billed
180-ADD-ONE-ADJUSTMENT.
    READ ADJUST-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            IF ADJ-TYPE = "W"
                ADD ADJ-AMOUNT TO WRITEOFF-TOTAL
            ELSE IF ADJ-TYPE = "F"
                ADD ADJ-AMOUNT TO FINANCE-CHARGES-TOTAL
            ELSE
                ADD ADJ-AMOUNT TO ADJUSTMENTS-TOTAL
                ADD ADJ-GROSS TO ADJUST-GROSS-TOTAL
                ADD ADJ-DISCOUNT TO ADJUST-DISC-TOTAL
                ADD ADJ-TAX TO ADJUST-TAX-TOTAL
                ADD ADJ-FREIGHT TO ADJUST-FRT-TOTAL
                ADD ADJ-COST TO ADJUST-COST-TOTAL
            END-IF
            END-IF
    END-READ.

*> Sums the day's check postings; a missing file just means no
*> payment run was made
190-FOOT-DISBURSEMENTS.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT DISB-FILE.
    IF DISB-STATUS = "00"
        PERFORM 195-ADD-ONE-DISBURSEMENT UNTIL EOF-SWITCH = "Y"
        CLOSE DISB-FILE
    END-IF.

*> Adds one check posting leg into the disbursement foots
195-ADD-ONE-DISBURSEMENT.
    READ DISB-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            ADD DSB-DEBIT TO DISB-DEBIT-TOTAL
            ADD DSB-CREDIT TO DISB-CREDIT-TOTAL
            ADD 1 TO DISB-COUNT
    END-READ.

*> Builds the night's posting set in the table. Zero amounts post
    MOVE PAYMENTS-TOTAL TO ENTRY-CREDIT.
    MOVE "PAYMENTS APPLIED" TO ENTRY-DESC.
    PERFORM 400-ADD-POSTING.
    MOVE "TERMDISC" TO ROLE-WANTED.
    MOVE TERMS-DISC-TOTAL TO ENTRY-DEBIT.
    MOVE 0 TO ENTRY-CREDIT.
    MOVE "DISCOUNTS ALLOWED" TO ENTRY-DESC.
    PERFORM 400-ADD-POSTING.
    MOVE "AR" TO ROLE-WANTED.
    MOVE 0 TO ENTRY-DEBIT.
    MOVE TERMS-DISC-TOTAL TO ENTRY-CREDIT.
    MOVE "EARLY-PAY DISCOUNTS TAKEN" TO ENTRY-DESC.
    PERFORM 400-ADD-POSTING.
    MOVE "COGS" TO ROLE-WANTED.
    MOVE RUNTOTALS-TOTAL-COST TO ENTRY-DEBIT.
    MOVE 0 TO ENTRY-CREDIT.
    MOVE ADJUST-COST-TOTAL TO ENTRY-CREDIT.
    MOVE "CANCELLED GOODS RESTOCKED" TO ENTRY-DESC.
    PERFORM 400-ADD-POSTING.
    MOVE "BADDEBT" TO ROLE-WANTED.
    MOVE WRITEOFF-TOTAL TO ENTRY-DEBIT.
    MOVE 0 TO ENTRY-CREDIT.
    MOVE "BAD DEBTS WRITTEN OFF" TO ENTRY-DESC.
    PERFORM 400-ADD-POSTING.
    MOVE "AR" TO ROLE-WANTED.
    MOVE 0 TO ENTRY-DEBIT.
    MOVE WRITEOFF-TOTAL TO ENTRY-CREDIT.
    MOVE "AR WRITTEN OFF" TO ENTRY-DESC.
    PERFORM 400-ADD-POSTING.
    MOVE "AR" TO ROLE-WANTED.
    MOVE FINANCE-CHARGES-TOTAL TO ENTRY-DEBIT.
    MOVE 0 TO ENTRY-CREDIT.
    MOVE "FINANCE CHARGES BILLED" TO ENTRY-DESC.
    PERFORM 400-ADD-POSTING.
    MOVE "FININC" TO ROLE-WANTED.
    MOVE 0 TO ENTRY-DEBIT.
    MOVE FINANCE-CHARGES-TOTAL TO ENTRY-CREDIT.
    MOVE "FINANCE CHARGE INCOME" TO ENTRY-DESC.
    PERFORM 400-ADD-POSTING.

*> Adds one entry to the posting set: looks the role's account up on
*> the chart, and refuses the whole export if an amount has nowhere
    MOVE 0 TO CREDIT-TOTAL.
    PERFORM 610-FOOT-ONE-POSTING
        VARYING P FROM 1 BY 1 UNTIL P > POSTING-COUNT.
    ADD DISB-DEBIT-TOTAL TO DEBIT-TOTAL.
    ADD DISB-CREDIT-TOTAL TO CREDIT-TOTAL.
    IF DEBIT-TOTAL NOT = CREDIT-TOTAL
        DISPLAY "POSTING SET OUT OF BALANCE: DEBITS " DEBIT-TOTAL
            " CREDITS " CREDIT-TOTAL
    OPEN OUTPUT POSTING-FILE.
    PERFORM 710-WRITE-ONE-POSTING
        VARYING P FROM 1 BY 1 UNTIL P > POSTING-COUNT.
    IF DISB-COUNT > 0
        PERFORM 720-COPY-DISBURSEMENTS
    END-IF.
    CLOSE POSTING-FILE.
    DISPLAY "GL POSTINGS WRITTEN: " POSTING-COUNT
        " PLUS CHECK POSTINGS: " DISB-COUNT
        " DEBITS " DEBIT-TOTAL " CREDITS " CREDIT-TOTAL.

*> Writes a single posting line
    MOVE " " TO GLP-SPACEC.
    MOVE " " TO GLP-SPACED.
    WRITE POSTING-RECORD.

*> Copies the day's check postings through onto glpost.dat behind
*> the night's own set, dates and descriptions as AP-PAYRUN wrote
*> them
720-COPY-DISBURSEMENTS.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT DISB-FILE.
    PERFORM 730-COPY-ONE-DISBURSEMENT UNTIL EOF-SWITCH = "Y".
    CLOSE DISB-FILE.

*> Copies a single check posting leg
730-COPY-ONE-DISBURSEMENT.
    READ DISB-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            MOVE DSB-DATE TO GLP-DATE
            MOVE DSB-ACCOUNT TO GLP-ACCOUNT
            MOVE DSB-DEBIT TO GLP-DEBIT
            MOVE DSB-CREDIT TO GLP-CREDIT
            MOVE DSB-DESC TO GLP-DESC
            MOVE " " TO GLP-SPACEA
            MOVE " " TO GLP-SPACEB
            MOVE " " TO GLP-SPACEC
            MOVE " " TO GLP-SPACED
            WRITE POSTING-RECORD
    END-READ.

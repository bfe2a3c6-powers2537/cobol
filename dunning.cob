*> Delinquency pass. Ages every customer's unpaid invoices the same
*> way AGING does (each open invoice's unpaid balance off aropen.dat,
*> bucketed current/30/60/90 by days past its terms due date), then
*> acts on it instead of letting it sit in aging.txt:
*> a customer with a balance in the 90-day column goes on credit
*> hold on customers.dat (journaled through WRITE-JOURNAL like every
*> master change), and every customer with anything past due gets a
*> hold), so the customer can always dig out; release from hold is
*> only ever the operator's explicit, journaled CUSTMAINT action,
*> never automatic.
*> Registers each night it completes (or fails) with STEP-REGISTRY,
*> and skips itself, with a logged notice, when a rerun of the
*> nightly job reaches it on a night it already completed, ending
*> RC 4 so the JCL can tell the skip from a fresh completion.
IDENTIFICATION DIVISION.
PROGRAM-ID. DUNNING.
ENVIRONMENT DIVISION.
        05 AR-BILLED             PIC S9(7)V9(2).
        05 AR-PAID               PIC S9(7)V9(2).
        05 AR-STATUS             PIC A(1). *> O = open, P = paid in full
        05 AR-DUE-DATE           PIC 9(8). *> net due, CCYYMMDD
        05 AR-DISC-DATE          PIC 9(8). *> discount good through,
                                            *> 0 = no discount offered
        05 AR-DISC-PCT           PIC V999. *> e.g. .020 = 2%
        05 AR-DISC-TAKEN         PIC S9(7)V9(2). *> early-payment
                                                  *> discount allowed

    *> customers.dat file definition (indexed, keyed by CUST-CID)
    FD CUSTOMER-FILE.
        05 CUST-OWES             PIC S9(7)V9(2).
        05 CUST-CREDIT-LIMIT     PIC 9(7)V9(2).
        05 CUST-HOLD             PIC A(1). *> Y = credit hold
        05 CUST-TERMS-CODE       PIC X(4). *> terms.dat code, spaces
                                           *> = net 30
        05 CUST-FINCHG-EXEMPT    PIC A(1). *> Y = no finance charges

    *> dunning letters output, one free-form line at a time
    FD LETTER-FILE.
        05 FOUND-SWITCH     PIC A VALUE "N".

    01 TODAY                PIC 9(8).
    01 DAYS-PAST-DUE        PIC S9(5) VALUE 0.
    *> the invoice being aged's unpaid balance
    01 INVOICE-OPEN         PIC S9(7)V9(2) VALUE 0.
    01 AGING-COUNT          PIC 9(4) VALUE 0.

    01 LINE-OUT                      PIC X(120).

    *> reference to the step registry, and the fields this step
    *> passes it as it starts and as it finishes
    01 STEP-REGISTRY         PIC X(13) VALUE "STEP-REGISTRY".
    01 STEP-ACTION           PIC A(1) VALUE "B".
    01 STEP-PROGRAM          PIC X(17) VALUE "DUNNING".
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
    PERFORM 600-ACT-ON-DELINQUENCY.
    PERFORM 900-TERMINATE.
    MOVE RETURN-CODE TO STEP-RC.
    MOVE "E" TO STEP-ACTION.
    CALL STEP-REGISTRY USING STEP-ACTION, STEP-PROGRAM, STEP-DATE,
        STEP-CYCLE, STEP-RC, STEP-DONE, STEP-OPERATOR.
    MOVE STEP-RC TO RETURN-CODE.
    STOP RUN.

*> Begins file input, opens files
            MOVE CUST-STATE TO AGING-STATE(K)
    END-READ.

*> Buckets one invoice's unpaid balance by how far past its due date
*> it is, the same columns AGING prints (no due date on file means
*> net 30 from the billing date)
400-BUCKET-AMOUNT.
    IF AR-DUE-DATE IS NUMERIC AND AR-DUE-DATE > 0
        COMPUTE DAYS-PAST-DUE =
            FUNCTION INTEGER-OF-DATE(TODAY)
                - FUNCTION INTEGER-OF-DATE(AR-DUE-DATE)
    ELSE
        COMPUTE DAYS-PAST-DUE =
            FUNCTION INTEGER-OF-DATE(TODAY)
                - FUNCTION INTEGER-OF-DATE(AR-DATE) - 30
    END-IF.
    EVALUATE TRUE
        WHEN DAYS-PAST-DUE < 0
            ADD INVOICE-OPEN TO AGING-CURRENT(K)
        WHEN DAYS-PAST-DUE < 30
            ADD INVOICE-OPEN TO AGING-30(K)
        WHEN DAYS-PAST-DUE < 60
            ADD INVOICE-OPEN TO AGING-60(K)
        WHEN OTHER
            ADD INVOICE-OPEN TO AGING-90(K)

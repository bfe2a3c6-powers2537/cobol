*> is not.
*> An overpayment is allowed and simply drives CUST-OWES negative --
*> that is a credit balance the next order draws down.
*> A check dated on or before the invoice's discount date (stamped
*> from the customer's payment terms) that covers the open amount
*> less the early-payment discount pays the invoice in full: the
*> shortfall is the discount taken, it comes off the invoice and off
*> CUST-OWES along with the check, and it rides on the register line
*> so RECONCILE foots it and GL-EXPORT posts it to discounts allowed.
*> Registers each night it completes (or fails) with STEP-REGISTRY,
*> and skips itself, with a logged notice, when a rerun of the
*> nightly job reaches it on a night it already completed, ending
*> RC 4 so the JCL can tell the skip from a fresh completion.
IDENTIFICATION DIVISION.
PROGRAM-ID. PAYMENTS.
ENVIRONMENT DIVISION.
        05 CUST-OWES             PIC S9(7)V9(2).
        05 CUST-CREDIT-LIMIT     PIC 9(7)V9(2).
        05 CUST-HOLD             PIC A(1). *> Y = credit hold
        05 CUST-TERMS-CODE       PIC X(4). *> terms.dat code, spaces
                                           *> = net 30
        05 CUST-FINCHG-EXEMPT    PIC A(1). *> Y = no finance charges

    *> cash receipts register output -- one line per posted payment
    FD RECEIPT-FILE.
        05 RECEIPT-SPACEG       PIC A(1).
        05 RECEIPT-APPLIED      PIC 9(7)V9(2). *> portion applied to
                                                *> that invoice
        05 RECEIPT-SPACEH       PIC A(1).
        05 RECEIPT-DISCOUNT     PIC 9(7)V9(2). *> early-payment
                                                *> discount allowed

    *> aropen.dat file definition (matches READ-TRANSACTIONS') -- the
    *> open-item AR master this program applies each check against
        05 AR-BILLED             PIC S9(7)V9(2).
        05 AR-PAID               PIC S9(7)V9(2).
        05 AR-STATUS             PIC A(1). *> O = open, P = paid in full
        05 AR-DUE-DATE           PIC 9(8). *> net due, CCYYMMDD
        05 AR-DISC-DATE          PIC 9(8). *> discount good through,
                                            *> 0 = no discount offered
        05 AR-DISC-PCT           PIC V999. *> e.g. .020 = 2%
        05 AR-DISC-TAKEN         PIC S9(7)V9(2). *> early-payment
                                                  *> discount allowed

WORKING-STORAGE SECTION.
    *> reference to write-error program

    01 BATCH-TOTALS.*> batch control totals, displayed at 900-TERMINATE
        05 TOTAL-POSTED         PIC S9(9)V9(2) VALUE 0.
        05 TOTAL-DISCOUNTS      PIC S9(9)V9(2) VALUE 0.

    *> open-item application support: how much of the check its named
    *> invoice could absorb, and the invoice's open amount
    01 APPLIED-AMOUNT        PIC S9(7)V9(2) VALUE 0.
    01 INVOICE-OPEN          PIC S9(7)V9(2) VALUE 0.
    *> early-payment discount support: the most the invoice's terms
    *> allow off today, and what this check actually took
    01 DISCOUNT-ALLOWED      PIC S9(7)V9(2) VALUE 0.
    01 DISCOUNT-TAKEN        PIC S9(7)V9(2) VALUE 0.

    *> signed so an overpayment can carry the balance negative
    01 TEMP PIC S9(7)V9(2) VALUE 0. *> Holds temporary computations

    *> reference to the step registry, and the fields this step
    *> passes it as it starts and as it finishes
    01 STEP-REGISTRY         PIC X(13) VALUE "STEP-REGISTRY".
    01 STEP-ACTION           PIC A(1) VALUE "B".
    01 STEP-PROGRAM          PIC X(17) VALUE "PAYMENTS".
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
        GOBACK
    END-IF.
    PERFORM 100-INIT.
    PERFORM 200-PROCESS UNTIL EOF-SWITCH = "Y".
    PERFORM 900-TERMINATE.
    MOVE RETURN-CODE TO STEP-RC.
    MOVE "E" TO STEP-ACTION.
    CALL STEP-REGISTRY USING STEP-ACTION, STEP-PROGRAM, STEP-DATE,
        STEP-CYCLE, STEP-RC, STEP-DONE, STEP-OPERATOR.
    MOVE STEP-RC TO RETURN-CODE.
    GOBACK.

*> Begins file input, opens files. A missing payments.dat just means
        END-READ
    END-IF.

*> Applies the payment against the named invoice, then against the
*> customer's balance (the check plus any discount it earned),
*> persists the change, and writes the register line
400-POST-PAYMENT.
    MOVE 0 TO APPLIED-AMOUNT.
    MOVE 0 TO DISCOUNT-TAKEN.
    IF PAY-INVOICE IS NUMERIC AND PAY-INVOICE > 0
        PERFORM 450-APPLY-TO-INVOICE
    END-IF.
    MOVE CUSTOMER-RECORD TO JOURNAL-BEFORE.
    COMPUTE TEMP = CUST-OWES - PAY-AMOUNT - DISCOUNT-TAKEN.
    MOVE TEMP TO CUST-OWES.
    REWRITE CUSTOMER-RECORD.
    MOVE CUSTOMER-RECORD TO JOURNAL-AFTER.
        JOURNAL-CUST-FILE, JOURNAL-KEY, JOURNAL-BEFORE,
        JOURNAL-AFTER, JOURNAL-OPERATOR.
    ADD PAY-AMOUNT TO TOTAL-POSTED.
    ADD DISCOUNT-TAKEN TO TOTAL-DISCOUNTS.
    ADD 1 TO POSTED-COUNT.
    PERFORM 500-WRITE-RECEIPT.

*> Applies as much of the check as the named invoice's open amount
*> can absorb on aropen.dat. A partial payment leaves the invoice
*> open for the balance; anything past the open amount stays on
*> account (CUST-OWES takes the whole check). A check inside the
*> invoice's discount window that comes up short by no more than the
*> discount pays it in full, the shortfall taken as discount. An
*> invoice that isn't on file costs a warning, never the payment.
450-APPLY-TO-INVOICE.
    MOVE PAY-INVOICE TO AR-ORDER.
    READ AROPEN-FILE
                DISPLAY "WARNING: INVOICE " PAY-INVOICE " ALREADY "
                    "PAID, CHECK " PAY-REFERENCE " POSTED ON ACCOUNT"
            ELSE
                PERFORM 460-FIGURE-DISCOUNT
                IF PAY-AMOUNT < INVOICE-OPEN - DISCOUNT-ALLOWED
                    MOVE PAY-AMOUNT TO APPLIED-AMOUNT
                ELSE IF PAY-AMOUNT < INVOICE-OPEN
                    MOVE PAY-AMOUNT TO APPLIED-AMOUNT
                    COMPUTE DISCOUNT-TAKEN = INVOICE-OPEN - PAY-AMOUNT
                ELSE
                    MOVE INVOICE-OPEN TO APPLIED-AMOUNT
                END-IF
                END-IF
                ADD APPLIED-AMOUNT TO AR-PAID
                IF DISCOUNT-TAKEN > 0
                    SUBTRACT DISCOUNT-TAKEN FROM AR-BILLED
                    ADD DISCOUNT-TAKEN TO AR-DISC-TAKEN
                END-IF
                IF AR-PAID >= AR-BILLED
                    MOVE "P" TO AR-STATUS
                END-IF
            END-IF
    END-READ.

*> The early-payment discount the invoice's terms allow on this
*> check: its percent of the open amount, but only when the check is
*> dated on or before the discount date; zero otherwise
460-FIGURE-DISCOUNT.
    MOVE 0 TO DISCOUNT-ALLOWED.
    IF AR-DISC-PCT IS NUMERIC AND AR-DISC-PCT > 0
        AND AR-DISC-DATE IS NUMERIC AND AR-DISC-DATE > 0
        AND PAY-DATE <= AR-DISC-DATE
        COMPUTE DISCOUNT-ALLOWED ROUNDED = INVOICE-OPEN * AR-DISC-PCT
    END-IF.

*> Writes this posted payment's line to the cash receipts register
500-WRITE-RECEIPT.
    MOVE PAY-DATE TO RECEIPT-DATE.
        MOVE 0 TO RECEIPT-INVOICE
    END-IF.
    MOVE APPLIED-AMOUNT TO RECEIPT-APPLIED.
    MOVE DISCOUNT-TAKEN TO RECEIPT-DISCOUNT.
    MOVE " " TO RECEIPT-SPACEA.
    MOVE " " TO RECEIPT-SPACEB.
    MOVE " " TO RECEIPT-SPACEC.
    MOVE " " TO RECEIPT-SPACEE.
    MOVE " " TO RECEIPT-SPACEF.
    MOVE " " TO RECEIPT-SPACEG.
    MOVE " " TO RECEIPT-SPACEH.
    WRITE RECEIPT-RECORD.

*> Clean up
    DISPLAY "PAYMENTS POSTED:  " POSTED-COUNT.
    DISPLAY "PAYMENTS REJECTED:" REJECTED-COUNT.
    DISPLAY "TOTAL POSTED:     " TOTAL-POSTED.
    DISPLAY "DISCOUNTS TAKEN:  " TOTAL-DISCOUNTS.

        05 OPENPO-QTY-RECEIVED   PIC 9(7).
        05 OPENPO-STATUS         PIC A(1).
        05 OPENPO-UNIT-COST      PIC 9(5)V9(2).
        05 OPENPO-EXPECTED-DATE  PIC 9(8).

    *> apopen.dat file definition -- the AP open-invoice master, one
    *> record per matched vendor invoice line, keyed by vendor plus
        05 AP-PO-NUMBER          PIC 9(6).
        05 AP-QTY                PIC 9(7).
        05 AP-UNIT-PRICE         PIC 9(5)V9(2).
        05 AP-AMOUNT             PIC S9(7)V9(2). *> RTV debit
                                                *> memos negative
        05 AP-STATUS             PIC A(1). *> O = open, P = paid
        05 AP-CHECK-NO           PIC 9(6). *> check that paid it,
                                           *> set by AP-PAYRUN
        05 AP-PAID-DATE          PIC 9(8).

    *> match exception report, appended as mismatches are held
    FD EXCEPT-FILE.
    END-EVALUATE.

*> Sums every apopen.dat row already billed against the PO line
*> being matched, whatever invoice number it came in under. An
*> RTV-ENTRY debit memo (negative amount) carries the PO line too,
*> but it is a credit against what was billed, not a billing -- it
*> is left out, so the vendor can still bill the full receipt.
305-FOOT-BILLED-TO-DATE.
    MOVE 0 TO BILLED-TO-DATE.
    MOVE "N" TO AP-EOF-SWITCH.
            MOVE "Y" TO AP-EOF-SWITCH
        NOT AT END
            IF AP-PO-NUMBER = ENTRY-PO AND AP-PID = ENTRY-PID
                    AND AP-AMOUNT NOT < 0
                ADD AP-QTY TO BILLED-TO-DATE
            END-IF
    END-READ.
    MOVE ENTRY-PRICE TO AP-UNIT-PRICE.
    MOVE ENTRY-AMOUNT TO AP-AMOUNT.
    MOVE "O" TO AP-STATUS.
    MOVE 0 TO AP-CHECK-NO.
    MOVE 0 TO AP-PAID-DATE.
    WRITE APOPEN-RECORD
        INVALID KEY
            DISPLAY "VENDOR INVOICE " ENTRY-INVOICE-NO " LINE FOR "

*> match) and writes apaging.txt: every vendor invoice line still
*> owed, with its amount and how many days the invoice has been
*> sitting, so what we owe and how late we are paying it is a file
*> read instead of a drawer of paper. An open RTV-ENTRY debit memo
*> is listed as a credit due from the vendor and nets the total.
IDENTIFICATION DIVISION.
PROGRAM-ID. AP-AGING.
ENVIRONMENT DIVISION.
        05 AP-PO-NUMBER          PIC 9(6).
        05 AP-QTY                PIC 9(7).
        05 AP-UNIT-PRICE         PIC 9(5)V9(2).
        05 AP-AMOUNT             PIC S9(7)V9(2). *> RTV debit
                                                *> memos negative
        05 AP-STATUS             PIC A(1).
        05 AP-CHECK-NO           PIC 9(6).
        05 AP-PAID-DATE          PIC 9(8).

    *> aging list output, one free-form line at a time
    FD REPORT-FILE.
    01 OPEN-COUNT               PIC 9(6) VALUE 0.
    01 STALE-COUNT              PIC 9(6) VALUE 0.
    01 TOTAL-OWED               PIC S9(9)V9(2) VALUE 0.
    01 CREDIT-DUE               PIC 9(7)V9(2) VALUE 0.

    01 LINE-OUT                 PIC X(120).

            ADD 1 TO STALE-COUNT
        END-IF
        MOVE SPACES TO LINE-OUT
        IF AP-AMOUNT < 0
            COMPUTE CREDIT-DUE = 0 - AP-AMOUNT
            STRING "VENDOR " AP-VENDOR " DEBIT MEMO " AP-INVOICE-NO
                " PO " AP-PO-NUMBER " PRODUCT " AP-PID
                " CREDIT DUE " CREDIT-DUE " DATED " AP-DATE
                " (" DAYS-OLD " DAYS)"
                DELIMITED BY SIZE INTO LINE-OUT
        ELSE
            STRING "VENDOR " AP-VENDOR " INVOICE " AP-INVOICE-NO
                " PO " AP-PO-NUMBER " PRODUCT " AP-PID
                " OWED " AP-AMOUNT " DATED " AP-DATE
                " (" DAYS-OLD " DAYS)"
                DELIMITED BY SIZE INTO LINE-OUT
        END-IF
        WRITE REPORT-LINE FROM LINE-OUT
    END-IF.
    READ APOPEN-FILE

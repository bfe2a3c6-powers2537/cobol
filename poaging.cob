        05 OPENPO-QTY-RECEIVED   PIC 9(7).
        05 OPENPO-STATUS         PIC A(1).
        05 OPENPO-UNIT-COST      PIC 9(5)V9(2).
        05 OPENPO-EXPECTED-DATE  PIC 9(8).

    *> aging list output, one free-form line at a time
    FD REPORT-FILE.

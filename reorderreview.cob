        05 PROD-SHIP-WEIGHT       PIC 9(3)V9(2).
        05 PROD-REORDER-POINT     PIC 9(7).
        05 PROD-REORDER-TO        PIC 9(7).
        05 PROD-REPLACED-BY       PIC 9(11).
        05 PROD-REPLACE-DATE      PIC 9(8).

    *> transaction history input file definition (matches
    *> POST-HISTORY's HISTORY-RECORD layout)
        05 HIST-FREIGHT             PIC S9(7)V9(2).
        05 HIST-SPACEK              PIC A(1).
        05 HIST-SHIP-CODE           PIC X(4).
        05 HIST-SPACEL              PIC A(1).
        05 HIST-EXEMPT-STATE        PIC A(12).
        05 HIST-SPACEM              PIC A(1).
        05 HIST-EXEMPT-CERT         PIC X(15).

    *> review report output, one free-form line at a time
    FD REPORT-FILE.

        05 TRANSACT-FREIGHT             PIC S9(7)V9(2).
        05 TRANSACT-SPACEK              PIC A(1).
        05 TRANSACT-SHIP-CODE           PIC X(4).
        05 TRANSACT-SPACEL              PIC A(1).
        05 TRANSACT-EXEMPT-STATE        PIC A(12).
        05 TRANSACT-SPACEM              PIC A(1).
        05 TRANSACT-EXEMPT-CERT         PIC X(15).

    *> salesreps.dat file definition -- one line per salesperson
    FD REP-FILE.
        05 ARCH-FREIGHT                 PIC S9(7)V9(2).
        05 ARCH-SPACEK                  PIC A(1).
        05 ARCH-SHIP-CODE               PIC X(4).
        05 ARCH-SPACEL                  PIC A(1).
        05 ARCH-EXEMPT-STATE            PIC A(12).
        05 ARCH-SPACEM                  PIC A(1).
        05 ARCH-EXEMPT-CERT             PIC X(15).

    *> commission report output, one free-form line at a time
    FD REPORT-FILE.

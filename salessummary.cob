        05 TRANSACT-FREIGHT             PIC S9(7)V9(2).
        05 TRANSACT-SPACEK              PIC A(1).
        05 TRANSACT-SHIP-CODE           PIC X(4).
        05 TRANSACT-SPACEL              PIC A(1).
        05 TRANSACT-EXEMPT-STATE        PIC A(12).
        05 TRANSACT-SPACEM              PIC A(1).
        05 TRANSACT-EXEMPT-CERT         PIC X(15).

    *> histcf.dat file definition (matches HIST-ARCHIVE's) -- the
    *> carry-forward summary rows written at year-end archive time

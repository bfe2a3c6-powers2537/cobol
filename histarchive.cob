        05 HIST-FREIGHT             PIC S9(7)V9(2).
        05 HIST-SPACEK              PIC A(1).
        05 HIST-SHIP-CODE           PIC X(4).
        05 HIST-SPACEL              PIC A(1).
        05 HIST-EXEMPT-STATE        PIC A(12).
        05 HIST-SPACEM              PIC A(1).
        05 HIST-EXEMPT-CERT         PIC X(15).

    *> the archive master -- the same record, byte for byte
    FD ARCHIVE-FILE.
        05 ARCH-ORDER-NUMBER        PIC 9(6).
        05 ARCH-DATE                PIC 9(8).
        05 ARCH-CID                 PIC 9(10).
        05 ARCH-BODY                PIC X(232).

    *> histcf.dat -- the carry-forward summary: one H header row
    *> (cutoff date in the key columns), then one row per customer

        05 HIST-FREIGHT             PIC S9(7)V9(2).
        05 HIST-SPACEK              PIC A(1).
        05 HIST-SHIP-CODE           PIC X(4).
        05 HIST-SPACEL              PIC A(1).
        05 HIST-EXEMPT-STATE        PIC A(12).
        05 HIST-SPACEM              PIC A(1).
        05 HIST-EXEMPT-CERT         PIC X(15).

    *> histcontrol.dat file definition -- the next unused HIST-SEQ
    FD SEQ-FILE.
        05 TRANSACT-QTY-MAIN            PIC 9(5).
        05 TRANSACT-SPACEM              PIC A(1).
        05 TRANSACT-QTY-OVFL            PIC 9(5).
        *> the tax exemption the line was billed under -- carried
        *> into the history, TAX-SUMMARY reports the exempt sales
        05 TRANSACT-SPACEN              PIC A(1).
        05 TRANSACT-EXEMPT-STATE        PIC A(12).
        05 TRANSACT-SPACEO              PIC A(1).
        05 TRANSACT-EXEMPT-CERT         PIC X(15).
        *> the superseded PID the line was ordered under, noted on
        *> the night's invoice and packing slip; the history keeps
        *> the product actually shipped
        05 TRANSACT-SPACEP              PIC A(1).
        05 TRANSACT-REPLACES-PID        PIC 9(11).

PROCEDURE DIVISION USING TRANSACTION-IN.
*> Program controller
    MOVE TRANSACT-LOT TO HIST-LOT.
    MOVE TRANSACT-FREIGHT TO HIST-FREIGHT.
    MOVE TRANSACT-SHIP-CODE TO HIST-SHIP-CODE.
    MOVE TRANSACT-EXEMPT-STATE TO HIST-EXEMPT-STATE.
    MOVE TRANSACT-EXEMPT-CERT TO HIST-EXEMPT-CERT.
    MOVE " " TO HIST-SPACEA.
    MOVE " " TO HIST-SPACEB.
    MOVE " " TO HIST-SPACEC.
    MOVE " " TO HIST-SPACEI.
    MOVE " " TO HIST-SPACEJ.
    MOVE " " TO HIST-SPACEK.
    MOVE " " TO HIST-SPACEL.
    MOVE " " TO HIST-SPACEM.
    MOVE "N" TO POSTED-SWITCH.
    PERFORM 210-WRITE-HISTORY UNTIL POSTED-SWITCH = "Y".
    CLOSE HISTORY-FILE.

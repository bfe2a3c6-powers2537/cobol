*> lot it was relieved from) and writes lotrecall.txt: one line per
*> customer/order/quantity the lot went to, plus how many units the
*> lot still has sitting on the shelf per lots.dat -- the units to
*> pull before anyone else gets one. Each trace is also logged to
*> recalllog.dat (date, lot, units shipped and on the shelf, who ran
*> it), so VEND-SCORECARD can charge the recall to the vendor whose
*> receipt brought the lot in.
IDENTIFICATION DIVISION.
PROGRAM-ID. LOT-RECALL.
ENVIRONMENT DIVISION.
        RECORD KEY IS LOT-LOT-KEY.
    SELECT REPORT-FILE ASSIGN TO "lotrecall.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL RECALL-LOG-FILE ASSIGN TO "recalllog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
    *> transaction history input file definition (matches
        05 HIST-FREIGHT             PIC S9(7)V9(2).
        05 HIST-SPACEK              PIC A(1).
        05 HIST-SHIP-CODE           PIC X(4).
        05 HIST-SPACEL              PIC A(1).
        05 HIST-EXEMPT-STATE        PIC A(12).
        05 HIST-SPACEM              PIC A(1).
        05 HIST-EXEMPT-CERT         PIC X(15).

    *> lots.dat file definition (matches RECEIVE-INVENTORY's)
    FD LOT-FILE.
    FD REPORT-FILE.
    01 REPORT-LINE               PIC X(120).

    *> recall log, one line appended per trace run
    FD RECALL-LOG-FILE.
    01 RECALL-LOG-RECORD.
        05 RCL-DATE              PIC 9(8).
        05 RCL-SPACEA            PIC A(1).
        05 RCL-LOT               PIC X(10).
        05 RCL-SPACEB            PIC A(1).
        05 RCL-UNITS-SHIPPED     PIC 9(9).
        05 RCL-SPACEC            PIC A(1).
        05 RCL-SHELF-UNITS       PIC 9(9).
        05 RCL-SPACED            PIC A(1).
        05 RCL-OPERATOR          PIC X(8).

WORKING-STORAGE SECTION.
    *> reference to the shared sign-on program, and the fields each
    *> interactive program passes it at startup
    01 SWITCHES.
        05 EOF-SWITCH           PIC A VALUE "N".

    *> reference to the business-date program, for the recall log
    01 GET-BUSINESS-DATE        PIC X(17) VALUE "GET-BUSINESS-DATE".
    01 TODAY                    PIC 9(8) VALUE 0.

    01 LOT-WANTED               PIC X(10) VALUE SPACES.
    01 SHIPPED-COUNT            PIC 9(6) VALUE 0.
    01 SHIPPED-UNITS            PIC S9(9) VALUE 0.
    WRITE REPORT-LINE FROM LINE-OUT.
    CLOSE REPORT-FILE.
    CLOSE HISTORY-FILE.
    PERFORM 910-LOG-RECALL.

*> Logs the trace to the recall log
910-LOG-RECALL.
    CALL GET-BUSINESS-DATE USING TODAY.
    MOVE TODAY TO RCL-DATE.
    MOVE LOT-WANTED TO RCL-LOT.
    MOVE SHIPPED-UNITS TO RCL-UNITS-SHIPPED.
    MOVE SHELF-UNITS TO RCL-SHELF-UNITS.
    MOVE SIGNON-OPERATOR TO RCL-OPERATOR.
    MOVE " " TO RCL-SPACEA.
    MOVE " " TO RCL-SPACEB.
    MOVE " " TO RCL-SPACEC.
    MOVE " " TO RCL-SPACED.
    OPEN EXTEND RECALL-LOG-FILE.
    WRITE RECALL-LOG-RECORD.
    CLOSE RECALL-LOG-FILE.

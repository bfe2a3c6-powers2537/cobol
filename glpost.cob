*> Nightly general ledger posting. Rolls the night's balanced
*> glpost.dat -- the posting file GL-EXPORT just wrote -- into the
*> glbalance.dat balance master, one record per ledger account per
*> fiscal period (the calendar month, CCYYMM, each line is dated
*> in), carrying the period's debits and credits, so the running
*> balances the accountant used to rebuild in a spreadsheet every
*> month-end are on file and TRIAL-BALANCE can print them. Before a
*> single line is posted the whole file is proven:
*>   - no line may be dated in a period GL-CLOSE has closed
*>     (glcontrol.dat's closed-through period) -- a late or rerun
*>     posting file must not reopen a month the books are shut on;
*>   - the file's debits must equal its credits;
*>   - tonight's business date must not already be on glpostlog.dat,
*>     the log of every posting file rolled in, so a rerun step
*>     never posts the same night twice.
*> Any failure posts nothing at all, logs it severe, and comes back
*> RC=8; the file itself is left as GL-EXPORT wrote it for the
*> accountant to deal with. A night with no glpost.dat (GL-EXPORT
*> refused) simply has nothing to post.
*> Registers each night it completes (or fails) with STEP-REGISTRY,
*> and skips itself, with a logged notice, when a rerun of the
*> nightly job reaches it on a night it already completed, ending
*> RC 4 so the JCL can tell the skip from a fresh completion.
IDENTIFICATION DIVISION.
PROGRAM-ID. GL-POST.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT POSTING-FILE ASSIGN TO "glpost.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS POSTING-STATUS.
    SELECT OPTIONAL BALANCE-FILE ASSIGN TO "glbalance.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS GLB-KEY.
    SELECT GLCTL-FILE ASSIGN TO "glcontrol.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GLCTL-STATUS.
    SELECT OPTIONAL POSTLOG-FILE ASSIGN TO "glpostlog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS POSTLOG-STATUS.
DATA DIVISION.
FILE SECTION.
    *> the balanced posting file the ledger loads (matches
    *> GL-EXPORT's POSTING-RECORD)
    FD POSTING-FILE.
    01 POSTING-RECORD.
        05 GLP-DATE             PIC 9(8).
        05 GLP-SPACEA           PIC A(1).
        05 GLP-ACCOUNT          PIC 9(8).
        05 GLP-SPACEB           PIC A(1).
        05 GLP-DEBIT            PIC S9(9)V9(2).
        05 GLP-SPACEC           PIC A(1).
        05 GLP-CREDIT           PIC S9(9)V9(2).
        05 GLP-SPACED           PIC A(1).
        05 GLP-DESC             PIC X(30).

    *> glbalance.dat file definition -- one record per ledger account
    *> per fiscal period. Period 13 of a year (CCYY13) holds only the
    *> year-end closing entries GL-CLOSE posts, so December's own
    *> activity stays as it happened.
    FD BALANCE-FILE.
    01 BALANCE-RECORD.
        05 GLB-KEY.
            10 GLB-ACCOUNT       PIC 9(8).
            10 GLB-PERIOD        PIC 9(6). *> CCYYMM
        05 GLB-DEBITS            PIC S9(11)V9(2).
        05 GLB-CREDITS           PIC S9(11)V9(2).
        05 GLB-LINES             PIC 9(7).

    *> glcontrol.dat file definition -- the last period closed and
    *> the last fiscal year closed (GL-CLOSE maintains it)
    FD GLCTL-FILE.
    01 GLCTL-RECORD.
        05 GLC-CLOSED-THROUGH   PIC 9(6). *> CCYYMM, 0 = none closed
        05 GLC-SPACEA           PIC A(1).
        05 GLC-YEAR-CLOSED      PIC 9(4). *> CCYY, 0 = none closed

    *> glpostlog.dat -- one line per posting file rolled into the
    *> balance master
    FD POSTLOG-FILE.
    01 POSTLOG-RECORD.
        05 PLG-BUSINESS-DATE    PIC 9(8).
        05 PLG-SPACEA           PIC A(1).
        05 PLG-LINES            PIC 9(5).
        05 PLG-SPACEB           PIC A(1).
        05 PLG-DEBITS           PIC S9(11)V9(2).
        05 PLG-SPACEC           PIC A(1).
        05 PLG-CREDITS          PIC S9(11)V9(2).

WORKING-STORAGE SECTION.
    *> reference to the shared run-log program, and the event fields
    *> each CALL fills in
    01 WRITE-RUN-LOG         PIC X(13) VALUE "WRITE-RUN-LOG".
    01 LOG-SEVERITY          PIC A(1) VALUE "I".
    01 LOG-PROGRAM           PIC X(17) VALUE "GL-POST".
    01 LOG-MESSAGE           PIC X(60) VALUE SPACES.
    *> who was at the keyboard on each logged event; batch programs
    *> run as the night job itself
    01 LOG-OPERATOR          PIC X(8) VALUE "NIGHTRUN".

    *> reference to the business-date program
    01 GET-BUSINESS-DATE     PIC X(17) VALUE "GET-BUSINESS-DATE".
    01 TODAY                 PIC 9(8).

    01 SWITCHES.
        05 EOF-SWITCH            PIC A VALUE "N".
        05 NOTHING-SWITCH        PIC A VALUE "N".
        *> set the moment the file fails any proof -- nothing is then
        *> posted
        05 REFUSED-SWITCH        PIC A VALUE "N".
        05 BALANCE-FOUND-SWITCH  PIC A VALUE "N".

    *> a missing glcontrol.dat means no period has been closed yet
    01 POSTING-STATUS            PIC XX VALUE "00".
    01 GLCTL-STATUS              PIC XX VALUE "00".
    01 POSTLOG-STATUS            PIC XX VALUE "00".

    01 CLOSED-THROUGH            PIC 9(6) VALUE 0.
    01 LINE-PERIOD               PIC 9(6) VALUE 0.

    *> the file's foots
    01 LINE-COUNT                PIC 9(5) VALUE 0.
    01 DEBIT-TOTAL               PIC S9(11)V9(2) VALUE 0.
    01 CREDIT-TOTAL              PIC S9(11)V9(2) VALUE 0.
    01 CLOSED-LINES              PIC 9(5) VALUE 0.

    *> reference to the step registry, and the fields this step
    *> passes it as it starts and as it finishes
    01 STEP-REGISTRY         PIC X(13) VALUE "STEP-REGISTRY".
    01 STEP-ACTION           PIC A(1) VALUE "B".
    01 STEP-PROGRAM          PIC X(17) VALUE "GL-POST".
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
        STOP RUN
    END-IF.
    CALL GET-BUSINESS-DATE USING TODAY.
    PERFORM 100-READ-GL-CONTROL.
    PERFORM 200-PROVE-FILE.
    IF NOTHING-SWITCH = "Y"
        DISPLAY "NO GLPOST.DAT TONIGHT, NOTHING TO POST"
    ELSE
        IF REFUSED-SWITCH NOT = "Y"
            PERFORM 300-CHECK-ALREADY-POSTED
        END-IF
        IF REFUSED-SWITCH = "Y"
            DISPLAY "GL POSTING REFUSED, NOTHING POSTED"
            MOVE "S" TO LOG-SEVERITY
            MOVE "GL POSTING REFUSED, NOTHING POSTED" TO LOG-MESSAGE
            CALL WRITE-RUN-LOG USING LOG-SEVERITY, LOG-PROGRAM,
                LOG-MESSAGE, LOG-OPERATOR
            MOVE 8 TO RETURN-CODE
        ELSE
            PERFORM 400-POST-FILE
            PERFORM 500-LOG-POSTING
        END-IF
    END-IF.
    MOVE RETURN-CODE TO STEP-RC.
    MOVE "E" TO STEP-ACTION.
    CALL STEP-REGISTRY USING STEP-ACTION, STEP-PROGRAM, STEP-DATE,
        STEP-CYCLE, STEP-RC, STEP-DONE, STEP-OPERATOR.
    MOVE STEP-RC TO RETURN-CODE.
    STOP RUN.

*> Learns how far the books are closed
100-READ-GL-CONTROL.
    MOVE 0 TO CLOSED-THROUGH.
    OPEN INPUT GLCTL-FILE.
    IF GLCTL-STATUS = "00"
        READ GLCTL-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE GLC-CLOSED-THROUGH TO CLOSED-THROUGH
        END-READ
        CLOSE GLCTL-FILE
    END-IF.

*> First pass: foots the file and checks every line's period
200-PROVE-FILE.
    OPEN INPUT POSTING-FILE.
    IF POSTING-STATUS NOT = "00"
        MOVE "Y" TO NOTHING-SWITCH
    ELSE
        MOVE "N" TO EOF-SWITCH
        PERFORM 210-PROVE-ONE-LINE UNTIL EOF-SWITCH = "Y"
        CLOSE POSTING-FILE
        IF LINE-COUNT = 0
            MOVE "Y" TO NOTHING-SWITCH
        END-IF
        IF CLOSED-LINES > 0
            DISPLAY CLOSED-LINES " LINES DATED IN A CLOSED PERIOD "
                "(CLOSED THROUGH " CLOSED-THROUGH ")"
            MOVE "Y" TO REFUSED-SWITCH
        END-IF
        IF DEBIT-TOTAL NOT = CREDIT-TOTAL
            DISPLAY "GLPOST.DAT OUT OF BALANCE: DEBITS " DEBIT-TOTAL
                " CREDITS " CREDIT-TOTAL
            MOVE "Y" TO REFUSED-SWITCH
        END-IF
    END-IF.

*> Foots one line and flags it if its period is closed
210-PROVE-ONE-LINE.
    READ POSTING-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            ADD 1 TO LINE-COUNT
            ADD GLP-DEBIT TO DEBIT-TOTAL
            ADD GLP-CREDIT TO CREDIT-TOTAL
            MOVE GLP-DATE(1:6) TO LINE-PERIOD
            IF LINE-PERIOD NOT > CLOSED-THROUGH
                ADD 1 TO CLOSED-LINES
                DISPLAY "CLOSED PERIOD: " GLP-DATE " " GLP-ACCOUNT
                    " " GLP-DESC
            END-IF
    END-READ.

*> Refuses a night already rolled into the balance master
300-CHECK-ALREADY-POSTED.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT POSTLOG-FILE.
    PERFORM 310-CHECK-ONE-LOG-LINE UNTIL EOF-SWITCH = "Y".
    CLOSE POSTLOG-FILE.

*> Compares one logged posting's business date with tonight's
310-CHECK-ONE-LOG-LINE.
    READ POSTLOG-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            IF PLG-BUSINESS-DATE = TODAY
                DISPLAY "POSTINGS FOR " TODAY " ALREADY ROLLED INTO "
                    "GLBALANCE.DAT"
                MOVE "Y" TO REFUSED-SWITCH
                MOVE "Y" TO EOF-SWITCH
            END-IF
    END-READ.

*> Second pass: adds every line into its account's period record
400-POST-FILE.
    OPEN I-O BALANCE-FILE.
    OPEN INPUT POSTING-FILE.
    MOVE "N" TO EOF-SWITCH.
    PERFORM 410-POST-ONE-LINE UNTIL EOF-SWITCH = "Y".
    CLOSE POSTING-FILE.
    CLOSE BALANCE-FILE.

*> Adds one line to its account's balance for the line's period,
*> starting the record on the account's first activity in it
410-POST-ONE-LINE.
    READ POSTING-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            MOVE GLP-ACCOUNT TO GLB-ACCOUNT
            MOVE GLP-DATE(1:6) TO GLB-PERIOD
            READ BALANCE-FILE
                INVALID KEY
                    MOVE "N" TO BALANCE-FOUND-SWITCH
                NOT INVALID KEY
                    MOVE "Y" TO BALANCE-FOUND-SWITCH
            END-READ
            IF BALANCE-FOUND-SWITCH = "Y"
                ADD GLP-DEBIT TO GLB-DEBITS
                ADD GLP-CREDIT TO GLB-CREDITS
                ADD 1 TO GLB-LINES
                REWRITE BALANCE-RECORD
            ELSE
                MOVE GLP-DEBIT TO GLB-DEBITS
                MOVE GLP-CREDIT TO GLB-CREDITS
                MOVE 1 TO GLB-LINES
                WRITE BALANCE-RECORD
            END-IF
    END-READ.

*> Records tonight's posting on glpostlog.dat and the run log
500-LOG-POSTING.
    OPEN EXTEND POSTLOG-FILE.
    MOVE TODAY TO PLG-BUSINESS-DATE.
    MOVE LINE-COUNT TO PLG-LINES.
    MOVE DEBIT-TOTAL TO PLG-DEBITS.
    MOVE CREDIT-TOTAL TO PLG-CREDITS.
    MOVE " " TO PLG-SPACEA.
    MOVE " " TO PLG-SPACEB.
    MOVE " " TO PLG-SPACEC.
    WRITE POSTLOG-RECORD.
    CLOSE POSTLOG-FILE.
    MOVE SPACES TO LOG-MESSAGE.
    STRING "GL POSTED: " LINE-COUNT " LINES, DEBITS " DEBIT-TOTAL
        DELIMITED BY SIZE INTO LOG-MESSAGE.
    CALL WRITE-RUN-LOG USING LOG-SEVERITY, LOG-PROGRAM,
        LOG-MESSAGE, LOG-OPERATOR.
    DISPLAY "GL LINES POSTED: " LINE-COUNT " DEBITS " DEBIT-TOTAL
        " CREDITS " CREDIT-TOTAL.

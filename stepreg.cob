*> Step completion registry for the nightly job. Every program in the
*> nightly stream calls this twice: once as it starts (action B),
*> to learn whether it already completed for this business date and
*> cycle, and once as it finishes (action E), to record that it
*> completed (RC 0) or failed (anything else). A step that already
*> completed is told to skip itself -- it ends RC 4, which the JCL
*> tells apart from a real completion -- and the skip is logged and
*> registered too, so a rerun of the job after a late step fails
*> picks up at the failed step instead of sending the dunning
*> letters again, building a second glpost.dat, or stopping on
*> MAIN's batch already being in batchlog.dat. Action R voids a
*> step's completion so it runs again on the next pass -- STEP-MAINT
*> does this for the operator, and STEP-ROLLBACK does it for the
*> steps the JCL's rollback restores undo. Action Q only asks
*> whether a step has completed for the night, writing and logging
*> nothing -- STEP-PROBE uses it to learn ahead of the backups
*> whether MAIN already billed tonight's batch.
*> The registry, stepreg.dat, is append-only like the run log: the
*> latest completion or reset line for a step and night decides
*> whether it has completed. A night is the business date and cycle
*> from runcontrol.dat, taken on B (or on R with no night given) and
*> handed back, so E files the completion under the night the step
*> started in even if the step itself moved the date on.
IDENTIFICATION DIVISION.
PROGRAM-ID. STEP-REGISTRY.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL STEP-FILE ASSIGN TO "stepreg.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
    SELECT CONTROL-FILE ASSIGN TO "runcontrol.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONTROL-STATUS.
DATA DIVISION.
    FILE SECTION.
    *> stepreg.dat file definition -- one line per step event
    FD STEP-FILE.
    01 STEP-RECORD.
        05 REG-DATE             PIC 9(8). *> business date, CCYYMMDD
        05 REG-SPACEA           PIC A(1).
        05 REG-CYCLE            PIC 9(4). *> run cycle of the night
        05 REG-SPACEB           PIC A(1).
        05 REG-PROGRAM          PIC X(17). *> the step's program
        05 REG-SPACEC           PIC A(1).
        05 REG-STATUS           PIC A(1). *> C completed, F failed,
                                           *> S skipped, R reset
        05 REG-SPACED           PIC A(1).
        05 REG-TIME             PIC 9(6). *> wall clock, HHMMSS
        05 REG-SPACEE           PIC A(1).
        05 REG-RC               PIC 9(4). *> the step's return code
        05 REG-SPACEF           PIC A(1).
        05 REG-OPERATOR         PIC X(8). *> NIGHTRUN, or the operator
                                           *> who reset the step

    *> runcontrol.dat file definition (matches GET-BUSINESS-DATE's)
    FD CONTROL-FILE.
    01 CONTROL-RECORD.
        05 RUN-BUSINESS-DATE    PIC 9(8).
        05 RUN-SPACEA           PIC A(1).
        05 RUN-CYCLE            PIC 9(4).
        05 RUN-SPACEB           PIC A(1).
        05 RUN-STATUS           PIC A(1).
        05 RUN-SPACEC           PIC A(1).
        05 RUN-NEXT-ORDER       PIC 9(6).
        05 RUN-SPACED           PIC A(1).
        05 RUN-NEXT-PO          PIC 9(6).

    WORKING-STORAGE SECTION.
        01 CONTROL-STATUS       PIC XX VALUE "00".
        01 EOF-SWITCH           PIC A VALUE "N".
        01 TIME-NOW             PIC 9(8) VALUE 0.
        01 STATUS-OUT           PIC A(1) VALUE SPACES.

        *> reference to the shared run-log program, and the event
        *> fields each CALL fills in
        01 WRITE-RUN-LOG        PIC X(13) VALUE "WRITE-RUN-LOG".
        01 LOG-SEVERITY         PIC A(1) VALUE "I".
        01 LOG-MESSAGE          PIC X(60) VALUE SPACES.

*> ARGUMENTS
LINKAGE SECTION.
    *> B = starting, E = finished, R = reset for a rerun
    01 ACTION-IN                PIC A(1).
    01 PROGRAM-NAME-IN          PIC X(17).
    *> the night: zero on B (or R) means tonight's, from
    *> runcontrol.dat, and is filled in for the caller to pass back
    01 NIGHT-DATE               PIC 9(8).
    01 NIGHT-CYCLE              PIC 9(4).
    *> the step's return code, on E
    01 RC-IN                    PIC 9(4).
    *> Y back from B: already completed, skip; Y back from Q:
    *> already completed; Y back from R: the completion was voided
    01 COMPLETED-OUT            PIC A(1).
    *> NIGHTRUN for the batch steps, the sign-on id for a reset
    01 OPERATOR-IN              PIC X(8).

PROCEDURE DIVISION USING ACTION-IN, PROGRAM-NAME-IN, NIGHT-DATE,
        NIGHT-CYCLE, RC-IN, COMPLETED-OUT, OPERATOR-IN.
*> Program controller
000-MAIN.
    MOVE "N" TO COMPLETED-OUT.
    IF NIGHT-DATE = 0
        PERFORM 100-READ-CONTROL
    END-IF.
    EVALUATE ACTION-IN
        WHEN "B"
            PERFORM 200-CHECK-COMPLETED
            IF COMPLETED-OUT = "Y"
                MOVE "S" TO STATUS-OUT
                PERFORM 400-WRITE-STEP
                DISPLAY PROGRAM-NAME-IN " ALREADY COMPLETED FOR "
                    NIGHT-DATE " CYCLE " NIGHT-CYCLE " -- SKIPPED"
                MOVE "I" TO LOG-SEVERITY
                MOVE "ALREADY COMPLETED THIS CYCLE, STEP SKIPPED"
                    TO LOG-MESSAGE
                CALL WRITE-RUN-LOG USING LOG-SEVERITY,
                    PROGRAM-NAME-IN, LOG-MESSAGE, OPERATOR-IN
            END-IF
        WHEN "E"
            IF RC-IN = 0
                MOVE "C" TO STATUS-OUT
            ELSE
                MOVE "F" TO STATUS-OUT
            END-IF
            PERFORM 400-WRITE-STEP
        WHEN "Q"
            PERFORM 200-CHECK-COMPLETED
        WHEN "R"
            PERFORM 200-CHECK-COMPLETED
            IF COMPLETED-OUT = "Y"
                MOVE "R" TO STATUS-OUT
                PERFORM 400-WRITE-STEP
                MOVE "W" TO LOG-SEVERITY
                MOVE "STEP COMPLETION RESET, STEP WILL RUN AGAIN"
                    TO LOG-MESSAGE
                CALL WRITE-RUN-LOG USING LOG-SEVERITY,
                    PROGRAM-NAME-IN, LOG-MESSAGE, OPERATOR-IN
            END-IF
    END-EVALUATE.
    GOBACK.

*> Picks up tonight's business date and cycle (system clock and
*> cycle 0 before runcontrol.dat exists, the same as WRITE-RUN-LOG)
100-READ-CONTROL.
    OPEN INPUT CONTROL-FILE.
    IF CONTROL-STATUS = "00"
        READ CONTROL-FILE
            AT END
                ACCEPT NIGHT-DATE FROM DATE YYYYMMDD
            NOT AT END
                MOVE RUN-BUSINESS-DATE TO NIGHT-DATE
                MOVE RUN-CYCLE TO NIGHT-CYCLE
        END-READ
        CLOSE CONTROL-FILE
    ELSE
        ACCEPT NIGHT-DATE FROM DATE YYYYMMDD
    END-IF.

*> Reads the registry through; the step has completed for the night
*> if its latest completion-or-reset line is a completion
200-CHECK-COMPLETED.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT STEP-FILE.
    PERFORM 210-CHECK-ONE-STEP UNTIL EOF-SWITCH = "Y".
    CLOSE STEP-FILE.

*> Checks one registry line
210-CHECK-ONE-STEP.
    READ STEP-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            IF REG-DATE = NIGHT-DATE AND REG-CYCLE = NIGHT-CYCLE
                    AND REG-PROGRAM = PROGRAM-NAME-IN
                IF REG-STATUS = "C"
                    MOVE "Y" TO COMPLETED-OUT
                END-IF
                IF REG-STATUS = "R"
                    MOVE "N" TO COMPLETED-OUT
                END-IF
            END-IF
    END-READ.

*> Appends one line to the registry
400-WRITE-STEP.
    ACCEPT TIME-NOW FROM TIME.
    OPEN EXTEND STEP-FILE.
    MOVE NIGHT-DATE TO REG-DATE.
    MOVE NIGHT-CYCLE TO REG-CYCLE.
    MOVE PROGRAM-NAME-IN TO REG-PROGRAM.
    MOVE STATUS-OUT TO REG-STATUS.
    MOVE TIME-NOW(1:6) TO REG-TIME.
    EVALUATE TRUE
        WHEN ACTION-IN = "E"
            MOVE RC-IN TO REG-RC
        WHEN STATUS-OUT = "S"
            MOVE 4 TO REG-RC
        WHEN OTHER
            MOVE 0 TO REG-RC
    END-EVALUATE.
    MOVE OPERATOR-IN TO REG-OPERATOR.
    MOVE " " TO REG-SPACEA.
    MOVE " " TO REG-SPACEB.
    MOVE " " TO REG-SPACEC.
    MOVE " " TO REG-SPACED.
    MOVE " " TO REG-SPACEE.
    MOVE " " TO REG-SPACEF.
    WRITE STEP-RECORD.
    CLOSE STEP-FILE.

*> the JCL uses to hold the archive/clear steps the same way an
*> out-of-balance RECONCILE does -- a sick run never gets quietly
*> archived.
*> Also lists each nightly step's standing in the step registry
*> (stepreg.dat) for the cycle -- ran, skipped on a rerun, failed,
*> or reset to run again. It always runs itself, so a rerun gets a
*> fresh summary, and registers its own result like the others.
*> Only the current pass of the nightly job holds the night: each
*> pass opens with STAGE-CUTOVER's "NIGHTLY RUN STARTED" line, and
*> severe events logged before the latest one -- by an earlier pass
*> the operator has since dealt with and resubmitted -- are counted
*> and noted on the report but no longer make it come back RC=8.
IDENTIFICATION DIVISION.
PROGRAM-ID. OP-SUMMARY.
ENVIRONMENT DIVISION.
    SELECT CONTROL-FILE ASSIGN TO "runcontrol.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONTROL-STATUS.
    SELECT OPTIONAL STEP-FILE ASSIGN TO "stepreg.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REPORT-FILE ASSIGN TO "opsummary.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
        05 RUN-SPACED           PIC A(1).
        05 RUN-NEXT-PO          PIC 9(6).

    *> stepreg.dat file definition (matches STEP-REGISTRY's layout)
    FD STEP-FILE.
    01 STEP-RECORD.
        05 REG-DATE             PIC 9(8).
        05 REG-SPACEA           PIC A(1).
        05 REG-CYCLE            PIC 9(4).
        05 REG-SPACEB           PIC A(1).
        05 REG-PROGRAM          PIC X(17).
        05 REG-SPACEC           PIC A(1).
        05 REG-STATUS           PIC A(1).
        05 REG-SPACED           PIC A(1).
        05 REG-TIME             PIC 9(6).
        05 REG-SPACEE           PIC A(1).
        05 REG-RC               PIC 9(4).
        05 REG-SPACEF           PIC A(1).
        05 REG-OPERATOR         PIC X(8).

    *> summary report output, one free-form line at a time
    FD REPORT-FILE.
    01 REPORT-LINE              PIC X(100).
    01 WARNING-COUNT            PIC 9(5) VALUE 0.
    01 SEVERE-COUNT             PIC 9(5) VALUE 0.

    *> the line STAGE-CUTOVER opens each pass of the nightly job
    *> with, and the severe events logged ahead of the current pass
    01 RUN-START-PROGRAM        PIC X(17) VALUE "STAGE-CUTOVER".
    01 RUN-START-MESSAGE        PIC X(60) VALUE "NIGHTLY RUN STARTED".
    01 RUN-START-SWITCH         PIC A VALUE "N".
    01 EARLIER-SEVERE-COUNT     PIC 9(5) VALUE 0.

    *> per-program event counts for the cycle. 30 slots covers every
    *> program in this system with room to spare.
    01 PROGRAM-TABLE.
            10 SEVERE-ENTRY-MESSAGE PIC X(60).
    01 SEVERE-KEPT              PIC 9(2) VALUE 0.

    *> each nightly step's latest registry line for the cycle
    01 STEP-TABLE.
        05 STEP-ENTRY               OCCURS 30 TIMES INDEXED BY T.
            10 STEP-ENTRY-NAME      PIC X(17) VALUE SPACES.
            10 STEP-ENTRY-STATUS    PIC A(1) VALUE SPACES.
            10 STEP-ENTRY-RC        PIC 9(4) VALUE 0.
    01 STEP-COUNT               PIC 9(2) VALUE 0.
    01 STEP-EOF-SWITCH          PIC A VALUE "N".
    01 RAN-COUNT                PIC 9(2) VALUE 0.
    01 SKIPPED-COUNT            PIC 9(2) VALUE 0.
    01 FAILED-COUNT             PIC 9(2) VALUE 0.
    01 RESET-COUNT              PIC 9(2) VALUE 0.
    01 STEP-STANDING            PIC X(30) VALUE SPACES.

    01 LINE-OUT                 PIC X(100).

    *> reference to the step registry, and the fields this step
    *> passes it as it starts and as it finishes
    01 STEP-REGISTRY         PIC X(13) VALUE "STEP-REGISTRY".
    01 STEP-ACTION           PIC A(1) VALUE "B".
    01 STEP-PROGRAM          PIC X(17) VALUE "OP-SUMMARY".
    01 STEP-DATE             PIC 9(8) VALUE 0.
    01 STEP-CYCLE            PIC 9(4) VALUE 0.
    01 STEP-RC               PIC 9(4) VALUE 0.
    01 STEP-DONE             PIC A(1) VALUE "N".
    01 STEP-OPERATOR         PIC X(8) VALUE "NIGHTRUN".

PROCEDURE DIVISION.
*> Program controller
000-MAIN.
    PERFORM 100-INIT.
    PERFORM 200-PROCESS UNTIL EOF-SWITCH = "Y".
    PERFORM 500-LOAD-STEPS.
    PERFORM 700-WRITE-REPORT.
    PERFORM 900-TERMINATE.
    MOVE RETURN-CODE TO STEP-RC.
    MOVE "E" TO STEP-ACTION.
    CALL STEP-REGISTRY USING STEP-ACTION, STEP-PROGRAM, STEP-DATE,
        STEP-CYCLE, STEP-RC, STEP-DONE, STEP-OPERATOR.
    MOVE STEP-RC TO RETURN-CODE.
    STOP RUN.

*> Finds out which cycle is current and opens the log
*> reads the next one
200-PROCESS.
    IF LOG-CYCLE = CYCLE-WANTED
        IF LOG-PROGRAM = RUN-START-PROGRAM
                AND LOG-MESSAGE = RUN-START-MESSAGE
            PERFORM 250-START-PASS
        END-IF
        EVALUATE LOG-SEVERITY
            WHEN "S"
                ADD 1 TO SEVERE-COUNT
            MOVE "Y" TO EOF-SWITCH
    END-READ.

*> A new pass of the nightly job has started: from the second pass
*> of the cycle on, whatever severe events came before it belong to
*> an earlier pass, so they stop counting toward this one
250-START-PASS.
    IF RUN-START-SWITCH = "Y"
        ADD SEVERE-COUNT TO EARLIER-SEVERE-COUNT
        MOVE 0 TO SEVERE-COUNT
        MOVE 0 TO SEVERE-KEPT
    END-IF.
    MOVE "Y" TO RUN-START-SWITCH.

*> Holds a severe event for full replay on the report
300-KEEP-SEVERE.
    IF SEVERE-KEPT < 50
            ADD 1 TO PROGRAM-ENTRY-COUNT(P)
    END-SEARCH.

*> Reads the step registry for the cycle, keeping each step's
*> latest line -- a step that failed and then completed on a rerun
*> shows as ran
500-LOAD-STEPS.
    MOVE "N" TO STEP-EOF-SWITCH.
    OPEN INPUT STEP-FILE.
    PERFORM 510-LOAD-ONE-STEP UNTIL STEP-EOF-SWITCH = "Y".
    CLOSE STEP-FILE.

*> Files one registry line under its step
510-LOAD-ONE-STEP.
    READ STEP-FILE
        AT END
            MOVE "Y" TO STEP-EOF-SWITCH
        NOT AT END
            IF REG-CYCLE = CYCLE-WANTED
                PERFORM 520-KEEP-STEP
            END-IF
    END-READ.

*> Finds or adds the step's slot and keeps the line's standing
520-KEEP-STEP.
    SET T TO 1.
    SEARCH STEP-ENTRY
        AT END
            IF STEP-COUNT < 30
                ADD 1 TO STEP-COUNT
                SET T TO STEP-COUNT
                MOVE REG-PROGRAM TO STEP-ENTRY-NAME(T)
                MOVE REG-STATUS TO STEP-ENTRY-STATUS(T)
                MOVE REG-RC TO STEP-ENTRY-RC(T)
            END-IF
        WHEN STEP-ENTRY-NAME(T) = REG-PROGRAM
            MOVE REG-STATUS TO STEP-ENTRY-STATUS(T)
            MOVE REG-RC TO STEP-ENTRY-RC(T)
    END-SEARCH.

*> Writes the operations summary
700-WRITE-REPORT.
    OPEN OUTPUT REPORT-FILE.
    STRING "SEVERE: " SEVERE-COUNT " WARNING: " WARNING-COUNT
        " INFO: " INFO-COUNT DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    IF EARLIER-SEVERE-COUNT > 0
        MOVE SPACES TO LINE-OUT
        STRING "SEVERE FROM AN EARLIER PASS THIS CYCLE: "
            EARLIER-SEVERE-COUNT " (NOT HOLDING THIS RERUN)"
            DELIMITED BY SIZE INTO LINE-OUT
        WRITE REPORT-LINE FROM LINE-OUT
    END-IF.
    MOVE "EVENTS BY PROGRAM:" TO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    PERFORM 710-WRITE-ONE-PROGRAM
        MOVE "RUN IS SICK, ARCHIVES HELD" TO LINE-OUT
        WRITE REPORT-LINE FROM LINE-OUT
    ELSE
        IF EARLIER-SEVERE-COUNT > 0
            MOVE "NO SEVERE EVENTS THIS PASS" TO LINE-OUT
        ELSE
            MOVE "NO SEVERE EVENTS THIS CYCLE" TO LINE-OUT
        END-IF
        WRITE REPORT-LINE FROM LINE-OUT
    END-IF.
    MOVE "NIGHTLY STEPS:" TO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    PERFORM 730-WRITE-ONE-STEP
        VARYING T FROM 1 BY 1 UNTIL T > STEP-COUNT.
    MOVE SPACES TO LINE-OUT.
    STRING "STEPS RAN: " RAN-COUNT " SKIPPED: " SKIPPED-COUNT
        " FAILED: " FAILED-COUNT " RESET: " RESET-COUNT
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    CLOSE REPORT-FILE.

*> Writes a single program's event tally
        SEVERE-ENTRY-MESSAGE(V) DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.

*> Writes a single step's standing for the cycle
730-WRITE-ONE-STEP.
    EVALUATE STEP-ENTRY-STATUS(T)
        WHEN "C"
            ADD 1 TO RAN-COUNT
            MOVE "RAN" TO STEP-STANDING
        WHEN "S"
            ADD 1 TO SKIPPED-COUNT
            MOVE "SKIPPED, COMPLETED EARLIER" TO STEP-STANDING
        WHEN "F"
            ADD 1 TO FAILED-COUNT
            MOVE "FAILED" TO STEP-STANDING
        WHEN OTHER
            ADD 1 TO RESET-COUNT
            MOVE "RESET, WAITING TO RUN AGAIN" TO STEP-STANDING
    END-EVALUATE.
    MOVE SPACES TO LINE-OUT.
    STRING "  " STEP-ENTRY-NAME(T) " " STEP-STANDING " RC "
        STEP-ENTRY-RC(T) DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.

*> Clean up. Any severe event in the current pass surfaces as RC=8
*> for the JCL.
900-TERMINATE.
    IF LOG-OPEN-SWITCH = "Y"
        CLOSE LOG-FILE

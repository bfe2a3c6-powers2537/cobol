*> staged orders simply wait for the next clean cutover -- the
*> restart must find transactions.dat byte-for-byte as the abended
*> run left it, the same rule BATCH-CLOSE enforces for itself.
*> Registers each night it completes (or fails) with STEP-REGISTRY,
*> and skips itself, with a logged notice, when a rerun of the
*> nightly job reaches it on a night it already completed, ending
*> RC 4 so the JCL can tell the skip from a fresh completion.
*> Being the first step, it also opens every pass of the nightly
*> job -- the first run and each rerun -- with a "NIGHTLY RUN
*> STARTED" line in the run log, logged even when it skips itself,
*> which OP-SUMMARY uses to tell this pass's severe events from an
*> earlier, already-dealt-with pass the same cycle.
IDENTIFICATION DIVISION.
PROGRAM-ID. STAGE-CUTOVER.
ENVIRONMENT DIVISION.

    01 PROMOTED-COUNT         PIC 9(6) VALUE 0.

    *> reference to the step registry, and the fields this step
    *> passes it as it starts and as it finishes
    01 STEP-REGISTRY         PIC X(13) VALUE "STEP-REGISTRY".
    01 STEP-ACTION           PIC A(1) VALUE "B".
    01 STEP-PROGRAM          PIC X(17) VALUE "STAGE-CUTOVER".
    01 STEP-DATE             PIC 9(8) VALUE 0.
    01 STEP-CYCLE            PIC 9(4) VALUE 0.
    01 STEP-RC               PIC 9(4) VALUE 0.
    01 STEP-DONE             PIC A(1) VALUE "N".
    01 STEP-OPERATOR         PIC X(8) VALUE "NIGHTRUN".

PROCEDURE DIVISION.
*> Program controller
000-MAIN.
    MOVE "NIGHTLY RUN STARTED" TO LOG-MESSAGE.
    CALL WRITE-RUN-LOG USING LOG-SEVERITY, LOG-PROGRAM, LOG-MESSAGE,
        LOG-OPERATOR.
    MOVE "B" TO STEP-ACTION.
    CALL STEP-REGISTRY USING STEP-ACTION, STEP-PROGRAM, STEP-DATE,
        STEP-CYCLE, STEP-RC, STEP-DONE, STEP-OPERATOR.
    IF STEP-DONE = "Y"
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 050-CHECK-RESTART-PENDING.
    IF RESTART-PENDING-SWITCH = "Y"
        DISPLAY "A RESTART IS PENDING ON CHECKPOINT.DAT -- STAGED "
        END-IF
        DISPLAY "STAGED LINES PROMOTED: " PROMOTED-COUNT
    END-IF.
    MOVE RETURN-CODE TO STEP-RC.
    MOVE "E" TO STEP-ACTION.
    CALL STEP-REGISTRY USING STEP-ACTION, STEP-PROGRAM, STEP-DATE,
        STEP-CYCLE, STEP-RC, STEP-DONE, STEP-OPERATOR.
    MOVE STEP-RC TO RETURN-CODE.
    STOP RUN.

*> Reads the checkpoint, if one exists; a nonzero committed-record

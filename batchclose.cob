*> would shuffle lines across the checkpoint position and replay
*> already-committed ones. COPYBTCH is condition-guarded on this
*> step, so the live transactions.dat is left untouched.
*> Registers each night it completes (or fails) with STEP-REGISTRY,
*> and skips itself, with a logged notice, when a rerun of the
*> nightly job reaches it on a night it already completed, ending
*> RC 4 so the JCL can tell the skip from a fresh completion.
IDENTIFICATION DIVISION.
PROGRAM-ID. BATCH-CLOSE.
ENVIRONMENT DIVISION.
    01 HASH-TOTAL               PIC 9(12) VALUE 0.
    01 DROPPED-WRAPPERS         PIC 9(3) VALUE 0.

    *> reference to the step registry, and the fields this step
    *> passes it as it starts and as it finishes
    01 STEP-REGISTRY         PIC X(13) VALUE "STEP-REGISTRY".
    01 STEP-ACTION           PIC A(1) VALUE "B".
    01 STEP-PROGRAM          PIC X(17) VALUE "BATCH-CLOSE".
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
    PERFORM 050-CHECK-RESTART-PENDING.
    IF RESTART-PENDING-SWITCH = "Y"
        DISPLAY "A RESTART IS PENDING ON CHECKPOINT.DAT -- BATCH "
        PERFORM 200-COPY-ONE-LINE UNTIL EOF-SWITCH = "Y"
        PERFORM 900-TERMINATE
    END-IF.
    MOVE RETURN-CODE TO STEP-RC.
    MOVE "E" TO STEP-ACTION.
    CALL STEP-REGISTRY USING STEP-ACTION, STEP-PROGRAM, STEP-DATE,
        STEP-CYCLE, STEP-RC, STEP-DONE, STEP-OPERATOR.
    MOVE STEP-RC TO RETURN-CODE.
    STOP RUN.

*> Reads the checkpoint, if one exists; a nonzero committed-record

*> days can process in one calendar night without a single stamp
*> being wrong. Bootstraps runcontrol.dat from the system clock if
*> it does not exist yet.
*> Registers each night it completes (or fails) with STEP-REGISTRY,
*> and skips itself, with a logged notice, when a rerun of the
*> nightly job reaches it on a night it already completed, ending
*> RC 4 so the JCL can tell the skip from a fresh completion.
IDENTIFICATION DIVISION.
PROGRAM-ID. ADVANCE-DATE.
ENVIRONMENT DIVISION.
        01 HELD-NEXT-ORDER      PIC 9(6) VALUE 1.
        01 HELD-NEXT-PO         PIC 9(6) VALUE 1.

        *> reference to the step registry, and the fields this step
        *> passes it as it starts and as it finishes
        01 STEP-REGISTRY        PIC X(13) VALUE "STEP-REGISTRY".
        01 STEP-ACTION          PIC A(1) VALUE "B".
        01 STEP-PROGRAM         PIC X(17) VALUE "ADVANCE-DATE".
        01 STEP-DATE            PIC 9(8) VALUE 0.
        01 STEP-CYCLE           PIC 9(4) VALUE 0.
        01 STEP-RC              PIC 9(4) VALUE 0.
        01 STEP-DONE            PIC A(1) VALUE "N".
        01 STEP-OPERATOR        PIC X(8) VALUE "NIGHTRUN".

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
    PERFORM 100-READ-CONTROL.
    PERFORM 200-ADVANCE.
    PERFORM 300-SAVE-CONTROL.
    MOVE RETURN-CODE TO STEP-RC.
    MOVE "E" TO STEP-ACTION.
    CALL STEP-REGISTRY USING STEP-ACTION, STEP-PROGRAM, STEP-DATE,
        STEP-CYCLE, STEP-RC, STEP-DONE, STEP-OPERATOR.
    MOVE STEP-RC TO RETURN-CODE.
    STOP RUN.

*> Reads the current control record, or primes one from the system

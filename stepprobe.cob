*> Registry probe ahead of the nightly job's backups. The backups
*> are the pre-run images RECONCILE proves the night's movement
*> against and the REST* steps roll a bad run back to, so they must
*> be the images from before MAIN billed the batch. On a rerun after
*> MAIN has already completed for tonight's business date and cycle,
*> retaking them would copy the billed files over the pre-run ones:
*> RECONCILE would then see no movement against transact.txt and
*> could never balance, and a rollback would have nothing to go back
*> to. This ends RC 4 when MAIN has completed for the night, which
*> holds every BACK* step and the rollback steps, and RC 0 otherwise.
*> Asks STEP-REGISTRY without registering or skipping anything
*> itself, so it is not a registered step.
IDENTIFICATION DIVISION.
PROGRAM-ID. STEP-PROBE.
ENVIRONMENT DIVISION.
DATA DIVISION.
WORKING-STORAGE SECTION.
    *> reference to the shared run-log program, and the event fields
    *> each CALL fills in
    01 WRITE-RUN-LOG         PIC X(13) VALUE "WRITE-RUN-LOG".
    01 LOG-SEVERITY          PIC A(1) VALUE "I".
    01 LOG-PROGRAM           PIC X(17) VALUE "STEP-PROBE".
    01 LOG-MESSAGE           PIC X(60) VALUE SPACES.
    01 LOG-OPERATOR          PIC X(8) VALUE "NIGHTRUN".

    *> reference to the step registry, and the fields the query
    *> passes it
    01 STEP-REGISTRY         PIC X(13) VALUE "STEP-REGISTRY".
    01 STEP-ACTION           PIC A(1) VALUE "Q".
    01 STEP-PROGRAM          PIC X(17) VALUE "MAIN".
    01 STEP-DATE             PIC 9(8) VALUE 0.
    01 STEP-CYCLE            PIC 9(4) VALUE 0.
    01 STEP-RC               PIC 9(4) VALUE 0.
    01 STEP-DONE             PIC A(1) VALUE "N".
    01 STEP-OPERATOR         PIC X(8) VALUE "NIGHTRUN".

PROCEDURE DIVISION.
*> Program controller
000-MAIN.
    CALL STEP-REGISTRY USING STEP-ACTION, STEP-PROGRAM, STEP-DATE,
        STEP-CYCLE, STEP-RC, STEP-DONE, STEP-OPERATOR.
    IF STEP-DONE = "Y"
        DISPLAY "MAIN ALREADY COMPLETED FOR " STEP-DATE " CYCLE "
            STEP-CYCLE " -- PRE-RUN BACKUPS KEPT"
        MOVE "MAIN ALREADY COMPLETED, PRE-RUN BACKUPS KEPT"
            TO LOG-MESSAGE
        CALL WRITE-RUN-LOG USING LOG-SEVERITY, LOG-PROGRAM,
            LOG-MESSAGE, LOG-OPERATOR
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.
    STOP RUN.

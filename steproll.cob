*> Step registry side of the nightly job's rollback. When RUNMAIN
*> fails, the JCL's REST*/DEL* steps put customers.dat, aropen.dat
*> and the rest back the way the backups found them -- which undoes
*> RUNPAY's payment posting as well as MAIN's billing, since the
*> backups were taken ahead of both. Their completions are voided
*> here, so the rerun posts the payments and bills the batch again
*> instead of skipping them as already done. Every other step either
*> ran on files the rollback leaves alone or has not run yet.
*> Not itself a registered step: a second rollback the same night
*> has to void the rerun's completions just the same.
IDENTIFICATION DIVISION.
PROGRAM-ID. STEP-ROLLBACK.
ENVIRONMENT DIVISION.
DATA DIVISION.
WORKING-STORAGE SECTION.
    *> reference to the step registry, and the fields each reset
    *> passes it
    01 STEP-REGISTRY         PIC X(13) VALUE "STEP-REGISTRY".
    01 STEP-ACTION           PIC A(1) VALUE "R".
    01 STEP-PROGRAM          PIC X(17) VALUE SPACES.
    01 STEP-DATE             PIC 9(8) VALUE 0.
    01 STEP-CYCLE            PIC 9(4) VALUE 0.
    01 STEP-RC               PIC 9(4) VALUE 0.
    01 STEP-DONE             PIC A(1) VALUE "N".
    01 STEP-OPERATOR         PIC X(8) VALUE "NIGHTRUN".

    *> the steps whose work the rollback restores undo
    01 ROLLED-BACK-VALUES.
        05 PIC X(17) VALUE "PAYMENTS".
        05 PIC X(17) VALUE "MAIN".
    01 ROLLED-BACK-TABLE REDEFINES ROLLED-BACK-VALUES.
        05 ROLLED-BACK-STEP      PIC X(17) OCCURS 2 TIMES
            INDEXED BY S.

PROCEDURE DIVISION.
*> Program controller
000-MAIN.
    PERFORM 100-RESET-ONE-STEP
        VARYING S FROM 1 BY 1 UNTIL S > 2.
    STOP RUN.

*> Voids one rolled-back step's completion for tonight, if it had one
100-RESET-ONE-STEP.
    MOVE ROLLED-BACK-STEP(S) TO STEP-PROGRAM.
    MOVE 0 TO STEP-DATE.
    MOVE 0 TO STEP-CYCLE.
    CALL STEP-REGISTRY USING STEP-ACTION, STEP-PROGRAM, STEP-DATE,
        STEP-CYCLE, STEP-RC, STEP-DONE, STEP-OPERATOR.
    IF STEP-DONE = "Y"
        DISPLAY STEP-PROGRAM " ROLLED BACK, WILL RUN AGAIN ON THE "
            "RERUN"
    END-IF.

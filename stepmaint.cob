*> Operator command for the nightly step registry (stepreg.dat).
*> Lists every registry line for a business date -- which steps
*> completed, failed, were skipped on a rerun, or were reset -- and
*> resets one step's completion for tonight, when a step that
*> already completed truly has to run again on the next pass of the
*> nightly job (a bad input file fixed and the step's output thrown
*> away, say). Resetting is an explicit operator decision: a reset
*> step reposts whatever it posts, so the operator confirms, and the
*> reset is registered under the operator's id and logged W.
IDENTIFICATION DIVISION.
PROGRAM-ID. STEP-MAINT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL STEP-FILE ASSIGN TO "stepreg.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
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

WORKING-STORAGE SECTION.
    *> reference to the shared sign-on program, and the fields each
    *> interactive program passes it at startup -- the same authority
    *> RUN-RELEASE takes, since both decide what the next pass of the
    *> nightly job does
    01 OPERATOR-SIGNON       PIC X(15) VALUE "OPERATOR-SIGNON".
    01 SIGNON-PROGRAM        PIC X(17) VALUE "STEP-MAINT".
    01 SIGNON-LEVEL          PIC 9(1) VALUE 7.
    01 SIGNON-OPERATOR       PIC X(8) VALUE SPACES.
    01 SIGNON-OK             PIC A(1) VALUE "N".

    *> reference to the business-date program
    01 GET-BUSINESS-DATE     PIC X(17) VALUE "GET-BUSINESS-DATE".
    01 TODAY                 PIC 9(8).

    *> reference to the step registry, and the fields a reset
    *> passes it
    01 STEP-REGISTRY         PIC X(13) VALUE "STEP-REGISTRY".
    01 STEP-ACTION           PIC A(1) VALUE "R".
    01 STEP-PROGRAM          PIC X(17) VALUE SPACES.
    01 STEP-DATE             PIC 9(8) VALUE 0.
    01 STEP-CYCLE            PIC 9(4) VALUE 0.
    01 STEP-RC               PIC 9(4) VALUE 0.
    01 STEP-DONE             PIC A(1) VALUE "N".

    01 SWITCHES.
        05 DONE-SWITCH           PIC A VALUE "N".
        05 EOF-SWITCH            PIC A VALUE "N".

    01 MENU-CHOICE           PIC 9.
    01 CONFIRM-ANSWER        PIC A.
    01 LIST-DATE             PIC 9(8) VALUE 0.
    01 LIST-COUNT            PIC 9(5) VALUE 0.
    01 STANDING-SHOWN        PIC X(10) VALUE SPACES.

PROCEDURE DIVISION.
*> Program controller
000-MAIN.
    CALL OPERATOR-SIGNON USING SIGNON-PROGRAM, SIGNON-LEVEL,
        SIGNON-OPERATOR, SIGNON-OK.
    IF SIGNON-OK NOT = "Y"
        DISPLAY "NOT AUTHORIZED, EXITING"
    ELSE
        CALL GET-BUSINESS-DATE USING TODAY
        PERFORM 200-MENU UNTIL DONE-SWITCH = "Y"
    END-IF.
    STOP RUN.

*> Displays the registry menu and dispatches the chosen action
200-MENU.
    DISPLAY "1. LIST A NIGHT'S STEPS".
    DISPLAY "2. RESET A STEP TO RUN AGAIN TONIGHT".
    DISPLAY "3. EXIT".
    DISPLAY "ENTER CHOICE: ".
    ACCEPT MENU-CHOICE.
    EVALUATE MENU-CHOICE
        WHEN 1 PERFORM 300-LIST-STEPS
        WHEN 2 PERFORM 400-RESET-STEP
        WHEN 3 MOVE "Y" TO DONE-SWITCH
        WHEN OTHER DISPLAY "INVALID CHOICE"
    END-EVALUATE.

*> Lists every registry line for the business date asked for, in
*> the order the steps ran
300-LIST-STEPS.
    DISPLAY "ENTER BUSINESS DATE (CCYYMMDD, 0 FOR TONIGHT): ".
    ACCEPT LIST-DATE.
    IF LIST-DATE = 0
        MOVE TODAY TO LIST-DATE
    END-IF.
    MOVE 0 TO LIST-COUNT.
    MOVE "N" TO EOF-SWITCH.
    DISPLAY "STEPS FOR BUSINESS DATE " LIST-DATE.
    DISPLAY "CYCLE TIME   PROGRAM           STANDING   RC   OPERATOR".
    OPEN INPUT STEP-FILE.
    PERFORM 310-LIST-ONE-STEP UNTIL EOF-SWITCH = "Y".
    CLOSE STEP-FILE.
    IF LIST-COUNT = 0
        DISPLAY "NO STEPS REGISTERED FOR " LIST-DATE
    END-IF.

*> Shows one registry line if it belongs to the date
310-LIST-ONE-STEP.
    READ STEP-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            IF REG-DATE = LIST-DATE
                ADD 1 TO LIST-COUNT
                EVALUATE REG-STATUS
                    WHEN "C" MOVE "COMPLETED" TO STANDING-SHOWN
                    WHEN "F" MOVE "FAILED" TO STANDING-SHOWN
                    WHEN "S" MOVE "SKIPPED" TO STANDING-SHOWN
                    WHEN "R" MOVE "RESET" TO STANDING-SHOWN
                    WHEN OTHER MOVE REG-STATUS TO STANDING-SHOWN
                END-EVALUATE
                DISPLAY REG-CYCLE "  " REG-TIME " " REG-PROGRAM " "
                    STANDING-SHOWN " " REG-RC " " REG-OPERATOR
            END-IF
    END-READ.

*> Voids one step's completion for tonight so the next pass of the
*> nightly job runs it again
400-RESET-STEP.
    DISPLAY "ENTER STEP PROGRAM NAME (E.G. DUNNING): ".
    ACCEPT STEP-PROGRAM.
    DISPLAY "RESETTING " STEP-PROGRAM " MAKES IT RUN AGAIN -- AND "
        "POST AGAIN -- ON THE NEXT PASS.".
    DISPLAY "RESET IT? (Y/N): ".
    ACCEPT CONFIRM-ANSWER.
    IF CONFIRM-ANSWER NOT = "Y"
        DISPLAY "NOTHING CHANGED"
    ELSE
        MOVE "R" TO STEP-ACTION
        MOVE 0 TO STEP-DATE
        MOVE 0 TO STEP-CYCLE
        CALL STEP-REGISTRY USING STEP-ACTION, STEP-PROGRAM,
            STEP-DATE, STEP-CYCLE, STEP-RC, STEP-DONE,
            SIGNON-OPERATOR
        IF STEP-DONE = "Y"
            DISPLAY STEP-PROGRAM " RESET FOR " STEP-DATE " CYCLE "
                STEP-CYCLE ", IT WILL RUN ON THE NEXT PASS"
        ELSE
            DISPLAY STEP-PROGRAM " HAS NOT COMPLETED TONIGHT, "
                "NOTHING TO RESET"
        END-IF
    END-IF.

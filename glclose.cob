*> Stand-alone general ledger close program. Two jobs:
*>   1. period close: the accountant names the last month to close,
*>      and every period through it is locked -- glcontrol.dat's
*>      closed-through period moves up to it, and from then on
*>      GL-POST refuses any glpost.dat with a line dated in a
*>      closed period instead of posting it. A month is only
*>      closable once the business date has moved past it, and the
*>      books close forward only;
*>   2. year-end close: once all twelve months of a year are closed,
*>      each revenue and expense account's net for the year is
*>      zeroed into retained earnings. The closing entries go into
*>      glbalance.dat under the year's period 13 (CCYY13), so
*>      December's own activity stays as it happened and
*>      TRIAL-BALANCE run for period 13 shows the closed year. Which
*>      accounts are revenue or expense follows from the posting role
*>      glaccounts.dat gives them -- SALES, FREIGHT, and FININC on
*>      the revenue side, DISC, TERMDISC, COGS, and BADDEBT on the
*>      expense side -- and retained earnings is the RETEARN role's
*>      account. Years close in order, each once.
*> Every change to glcontrol.dat and glbalance.dat is journaled
*> through WRITE-JOURNAL, and the year-end entries are listed on
*> glclose.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. GL-CLOSE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL BALANCE-FILE ASSIGN TO "glbalance.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS GLB-KEY.
    SELECT GLCTL-FILE ASSIGN TO "glcontrol.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GLCTL-STATUS.
    SELECT ACCOUNT-FILE ASSIGN TO "glaccounts.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACCOUNT-STATUS.
    SELECT REPORT-FILE ASSIGN TO "glclose.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
    *> glbalance.dat file definition (matches GL-POST's)
    FD BALANCE-FILE.
    01 BALANCE-RECORD.
        05 GLB-KEY.
            10 GLB-ACCOUNT       PIC 9(8).
            10 GLB-PERIOD        PIC 9(6). *> CCYYMM
        05 GLB-DEBITS            PIC S9(11)V9(2).
        05 GLB-CREDITS           PIC S9(11)V9(2).
        05 GLB-LINES             PIC 9(7).

    *> glcontrol.dat file definition (matches GL-POST's)
    FD GLCTL-FILE.
    01 GLCTL-RECORD.
        05 GLC-CLOSED-THROUGH   PIC 9(6). *> CCYYMM, 0 = none closed
        05 GLC-SPACEA           PIC A(1).
        05 GLC-YEAR-CLOSED      PIC 9(4). *> CCYY, 0 = none closed

    *> glaccounts.dat file definition (matches GL-EXPORT's)
    FD ACCOUNT-FILE.
    01 ACCOUNT-RECORD.
        05 GLA-ROLE             PIC X(8). *> AR/SALES/DISC/TAXPAY/
                                           *> CASH/COGS/INV/FREIGHT/
                                           *> AP/BADDEBT/TERMDISC/
                                           *> FININC/RETEARN
        05 GLA-SPACEA           PIC A(1).
        05 GLA-ACCOUNT          PIC 9(8). *> ledger account number
        05 GLA-SPACEB           PIC A(1).
        05 GLA-NAME             PIC X(25).

    *> the year-end closing entries
    FD REPORT-FILE.
    01 REPORT-LINE               PIC X(100).

WORKING-STORAGE SECTION.
    *> reference to the shared sign-on program, and the fields each
    *> interactive program passes it at startup -- shutting the books
    *> takes the same authority as cutting checks
    01 OPERATOR-SIGNON       PIC X(15) VALUE "OPERATOR-SIGNON".
    01 SIGNON-PROGRAM        PIC X(17) VALUE "GL-CLOSE".
    01 SIGNON-LEVEL          PIC 9(1) VALUE 7.
    01 SIGNON-OPERATOR       PIC X(8) VALUE SPACES.
    01 SIGNON-OK             PIC A(1) VALUE "N".

    01 WRITE-JOURNAL         PIC X(13) VALUE "WRITE-JOURNAL".

    *> identifies this program and the file touched on each
    *> WRITE-JOURNAL call
    01 JOURNAL-PROGRAM-NAME  PIC X(17) VALUE "GL-CLOSE".
    01 JOURNAL-CTL-FILE      PIC X(13) VALUE "glcontrol.dat".
    01 JOURNAL-BAL-FILE      PIC X(13) VALUE "glbalance.dat".
    01 JOURNAL-KEY           PIC 9(11) VALUE 0.
    01 JOURNAL-BEFORE        PIC X(120) VALUE SPACES.
    01 JOURNAL-AFTER         PIC X(120) VALUE SPACES.
    01 JOURNAL-OPERATOR      PIC X(8) VALUE "NIGHTRUN".

    *> reference to the shared run-log program, and the event fields
    *> each CALL fills in
    01 WRITE-RUN-LOG         PIC X(13) VALUE "WRITE-RUN-LOG".
    01 LOG-SEVERITY          PIC A(1) VALUE "I".
    01 LOG-PROGRAM           PIC X(17) VALUE "GL-CLOSE".
    01 LOG-MESSAGE           PIC X(60) VALUE SPACES.
    01 LOG-OPERATOR          PIC X(8) VALUE "NIGHTRUN".

    *> reference to the business-date program
    01 GET-BUSINESS-DATE     PIC X(17) VALUE "GET-BUSINESS-DATE".
    01 TODAY                 PIC 9(8).

    01 SWITCHES.
        05 DONE-SWITCH           PIC A VALUE "N".
        05 ACCOUNT-EOF-SWITCH    PIC A VALUE "N".
        05 BALANCE-FOUND-SWITCH  PIC A VALUE "N".
        05 INCOME-ROLE-SWITCH    PIC A VALUE "N".

    01 GLCTL-STATUS           PIC XX VALUE "00".
    01 ACCOUNT-STATUS         PIC XX VALUE "00".

    *> the control record as it stands
    01 CLOSED-THROUGH         PIC 9(6) VALUE 0.
    01 YEAR-CLOSED            PIC 9(4) VALUE 0.
    01 CURRENT-PERIOD         PIC 9(6) VALUE 0.

    *> the operator's choices
    01 MENU-CHOICE            PIC 9(1) VALUE 0.
    01 PERIOD-WANTED          PIC 9(6) VALUE 0.
    01 YEAR-WANTED            PIC 9(4) VALUE 0.
    01 NEXT-YEAR-TO-CLOSE     PIC 9(4) VALUE 0.
    01 CONFIRM-ANSWER         PIC A.

    *> the revenue and expense accounts glaccounts.dat names, each
    *> once however many roles post to it, with the year's net
    01 INCOME-TABLE.
        05 INCOME-ENTRY          OCCURS 20 TIMES INDEXED BY G.
            10 INC-ACCOUNT       PIC 9(8).
            10 INC-NAME          PIC X(25).
            10 INC-NET           PIC S9(11)V9(2).
    01 INCOME-COUNT           PIC 9(2) VALUE 0.
    01 RETEARN-ACCOUNT        PIC 9(8) VALUE 0.
    01 MONTH-NUMBER           PIC 9(2) VALUE 0.

    *> the entry being posted into period 13
    01 CLOSE-PERIOD           PIC 9(6) VALUE 0.
    01 CLOSE-ACCOUNT          PIC 9(8) VALUE 0.
    01 CLOSE-DEBIT            PIC S9(11)V9(2) VALUE 0.
    01 CLOSE-CREDIT           PIC S9(11)V9(2) VALUE 0.
    01 YEAR-NET-INCOME        PIC S9(11)V9(2) VALUE 0.

    01 LINE-OUT               PIC X(100) VALUE SPACES.

PROCEDURE DIVISION.
*> Program controller
000-MAIN.
    CALL OPERATOR-SIGNON USING SIGNON-PROGRAM, SIGNON-LEVEL,
        SIGNON-OPERATOR, SIGNON-OK.
    IF SIGNON-OK NOT = "Y"
        DISPLAY "NOT AUTHORIZED, EXITING"
        STOP RUN
    END-IF.
    MOVE SIGNON-OPERATOR TO JOURNAL-OPERATOR.
    MOVE SIGNON-OPERATOR TO LOG-OPERATOR.
    CALL GET-BUSINESS-DATE USING TODAY.
    MOVE TODAY(1:6) TO CURRENT-PERIOD.
    PERFORM 100-READ-GL-CONTROL.
    PERFORM 200-MENU UNTIL DONE-SWITCH = "Y".
    STOP RUN.

*> Reads how far the books are closed; no glcontrol.dat yet means
*> nothing has ever been closed
100-READ-GL-CONTROL.
    MOVE 0 TO CLOSED-THROUGH.
    MOVE 0 TO YEAR-CLOSED.
    OPEN INPUT GLCTL-FILE.
    IF GLCTL-STATUS = "00"
        READ GLCTL-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE GLC-CLOSED-THROUGH TO CLOSED-THROUGH
                MOVE GLC-YEAR-CLOSED TO YEAR-CLOSED
        END-READ
        CLOSE GLCTL-FILE
    END-IF.

*> Writes the control record back, journaling the change
110-SAVE-GL-CONTROL.
    MOVE SPACES TO JOURNAL-BEFORE.
    OPEN INPUT GLCTL-FILE.
    IF GLCTL-STATUS = "00"
        READ GLCTL-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE GLCTL-RECORD TO JOURNAL-BEFORE
        END-READ
        CLOSE GLCTL-FILE
    END-IF.
    OPEN OUTPUT GLCTL-FILE.
    MOVE CLOSED-THROUGH TO GLC-CLOSED-THROUGH.
    MOVE YEAR-CLOSED TO GLC-YEAR-CLOSED.
    MOVE " " TO GLC-SPACEA.
    WRITE GLCTL-RECORD.
    CLOSE GLCTL-FILE.
    MOVE GLCTL-RECORD TO JOURNAL-AFTER.
    MOVE 0 TO JOURNAL-KEY.
    CALL WRITE-JOURNAL USING JOURNAL-PROGRAM-NAME,
        JOURNAL-CTL-FILE, JOURNAL-KEY, JOURNAL-BEFORE,
        JOURNAL-AFTER, JOURNAL-OPERATOR.

*> Offers the two closes
200-MENU.
    DISPLAY "BOOKS CLOSED THROUGH " CLOSED-THROUGH
        ", LAST YEAR CLOSED " YEAR-CLOSED.
    DISPLAY "1 - CLOSE A PERIOD".
    DISPLAY "2 - YEAR-END CLOSE".
    DISPLAY "0 - EXIT".
    ACCEPT MENU-CHOICE.
    EVALUATE MENU-CHOICE
        WHEN 1
            PERFORM 300-CLOSE-PERIOD
        WHEN 2
            PERFORM 400-CLOSE-YEAR
        WHEN 0
            MOVE "Y" TO DONE-SWITCH
        WHEN OTHER
            DISPLAY "UNKNOWN CHOICE"
    END-EVALUATE.

*> Locks every period through the one named. Only a month the
*> business date has already left can be closed, and never one
*> already closed.
300-CLOSE-PERIOD.
    DISPLAY "CLOSE THROUGH PERIOD (CCYYMM): ".
    ACCEPT PERIOD-WANTED.
    MOVE PERIOD-WANTED(5:2) TO MONTH-NUMBER.
    IF MONTH-NUMBER < 1 OR MONTH-NUMBER > 12
        DISPLAY "NOT A VALID PERIOD"
    ELSE IF PERIOD-WANTED NOT > CLOSED-THROUGH
        DISPLAY "PERIOD " PERIOD-WANTED " IS ALREADY CLOSED"
    ELSE IF PERIOD-WANTED NOT < CURRENT-PERIOD
        DISPLAY "PERIOD " PERIOD-WANTED " IS NOT OVER YET, THE "
            "BUSINESS DATE IS " TODAY
    ELSE
        DISPLAY "CLOSE EVERY PERIOD THROUGH " PERIOD-WANTED
            "? NOTHING DATED IN THEM CAN BE POSTED AFTERWARD (Y/N): "
        ACCEPT CONFIRM-ANSWER
        IF CONFIRM-ANSWER = "Y"
            MOVE PERIOD-WANTED TO CLOSED-THROUGH
            PERFORM 110-SAVE-GL-CONTROL
            MOVE SPACES TO LOG-MESSAGE
            STRING "GL PERIODS CLOSED THROUGH " CLOSED-THROUGH
                DELIMITED BY SIZE INTO LOG-MESSAGE
            CALL WRITE-RUN-LOG USING LOG-SEVERITY, LOG-PROGRAM,
                LOG-MESSAGE, LOG-OPERATOR
            DISPLAY "BOOKS CLOSED THROUGH " CLOSED-THROUGH
        END-IF
    END-IF
    END-IF
    END-IF.

*> Closes a fiscal year's revenue and expense into retained
*> earnings. The year's twelve months must all be closed, the years
*> close in order, and a retained earnings account must be on the
*> chart.
400-CLOSE-YEAR.
    DISPLAY "YEAR TO CLOSE (CCYY): ".
    ACCEPT YEAR-WANTED.
    COMPUTE CLOSE-PERIOD = YEAR-WANTED * 100 + 12.
    COMPUTE NEXT-YEAR-TO-CLOSE = YEAR-CLOSED + 1.
    IF YEAR-WANTED NOT > YEAR-CLOSED
        DISPLAY "YEAR " YEAR-WANTED " IS ALREADY CLOSED"
    ELSE IF YEAR-CLOSED > 0 AND YEAR-WANTED NOT = NEXT-YEAR-TO-CLOSE
        DISPLAY "CLOSE " NEXT-YEAR-TO-CLOSE " FIRST"
    ELSE IF CLOSED-THROUGH < CLOSE-PERIOD
        DISPLAY "CLOSE EVERY PERIOD THROUGH " CLOSE-PERIOD " FIRST"
    ELSE
        PERFORM 410-LOAD-INCOME-ACCOUNTS
        IF RETEARN-ACCOUNT = 0
            DISPLAY "NO RETEARN ACCOUNT ON GLACCOUNTS.DAT, YEAR-END "
                "CLOSE REFUSED"
        ELSE
            DISPLAY "CLOSE " YEAR-WANTED " REVENUE AND EXPENSE INTO "
                "RETAINED EARNINGS " RETEARN-ACCOUNT "? (Y/N): "
            ACCEPT CONFIRM-ANSWER
            IF CONFIRM-ANSWER = "Y"
                PERFORM 450-POST-CLOSING-ENTRIES
            END-IF
        END-IF
    END-IF
    END-IF
    END-IF.

*> Loads the revenue and expense accounts, each once, and the
*> retained earnings account from the chart
410-LOAD-INCOME-ACCOUNTS.
    MOVE 0 TO INCOME-COUNT.
    MOVE 0 TO RETEARN-ACCOUNT.
    MOVE "N" TO ACCOUNT-EOF-SWITCH.
    OPEN INPUT ACCOUNT-FILE.
    IF ACCOUNT-STATUS = "00"
        PERFORM 420-LOAD-ONE-ACCOUNT UNTIL ACCOUNT-EOF-SWITCH = "Y"
        CLOSE ACCOUNT-FILE
    END-IF.

*> Files one chart line: the retained earnings role is remembered,
*> a revenue or expense role's account added if not already held.
*> Stops loading (with a warning) instead of subscripting past
*> INCOME-TABLE's OCCURS 20.
420-LOAD-ONE-ACCOUNT.
    READ ACCOUNT-FILE
        AT END
            MOVE "Y" TO ACCOUNT-EOF-SWITCH
        NOT AT END
            EVALUATE GLA-ROLE
                WHEN "SALES"
                WHEN "FREIGHT"
                WHEN "FININC"
                WHEN "DISC"
                WHEN "TERMDISC"
                WHEN "COGS"
                WHEN "BADDEBT"
                    MOVE "Y" TO INCOME-ROLE-SWITCH
                WHEN OTHER
                    MOVE "N" TO INCOME-ROLE-SWITCH
            END-EVALUATE
            IF GLA-ROLE = "RETEARN"
                MOVE GLA-ACCOUNT TO RETEARN-ACCOUNT
            END-IF
            IF INCOME-ROLE-SWITCH = "Y"
                PERFORM 430-ADD-INCOME-ACCOUNT
            END-IF
    END-READ.

*> Adds the chart line's account to the table unless already there
430-ADD-INCOME-ACCOUNT.
    SET G TO 1.
    SEARCH INCOME-ENTRY
        AT END
            DISPLAY "WARNING: MORE THAN 20 REVENUE AND EXPENSE "
                "ACCOUNTS, " GLA-ACCOUNT " NOT CLOSED"
        WHEN G > INCOME-COUNT
            ADD 1 TO INCOME-COUNT
            MOVE GLA-ACCOUNT TO INC-ACCOUNT(G)
            MOVE GLA-NAME TO INC-NAME(G)
            MOVE 0 TO INC-NET(G)
        WHEN INC-ACCOUNT(G) = GLA-ACCOUNT
            CONTINUE
    END-SEARCH.

*> Foots each account's year, posts its closing entry into period
*> 13, and posts the total against retained earnings
450-POST-CLOSING-ENTRIES.
    OPEN I-O BALANCE-FILE.
    OPEN OUTPUT REPORT-FILE.
    MOVE SPACES TO LINE-OUT.
    STRING "YEAR-END CLOSE " YEAR-WANTED "  " TODAY "  OPERATOR "
        SIGNON-OPERATOR
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    COMPUTE CLOSE-PERIOD = YEAR-WANTED * 100 + 13.
    MOVE 0 TO YEAR-NET-INCOME.
    PERFORM 460-CLOSE-ONE-ACCOUNT
        VARYING G FROM 1 BY 1 UNTIL G > INCOME-COUNT.
    *> revenue carries a credit net, so a profitable year's total is
    *> negative here and lands as a credit to retained earnings
    MOVE RETEARN-ACCOUNT TO CLOSE-ACCOUNT.
    IF YEAR-NET-INCOME < 0
        MOVE 0 TO CLOSE-DEBIT
        COMPUTE CLOSE-CREDIT = 0 - YEAR-NET-INCOME
    ELSE
        MOVE YEAR-NET-INCOME TO CLOSE-DEBIT
        MOVE 0 TO CLOSE-CREDIT
    END-IF.
    PERFORM 480-POST-CLOSING-ENTRY.
    MOVE SPACES TO LINE-OUT.
    STRING "RETAINED EARNINGS " RETEARN-ACCOUNT " DEBIT "
        CLOSE-DEBIT " CREDIT " CLOSE-CREDIT
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    CLOSE BALANCE-FILE.
    CLOSE REPORT-FILE.
    MOVE YEAR-WANTED TO YEAR-CLOSED.
    PERFORM 110-SAVE-GL-CONTROL.
    MOVE SPACES TO LOG-MESSAGE.
    STRING "GL YEAR " YEAR-WANTED " CLOSED TO RETAINED EARNINGS"
        DELIMITED BY SIZE INTO LOG-MESSAGE.
    CALL WRITE-RUN-LOG USING LOG-SEVERITY, LOG-PROGRAM,
        LOG-MESSAGE, LOG-OPERATOR.
    DISPLAY "YEAR " YEAR-WANTED " CLOSED, SEE GLCLOSE.TXT".

*> Nets one account's twelve months and reverses the net into
*> period 13
460-CLOSE-ONE-ACCOUNT.
    MOVE 0 TO INC-NET(G).
    PERFORM 470-ADD-ONE-MONTH
        VARYING MONTH-NUMBER FROM 1 BY 1 UNTIL MONTH-NUMBER > 12.
    ADD INC-NET(G) TO YEAR-NET-INCOME.
    MOVE INC-ACCOUNT(G) TO CLOSE-ACCOUNT.
    IF INC-NET(G) < 0
        COMPUTE CLOSE-DEBIT = 0 - INC-NET(G)
        MOVE 0 TO CLOSE-CREDIT
    ELSE
        MOVE 0 TO CLOSE-DEBIT
        MOVE INC-NET(G) TO CLOSE-CREDIT
    END-IF.
    IF INC-NET(G) NOT = 0
        PERFORM 480-POST-CLOSING-ENTRY
    END-IF.
    MOVE SPACES TO LINE-OUT.
    STRING INC-ACCOUNT(G) " " INC-NAME(G) " YEAR NET " INC-NET(G)
        " CLOSED: DEBIT " CLOSE-DEBIT " CREDIT " CLOSE-CREDIT
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.

*> Adds one month's activity into the account's year net
470-ADD-ONE-MONTH.
    MOVE INC-ACCOUNT(G) TO GLB-ACCOUNT.
    COMPUTE GLB-PERIOD = YEAR-WANTED * 100 + MONTH-NUMBER.
    READ BALANCE-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            COMPUTE INC-NET(G) = INC-NET(G) + GLB-DEBITS - GLB-CREDITS
    END-READ.

*> Adds one closing entry into its account's period 13 record,
*> journaled
480-POST-CLOSING-ENTRY.
    MOVE CLOSE-ACCOUNT TO GLB-ACCOUNT.
    MOVE CLOSE-PERIOD TO GLB-PERIOD.
    READ BALANCE-FILE
        INVALID KEY
            MOVE "N" TO BALANCE-FOUND-SWITCH
        NOT INVALID KEY
            MOVE "Y" TO BALANCE-FOUND-SWITCH
    END-READ.
    IF BALANCE-FOUND-SWITCH = "Y"
        MOVE BALANCE-RECORD TO JOURNAL-BEFORE
        ADD CLOSE-DEBIT TO GLB-DEBITS
        ADD CLOSE-CREDIT TO GLB-CREDITS
        ADD 1 TO GLB-LINES
        REWRITE BALANCE-RECORD
    ELSE
        MOVE SPACES TO JOURNAL-BEFORE
        MOVE CLOSE-DEBIT TO GLB-DEBITS
        MOVE CLOSE-CREDIT TO GLB-CREDITS
        MOVE 1 TO GLB-LINES
        WRITE BALANCE-RECORD
    END-IF.
    MOVE BALANCE-RECORD TO JOURNAL-AFTER.
    MOVE CLOSE-ACCOUNT TO JOURNAL-KEY.
    CALL WRITE-JOURNAL USING JOURNAL-PROGRAM-NAME,
        JOURNAL-BAL-FILE, JOURNAL-KEY, JOURNAL-BEFORE,
        JOURNAL-AFTER, JOURNAL-OPERATOR.

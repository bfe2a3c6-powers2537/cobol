*> General ledger trial balance. Reads the glbalance.dat balance
*> master GL-POST keeps and prints, for the fiscal period asked for
*> (CCYYMM, 0 for the business date's own month), one line per
*> ledger account with
*>   - the period-to-date net (debits less credits in the period),
*>   - the year-to-date net (the same, from the year's first month
*>     through the period), and
*>   - the account's balance (every period on file through it).
*> Ask for period 13 of a closed year (CCYY13) to see the year-end
*> closing entries GL-CLOSE posted and the post-closing balances;
*> December itself shows the year before closing. Debits print
*> positive and credits negative, and since every posting file GL-POST
*> rolls in was proven balanced, each column foots to zero -- the
*> totals line says so, or says by how much it does not. Account
*> names come from glaccounts.dat.
IDENTIFICATION DIVISION.
PROGRAM-ID. TRIAL-BALANCE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> OPTIONAL so a shop with nothing posted yet gets an empty report
    SELECT OPTIONAL BALANCE-FILE ASSIGN TO "glbalance.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS GLB-KEY.
    SELECT ACCOUNT-FILE ASSIGN TO "glaccounts.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACCOUNT-STATUS.
    SELECT REPORT-FILE ASSIGN TO "trialbal.txt"
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

    *> glaccounts.dat file definition (matches GL-EXPORT's)
    FD ACCOUNT-FILE.
    01 ACCOUNT-RECORD.
        05 GLA-ROLE             PIC X(8).
        05 GLA-SPACEA           PIC A(1).
        05 GLA-ACCOUNT          PIC 9(8). *> ledger account number
        05 GLA-SPACEB           PIC A(1).
        05 GLA-NAME             PIC X(25).

    FD REPORT-FILE.
    01 REPORT-LINE               PIC X(120).

WORKING-STORAGE SECTION.
    *> reference to the business-date program
    01 GET-BUSINESS-DATE     PIC X(17) VALUE "GET-BUSINESS-DATE".
    01 TODAY                 PIC 9(8).

    01 SWITCHES.
        05 EOF-SWITCH            PIC A VALUE "N".
        05 ACCOUNT-EOF-SWITCH    PIC A VALUE "N".

    01 ACCOUNT-STATUS         PIC XX VALUE "00".

    *> the chart of accounts' names. 20 roles is room to spare for
    *> everything this system posts (GL-EXPORT's own limit).
    01 ACCOUNT-TABLE.
        05 ACCOUNT-ENTRY          OCCURS 20 TIMES INDEXED BY A.
            10 ACCT-ENTRY-ACCOUNT   PIC 9(8) VALUE 0.
            10 ACCT-ENTRY-NAME      PIC X(25) VALUE SPACES.
    01 ACCOUNT-COUNT          PIC 9(2) VALUE 0.

    *> the period asked for, and the year it falls in
    01 PERIOD-WANTED          PIC 9(6) VALUE 0.
    01 YEAR-START             PIC 9(6) VALUE 0.

    *> the account being footed
    01 CURRENT-ACCOUNT        PIC 9(8) VALUE 0.
    01 ACCOUNT-NAME           PIC X(25) VALUE SPACES.
    01 PERIOD-NET             PIC S9(11)V9(2) VALUE 0.
    01 ACCOUNT-PTD            PIC S9(11)V9(2) VALUE 0.
    01 ACCOUNT-YTD            PIC S9(11)V9(2) VALUE 0.
    01 ACCOUNT-BALANCE        PIC S9(11)V9(2) VALUE 0.

    *> report totals
    01 ACCOUNTS-LISTED        PIC 9(5) VALUE 0.
    01 TOTAL-PTD              PIC S9(11)V9(2) VALUE 0.
    01 TOTAL-YTD              PIC S9(11)V9(2) VALUE 0.
    01 TOTAL-BALANCE          PIC S9(11)V9(2) VALUE 0.

    01 LINE-OUT               PIC X(120) VALUE SPACES.

PROCEDURE DIVISION.
*> Program controller
000-MAIN.
    PERFORM 100-INIT.
    PERFORM 200-PROCESS UNTIL EOF-SWITCH = "Y".
    IF CURRENT-ACCOUNT > 0
        PERFORM 300-WRITE-ACCOUNT
    END-IF.
    PERFORM 900-TERMINATE.
    STOP RUN.

*> Prompts for the period, loads the account names, and heads the
*> report
100-INIT.
    CALL GET-BUSINESS-DATE USING TODAY.
    DISPLAY "ENTER PERIOD, CCYYMM (0 FOR THE CURRENT MONTH, "
        "CCYY13 FOR YEAR-END CLOSE): ".
    ACCEPT PERIOD-WANTED.
    IF PERIOD-WANTED = 0
        MOVE TODAY(1:6) TO PERIOD-WANTED
    END-IF.
    DIVIDE PERIOD-WANTED BY 100 GIVING YEAR-START.
    COMPUTE YEAR-START = YEAR-START * 100 + 1.
    PERFORM 110-LOAD-ACCOUNTS.
    OPEN INPUT BALANCE-FILE.
    OPEN OUTPUT REPORT-FILE.
    MOVE SPACES TO LINE-OUT.
    STRING "TRIAL BALANCE FOR PERIOD " PERIOD-WANTED "  RUN "
        TODAY DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    MOVE "ACCOUNT  NAME                      PERIOD-TO-DATE  YEAR-TO-DATE    BALANCE"
        TO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    READ BALANCE-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
    END-READ.

*> Loads the account names from the chart; no chart just means the
*> accounts print without names
110-LOAD-ACCOUNTS.
    OPEN INPUT ACCOUNT-FILE.
    IF ACCOUNT-STATUS = "00"
        PERFORM 120-LOAD-ONE-ACCOUNT UNTIL ACCOUNT-EOF-SWITCH = "Y"
        CLOSE ACCOUNT-FILE
    END-IF.

*> Files one chart line's account name, once per account. Stops
*> loading (with a warning) instead of subscripting past
*> ACCOUNT-TABLE's OCCURS 20.
120-LOAD-ONE-ACCOUNT.
    READ ACCOUNT-FILE
        AT END
            MOVE "Y" TO ACCOUNT-EOF-SWITCH
        NOT AT END
            SET A TO 1
            SEARCH ACCOUNT-ENTRY
                AT END
                    DISPLAY "WARNING: GLACCOUNTS.DAT HAS MORE THAN 20 "
                        "ACCOUNTS, REMAINDER PRINT WITHOUT NAMES"
                    MOVE "Y" TO ACCOUNT-EOF-SWITCH
                WHEN A > ACCOUNT-COUNT
                    ADD 1 TO ACCOUNT-COUNT
                    MOVE GLA-ACCOUNT TO ACCT-ENTRY-ACCOUNT(A)
                    MOVE GLA-NAME TO ACCT-ENTRY-NAME(A)
                WHEN ACCT-ENTRY-ACCOUNT(A) = GLA-ACCOUNT
                    CONTINUE
            END-SEARCH
    END-READ.

*> Adds the current balance record into its account's columns,
*> printing the previous account first when the account changes.
*> glbalance.dat reads back in account, then period, order.
200-PROCESS.
    IF GLB-ACCOUNT NOT = CURRENT-ACCOUNT
        IF CURRENT-ACCOUNT > 0
            PERFORM 300-WRITE-ACCOUNT
        END-IF
        MOVE GLB-ACCOUNT TO CURRENT-ACCOUNT
        MOVE 0 TO ACCOUNT-PTD
        MOVE 0 TO ACCOUNT-YTD
        MOVE 0 TO ACCOUNT-BALANCE
    END-IF.
    IF GLB-PERIOD NOT > PERIOD-WANTED
        COMPUTE PERIOD-NET = GLB-DEBITS - GLB-CREDITS
        ADD PERIOD-NET TO ACCOUNT-BALANCE
        IF GLB-PERIOD NOT < YEAR-START
            ADD PERIOD-NET TO ACCOUNT-YTD
        END-IF
        IF GLB-PERIOD = PERIOD-WANTED
            ADD PERIOD-NET TO ACCOUNT-PTD
        END-IF
    END-IF.
    READ BALANCE-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
    END-READ.

*> Prints one account's line and adds it into the totals
300-WRITE-ACCOUNT.
    MOVE "NOT ON GLACCOUNTS.DAT" TO ACCOUNT-NAME.
    SET A TO 1.
    SEARCH ACCOUNT-ENTRY
        AT END
            CONTINUE
        WHEN ACCT-ENTRY-ACCOUNT(A) = CURRENT-ACCOUNT
            MOVE ACCT-ENTRY-NAME(A) TO ACCOUNT-NAME
    END-SEARCH.
    MOVE SPACES TO LINE-OUT.
    STRING CURRENT-ACCOUNT " " ACCOUNT-NAME " " ACCOUNT-PTD " "
        ACCOUNT-YTD " " ACCOUNT-BALANCE
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    ADD 1 TO ACCOUNTS-LISTED.
    ADD ACCOUNT-PTD TO TOTAL-PTD.
    ADD ACCOUNT-YTD TO TOTAL-YTD.
    ADD ACCOUNT-BALANCE TO TOTAL-BALANCE.

*> Foots the report and closes up
900-TERMINATE.
    MOVE SPACES TO LINE-OUT.
    STRING "TOTALS   " ACCOUNTS-LISTED " ACCOUNTS               "
        TOTAL-PTD " " TOTAL-YTD " " TOTAL-BALANCE
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    IF TOTAL-PTD = 0 AND TOTAL-YTD = 0 AND TOTAL-BALANCE = 0
        MOVE "TRIAL BALANCE IN BALANCE" TO LINE-OUT
    ELSE
        MOVE "*** TRIAL BALANCE OUT OF BALANCE ***" TO LINE-OUT
    END-IF.
    WRITE REPORT-LINE FROM LINE-OUT.
    CLOSE BALANCE-FILE.
    CLOSE REPORT-FILE.
    DISPLAY "TRIAL BALANCE WRITTEN TO TRIALBAL.TXT, "
        ACCOUNTS-LISTED " ACCOUNTS".

*> Accounts payable payment run, the other half of AP-ENTRY. The
*> bookkeeper gives it a cutoff date (and, optionally, the handful
*> of vendors to pay today); it selects every open apopen.dat line
*> invoiced on or before the cutoff, groups them into one check per
*> vendor, and cuts the run in one pass:
*>   - apchecks.txt   the check itself, payee name and address from
*>                    vendors.dat, with the remittance advice listing
*>                    every invoice line the check pays;
*>   - apcheckreg.txt the check register, one line per check plus
*>                    the run's totals;
*>   - positivepay.txt the bank's positive-pay issue file (check
*>                    number, date, amount, payee), appended so
*>                    several runs in a day all reach the bank, and
*>                    archived and cleared by the nightly job;
*>   - apdisb.dat     the cash-disbursement posting, DR AP / CR CASH
*>                    per check in the glpost.dat layout (appended
*>                    behind any RTV-ENTRY return legs), which
*>                    GL-EXPORT folds into the night's glpost.dat so
*>                    the ledger sees the checks we actually cut.
*> RTV-ENTRY's debit memos sit on apopen.dat as open lines with a
*> negative amount, so they are selected with the vendor's invoices
*> and net down the check they ride on; the memo is marked paid by
*> the check that took the credit, and the DR AP leg of the check
*> is the net. A vendor whose memos outweigh the invoices due nets
*> to nothing owed and is held, memos and all, for a later run.
*> Every line paid is marked P on apopen.dat with its check number and
*> date, so AP-AGING stops chasing it and a rerun cannot pay it twice.
*> Each line is read again as it is marked: one paid, voided, or removed
*> since the selection is skipped and reported, and the check,
*> positive-pay line, and disbursement are drawn for the lines actually
*> marked, not for the selection. Check numbers run on from
*> checkcontrol.dat (the first run asks for the number on the first
*> blank check in the printer). A vendor with no name and address on
*> vendors.dat is held -- a check with nowhere to go is not cut. Refused
*> while the nightly cycle is open, since GL-EXPORT folds the
*> disbursement file into that night's ledger posting.
IDENTIFICATION DIVISION.
PROGRAM-ID. AP-PAYRUN.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL APOPEN-FILE ASSIGN TO "apopen.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AP-KEY
        FILE STATUS IS APOPEN-STATUS.
    SELECT VENDOR-FILE ASSIGN TO "vendors.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS VENDOR-STATUS.
    SELECT ACCOUNT-FILE ASSIGN TO "glaccounts.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACCOUNT-STATUS.
    SELECT OPTIONAL CHECKCTL-FILE ASSIGN TO "checkcontrol.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHECKCTL-STATUS.
    SELECT CHECK-FILE ASSIGN TO "apchecks.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REGISTER-FILE ASSIGN TO "apcheckreg.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL POSPAY-FILE ASSIGN TO "positivepay.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
    SELECT OPTIONAL DISB-FILE ASSIGN TO "apdisb.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
    SELECT CONTROL-FILE ASSIGN TO "runcontrol.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONTROL-STATUS.
DATA DIVISION.
FILE SECTION.
    *> apopen.dat file definition (matches AP-ENTRY's layout)
    FD APOPEN-FILE.
    01 APOPEN-RECORD.
        05 AP-KEY.
            10 AP-VENDOR         PIC 9(5).
            10 AP-INVOICE-NO     PIC X(10).
            10 AP-PID            PIC 9(11).
        05 AP-DATE               PIC 9(8).
        05 AP-PO-NUMBER          PIC 9(6).
        05 AP-QTY                PIC 9(7).
        05 AP-UNIT-PRICE         PIC 9(5)V9(2).
        05 AP-AMOUNT             PIC S9(7)V9(2). *> RTV debit
                                                *> memos negative
        05 AP-STATUS             PIC A(1).
        05 AP-CHECK-NO           PIC 9(6).
        05 AP-PAID-DATE          PIC 9(8).

    *> vendors.dat file definition (matches POGEN's layout) -- only
    *> the payee's name and address are wanted here
    FD VENDOR-FILE.
    01 VENDOR-RECORD.
        05 VENDOR-PID             PIC 9(11).
        05 VENDOR-ID              PIC 9(5).
        05 VENDOR-NAME            PIC X(25).
        05 VENDOR-STREET          PIC X(23).
        05 VENDOR-CITY            PIC A(13).
        05 VENDOR-STATE           PIC A(12).
        05 VENDOR-UNIT-COST       PIC 9(5)V9(2).
        05 VENDOR-STATUS-CODE     PIC A(1).
        05 VENDOR-RANK            PIC 9(2).
        05 VENDOR-LEAD-DAYS       PIC 9(3).
        05 VENDOR-MIN-QTY         PIC 9(7).
        05 VENDOR-ORDER-MULTIPLE  PIC 9(5).

    *> glaccounts.dat file definition (matches GL-EXPORT's)
    FD ACCOUNT-FILE.
    01 ACCOUNT-RECORD.
        05 GLA-ROLE             PIC X(8).
        05 GLA-SPACEA           PIC A(1).
        05 GLA-ACCOUNT          PIC 9(8).
        05 GLA-SPACEB           PIC A(1).
        05 GLA-NAME             PIC X(25).

    *> checkcontrol.dat file definition -- the next unused check
    *> number, carried the way histcontrol.dat carries HIST-SEQ
    FD CHECKCTL-FILE.
    01 CHECKCTL-RECORD.
        05 NEXT-CHECK-NO          PIC 9(6).

    *> the checks and their remittance advice, one print line at a
    *> time
    FD CHECK-FILE.
    01 CHECK-LINE                PIC X(120).

    *> the check register
    FD REGISTER-FILE.
    01 REGISTER-LINE             PIC X(120).

    *> positive-pay issue file the bank matches presented checks
    *> against, one line per check issued
    FD POSPAY-FILE.
    01 POSPAY-RECORD.
        05 PP-CHECK-NO           PIC 9(6).
        05 PP-SPACEA             PIC A(1).
        05 PP-ISSUE-DATE         PIC 9(8).
        05 PP-SPACEB             PIC A(1).
        05 PP-AMOUNT             PIC 9(9)V9(2).
        05 PP-SPACEC             PIC A(1).
        05 PP-ACTION             PIC A(1). *> I = issued
        05 PP-SPACED             PIC A(1).
        05 PP-VENDOR             PIC 9(5).
        05 PP-SPACEE             PIC A(1).
        05 PP-PAYEE              PIC X(25).

    *> cash-disbursement posting (matches GL-EXPORT's POSTING-RECORD)
    FD DISB-FILE.
    01 DISB-RECORD.
        05 DSB-DATE             PIC 9(8).
        05 DSB-SPACEA           PIC A(1).
        05 DSB-ACCOUNT          PIC 9(8).
        05 DSB-SPACEB           PIC A(1).
        05 DSB-DEBIT            PIC S9(9)V9(2).
        05 DSB-SPACEC           PIC A(1).
        05 DSB-CREDIT           PIC S9(9)V9(2).
        05 DSB-SPACED           PIC A(1).
        05 DSB-DESC             PIC X(30).

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
    *> reference to the shared sign-on program, and the fields each
    *> interactive program passes it at startup -- cutting checks
    *> takes more authority than keying the invoices
    01 OPERATOR-SIGNON       PIC X(15) VALUE "OPERATOR-SIGNON".
    01 SIGNON-PROGRAM        PIC X(17) VALUE "AP-PAYRUN".
    01 SIGNON-LEVEL          PIC 9(1) VALUE 7.
    01 SIGNON-OPERATOR       PIC X(8) VALUE SPACES.
    01 SIGNON-OK             PIC A(1) VALUE "N".

    *> reference to the shared run-log program, and the event fields
    *> each CALL fills in
    01 WRITE-RUN-LOG         PIC X(13) VALUE "WRITE-RUN-LOG".
    01 LOG-SEVERITY          PIC A(1) VALUE "I".
    01 LOG-PROGRAM           PIC X(17) VALUE "AP-PAYRUN".
    01 LOG-MESSAGE           PIC X(60) VALUE SPACES.
    01 LOG-OPERATOR          PIC X(8) VALUE "NIGHTRUN".

    *> reference to the business-date program
    01 GET-BUSINESS-DATE     PIC X(17) VALUE "GET-BUSINESS-DATE".
    01 TODAY                 PIC 9(8).

    01 SWITCHES.
        05 EOF-SWITCH            PIC A VALUE "N".
        05 CYCLE-OPEN-SWITCH     PIC A VALUE "N".
        05 REFUSED-SWITCH        PIC A VALUE "N".
        05 ACCOUNT-EOF-SWITCH    PIC A VALUE "N".
        05 VENDOR-EOF-SWITCH     PIC A VALUE "N".
        05 VENDOR-FOUND-SWITCH   PIC A VALUE "N".
        05 PICKED-SWITCH         PIC A VALUE "N".
        05 GROUP-DONE-SWITCH     PIC A VALUE "N".
        05 SELECT-OVERFLOW-SWITCH PIC A VALUE "N".

    01 APOPEN-STATUS          PIC XX VALUE "00".
    01 VENDOR-STATUS          PIC XX VALUE "00".
    01 ACCOUNT-STATUS         PIC XX VALUE "00".
    01 CHECKCTL-STATUS        PIC XX VALUE "00".
    01 CONTROL-STATUS         PIC XX VALUE "00".

    *> the two ledger accounts every check posts to, looked up once
    *> from the chart of accounts
    01 AP-ACCOUNT             PIC 9(8) VALUE 0.
    01 CASH-ACCOUNT           PIC 9(8) VALUE 0.

    *> payee names and addresses, one entry per vendor (vendors.dat
    *> repeats the address on every product row the vendor supplies)
    01 VENDOR-TABLE.
        05 VENDOR-ENTRY             OCCURS 500 TIMES INDEXED BY V.
            10 VEND-ENTRY-ID        PIC 9(5).
            10 VEND-ENTRY-NAME      PIC X(25).
            10 VEND-ENTRY-STREET    PIC X(23).
            10 VEND-ENTRY-CITY      PIC A(13).
            10 VEND-ENTRY-STATE     PIC A(12).
    01 VENDOR-COUNT           PIC 9(3) VALUE 0.

    *> the run's selection: the cutoff, and the vendors to pay (none
    *> keyed = every vendor)
    01 CUTOFF-DATE            PIC 9(8) VALUE 0.
    01 PICK-TABLE.
        05 PICK-ENTRY               OCCURS 20 TIMES INDEXED BY K.
            10 PICK-VENDOR          PIC 9(5).
    01 PICK-COUNT             PIC 9(2) VALUE 0.
    01 PICK-WANTED            PIC 9(5) VALUE 0.
    01 CONFIRM-ANSWER         PIC A.

    *> every apopen.dat line the run will pay, in key order (so each
    *> vendor's lines sit together), collected before anything is
    *> marked paid
    01 SELECT-TABLE.
        05 SELECT-ENTRY             OCCURS 500 TIMES INDEXED BY SX LX.
            10 SEL-VENDOR           PIC 9(5).
            10 SEL-INVOICE-NO       PIC X(10).
            10 SEL-PID              PIC 9(11).
            10 SEL-DATE             PIC 9(8).
            10 SEL-PO-NUMBER        PIC 9(6).
            10 SEL-AMOUNT           PIC S9(7)V9(2).
            10 SEL-PAID-SWITCH      PIC A(1). *> Y = marked paid
                                               *> on this check
    01 SELECT-COUNT           PIC 9(3) VALUE 0.
    01 SELECT-TOTAL           PIC S9(9)V9(2) VALUE 0.

    *> the vendor group being paid
    01 GROUP-VENDOR           PIC 9(5) VALUE 0.
    01 GROUP-START            PIC 9(3) VALUE 0.
    01 GROUP-END              PIC 9(3) VALUE 0.
    01 GROUP-LINES            PIC 9(3) VALUE 0.
    01 CHECK-TOTAL            PIC S9(9)V9(2) VALUE 0.
    01 CHECK-LINES            PIC 9(3) VALUE 0.
    01 CHECK-NUMBER           PIC 9(6) VALUE 0.
    01 PAYEE-NAME             PIC X(25) VALUE SPACES.
    01 PAYEE-STREET           PIC X(23) VALUE SPACES.
    01 PAYEE-CITY             PIC A(13) VALUE SPACES.
    01 PAYEE-STATE            PIC A(12) VALUE SPACES.

    *> run totals for the register footing
    01 CHECKS-CUT             PIC 9(4) VALUE 0.
    01 LINES-PAID             PIC 9(4) VALUE 0.
    01 LINES-SKIPPED          PIC 9(4) VALUE 0.
    01 VENDORS-HELD           PIC 9(4) VALUE 0.
    01 PAID-TOTAL             PIC S9(9)V9(2) VALUE 0.
    01 FIRST-CHECK            PIC 9(6) VALUE 0.

    01 LINE-OUT               PIC X(120) VALUE SPACES.

PROCEDURE DIVISION.
*> Program controller
000-MAIN.
    CALL OPERATOR-SIGNON USING SIGNON-PROGRAM, SIGNON-LEVEL,
        SIGNON-OPERATOR, SIGNON-OK.
    IF SIGNON-OK NOT = "Y"
        DISPLAY "NOT AUTHORIZED, EXITING"
        STOP RUN
    END-IF.
    MOVE SIGNON-OPERATOR TO LOG-OPERATOR.
    PERFORM 100-INIT.
    IF REFUSED-SWITCH NOT = "Y"
        PERFORM 200-SELECT-LINES
    END-IF.
    IF REFUSED-SWITCH NOT = "Y"
        IF SELECT-COUNT = 0
            DISPLAY "NOTHING OPEN AND DUE BY " CUTOFF-DATE
                ", NO CHECKS CUT"
        ELSE
            DISPLAY SELECT-COUNT " LINES SELECTED, TOTAL "
                SELECT-TOTAL
            DISPLAY "CUT THE CHECKS? (Y/N): "
            ACCEPT CONFIRM-ANSWER
            IF CONFIRM-ANSWER = "Y"
                PERFORM 300-CUT-CHECKS
            ELSE
                DISPLAY "PAYMENT RUN ABANDONED, NOTHING MARKED PAID"
            END-IF
        END-IF
    END-IF.
    STOP RUN.

*> Refuses to start while the nightly cycle is open or without the
*> AP and CASH accounts to post to, then loads the payees and takes
*> the run's selection from the operator
100-INIT.
    CALL GET-BUSINESS-DATE USING TODAY.
    PERFORM 110-CHECK-CYCLE-OPEN.
    IF CYCLE-OPEN-SWITCH = "Y"
        DISPLAY "NIGHTLY CYCLE IS OPEN, PAYMENT RUN REFUSED -- "
            "TRY AGAIN AFTER IT CLOSES"
        MOVE "Y" TO REFUSED-SWITCH
    ELSE
        PERFORM 120-LOAD-ACCOUNTS
    END-IF.
    IF REFUSED-SWITCH NOT = "Y"
        PERFORM 140-LOAD-VENDORS
        PERFORM 160-ACCEPT-SELECTION
        PERFORM 180-READ-CHECK-CONTROL
    END-IF.

*> Reads the run-control record fresh to see whether the nightly
*> cycle is open right now
110-CHECK-CYCLE-OPEN.
    MOVE "N" TO CYCLE-OPEN-SWITCH.
    OPEN INPUT CONTROL-FILE.
    IF CONTROL-STATUS = "00"
        READ CONTROL-FILE
            AT END
                CONTINUE
            NOT AT END
                IF RUN-STATUS = "O"
                    MOVE "Y" TO CYCLE-OPEN-SWITCH
                END-IF
        END-READ
        CLOSE CONTROL-FILE
    END-IF.

*> Finds the AP and CASH accounts on the chart; without both there
*> is nowhere to post the disbursement and no check is cut
120-LOAD-ACCOUNTS.
    OPEN INPUT ACCOUNT-FILE.
    IF ACCOUNT-STATUS = "00"
        PERFORM 130-READ-ONE-ACCOUNT UNTIL ACCOUNT-EOF-SWITCH = "Y"
        CLOSE ACCOUNT-FILE
    END-IF.
    IF AP-ACCOUNT = 0 OR CASH-ACCOUNT = 0
        DISPLAY "NO AP AND CASH ACCOUNTS ON GLACCOUNTS.DAT, "
            "PAYMENT RUN REFUSED"
        MOVE "Y" TO REFUSED-SWITCH
    END-IF.

*> Picks the AP and CASH roles out of one chart line
130-READ-ONE-ACCOUNT.
    READ ACCOUNT-FILE
        AT END
            MOVE "Y" TO ACCOUNT-EOF-SWITCH
        NOT AT END
            IF GLA-ROLE = "AP"
                MOVE GLA-ACCOUNT TO AP-ACCOUNT
            END-IF
            IF GLA-ROLE = "CASH"
                MOVE GLA-ACCOUNT TO CASH-ACCOUNT
            END-IF
    END-READ.

*> Loads one name and address per vendor from vendors.dat
140-LOAD-VENDORS.
    OPEN INPUT VENDOR-FILE.
    IF VENDOR-STATUS = "00"
        PERFORM 150-LOAD-ONE-VENDOR UNTIL VENDOR-EOF-SWITCH = "Y"
        CLOSE VENDOR-FILE
    ELSE
        DISPLAY "WARNING: NO VENDORS.DAT ON FILE, EVERY VENDOR "
            "WILL BE HELD"
    END-IF.

*> Adds the current row's vendor to the table unless it is already
*> there. Stops loading (with a warning) instead of subscripting
*> past VENDOR-TABLE's OCCURS 500.
150-LOAD-ONE-VENDOR.
    READ VENDOR-FILE
        AT END
            MOVE "Y" TO VENDOR-EOF-SWITCH
        NOT AT END
            PERFORM 155-FIND-VENDOR-ID
            IF VENDOR-FOUND-SWITCH = "N"
                IF VENDOR-COUNT >= 500
                    DISPLAY "WARNING: MORE THAN 500 VENDORS ON "
                        "VENDORS.DAT, REMAINDER IGNORED"
                    MOVE "Y" TO VENDOR-EOF-SWITCH
                ELSE
                    ADD 1 TO VENDOR-COUNT
                    SET V TO VENDOR-COUNT
                    MOVE VENDOR-ID TO VEND-ENTRY-ID(V)
                    MOVE VENDOR-NAME TO VEND-ENTRY-NAME(V)
                    MOVE VENDOR-STREET TO VEND-ENTRY-STREET(V)
                    MOVE VENDOR-CITY TO VEND-ENTRY-CITY(V)
                    MOVE VENDOR-STATE TO VEND-ENTRY-STATE(V)
                END-IF
            END-IF
    END-READ.

*> Linear search of the payee table for VENDOR-ID
155-FIND-VENDOR-ID.
    MOVE "N" TO VENDOR-FOUND-SWITCH.
    SET V TO 1.
    SEARCH VENDOR-ENTRY
        AT END
            CONTINUE
        WHEN V > VENDOR-COUNT
            CONTINUE
        WHEN VEND-ENTRY-ID(V) = VENDOR-ID
            MOVE "Y" TO VENDOR-FOUND-SWITCH
    END-SEARCH.

*> Takes the cutoff date and the optional vendor list
160-ACCEPT-SELECTION.
    DISPLAY "PAY INVOICES DATED ON OR BEFORE (CCYYMMDD, "
        "0 = TODAY): ".
    ACCEPT CUTOFF-DATE.
    IF CUTOFF-DATE = 0
        MOVE TODAY TO CUTOFF-DATE
    END-IF.
    DISPLAY "ENTER THE VENDORS TO PAY ONE AT A TIME, 0 WHEN DONE "
        "(NONE = ALL VENDORS)".
    MOVE 1 TO PICK-WANTED.
    PERFORM 170-ACCEPT-ONE-VENDOR UNTIL PICK-WANTED = 0.

*> Takes one vendor id into the pick list
170-ACCEPT-ONE-VENDOR.
    DISPLAY "VENDOR ID: ".
    ACCEPT PICK-WANTED.
    IF PICK-WANTED NOT = 0
        IF PICK-COUNT >= 20
            DISPLAY "20 VENDORS IS THE MOST ONE RUN CAN PICK, "
                "RUN AGAIN FOR THE REST"
            MOVE 0 TO PICK-WANTED
        ELSE
            ADD 1 TO PICK-COUNT
            MOVE PICK-WANTED TO PICK-VENDOR(PICK-COUNT)
        END-IF
    END-IF.

*> Picks up the next check number; the very first run asks for the
*> number printed on the first blank check loaded
180-READ-CHECK-CONTROL.
    MOVE 0 TO CHECK-NUMBER.
    OPEN INPUT CHECKCTL-FILE.
    IF CHECKCTL-STATUS = "00"
        READ CHECKCTL-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE NEXT-CHECK-NO TO CHECK-NUMBER
        END-READ
        CLOSE CHECKCTL-FILE
    END-IF.
    IF CHECK-NUMBER = 0
        DISPLAY "NO CHECK NUMBER ON FILE -- ENTER THE NUMBER OF "
            "THE FIRST BLANK CHECK: "
        ACCEPT CHECK-NUMBER
    END-IF.

*> Collects every open line due by the cutoff for a picked vendor
200-SELECT-LINES.
    MOVE 0 TO SELECT-COUNT.
    MOVE 0 TO SELECT-TOTAL.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT APOPEN-FILE.
    IF APOPEN-STATUS NOT = "00"
        MOVE "Y" TO EOF-SWITCH
    END-IF.
    PERFORM 210-SELECT-ONE-LINE UNTIL EOF-SWITCH = "Y".
    IF APOPEN-STATUS = "00"
        CLOSE APOPEN-FILE
    END-IF.
    IF SELECT-OVERFLOW-SWITCH = "Y"
        DISPLAY "WARNING: MORE THAN 500 LINES DUE, THE REST WAIT "
            "FOR THE NEXT RUN"
    END-IF.

*> Reads one apopen.dat line and keeps it if it is open, due, and
*> for a picked vendor. Stops selecting (with a warning) instead of
*> subscripting past SELECT-TABLE's OCCURS 500.
210-SELECT-ONE-LINE.
    READ APOPEN-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            IF AP-STATUS = "O" AND AP-DATE <= CUTOFF-DATE
                PERFORM 220-CHECK-PICKED
                IF PICKED-SWITCH = "Y"
                    IF SELECT-COUNT >= 500
                        MOVE "Y" TO SELECT-OVERFLOW-SWITCH
                        MOVE "Y" TO EOF-SWITCH
                    ELSE
                        ADD 1 TO SELECT-COUNT
                        SET SX TO SELECT-COUNT
                        MOVE AP-VENDOR TO SEL-VENDOR(SX)
                        MOVE AP-INVOICE-NO TO SEL-INVOICE-NO(SX)
                        MOVE AP-PID TO SEL-PID(SX)
                        MOVE AP-DATE TO SEL-DATE(SX)
                        MOVE AP-PO-NUMBER TO SEL-PO-NUMBER(SX)
                        MOVE AP-AMOUNT TO SEL-AMOUNT(SX)
                        ADD AP-AMOUNT TO SELECT-TOTAL
                    END-IF
                END-IF
            END-IF
    END-READ.

*> Is the current line's vendor one the operator picked (or were
*> none picked at all)?
220-CHECK-PICKED.
    IF PICK-COUNT = 0
        MOVE "Y" TO PICKED-SWITCH
    ELSE
        MOVE "N" TO PICKED-SWITCH
        SET K TO 1
        SEARCH PICK-ENTRY
            AT END
                CONTINUE
            WHEN K > PICK-COUNT
                CONTINUE
            WHEN PICK-VENDOR(K) = AP-VENDOR
                MOVE "Y" TO PICKED-SWITCH
        END-SEARCH
    END-IF.

*> Cuts one check per vendor group in the selection, then saves the
*> check counter and foots the register
300-CUT-CHECKS.
    MOVE CHECK-NUMBER TO FIRST-CHECK.
    OPEN I-O APOPEN-FILE.
    OPEN OUTPUT CHECK-FILE.
    OPEN OUTPUT REGISTER-FILE.
    OPEN EXTEND POSPAY-FILE.
    OPEN EXTEND DISB-FILE.
    MOVE SPACES TO LINE-OUT.
    STRING "CHECK REGISTER  " TODAY "  INVOICES DATED THROUGH "
        CUTOFF-DATE "  OPERATOR " SIGNON-OPERATOR
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REGISTER-LINE FROM LINE-OUT.
    SET SX TO 1.
    PERFORM 310-PAY-ONE-VENDOR UNTIL SX > SELECT-COUNT.
    MOVE SPACES TO LINE-OUT.
    STRING "CHECKS CUT: " CHECKS-CUT " LINES PAID: " LINES-PAID
        " TOTAL PAID: " PAID-TOTAL " VENDORS HELD: " VENDORS-HELD
        " LINES SKIPPED: " LINES-SKIPPED
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REGISTER-LINE FROM LINE-OUT.
    CLOSE APOPEN-FILE.
    CLOSE CHECK-FILE.
    CLOSE REGISTER-FILE.
    CLOSE POSPAY-FILE.
    CLOSE DISB-FILE.
    PERFORM 390-SAVE-CHECK-CONTROL.
    MOVE SPACES TO LOG-MESSAGE.
    STRING "PAYMENT RUN: " CHECKS-CUT " CHECKS, TOTAL " PAID-TOTAL
        DELIMITED BY SIZE INTO LOG-MESSAGE.
    CALL WRITE-RUN-LOG USING LOG-SEVERITY, LOG-PROGRAM,
        LOG-MESSAGE, LOG-OPERATOR.
    DISPLAY "CHECKS CUT: " CHECKS-CUT " TOTAL PAID: " PAID-TOTAL.

*> Foots the vendor group starting at SX and pays it with one check
*> -- unless the vendor has no address on file, or the group nets
*> to nothing owed
310-PAY-ONE-VENDOR.
    MOVE SEL-VENDOR(SX) TO GROUP-VENDOR.
    SET GROUP-START TO SX.
    MOVE 0 TO CHECK-TOTAL.
    MOVE 0 TO GROUP-LINES.
    MOVE "N" TO GROUP-DONE-SWITCH.
    PERFORM 320-FOOT-ONE-LINE UNTIL GROUP-DONE-SWITCH = "Y".
    COMPUTE GROUP-END = GROUP-START + GROUP-LINES - 1.
    MOVE GROUP-VENDOR TO VENDOR-ID.
    PERFORM 155-FIND-VENDOR-ID.
    IF VENDOR-FOUND-SWITCH = "N"
        ADD 1 TO VENDORS-HELD
        MOVE SPACES TO LINE-OUT
        STRING "VENDOR " GROUP-VENDOR " HELD, NOT ON VENDORS.DAT -- "
            GROUP-LINES " LINES " CHECK-TOTAL " LEFT OPEN"
            DELIMITED BY SIZE INTO LINE-OUT
        WRITE REGISTER-LINE FROM LINE-OUT
        MOVE "W" TO LOG-SEVERITY
        MOVE SPACES TO LOG-MESSAGE
        STRING "VENDOR " GROUP-VENDOR " NOT ON VENDORS.DAT, NOT PAID"
            DELIMITED BY SIZE INTO LOG-MESSAGE
        CALL WRITE-RUN-LOG USING LOG-SEVERITY, LOG-PROGRAM,
            LOG-MESSAGE, LOG-OPERATOR
        MOVE "I" TO LOG-SEVERITY
    ELSE IF CHECK-TOTAL NOT > 0
        ADD 1 TO VENDORS-HELD
        MOVE SPACES TO LINE-OUT
        STRING "VENDOR " GROUP-VENDOR " HELD, NETS TO " CHECK-TOTAL
            " -- NOTHING OWED, NO CHECK CUT"
            DELIMITED BY SIZE INTO LINE-OUT
        WRITE REGISTER-LINE FROM LINE-OUT
    ELSE
        MOVE VEND-ENTRY-NAME(V) TO PAYEE-NAME
        MOVE VEND-ENTRY-STREET(V) TO PAYEE-STREET
        MOVE VEND-ENTRY-CITY(V) TO PAYEE-CITY
        MOVE VEND-ENTRY-STATE(V) TO PAYEE-STATE
        PERFORM 315-PAY-VENDOR-GROUP
    END-IF.

*> Marks the group's lines paid, footing the check from the lines
*> actually marked, then cuts it -- or, if lines paid or voided
*> since the selection leave nothing owed, puts the rest back open
*> and holds the vendor
315-PAY-VENDOR-GROUP.
    MOVE 0 TO CHECK-TOTAL.
    MOVE 0 TO CHECK-LINES.
    PERFORM 340-PAY-ONE-LINE
        VARYING LX FROM GROUP-START BY 1 UNTIL LX > GROUP-END.
    IF CHECK-LINES = 0
        ADD 1 TO VENDORS-HELD
        MOVE SPACES TO LINE-OUT
        STRING "VENDOR " GROUP-VENDOR " HELD, NO SELECTED LINE "
            "STILL OPEN -- NO CHECK CUT"
            DELIMITED BY SIZE INTO LINE-OUT
        WRITE REGISTER-LINE FROM LINE-OUT
    ELSE IF CHECK-TOTAL NOT > 0
        ADD 1 TO VENDORS-HELD
        PERFORM 345-REOPEN-ONE-LINE
            VARYING LX FROM GROUP-START BY 1 UNTIL LX > GROUP-END
        MOVE SPACES TO LINE-OUT
        STRING "VENDOR " GROUP-VENDOR " HELD, LINES STILL OPEN NET TO "
            CHECK-TOTAL " -- NOTHING OWED, NO CHECK CUT"
            DELIMITED BY SIZE INTO LINE-OUT
        WRITE REGISTER-LINE FROM LINE-OUT
    ELSE
        PERFORM 330-WRITE-CHECK-FACE
        PERFORM 347-ADVISE-ONE-LINE
            VARYING LX FROM GROUP-START BY 1 UNTIL LX > GROUP-END
        PERFORM 350-FINISH-CHECK
    END-IF.

*> Adds the line at SX to the group if it is the same vendor, and
*> steps past it; the first line of the next vendor (or the end of
*> the selection) closes the group
320-FOOT-ONE-LINE.
    IF SX > SELECT-COUNT
        MOVE "Y" TO GROUP-DONE-SWITCH
    ELSE IF SEL-VENDOR(SX) NOT = GROUP-VENDOR
        MOVE "Y" TO GROUP-DONE-SWITCH
    ELSE
        ADD SEL-AMOUNT(SX) TO CHECK-TOTAL
        ADD 1 TO GROUP-LINES
        SET SX UP BY 1
    END-IF.

*> Prints the check face and the head of its remittance advice
330-WRITE-CHECK-FACE.
    MOVE SPACES TO LINE-OUT.
    STRING "CHECK NO. " CHECK-NUMBER "    DATE " TODAY
        "    AMOUNT " CHECK-TOTAL
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE CHECK-LINE FROM LINE-OUT.
    MOVE SPACES TO LINE-OUT.
    STRING "PAY TO THE ORDER OF " PAYEE-NAME
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE CHECK-LINE FROM LINE-OUT.
    MOVE SPACES TO LINE-OUT.
    STRING "                    " PAYEE-STREET
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE CHECK-LINE FROM LINE-OUT.
    MOVE SPACES TO LINE-OUT.
    STRING "                    " PAYEE-CITY " " PAYEE-STATE
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE CHECK-LINE FROM LINE-OUT.
    MOVE SPACES TO LINE-OUT.
    STRING "REMITTANCE ADVICE -- VENDOR " GROUP-VENDOR
        " CHECK " CHECK-NUMBER
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE CHECK-LINE FROM LINE-OUT.

*> Reads one selected line again and marks it paid on apopen.dat
*> if it is still open, adding its amount as it stands on file to
*> the check. A line someone else paid, voided, or removed since it
*> was selected is left alone and reported.
340-PAY-ONE-LINE.
    MOVE "N" TO SEL-PAID-SWITCH(LX).
    MOVE SEL-VENDOR(LX) TO AP-VENDOR.
    MOVE SEL-INVOICE-NO(LX) TO AP-INVOICE-NO.
    MOVE SEL-PID(LX) TO AP-PID.
    READ APOPEN-FILE
        INVALID KEY
            PERFORM 348-SKIP-ONE-LINE
        NOT INVALID KEY
            IF AP-STATUS NOT = "O"
                PERFORM 348-SKIP-ONE-LINE
            ELSE
                MOVE "P" TO AP-STATUS
                MOVE CHECK-NUMBER TO AP-CHECK-NO
                MOVE TODAY TO AP-PAID-DATE
                REWRITE APOPEN-RECORD
                MOVE "Y" TO SEL-PAID-SWITCH(LX)
                MOVE AP-AMOUNT TO SEL-AMOUNT(LX)
                ADD AP-AMOUNT TO CHECK-TOTAL
                ADD 1 TO CHECK-LINES
                ADD 1 TO LINES-PAID
            END-IF
    END-READ.

*> Puts a line this check marked back open, when the group turned
*> out to owe nothing and no check is cut
345-REOPEN-ONE-LINE.
    IF SEL-PAID-SWITCH(LX) = "Y"
        MOVE SEL-VENDOR(LX) TO AP-VENDOR
        MOVE SEL-INVOICE-NO(LX) TO AP-INVOICE-NO
        MOVE SEL-PID(LX) TO AP-PID
        READ APOPEN-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "O" TO AP-STATUS
                MOVE 0 TO AP-CHECK-NO
                MOVE 0 TO AP-PAID-DATE
                REWRITE APOPEN-RECORD
        END-READ
        MOVE "N" TO SEL-PAID-SWITCH(LX)
        SUBTRACT 1 FROM LINES-PAID
    END-IF.

*> Lists one line the check pays on its remittance advice
347-ADVISE-ONE-LINE.
    IF SEL-PAID-SWITCH(LX) = "Y"
        MOVE SPACES TO LINE-OUT
        STRING "  INVOICE " SEL-INVOICE-NO(LX)
            " DATED " SEL-DATE(LX) " PO " SEL-PO-NUMBER(LX)
            " PRODUCT " SEL-PID(LX) " AMOUNT " SEL-AMOUNT(LX)
            DELIMITED BY SIZE INTO LINE-OUT
        WRITE CHECK-LINE FROM LINE-OUT
    END-IF.

*> Reports a selected line that is no longer open to pay
348-SKIP-ONE-LINE.
    ADD 1 TO LINES-SKIPPED.
    DISPLAY "WARNING: INVOICE " SEL-INVOICE-NO(LX) " VENDOR "
        SEL-VENDOR(LX) " NO LONGER OPEN, NOT PAID".
    MOVE SPACES TO LINE-OUT.
    STRING "  INVOICE " SEL-INVOICE-NO(LX) " VENDOR " SEL-VENDOR(LX)
        " PRODUCT " SEL-PID(LX) " NO LONGER OPEN SINCE SELECTED, "
        "NOT PAID" DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REGISTER-LINE FROM LINE-OUT.

*> Totals the remittance, writes the register, positive-pay, and
*> disbursement lines for the check, and steps the check number
350-FINISH-CHECK.
    MOVE SPACES TO LINE-OUT.
    STRING "  TOTAL THIS CHECK " CHECK-TOTAL
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE CHECK-LINE FROM LINE-OUT.
    MOVE SPACES TO LINE-OUT.
    WRITE CHECK-LINE FROM LINE-OUT.
    MOVE SPACES TO LINE-OUT.
    STRING "CHECK " CHECK-NUMBER " VENDOR " GROUP-VENDOR " "
        PAYEE-NAME " LINES " CHECK-LINES " AMOUNT " CHECK-TOTAL
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REGISTER-LINE FROM LINE-OUT.
    MOVE CHECK-NUMBER TO PP-CHECK-NO.
    MOVE TODAY TO PP-ISSUE-DATE.
    MOVE CHECK-TOTAL TO PP-AMOUNT.
    MOVE "I" TO PP-ACTION.
    MOVE GROUP-VENDOR TO PP-VENDOR.
    MOVE PAYEE-NAME TO PP-PAYEE.
    MOVE " " TO PP-SPACEA.
    MOVE " " TO PP-SPACEB.
    MOVE " " TO PP-SPACEC.
    MOVE " " TO PP-SPACED.
    MOVE " " TO PP-SPACEE.
    WRITE POSPAY-RECORD.
    MOVE AP-ACCOUNT TO DSB-ACCOUNT.
    MOVE CHECK-TOTAL TO DSB-DEBIT.
    MOVE 0 TO DSB-CREDIT.
    PERFORM 360-WRITE-DISBURSEMENT.
    MOVE CASH-ACCOUNT TO DSB-ACCOUNT.
    MOVE 0 TO DSB-DEBIT.
    MOVE CHECK-TOTAL TO DSB-CREDIT.
    PERFORM 360-WRITE-DISBURSEMENT.
    ADD 1 TO CHECKS-CUT.
    ADD CHECK-TOTAL TO PAID-TOTAL.
    ADD 1 TO CHECK-NUMBER.

*> Writes one leg of the check's disbursement posting
360-WRITE-DISBURSEMENT.
    MOVE TODAY TO DSB-DATE.
    MOVE SPACES TO DSB-DESC.
    STRING "AP CHECK " CHECK-NUMBER " VENDOR " GROUP-VENDOR
        DELIMITED BY SIZE INTO DSB-DESC.
    MOVE " " TO DSB-SPACEA.
    MOVE " " TO DSB-SPACEB.
    MOVE " " TO DSB-SPACEC.
    MOVE " " TO DSB-SPACED.
    WRITE DISB-RECORD.

*> Saves the next unused check number for the next run
390-SAVE-CHECK-CONTROL.
    OPEN OUTPUT CHECKCTL-FILE.
    MOVE CHECK-NUMBER TO NEXT-CHECK-NO.
    WRITE CHECKCTL-RECORD.
    CLOSE CHECKCTL-FILE.

*> Forward recovery of the customer and product masters. When
*> customers.dat or inventory.dat is damaged during the day, the
*> operator names the master (or both) and this program rebuilds it:
*> the live file is reloaded from the copy the nightly job's
*> BACKCUST/BACKINV steps took (customers.dat.backup,
*> inventory.dat.backup), and then every journal.dat line for that
*> master, from the moment the backup was taken up to a recovery
*> point the operator chooses, is replayed in the order WRITE-JOURNAL
*> appended it -- which is date and time order, since every line is
*> stamped from the clock as it is written. Before each after image
*> goes in, the record it is about to replace is compared with the
*> line's before image (an add expects no record on file, a change
*> or delete expects the before image exactly); a line that doesn't
*> match is reported and skipped rather than overwriting whatever is
*> there, and every later line for the same key is then checked
*> against what is really on file, so one missed change never
*> silently buries another. recovery.txt lists every line applied or
*> skipped, with the program and operator that made it, and foots
*> the counts. The replay is not itself journaled -- the lines it
*> applies are already on journal.dat. Refused while the nightly
*> cycle is open, the same as every other daytime writer, and takes
*> finance-level authority since it replaces a whole master.
IDENTIFICATION DIVISION.
PROGRAM-ID. FORWARD-RECOVERY.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CUSTOMER-FILE ASSIGN TO "customers.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CUST-CID.
    SELECT CUST-BACKUP-FILE ASSIGN TO "customers.dat.backup"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS BKC-CID
        FILE STATUS IS CUST-BACKUP-STATUS.
    SELECT PRODUCT-FILE ASSIGN TO "inventory.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PROD-PID.
    SELECT PROD-BACKUP-FILE ASSIGN TO "inventory.dat.backup"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS BKP-PID
        FILE STATUS IS PROD-BACKUP-STATUS.
    SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "journal.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOURNAL-STATUS.
    SELECT REPORT-FILE ASSIGN TO "recovery.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CONTROL-FILE ASSIGN TO "runcontrol.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONTROL-STATUS.
DATA DIVISION.
FILE SECTION.
    *> customers.dat file definition (matches READ-TRANSACTIONS')
    FD CUSTOMER-FILE.
    01 CUSTOMER-RECORD.
        05 CUST-CID              PIC 9(10).
        05 CUST-NAME             PIC A(23).
        05 CUST-STREET           PIC X(23).
        05 CUST-CITY             PIC A(13).
        05 CUST-STATE            PIC A(12).
        05 CUST-OWES             PIC S9(7)V9(2).
        05 CUST-CREDIT-LIMIT     PIC 9(7)V9(2).
        05 CUST-HOLD             PIC A(1). *> Y = credit hold
        05 CUST-TERMS-CODE       PIC X(4). *> terms.dat code, spaces
                                           *> = net 30
        05 CUST-FINCHG-EXEMPT    PIC A(1). *> Y = no finance charges

    *> the nightly backup of customers.dat (same layout)
    FD CUST-BACKUP-FILE.
    01 CUST-BACKUP-RECORD.
        05 BKC-CID               PIC 9(10).
        05 BKC-REST              PIC X(95).

    *> inventory.dat file definition (indexed, keyed by PROD-PID)
    FD PRODUCT-FILE.
    01 PRODUCT-RECORD.
        05 PROD-PID               PIC 9(11).
        05 PROD-NAME              PIC X(25).
        05 PROD-IN-STOCK          PIC 9(7).
        05 PROD-EMPTY             PIC 9(5).
        05 PROD-MIN-STOCK         PIC 9(7).
        05 PROD-EMPTY-2           PIC 9(5).
        05 PROD-PRICE             PIC 9(5)V9(2).
        05 PROD-STATUS            PIC A(1).
        05 PROD-UNIT-COST         PIC 9(5)V9(2).
        05 PROD-SHIP-WEIGHT       PIC 9(3)V9(2).
        05 PROD-REORDER-POINT     PIC 9(7). *> reorder when stock
                                             *> falls to here, 0 =
                                             *> use the legacy ladder
        05 PROD-REORDER-TO        PIC 9(7). *> order back up to here
        05 PROD-REPLACED-BY       PIC 9(11). *> successor product, 0 = none
        05 PROD-REPLACE-DATE      PIC 9(8). *> successor effective date

    *> the nightly backup of inventory.dat (same layout)
    FD PROD-BACKUP-FILE.
    01 PROD-BACKUP-RECORD.
        05 BKP-PID                PIC 9(11).
        05 BKP-REST               PIC X(102).

    *> journal.dat file definition (matches WRITE-JOURNAL's layout)
    FD JOURNAL-FILE.
    01 JOURNAL-RECORD.
        05 JRNL-DATE            PIC 9(8).
        05 JRNL-SPACEA          PIC A(1).
        05 JRNL-TIME            PIC 9(6).
        05 JRNL-SPACEB          PIC A(1).
        05 JRNL-PROGRAM         PIC X(17).
        05 JRNL-SPACEC          PIC A(1).
        05 JRNL-FILE-NAME       PIC X(13).
        05 JRNL-SPACED          PIC A(1).
        05 JRNL-KEY             PIC 9(11).
        05 JRNL-SPACEE          PIC A(1).
        05 JRNL-BEFORE          PIC X(120).
        05 JRNL-SPACEF          PIC A(1).
        05 JRNL-AFTER           PIC X(120).
        05 JRNL-SPACEG          PIC A(1).
        05 JRNL-OPERATOR        PIC X(8).

    *> recovery report output, one free-form line at a time
    FD REPORT-FILE.
    01 REPORT-LINE               PIC X(132).

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
    *> interactive program passes it at startup -- replacing a whole
    *> master takes the same authority as writing off money owed
    01 OPERATOR-SIGNON       PIC X(15) VALUE "OPERATOR-SIGNON".
    01 SIGNON-PROGRAM        PIC X(17) VALUE "FORWARD-RECOVERY".
    01 SIGNON-LEVEL          PIC 9(1) VALUE 7.
    01 SIGNON-OPERATOR       PIC X(8) VALUE SPACES.
    01 SIGNON-OK             PIC A(1) VALUE "N".

    *> reference to the shared run-log program, and the event fields
    *> each CALL fills in
    01 WRITE-RUN-LOG         PIC X(13) VALUE "WRITE-RUN-LOG".
    01 LOG-SEVERITY          PIC A(1) VALUE "I".
    01 LOG-PROGRAM           PIC X(17) VALUE "FORWARD-RECOVERY".
    01 LOG-MESSAGE           PIC X(60) VALUE SPACES.
    01 LOG-OPERATOR          PIC X(8) VALUE "NIGHTRUN".

    01 SWITCHES.
        05 EOF-SWITCH            PIC A VALUE "N".
        05 CYCLE-OPEN-SWITCH     PIC A VALUE "N".
        05 RECOVER-CUST-SWITCH   PIC A VALUE "N".
        05 RECOVER-PROD-SWITCH   PIC A VALUE "N".
        05 BACKUP-OK-SWITCH      PIC A VALUE "Y".

    01 CONTROL-STATUS         PIC XX VALUE "00".
    01 CUST-BACKUP-STATUS     PIC XX VALUE "00".
    01 PROD-BACKUP-STATUS     PIC XX VALUE "00".
    01 JOURNAL-STATUS         PIC XX VALUE "00".

    *> the operator's choices
    01 MENU-CHOICE            PIC 9(1) VALUE 0.
    01 CONFIRM-ANSWER         PIC A.
    *> the backup's date and time (where the replay starts) and the
    *> recovery point (where it stops; a zero date runs to the end of
    *> the journal)
    01 START-DATE             PIC 9(8) VALUE 0.
    01 START-TIME             PIC 9(6) VALUE 0.
    01 STOP-DATE              PIC 9(8) VALUE 0.
    01 STOP-TIME              PIC 9(6) VALUE 0.
    01 START-STAMP            PIC 9(14) VALUE 0.
    01 STOP-STAMP             PIC 9(14) VALUE 0.
    *> the journal line being looked at, and the one before it, as
    *> CCYYMMDDHHMMSS
    01 LINE-STAMP             PIC 9(14) VALUE 0.
    01 LAST-STAMP             PIC 9(14) VALUE 0.

    *> what the line does to the record it names
    01 LINE-ACTION            PIC X(6) VALUE SPACES.
    01 LINE-RESULT            PIC X(40) VALUE SPACES.

    *> counts for the foot
    01 CUST-RESTORED          PIC 9(7) VALUE 0.
    01 PROD-RESTORED          PIC 9(7) VALUE 0.
    01 LINES-APPLIED          PIC 9(7) VALUE 0.
    01 LINES-SKIPPED          PIC 9(7) VALUE 0.
    01 LINES-BEFORE-START     PIC 9(7) VALUE 0.
    01 LINES-AFTER-STOP       PIC 9(7) VALUE 0.
    01 LINES-OUT-OF-ORDER     PIC 9(7) VALUE 0.

    01 LINE-OUT               PIC X(132) VALUE SPACES.

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
    PERFORM 110-CHECK-CYCLE-OPEN.
    IF CYCLE-OPEN-SWITCH = "Y"
        DISPLAY "NIGHTLY CYCLE IS OPEN, RECOVERY REFUSED -- "
            "TRY AGAIN AFTER IT CLOSES"
        STOP RUN
    END-IF.
    PERFORM 200-TAKE-REQUEST.
    IF RECOVER-CUST-SWITCH = "Y" OR RECOVER-PROD-SWITCH = "Y"
        PERFORM 300-RESTORE-BACKUPS
        IF BACKUP-OK-SWITCH = "Y"
            PERFORM 400-REPLAY-JOURNAL
        END-IF
        PERFORM 900-TERMINATE
    END-IF.
    STOP RUN.

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

*> Asks which master to rebuild, where the replay starts and stops,
*> and for a last confirmation before the live file is replaced
200-TAKE-REQUEST.
    DISPLAY "1 - RECOVER CUSTOMERS.DAT".
    DISPLAY "2 - RECOVER INVENTORY.DAT".
    DISPLAY "3 - RECOVER BOTH".
    DISPLAY "0 - EXIT".
    ACCEPT MENU-CHOICE.
    EVALUATE MENU-CHOICE
        WHEN 1
            MOVE "Y" TO RECOVER-CUST-SWITCH
        WHEN 2
            MOVE "Y" TO RECOVER-PROD-SWITCH
        WHEN 3
            MOVE "Y" TO RECOVER-CUST-SWITCH
            MOVE "Y" TO RECOVER-PROD-SWITCH
        WHEN 0
            CONTINUE
        WHEN OTHER
            DISPLAY "INVALID CHOICE"
    END-EVALUATE.
    IF RECOVER-CUST-SWITCH = "Y" OR RECOVER-PROD-SWITCH = "Y"
        PERFORM 210-TAKE-POINTS
    END-IF.

*> The replay window. The start is when the nightly job took the
*> backup, read off its job log; a journal line stamped before it is
*> already in the backup.
210-TAKE-POINTS.
    DISPLAY "ENTER DATE THE BACKUP WAS TAKEN, CCYYMMDD: ".
    ACCEPT START-DATE.
    DISPLAY "ENTER TIME THE BACKUP WAS TAKEN, HHMMSS: ".
    ACCEPT START-TIME.
    DISPLAY "ENTER RECOVERY POINT DATE, CCYYMMDD "
        "(0 FOR END OF JOURNAL): ".
    ACCEPT STOP-DATE.
    IF STOP-DATE = 0
        MOVE 99999999999999 TO STOP-STAMP
    ELSE
        DISPLAY "ENTER RECOVERY POINT TIME, HHMMSS: "
        ACCEPT STOP-TIME
        COMPUTE STOP-STAMP = STOP-DATE * 1000000 + STOP-TIME
    END-IF.
    COMPUTE START-STAMP = START-DATE * 1000000 + START-TIME.
    IF START-DATE = 0 OR STOP-STAMP < START-STAMP
        DISPLAY "RECOVERY POINT IS BEFORE THE BACKUP, NOTHING DONE"
        MOVE "N" TO RECOVER-CUST-SWITCH
        MOVE "N" TO RECOVER-PROD-SWITCH
    ELSE
        DISPLAY "THE LIVE FILE WILL BE REPLACED FROM THE BACKUP AND "
            "THE JOURNAL. PROCEED (Y/N)? "
        ACCEPT CONFIRM-ANSWER
        IF CONFIRM-ANSWER NOT = "Y"
            DISPLAY "NOTHING DONE"
            MOVE "N" TO RECOVER-CUST-SWITCH
            MOVE "N" TO RECOVER-PROD-SWITCH
        END-IF
    END-IF.

*> Heads the report and reloads each chosen master from its backup.
*> A backup that isn't there stops the recovery before any live file
*> is touched.
300-RESTORE-BACKUPS.
    OPEN OUTPUT REPORT-FILE.
    MOVE SPACES TO LINE-OUT.
    STRING "FORWARD RECOVERY  OPERATOR " SIGNON-OPERATOR
        "  FROM " START-DATE " " START-TIME
        "  THROUGH " STOP-STAMP
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    IF RECOVER-CUST-SWITCH = "Y"
        OPEN INPUT CUST-BACKUP-FILE
        IF CUST-BACKUP-STATUS NOT = "00"
            MOVE "N" TO BACKUP-OK-SWITCH
            MOVE "CUSTOMERS.DAT.BACKUP NOT FOUND, RECOVERY STOPPED"
                TO LINE-OUT
            WRITE REPORT-LINE FROM LINE-OUT
            DISPLAY LINE-OUT
        ELSE
            CLOSE CUST-BACKUP-FILE
        END-IF
    END-IF.
    IF RECOVER-PROD-SWITCH = "Y"
        OPEN INPUT PROD-BACKUP-FILE
        IF PROD-BACKUP-STATUS NOT = "00"
            MOVE "N" TO BACKUP-OK-SWITCH
            MOVE "INVENTORY.DAT.BACKUP NOT FOUND, RECOVERY STOPPED"
                TO LINE-OUT
            WRITE REPORT-LINE FROM LINE-OUT
            DISPLAY LINE-OUT
        ELSE
            CLOSE PROD-BACKUP-FILE
        END-IF
    END-IF.
    IF BACKUP-OK-SWITCH = "Y"
        IF RECOVER-CUST-SWITCH = "Y"
            PERFORM 310-RESTORE-CUSTOMERS
        END-IF
        IF RECOVER-PROD-SWITCH = "Y"
            PERFORM 330-RESTORE-PRODUCTS
        END-IF
    END-IF.

*> Rebuilds customers.dat from its backup, record for record
310-RESTORE-CUSTOMERS.
    OPEN INPUT CUST-BACKUP-FILE.
    OPEN OUTPUT CUSTOMER-FILE.
    MOVE "N" TO EOF-SWITCH.
    PERFORM 320-RESTORE-ONE-CUSTOMER UNTIL EOF-SWITCH = "Y".
    CLOSE CUST-BACKUP-FILE.
    CLOSE CUSTOMER-FILE.
    MOVE SPACES TO LINE-OUT.
    STRING "CUSTOMERS.DAT RELOADED FROM BACKUP: " CUST-RESTORED
        " RECORDS" DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.

*> Copies one backup customer into the live file
320-RESTORE-ONE-CUSTOMER.
    READ CUST-BACKUP-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            MOVE CUST-BACKUP-RECORD TO CUSTOMER-RECORD
            WRITE CUSTOMER-RECORD
            ADD 1 TO CUST-RESTORED
    END-READ.

*> Rebuilds inventory.dat from its backup, record for record
330-RESTORE-PRODUCTS.
    OPEN INPUT PROD-BACKUP-FILE.
    OPEN OUTPUT PRODUCT-FILE.
    MOVE "N" TO EOF-SWITCH.
    PERFORM 340-RESTORE-ONE-PRODUCT UNTIL EOF-SWITCH = "Y".
    CLOSE PROD-BACKUP-FILE.
    CLOSE PRODUCT-FILE.
    MOVE SPACES TO LINE-OUT.
    STRING "INVENTORY.DAT RELOADED FROM BACKUP: " PROD-RESTORED
        " RECORDS" DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.

*> Copies one backup product into the live file
340-RESTORE-ONE-PRODUCT.
    READ PROD-BACKUP-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            MOVE PROD-BACKUP-RECORD TO PRODUCT-RECORD
            WRITE PRODUCT-RECORD
            ADD 1 TO PROD-RESTORED
    END-READ.

*> Replays journal.dat against the reloaded masters, one line at a
*> time in the order the lines were written
400-REPLAY-JOURNAL.
    IF RECOVER-CUST-SWITCH = "Y"
        OPEN I-O CUSTOMER-FILE
    END-IF.
    IF RECOVER-PROD-SWITCH = "Y"
        OPEN I-O PRODUCT-FILE
    END-IF.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT JOURNAL-FILE.
    IF JOURNAL-STATUS = "00"
        PERFORM 410-REPLAY-ONE-LINE UNTIL EOF-SWITCH = "Y"
        CLOSE JOURNAL-FILE
    END-IF.
    IF RECOVER-CUST-SWITCH = "Y"
        CLOSE CUSTOMER-FILE
    END-IF.
    IF RECOVER-PROD-SWITCH = "Y"
        CLOSE PRODUCT-FILE
    END-IF.

*> Reads one journal line and, if it names a master being recovered
*> and falls inside the window, applies it. A line stamped earlier
*> than the one before it (the clock was set back) is still applied
*> in written order, but noted.
410-REPLAY-ONE-LINE.
    READ JOURNAL-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
    END-READ.
    IF EOF-SWITCH = "N"
        IF (JRNL-FILE-NAME = "customers.dat"
                AND RECOVER-CUST-SWITCH = "Y")
                OR (JRNL-FILE-NAME = "inventory.dat"
                AND RECOVER-PROD-SWITCH = "Y")
            COMPUTE LINE-STAMP = JRNL-DATE * 1000000 + JRNL-TIME
            EVALUATE TRUE
                WHEN LINE-STAMP < START-STAMP
                    ADD 1 TO LINES-BEFORE-START
                WHEN LINE-STAMP > STOP-STAMP
                    ADD 1 TO LINES-AFTER-STOP
                WHEN OTHER
                    IF LINE-STAMP < LAST-STAMP
                        ADD 1 TO LINES-OUT-OF-ORDER
                        MOVE SPACES TO LINE-OUT
                        STRING "  NOTE: LINE STAMPED " JRNL-DATE " "
                            JRNL-TIME " IS EARLIER THAN THE LINE "
                            "BEFORE IT -- APPLIED IN WRITTEN ORDER"
                            DELIMITED BY SIZE INTO LINE-OUT
                        WRITE REPORT-LINE FROM LINE-OUT
                    END-IF
                    MOVE LINE-STAMP TO LAST-STAMP
                    IF JRNL-FILE-NAME = "customers.dat"
                        PERFORM 420-APPLY-CUSTOMER-LINE
                    ELSE
                        PERFORM 440-APPLY-PRODUCT-LINE
                    END-IF
                    PERFORM 460-REPORT-LINE
            END-EVALUATE
        END-IF
    END-IF.

*> Applies one customers.dat line: a blank before image is an add,
*> a blank after image a delete, anything else a change. The key
*> comes off whichever image is present.
420-APPLY-CUSTOMER-LINE.
    IF JRNL-BEFORE = SPACES
        MOVE "ADD" TO LINE-ACTION
        MOVE JRNL-AFTER(1:10) TO CUST-CID
        READ CUSTOMER-FILE
            INVALID KEY
                MOVE JRNL-AFTER(1:105) TO CUSTOMER-RECORD
                WRITE CUSTOMER-RECORD
                MOVE "APPLIED" TO LINE-RESULT
            NOT INVALID KEY
                MOVE "SKIPPED - RECORD ALREADY ON FILE" TO LINE-RESULT
        END-READ
    ELSE
        IF JRNL-AFTER = SPACES
            MOVE "DELETE" TO LINE-ACTION
        ELSE
            MOVE "CHANGE" TO LINE-ACTION
        END-IF
        MOVE JRNL-BEFORE(1:10) TO CUST-CID
        READ CUSTOMER-FILE
            INVALID KEY
                MOVE "SKIPPED - RECORD NOT ON FILE" TO LINE-RESULT
            NOT INVALID KEY
                IF CUSTOMER-RECORD NOT = JRNL-BEFORE(1:105)
                    MOVE "SKIPPED - BEFORE IMAGE DOES NOT MATCH"
                        TO LINE-RESULT
                ELSE
                    PERFORM 430-CHANGE-CUSTOMER
                END-IF
        END-READ
    END-IF.

*> The before image matched: rewrite or delete the record
430-CHANGE-CUSTOMER.
    IF LINE-ACTION = "DELETE"
        DELETE CUSTOMER-FILE RECORD
    ELSE
        MOVE JRNL-AFTER(1:105) TO CUSTOMER-RECORD
        REWRITE CUSTOMER-RECORD
    END-IF.
    MOVE "APPLIED" TO LINE-RESULT.

*> Applies one inventory.dat line, the same three ways
440-APPLY-PRODUCT-LINE.
    IF JRNL-BEFORE = SPACES
        MOVE "ADD" TO LINE-ACTION
        MOVE JRNL-AFTER(1:11) TO PROD-PID
        READ PRODUCT-FILE
            INVALID KEY
                MOVE JRNL-AFTER(1:113) TO PRODUCT-RECORD
                WRITE PRODUCT-RECORD
                MOVE "APPLIED" TO LINE-RESULT
            NOT INVALID KEY
                MOVE "SKIPPED - RECORD ALREADY ON FILE" TO LINE-RESULT
        END-READ
    ELSE
        IF JRNL-AFTER = SPACES
            MOVE "DELETE" TO LINE-ACTION
        ELSE
            MOVE "CHANGE" TO LINE-ACTION
        END-IF
        MOVE JRNL-BEFORE(1:11) TO PROD-PID
        READ PRODUCT-FILE
            INVALID KEY
                MOVE "SKIPPED - RECORD NOT ON FILE" TO LINE-RESULT
            NOT INVALID KEY
                IF PRODUCT-RECORD NOT = JRNL-BEFORE(1:113)
                    MOVE "SKIPPED - BEFORE IMAGE DOES NOT MATCH"
                        TO LINE-RESULT
                ELSE
                    PERFORM 450-CHANGE-PRODUCT
                END-IF
        END-READ
    END-IF.

*> The before image matched: rewrite or delete the record
450-CHANGE-PRODUCT.
    IF LINE-ACTION = "DELETE"
        DELETE PRODUCT-FILE RECORD
    ELSE
        MOVE JRNL-AFTER(1:113) TO PRODUCT-RECORD
        REWRITE PRODUCT-RECORD
    END-IF.
    MOVE "APPLIED" TO LINE-RESULT.

*> One report line per replayed journal line; a skipped line also
*> shows the two images so the operator can put it right by hand
460-REPORT-LINE.
    MOVE SPACES TO LINE-OUT.
    STRING JRNL-DATE " " JRNL-TIME " " JRNL-PROGRAM " "
        JRNL-FILE-NAME " KEY " JRNL-KEY " " LINE-ACTION " "
        JRNL-OPERATOR " " LINE-RESULT
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    IF LINE-RESULT = "APPLIED"
        ADD 1 TO LINES-APPLIED
    ELSE
        ADD 1 TO LINES-SKIPPED
        MOVE SPACES TO LINE-OUT
        STRING "    JOURNAL BEFORE: " JRNL-BEFORE(1:110)
            DELIMITED BY SIZE INTO LINE-OUT
        WRITE REPORT-LINE FROM LINE-OUT
        IF JRNL-FILE-NAME = "customers.dat"
            IF LINE-RESULT NOT = "SKIPPED - RECORD NOT ON FILE"
                MOVE SPACES TO LINE-OUT
                STRING "    ON FILE:        " CUSTOMER-RECORD
                    DELIMITED BY SIZE INTO LINE-OUT
                WRITE REPORT-LINE FROM LINE-OUT
            END-IF
        ELSE
            IF LINE-RESULT NOT = "SKIPPED - RECORD NOT ON FILE"
                MOVE SPACES TO LINE-OUT
                STRING "    ON FILE:        " PRODUCT-RECORD
                    DELIMITED BY SIZE INTO LINE-OUT
                WRITE REPORT-LINE FROM LINE-OUT
            END-IF
        END-IF
        MOVE SPACES TO LINE-OUT
        STRING "    JOURNAL AFTER:  " JRNL-AFTER(1:110)
            DELIMITED BY SIZE INTO LINE-OUT
        WRITE REPORT-LINE FROM LINE-OUT
    END-IF.

*> Foots the report and logs the outcome -- warning when any line
*> had to be skipped, since the recovered master then needs a hand
*> check before the shop trusts it
900-TERMINATE.
    MOVE SPACES TO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    MOVE SPACES TO LINE-OUT.
    STRING "APPLIED: " LINES-APPLIED "  SKIPPED: " LINES-SKIPPED
        "  ALREADY IN BACKUP: " LINES-BEFORE-START
        "  PAST RECOVERY POINT: " LINES-AFTER-STOP
        "  OUT OF ORDER: " LINES-OUT-OF-ORDER
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    CLOSE REPORT-FILE.
    DISPLAY LINE-OUT.
    MOVE SPACES TO LOG-MESSAGE.
    IF BACKUP-OK-SWITCH NOT = "Y"
        MOVE "S" TO LOG-SEVERITY
        MOVE "FORWARD RECOVERY STOPPED, BACKUP NOT FOUND"
            TO LOG-MESSAGE
    ELSE
        IF LINES-SKIPPED > 0
            MOVE "W" TO LOG-SEVERITY
            STRING "FORWARD RECOVERY DONE, " LINES-SKIPPED
                " JOURNAL LINES SKIPPED" DELIMITED BY SIZE
                INTO LOG-MESSAGE
        ELSE
            MOVE "I" TO LOG-SEVERITY
            STRING "FORWARD RECOVERY DONE, " LINES-APPLIED
                " JOURNAL LINES APPLIED" DELIMITED BY SIZE
                INTO LOG-MESSAGE
        END-IF
    END-IF.
    CALL WRITE-RUN-LOG USING LOG-SEVERITY, LOG-PROGRAM,
        LOG-MESSAGE, LOG-OPERATOR.
    DISPLAY "RECOVERY REPORT WRITTEN TO RECOVERY.TXT".

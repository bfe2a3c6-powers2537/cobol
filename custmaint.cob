*> closed account, without hand-editing customers.dat in a text
*> editor. Loads the file via READ-CUSTOMERS and persists changes via
*> REWRITE-CUSTOMERS, the same subprograms MAIN uses.
*> Each customer carries a payment terms code naming a terms.dat
*> entry (net days, early-payment discount percent, and the days the
*> discount holds); spaces is the standard net 30. The terms codes
*> themselves are maintained here too, journaled like the customers
*> they apply to, and a code still assigned to a customer can't be
*> removed. A customer can also be flagged exempt from the month-end
*> finance charges FINANCE-CHARGE levies on past-due balances, and
*> set up to take electronic ship notices (shipnotif.dat, naming
*> the mailbox SHIP-CONFIRM's end-of-day notices go to).
*> A customer id CUST-MERGE has retired (listed on mergedcids.dat)
*> is never handed out again, so nothing keyed to the old account
*> can resurface under a new one.
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTMAINT.
ENVIRONMENT DIVISION.
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ST-KEY.
    SELECT OPTIONAL TERMS-FILE ASSIGN TO "terms.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TERMS-STATUS.
    SELECT OPTIONAL NOTIFY-FILE ASSIGN TO "shipnotif.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS NTF-CID.
    SELECT OPTIONAL MERGED-FILE ASSIGN TO "mergedcids.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
    *> shiptos.dat file definition -- a chain customer's store
        05 ST-STREET             PIC X(23).
        05 ST-CITY               PIC A(13).
        05 ST-STATE              PIC A(12).

    *> terms.dat file definition -- one line per payment terms code;
    *> READ-TRANSACTIONS stamps each new invoice's due and discount
    *> dates from the customer's entry here
    FD TERMS-FILE.
    01 TERMS-RECORD.
        05 TERMS-CODE             PIC X(4).
        05 TERMS-SPACEA           PIC A(1).
        05 TERMS-NET-DAYS         PIC 9(3). *> days to pay in full
        05 TERMS-SPACEB           PIC A(1).
        05 TERMS-DISC-PCT         PIC V999. *> e.g. .020 = 2%
        05 TERMS-SPACEC           PIC A(1).
        05 TERMS-DISC-DAYS        PIC 9(3). *> days the discount holds
        05 TERMS-SPACED           PIC A(1).
        05 TERMS-DESC             PIC X(20).

    *> shipnotif.dat file definition -- one record per customer who
    *> takes electronic ship notices, with the mailbox (EDI mailbox
    *> or e-mail address) SHIP-CONFIRM's notices are addressed to
    FD NOTIFY-FILE.
    01 NOTIFY-RECORD.
        05 NTF-CID               PIC 9(10).
        05 NTF-MAILBOX           PIC X(40).

    *> mergedcids.dat file definition (matches CUST-MERGE's) -- one
    *> line per customer id retired by a merge
    FD MERGED-FILE.
    01 MERGED-RECORD.
        05 MRG-OLD-CID           PIC 9(10).
        05 MRG-SPACEA            PIC A(1).
        05 MRG-NEW-CID           PIC 9(10).
        05 MRG-SPACEB            PIC A(1).
        05 MRG-DATE              PIC 9(8).
        05 MRG-SPACEC            PIC A(1).
        05 MRG-OPERATOR          PIC X(8).
WORKING-STORAGE SECTION.
    *> reference to the shared sign-on program, and the fields each
    *> interactive program passes it at startup
    01 JOURNAL-PROGRAM-NAME  PIC X(17) VALUE "CUSTMAINT".
    01 JOURNAL-CUST-FILE     PIC X(13) VALUE "customers.dat".
    01 JOURNAL-SHIPTO-FILE   PIC X(13) VALUE "shiptos.dat".
    01 JOURNAL-TERMS-FILE    PIC X(13) VALUE "terms.dat".
    01 JOURNAL-NOTIFY-FILE   PIC X(13) VALUE "shipnotif.dat".
    01 JOURNAL-KEY           PIC 9(11) VALUE 0.
    01 JOURNAL-BEFORE        PIC X(120) VALUE SPACES.
    01 JOURNAL-AFTER         PIC X(120) VALUE SPACES.
            10 CUSTOMER-OWES        PIC S9(7)V9(2).
            10 CUSTOMER-CREDIT-LIMIT PIC 9(7)V9(2).
            10 CUSTOMER-HOLD        PIC A(1).
            10 CUSTOMER-TERMS-CODE  PIC X(4).
            10 CUSTOMER-FINCHG-EXEMPT  PIC A(1).

    01 SWITCHES.
        05 DONE-SWITCH       PIC A VALUE "N".
    01 SEARCH-SHIP-CODE      PIC X(4).
    01 SHIPTO-EOF-SWITCH     PIC A VALUE "N".
    01 SHIPTO-LISTED         PIC 9(3) VALUE 0.
    *> payment terms maintenance support: terms.dat is small enough
    *> to hold whole, and is written back whole after each change
    01 TERMS-TABLE.
        05 TERMS-ENTRY              OCCURS 50 TIMES INDEXED BY TM.
            10 TERMS-ENTRY-CODE         PIC X(4) VALUE SPACES.
            10 TERMS-ENTRY-NET-DAYS     PIC 9(3) VALUE 0.
            10 TERMS-ENTRY-DISC-PCT     PIC V999 VALUE 0.
            10 TERMS-ENTRY-DISC-DAYS    PIC 9(3) VALUE 0.
            10 TERMS-ENTRY-DESC         PIC X(20) VALUE SPACES.
    01 TERMS-COUNT           PIC 9(2) VALUE 0.
    01 TERMS-EOF-SWITCH      PIC A VALUE "N".
    01 TERMS-STATUS          PIC XX VALUE "00".
    01 TERMS-CHOICE          PIC 9.
    01 SEARCH-TERMS-CODE     PIC X(4).
    01 TERMS-FOUND-SWITCH    PIC A VALUE "N".
    01 TERMS-FOUND-INDEX     PIC 9(2) VALUE 0.
    01 TERMS-IN-USE-SWITCH   PIC A VALUE "N".
    *> retired customer id check support
    01 MERGED-EOF-SWITCH     PIC A VALUE "N".
    01 RETIRED-SWITCH        PIC A VALUE "N".
    01 MERGED-INTO-CID       PIC 9(10) VALUE 0.
    *> ship notice set-up support
    01 NOTIFY-ANSWER         PIC A.

PROCEDURE DIVISION.
*> Program controller
        MOVE SIGNON-OPERATOR TO JOURNAL-OPERATOR
        PERFORM 100-INIT
        OPEN I-O SHIPTO-FILE
        OPEN I-O NOTIFY-FILE
        PERFORM 200-MENU UNTIL DONE-SWITCH = "Y"
        CLOSE SHIPTO-FILE
        CLOSE NOTIFY-FILE
    END-IF.
    STOP RUN.

*> Loads the current customer file into the working table
100-INIT.
    CALL READ-CUSTOMERS USING CUSTOMER-TABLE, CUSTOMER-COUNT.
    PERFORM 800-LOAD-TERMS.

*> Displays the maintenance menu and dispatches the chosen action
200-MENU.
    DISPLAY "3. REMOVE CUSTOMER".
    DISPLAY "4. RELEASE CREDIT HOLD".
    DISPLAY "5. MAINTAIN SHIP-TO ADDRESSES".
    DISPLAY "6. MAINTAIN PAYMENT TERMS CODES".
    DISPLAY "7. ELECTRONIC SHIP NOTICES".
    DISPLAY "8. EXIT".
    DISPLAY "ENTER CHOICE: ".
    ACCEPT MENU-CHOICE.
    EVALUATE MENU-CHOICE
        WHEN 3 PERFORM 500-REMOVE-CUSTOMER
        WHEN 4 PERFORM 550-RELEASE-HOLD
        WHEN 5 PERFORM 560-SHIPTO-MENU
        WHEN 6 PERFORM 820-TERMS-MENU
        WHEN 7 PERFORM 890-SHIP-NOTICES
        WHEN 8 MOVE "Y" TO DONE-SWITCH
        WHEN OTHER DISPLAY "INVALID CHOICE"
    END-EVALUATE.

    DISPLAY "ENTER NEW CUSTOMER ID: ".
    ACCEPT SEARCH-CID.
    PERFORM 600-FIND-CUSTOMER.
    PERFORM 605-CHECK-RETIRED-CID.
    IF FOUND-SWITCH = "Y"
        DISPLAY "CUSTOMER ID ALREADY EXISTS"
    ELSE IF RETIRED-SWITCH = "Y"
        DISPLAY "CUSTOMER ID WAS RETIRED, MERGED INTO " MERGED-INTO-CID
    ELSE IF CUSTOMER-COUNT >= 2000
        DISPLAY "CUSTOMER TABLE IS FULL"
    ELSE
        MOVE SEARCH-CID TO CUSTOMER-ID(I)
        MOVE 0 TO CUSTOMER-OWES(I)
        MOVE "N" TO CUSTOMER-HOLD(I)
        MOVE SPACES TO CUSTOMER-TERMS-CODE(I)
        MOVE "N" TO CUSTOMER-FINCHG-EXEMPT(I)
        PERFORM 700-ACCEPT-CUSTOMER-FIELDS
        CALL REWRITE-CUSTOMERS USING CUSTOMER-TABLE, CUSTOMER-COUNT
        MOVE SPACES TO JOURNAL-BEFORE
        DISPLAY "CUSTOMER ADDED"
    END-IF.

*> Updates an existing customer's name/address/city/state, credit
*> limit, and terms code
400-UPDATE-CUSTOMER.
    DISPLAY "ENTER CUSTOMER ID TO UPDATE: ".
    ACCEPT SEARCH-CID.
            SET FOUND-INDEX TO I
    END-SEARCH.

*> Looks SEARCH-CID up on the register of ids retired by CUST-MERGE
605-CHECK-RETIRED-CID.
    MOVE "N" TO RETIRED-SWITCH.
    MOVE "N" TO MERGED-EOF-SWITCH.
    OPEN INPUT MERGED-FILE.
    PERFORM 606-CHECK-ONE-RETIRED-CID UNTIL MERGED-EOF-SWITCH = "Y".
    CLOSE MERGED-FILE.

*> Checks one register line
606-CHECK-ONE-RETIRED-CID.
    READ MERGED-FILE
        AT END
            MOVE "Y" TO MERGED-EOF-SWITCH
        NOT AT END
            IF MRG-OLD-CID = SEARCH-CID
                MOVE "Y" TO RETIRED-SWITCH
                MOVE MRG-NEW-CID TO MERGED-INTO-CID
            END-IF
    END-READ.

*> Prompts for and accepts the editable fields of CUSTOMER(I)
700-ACCEPT-CUSTOMER-FIELDS.
    DISPLAY "ENTER CUSTOMER NAME: ".
    PERFORM 710-CHECK-STATE.
    DISPLAY "ENTER CREDIT LIMIT: ".
    ACCEPT CUSTOMER-CREDIT-LIMIT(I).
    DISPLAY "ENTER PAYMENT TERMS CODE (BLANK = NET 30): ".
    ACCEPT CUSTOMER-TERMS-CODE(I).
    PERFORM 720-CHECK-TERMS-CODE.
    DISPLAY "EXEMPT FROM FINANCE CHARGES? (Y/N): ".
    ACCEPT CUSTOMER-FINCHG-EXEMPT(I).
    IF CUSTOMER-FINCHG-EXEMPT(I) NOT = "Y"
        MOVE "N" TO CUSTOMER-FINCHG-EXEMPT(I)
    END-IF.

*> Validates CUSTOMER-STATE(I) against the table of valid state codes;
*> an unrecognized code is logged to errors.txt (same as
        WHEN VALID-STATE(S) = CUSTOMER-STATE(I)
            CONTINUE
    END-SEARCH.

*> Validates CUSTOMER-TERMS-CODE(I) against terms.dat. Unlike a
*> mistyped state, an unknown terms code would silently bill the
*> customer net 30, so it is refused and the customer left on the
*> standard net 30 until a real code is keyed.
720-CHECK-TERMS-CODE.
    IF CUSTOMER-TERMS-CODE(I) NOT = SPACES
        MOVE CUSTOMER-TERMS-CODE(I) TO SEARCH-TERMS-CODE
        PERFORM 830-FIND-TERMS
        IF TERMS-FOUND-SWITCH = "N"
            DISPLAY "TERMS CODE NOT ON FILE, CUSTOMER LEFT AT NET 30"
            MOVE SPACES TO CUSTOMER-TERMS-CODE(I)
        END-IF
    END-IF.

*> Loads terms.dat into TERMS-TABLE; a shop with no terms.dat yet
*> starts with an empty table and every customer on net 30
800-LOAD-TERMS.
    MOVE 0 TO TERMS-COUNT.
    MOVE "N" TO TERMS-EOF-SWITCH.
    OPEN INPUT TERMS-FILE.
    IF TERMS-STATUS = "00"
        PERFORM 810-LOAD-ONE-TERMS UNTIL TERMS-EOF-SWITCH = "Y"
        CLOSE TERMS-FILE
    END-IF.

*> One terms.dat line into the table, stopping (with a warning) at
*> TERMS-TABLE's OCCURS 50
810-LOAD-ONE-TERMS.
    READ TERMS-FILE
        AT END
            MOVE "Y" TO TERMS-EOF-SWITCH
        NOT AT END
            IF TERMS-COUNT >= 50
                DISPLAY "WARNING: TERMS.DAT HAS MORE THAN 50 CODES, "
                    "REMAINDER IGNORED"
                MOVE "Y" TO TERMS-EOF-SWITCH
            ELSE
                ADD 1 TO TERMS-COUNT
                SET TM TO TERMS-COUNT
                MOVE TERMS-CODE TO TERMS-ENTRY-CODE(TM)
                MOVE TERMS-NET-DAYS TO TERMS-ENTRY-NET-DAYS(TM)
                MOVE TERMS-DISC-PCT TO TERMS-ENTRY-DISC-PCT(TM)
                MOVE TERMS-DISC-DAYS TO TERMS-ENTRY-DISC-DAYS(TM)
                MOVE TERMS-DESC TO TERMS-ENTRY-DESC(TM)
            END-IF
    END-READ.

*> The terms submenu: list, add/update, or remove a terms code
820-TERMS-MENU.
    DISPLAY "1. LIST TERMS  2. ADD/UPDATE  3. REMOVE: ".
    ACCEPT TERMS-CHOICE.
    EVALUATE TERMS-CHOICE
        WHEN 1 PERFORM 840-LIST-TERMS
        WHEN 2 PERFORM 850-ADD-OR-UPDATE-TERMS
        WHEN 3 PERFORM 860-REMOVE-TERMS
        WHEN OTHER DISPLAY "INVALID CHOICE"
    END-EVALUATE.

*> Linear search for SEARCH-TERMS-CODE; sets TERMS-FOUND-SWITCH and
*> TERMS-FOUND-INDEX
830-FIND-TERMS.
    MOVE "N" TO TERMS-FOUND-SWITCH.
    SET TM TO 1.
    SEARCH TERMS-ENTRY
        AT END
            CONTINUE
        WHEN TM > TERMS-COUNT
            CONTINUE
        WHEN TERMS-ENTRY-CODE(TM) = SEARCH-TERMS-CODE
            MOVE "Y" TO TERMS-FOUND-SWITCH
            SET TERMS-FOUND-INDEX TO TM
    END-SEARCH.

*> Lists every terms code on file
840-LIST-TERMS.
    IF TERMS-COUNT = 0
        DISPLAY "NO TERMS CODES ON FILE, EVERY CUSTOMER IS NET 30"
    ELSE
        PERFORM 845-LIST-ONE-TERMS
            VARYING TM FROM 1 BY 1 UNTIL TM > TERMS-COUNT
    END-IF.

845-LIST-ONE-TERMS.
    DISPLAY "  " TERMS-ENTRY-CODE(TM) " " TERMS-ENTRY-DESC(TM)
        " NET " TERMS-ENTRY-NET-DAYS(TM)
        " DISC " TERMS-ENTRY-DISC-PCT(TM)
        " IN " TERMS-ENTRY-DISC-DAYS(TM) " DAYS".

*> Adds a terms code or changes an existing one, then writes the
*> file back and journals the change. A change applies to invoices
*> billed from now on; invoices already open keep the dates they
*> were stamped with.
850-ADD-OR-UPDATE-TERMS.
    DISPLAY "ENTER TERMS CODE (UP TO 4 CHARACTERS): ".
    ACCEPT SEARCH-TERMS-CODE.
    IF SEARCH-TERMS-CODE = SPACES
        DISPLAY "A BLANK TERMS CODE IS THE STANDARD NET 30"
    ELSE
        PERFORM 830-FIND-TERMS
        IF TERMS-FOUND-SWITCH = "Y"
            SET TM TO TERMS-FOUND-INDEX
            MOVE TERMS-ENTRY(TM) TO JOURNAL-BEFORE
            PERFORM 855-ACCEPT-TERMS-FIELDS
            MOVE TERMS-ENTRY(TM) TO JOURNAL-AFTER
            PERFORM 870-SAVE-TERMS
            PERFORM 880-JOURNAL-TERMS
            DISPLAY "TERMS CODE UPDATED"
        ELSE IF TERMS-COUNT >= 50
            DISPLAY "TERMS TABLE IS FULL"
        ELSE
            ADD 1 TO TERMS-COUNT
            SET TM TO TERMS-COUNT
            MOVE SEARCH-TERMS-CODE TO TERMS-ENTRY-CODE(TM)
            MOVE SPACES TO JOURNAL-BEFORE
            PERFORM 855-ACCEPT-TERMS-FIELDS
            MOVE TERMS-ENTRY(TM) TO JOURNAL-AFTER
            PERFORM 870-SAVE-TERMS
            PERFORM 880-JOURNAL-TERMS
            DISPLAY "TERMS CODE ADDED"
        END-IF
        END-IF
    END-IF.

*> Prompts for and accepts the editable fields of TERMS-ENTRY(TM)
855-ACCEPT-TERMS-FIELDS.
    DISPLAY "ENTER DESCRIPTION (E.G. 2/10 NET 30): ".
    ACCEPT TERMS-ENTRY-DESC(TM).
    DISPLAY "ENTER NET DAYS TO PAY: ".
    ACCEPT TERMS-ENTRY-NET-DAYS(TM).
    DISPLAY "ENTER EARLY-PAYMENT DISCOUNT (.020 = 2%, 0 = NONE): ".
    ACCEPT TERMS-ENTRY-DISC-PCT(TM).
    IF TERMS-ENTRY-DISC-PCT(TM) > 0
        DISPLAY "ENTER DAYS THE DISCOUNT HOLDS: "
        ACCEPT TERMS-ENTRY-DISC-DAYS(TM)
        IF TERMS-ENTRY-DISC-DAYS(TM) > TERMS-ENTRY-NET-DAYS(TM)
            DISPLAY "WARNING: DISCOUNT OUTLASTS THE NET DUE DATE"
        END-IF
    ELSE
        MOVE 0 TO TERMS-ENTRY-DISC-DAYS(TM)
    END-IF.

*> Removes a terms code no customer is still assigned, shifting later
*> entries down one slot
860-REMOVE-TERMS.
    DISPLAY "ENTER TERMS CODE TO REMOVE: ".
    ACCEPT SEARCH-TERMS-CODE.
    PERFORM 830-FIND-TERMS.
    IF TERMS-FOUND-SWITCH = "N"
        DISPLAY "TERMS CODE NOT FOUND"
    ELSE
        MOVE "N" TO TERMS-IN-USE-SWITCH
        SET I TO 1
        SEARCH CUSTOMER
            AT END
                CONTINUE
            WHEN I > CUSTOMER-COUNT
                CONTINUE
            WHEN CUSTOMER-TERMS-CODE(I) = SEARCH-TERMS-CODE
                MOVE "Y" TO TERMS-IN-USE-SWITCH
        END-SEARCH
        IF TERMS-IN-USE-SWITCH = "Y"
            DISPLAY "TERMS CODE STILL ASSIGNED TO CUSTOMER "
                CUSTOMER-ID(I) ", NOT REMOVED"
        ELSE
            SET TM TO TERMS-FOUND-INDEX
            MOVE TERMS-ENTRY(TM) TO JOURNAL-BEFORE
            PERFORM 865-SHIFT-TERMS-DOWN
                VARYING TM FROM TERMS-FOUND-INDEX BY 1
                UNTIL TM >= TERMS-COUNT
            SUBTRACT 1 FROM TERMS-COUNT
            PERFORM 870-SAVE-TERMS
            MOVE SPACES TO JOURNAL-AFTER
            PERFORM 880-JOURNAL-TERMS
            DISPLAY "TERMS CODE REMOVED"
        END-IF
    END-IF.

*> Moves the next terms entry down over the removed slot
865-SHIFT-TERMS-DOWN.
    MOVE TERMS-ENTRY(TM + 1) TO TERMS-ENTRY(TM).

*> Writes TERMS-TABLE back out to terms.dat whole
870-SAVE-TERMS.
    OPEN OUTPUT TERMS-FILE.
    PERFORM 875-SAVE-ONE-TERMS
        VARYING TM FROM 1 BY 1 UNTIL TM > TERMS-COUNT.
    CLOSE TERMS-FILE.

875-SAVE-ONE-TERMS.
    MOVE SPACES TO TERMS-RECORD.
    MOVE TERMS-ENTRY-CODE(TM) TO TERMS-CODE.
    MOVE TERMS-ENTRY-NET-DAYS(TM) TO TERMS-NET-DAYS.
    MOVE TERMS-ENTRY-DISC-PCT(TM) TO TERMS-DISC-PCT.
    MOVE TERMS-ENTRY-DISC-DAYS(TM) TO TERMS-DISC-DAYS.
    MOVE TERMS-ENTRY-DESC(TM) TO TERMS-DESC.
    WRITE TERMS-RECORD.

*> Journals a terms change; terms codes are not numeric, so the key
*> is zero and the code rides in the record images
880-JOURNAL-TERMS.
    MOVE 0 TO JOURNAL-KEY.
    CALL WRITE-JOURNAL USING JOURNAL-PROGRAM-NAME,
        JOURNAL-TERMS-FILE, JOURNAL-KEY, JOURNAL-BEFORE,
        JOURNAL-AFTER, JOURNAL-OPERATOR.

*> Sets a customer up for electronic ship notices, changes the
*> mailbox they go to, or stops them, journaled like the customer
890-SHIP-NOTICES.
    DISPLAY "ENTER CUSTOMER ID: ".
    ACCEPT SEARCH-CID.
    PERFORM 600-FIND-CUSTOMER.
    IF FOUND-SWITCH = "N"
        DISPLAY "CUSTOMER ID NOT FOUND"
    ELSE
        MOVE SEARCH-CID TO NTF-CID
        READ NOTIFY-FILE
            INVALID KEY
                MOVE SPACES TO JOURNAL-BEFORE
                DISPLAY "CUSTOMER DOES NOT TAKE ELECTRONIC SHIP "
                    "NOTICES"
            NOT INVALID KEY
                MOVE NOTIFY-RECORD TO JOURNAL-BEFORE
                DISPLAY "SHIP NOTICES GO TO: " NTF-MAILBOX
        END-READ
        DISPLAY "SEND ELECTRONIC SHIP NOTICES (Y/N): "
        ACCEPT NOTIFY-ANSWER
        IF NOTIFY-ANSWER = "Y"
            PERFORM 895-SET-NOTICE-MAILBOX
        ELSE
            PERFORM 897-STOP-NOTICES
        END-IF
    END-IF.

*> Writes or rewrites the customer's notice mailbox
895-SET-NOTICE-MAILBOX.
    DISPLAY "ENTER MAILBOX OR E-MAIL ADDRESS: ".
    ACCEPT NTF-MAILBOX.
    IF NTF-MAILBOX = SPACES
        DISPLAY "MAILBOX IS REQUIRED, NOTHING CHANGED"
    ELSE
        MOVE SEARCH-CID TO NTF-CID
        IF JOURNAL-BEFORE = SPACES
            WRITE NOTIFY-RECORD
                INVALID KEY
                    DISPLAY "SHIP NOTICE SET-UP NOT WRITTEN"
            END-WRITE
            DISPLAY "SHIP NOTICES STARTED"
        ELSE
            REWRITE NOTIFY-RECORD
            DISPLAY "SHIP NOTICE MAILBOX CHANGED"
        END-IF
        MOVE NOTIFY-RECORD TO JOURNAL-AFTER
        MOVE SEARCH-CID TO JOURNAL-KEY
        CALL WRITE-JOURNAL USING JOURNAL-PROGRAM-NAME,
            JOURNAL-NOTIFY-FILE, JOURNAL-KEY, JOURNAL-BEFORE,
            JOURNAL-AFTER, JOURNAL-OPERATOR
    END-IF.

*> Stops the customer's ship notices, if they were taking them
897-STOP-NOTICES.
    IF JOURNAL-BEFORE = SPACES
        DISPLAY "NOTHING CHANGED"
    ELSE
        DELETE NOTIFY-FILE
        MOVE SPACES TO JOURNAL-AFTER
        MOVE SEARCH-CID TO JOURNAL-KEY
        CALL WRITE-JOURNAL USING JOURNAL-PROGRAM-NAME,
            JOURNAL-NOTIFY-FILE, JOURNAL-KEY, JOURNAL-BEFORE,
            JOURNAL-AFTER, JOURNAL-OPERATOR
        DISPLAY "SHIP NOTICES STOPPED"
    END-IF.

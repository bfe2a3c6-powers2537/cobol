*> Stand-alone customer item cross-reference maintenance program, in
*> the CONTRACT-MAINT mold. Maintains custitems.dat, keyed by customer
*> plus the customer's own item number, which maps each item number a
*> customer's purchase orders use onto our product id -- the table
*> EDI-PO-IMPORT translates every inbound PO line through. The
*> customer and product are validated with keyed reads (INPUT only)
*> before a mapping goes on file, and every change is journaled
*> through WRITE-JOURNAL under the signed-on operator.
IDENTIFICATION DIVISION.
PROGRAM-ID. XREF-MAINT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL XREF-FILE ASSIGN TO "custitems.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS XREF-KEY.
    SELECT CUSTOMER-FILE ASSIGN TO "customers.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CUST-CID.
    SELECT PRODUCT-FILE ASSIGN TO "inventory.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PROD-PID.
DATA DIVISION.
FILE SECTION.
    *> custitems.dat file definition -- the customer's item number
    *> for each of our products they buy
    FD XREF-FILE.
    01 XREF-RECORD.
        05 XREF-KEY.
            10 XREF-CID          PIC 9(10).
            10 XREF-ITEM         PIC X(20). *> the customer's item no.
        05 XREF-PID              PIC 9(11). *> our product id

    *> customers.dat file definition (indexed, keyed by CUST-CID),
    *> opened INPUT only -- mappings are validated against it
    FD CUSTOMER-FILE.
    01 CUSTOMER-RECORD.
        05 CUST-CID              PIC 9(10).
        05 CUST-NAME             PIC A(23).
        05 CUST-STREET           PIC X(23).
        05 CUST-CITY             PIC A(13).
        05 CUST-STATE            PIC A(12).
        05 CUST-OWES             PIC S9(7)V9(2).
        05 CUST-CREDIT-LIMIT     PIC 9(7)V9(2).
        05 CUST-HOLD             PIC A(1).
        05 CUST-TERMS-CODE       PIC X(4). *> terms.dat code, spaces
                                           *> = net 30
        05 CUST-FINCHG-EXEMPT    PIC A(1). *> Y = no finance charges

    *> inventory.dat file definition (indexed, keyed by PROD-PID),
    *> opened INPUT only -- mappings are validated against it
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

WORKING-STORAGE SECTION.
    *> reference to the shared sign-on program, and the fields each
    *> interactive program passes it at startup
    01 OPERATOR-SIGNON       PIC X(15) VALUE "OPERATOR-SIGNON".
    01 SIGNON-PROGRAM        PIC X(17) VALUE "XREF-MAINT".
    01 SIGNON-LEVEL          PIC 9(1) VALUE 5.
    01 SIGNON-OPERATOR       PIC X(8) VALUE SPACES.
    01 SIGNON-OK             PIC A(1) VALUE "N".

    01 WRITE-JOURNAL         PIC X(13) VALUE "WRITE-JOURNAL".

    *> identifies this program and the file touched on each
    *> WRITE-JOURNAL call; an add journals a blank before image, a
    *> removal a blank after image. The journal key carries the
    *> customer id.
    01 JOURNAL-PROGRAM-NAME  PIC X(17) VALUE "XREF-MAINT".
    01 JOURNAL-XREF-FILE     PIC X(13) VALUE "custitems.dat".
    01 JOURNAL-KEY           PIC 9(11) VALUE 0.
    01 JOURNAL-BEFORE        PIC X(120) VALUE SPACES.
    01 JOURNAL-AFTER         PIC X(120) VALUE SPACES.
    01 JOURNAL-OPERATOR      PIC X(8) VALUE SPACES.

    01 SWITCHES.
        05 DONE-SWITCH       PIC A VALUE "N".
        05 EOF-SWITCH        PIC A VALUE "N".

    01 MENU-CHOICE           PIC 9.
    01 SEARCH-CID            PIC 9(10).
    01 SEARCH-ITEM           PIC X(20).
    01 SEARCH-PID            PIC 9(11).
    01 LISTED-COUNT          PIC 9(4) VALUE 0.

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
    OPEN I-O XREF-FILE.
    OPEN INPUT CUSTOMER-FILE.
    OPEN INPUT PRODUCT-FILE.
    PERFORM 200-MENU UNTIL DONE-SWITCH = "Y".
    CLOSE XREF-FILE.
    CLOSE CUSTOMER-FILE.
    CLOSE PRODUCT-FILE.
    STOP RUN.

*> Displays the maintenance menu and dispatches the chosen action
200-MENU.
    DISPLAY "1. LIST A CUSTOMER'S ITEM NUMBERS".
    DISPLAY "2. ADD OR CHANGE AN ITEM NUMBER".
    DISPLAY "3. REMOVE AN ITEM NUMBER".
    DISPLAY "4. EXIT".
    DISPLAY "ENTER CHOICE: ".
    ACCEPT MENU-CHOICE.
    EVALUATE MENU-CHOICE
        WHEN 1 PERFORM 300-LIST-ITEMS
        WHEN 2 PERFORM 400-ADD-OR-UPDATE
        WHEN 3 PERFORM 500-REMOVE-ITEM
        WHEN 4 MOVE "Y" TO DONE-SWITCH
        WHEN OTHER DISPLAY "INVALID CHOICE"
    END-EVALUATE.

*> Lists every item number on file for one customer, positioned
*> straight onto their records via the key's customer-id prefix
300-LIST-ITEMS.
    DISPLAY "ENTER CUSTOMER ID: ".
    ACCEPT SEARCH-CID.
    MOVE 0 TO LISTED-COUNT.
    MOVE "N" TO EOF-SWITCH.
    MOVE SEARCH-CID TO XREF-CID.
    MOVE LOW-VALUES TO XREF-ITEM.
    START XREF-FILE KEY IS >= XREF-KEY
        INVALID KEY
            MOVE "Y" TO EOF-SWITCH
    END-START.
    PERFORM 310-LIST-ONE-ITEM UNTIL EOF-SWITCH = "Y".
    IF LISTED-COUNT = 0
        DISPLAY "NO ITEM NUMBERS ON FILE FOR THAT CUSTOMER"
    END-IF.

*> Lists a single mapping, stopping at the next customer's records
310-LIST-ONE-ITEM.
    READ XREF-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            IF XREF-CID NOT = SEARCH-CID
                MOVE "Y" TO EOF-SWITCH
            ELSE
                ADD 1 TO LISTED-COUNT
                DISPLAY "  ITEM " XREF-ITEM " IS PRODUCT " XREF-PID
            END-IF
    END-READ.

*> Adds a mapping, or re-points an existing one -- the customer and
*> product must both be on their masters first
400-ADD-OR-UPDATE.
    DISPLAY "ENTER CUSTOMER ID: ".
    ACCEPT SEARCH-CID.
    MOVE SEARCH-CID TO CUST-CID.
    READ CUSTOMER-FILE
        INVALID KEY
            DISPLAY "CUSTOMER NOT ON FILE"
        NOT INVALID KEY
            DISPLAY "CUSTOMER: " CUST-NAME
            PERFORM 410-TAKE-ITEM-BODY
    END-READ.

*> The customer's item number and the product it maps to
410-TAKE-ITEM-BODY.
    DISPLAY "ENTER CUSTOMER'S ITEM NUMBER: ".
    ACCEPT SEARCH-ITEM.
    IF SEARCH-ITEM = SPACES
        DISPLAY "ITEM NUMBER IS REQUIRED"
    ELSE
        DISPLAY "ENTER OUR PRODUCT ID: "
        ACCEPT SEARCH-PID
        MOVE SEARCH-PID TO PROD-PID
        READ PRODUCT-FILE
            INVALID KEY
                DISPLAY "PRODUCT NOT ON FILE"
            NOT INVALID KEY
                DISPLAY PROD-NAME
                IF PROD-STATUS = "D"
                    DISPLAY "NOTE: PRODUCT IS DISCONTINUED"
                END-IF
                PERFORM 420-WRITE-ITEM
        END-READ
    END-IF.

*> Writes or rewrites the mapping
420-WRITE-ITEM.
    MOVE SEARCH-CID TO XREF-CID.
    MOVE SEARCH-ITEM TO XREF-ITEM.
    READ XREF-FILE
        INVALID KEY
            MOVE SPACES TO JOURNAL-BEFORE
            MOVE SEARCH-PID TO XREF-PID
            WRITE XREF-RECORD
                INVALID KEY
                    DISPLAY "ITEM NUMBER NOT WRITTEN"
            END-WRITE
            DISPLAY "ITEM NUMBER ADDED"
        NOT INVALID KEY
            MOVE XREF-RECORD TO JOURNAL-BEFORE
            DISPLAY "ITEM ON FILE AS PRODUCT " XREF-PID ", CHANGING"
            MOVE SEARCH-PID TO XREF-PID
            REWRITE XREF-RECORD
            DISPLAY "ITEM NUMBER UPDATED"
    END-READ.
    MOVE XREF-RECORD TO JOURNAL-AFTER.
    MOVE SEARCH-CID TO JOURNAL-KEY.
    CALL WRITE-JOURNAL USING JOURNAL-PROGRAM-NAME,
        JOURNAL-XREF-FILE, JOURNAL-KEY, JOURNAL-BEFORE,
        JOURNAL-AFTER, JOURNAL-OPERATOR.

*> Removes an item number the customer no longer uses
500-REMOVE-ITEM.
    DISPLAY "ENTER CUSTOMER ID: ".
    ACCEPT SEARCH-CID.
    DISPLAY "ENTER CUSTOMER'S ITEM NUMBER: ".
    ACCEPT SEARCH-ITEM.
    MOVE SEARCH-CID TO XREF-CID.
    MOVE SEARCH-ITEM TO XREF-ITEM.
    READ XREF-FILE
        INVALID KEY
            DISPLAY "NO SUCH ITEM NUMBER ON FILE"
        NOT INVALID KEY
            MOVE XREF-RECORD TO JOURNAL-BEFORE
            DELETE XREF-FILE
            MOVE SPACES TO JOURNAL-AFTER
            MOVE SEARCH-CID TO JOURNAL-KEY
            CALL WRITE-JOURNAL USING JOURNAL-PROGRAM-NAME,
                JOURNAL-XREF-FILE, JOURNAL-KEY, JOURNAL-BEFORE,
                JOURNAL-AFTER, JOURNAL-OPERATOR
            DISPLAY "ITEM NUMBER REMOVED"
    END-READ.

*> Stand-alone sales tax exemption certificate maintenance program,
*> in the CONTRACT-MAINT mold. Maintains taxcerts.dat, keyed by
*> customer plus state: the certificate number the customer filed
*> with us, the kind of exemption it claims (resale, government,
*> educational, non-profit, other), and the date it expires (0 for
*> a certificate that never does). READ-TRANSACTIONS bills no tax on
*> a line shipping into a state the customer holds a certificate for
*> that is good on the business date, and warns the run log when the
*> certificate on file has expired; TAX-SUMMARY reports the exempt
*> sales by state and certificate number for the state auditor. The
*> customer is validated with a keyed read (INPUT only) and the state
*> against the same code list READ-CUSTOMERS uses before a
*> certificate goes on file, and every change is journaled through
*> WRITE-JOURNAL under the signed-on operator.
IDENTIFICATION DIVISION.
PROGRAM-ID. TAXCERT-MAINT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL TAXCERT-FILE ASSIGN TO "taxcerts.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CERT-KEY.
    SELECT CUSTOMER-FILE ASSIGN TO "customers.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CUST-CID.
DATA DIVISION.
FILE SECTION.
    *> taxcerts.dat file definition -- one exemption certificate per
    *> customer per state
    FD TAXCERT-FILE.
    01 TAXCERT-RECORD.
        05 CERT-KEY.
            10 CERT-CID          PIC 9(10).
            10 CERT-STATE        PIC A(12).
        05 CERT-NUMBER           PIC X(15).
        05 CERT-TYPE             PIC A(1). *> R = resale, G =
                                           *> government, E =
                                           *> educational, N =
                                           *> non-profit, O = other
        05 CERT-EXPIRES          PIC 9(8). *> CCYYMMDD, 0 = does not
                                           *> expire

    *> customers.dat file definition (indexed, keyed by CUST-CID),
    *> opened INPUT only -- certificates are validated against it
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

WORKING-STORAGE SECTION.
    *> reference to the shared sign-on program, and the fields each
    *> interactive program passes it at startup
    01 OPERATOR-SIGNON       PIC X(15) VALUE "OPERATOR-SIGNON".
    01 SIGNON-PROGRAM        PIC X(17) VALUE "TAXCERT-MAINT".
    01 SIGNON-LEVEL          PIC 9(1) VALUE 5.
    01 SIGNON-OPERATOR       PIC X(8) VALUE SPACES.
    01 SIGNON-OK             PIC A(1) VALUE "N".

    01 WRITE-JOURNAL         PIC X(13) VALUE "WRITE-JOURNAL".

    *> reference to the business-date program, so the listing can say
    *> which certificates have already lapsed
    01 GET-BUSINESS-DATE     PIC X(17) VALUE "GET-BUSINESS-DATE".
    01 TODAY                 PIC 9(8).

    *> identifies this program and the file touched on each
    *> WRITE-JOURNAL call; an add journals a blank before image, a
    *> removal a blank after image. The journal key carries the
    *> customer id -- JOURNAL-PRINT by key then shows every
    *> certificate touch for the account.
    01 JOURNAL-PROGRAM-NAME  PIC X(17) VALUE "TAXCERT-MAINT".
    01 JOURNAL-CERT-FILE     PIC X(13) VALUE "taxcerts.dat".
    01 JOURNAL-KEY           PIC 9(11) VALUE 0.
    01 JOURNAL-BEFORE        PIC X(120) VALUE SPACES.
    01 JOURNAL-AFTER         PIC X(120) VALUE SPACES.
    01 JOURNAL-OPERATOR      PIC X(8) VALUE SPACES.

    01 SWITCHES.
        05 DONE-SWITCH       PIC A VALUE "N".
        05 EOF-SWITCH        PIC A VALUE "N".
        05 VALID-SWITCH      PIC A VALUE "N".

    01 MENU-CHOICE           PIC 9.
    01 SEARCH-CID            PIC 9(10).
    01 SEARCH-STATE          PIC A(12).
    01 LISTED-COUNT          PIC 9(4) VALUE 0.
    01 CERT-STANDING         PIC X(7) VALUE SPACES.

    *> the certificate fields as keyed, checked before any of them
    *> reach the record
    01 ENTERED-NUMBER        PIC X(15).
    01 ENTERED-TYPE          PIC A(1).
    01 ENTERED-EXPIRES       PIC 9(8).

    *> table of valid two-letter state/territory codes, same list
    *> READ-CUSTOMERS validates against
    01 STATE-TABLE-VALUES.
        05 PIC A(12) VALUE "AL".
        05 PIC A(12) VALUE "AK".
        05 PIC A(12) VALUE "AZ".
        05 PIC A(12) VALUE "AR".
        05 PIC A(12) VALUE "CA".
        05 PIC A(12) VALUE "CO".
        05 PIC A(12) VALUE "CT".
        05 PIC A(12) VALUE "DE".
        05 PIC A(12) VALUE "FL".
        05 PIC A(12) VALUE "GA".
        05 PIC A(12) VALUE "HI".
        05 PIC A(12) VALUE "ID".
        05 PIC A(12) VALUE "IL".
        05 PIC A(12) VALUE "IN".
        05 PIC A(12) VALUE "IA".
        05 PIC A(12) VALUE "KS".
        05 PIC A(12) VALUE "KY".
        05 PIC A(12) VALUE "LA".
        05 PIC A(12) VALUE "ME".
        05 PIC A(12) VALUE "MD".
        05 PIC A(12) VALUE "MA".
        05 PIC A(12) VALUE "MI".
        05 PIC A(12) VALUE "MN".
        05 PIC A(12) VALUE "MS".
        05 PIC A(12) VALUE "MO".
        05 PIC A(12) VALUE "MT".
        05 PIC A(12) VALUE "NE".
        05 PIC A(12) VALUE "NV".
        05 PIC A(12) VALUE "NH".
        05 PIC A(12) VALUE "NJ".
        05 PIC A(12) VALUE "NM".
        05 PIC A(12) VALUE "NY".
        05 PIC A(12) VALUE "NC".
        05 PIC A(12) VALUE "ND".
        05 PIC A(12) VALUE "OH".
        05 PIC A(12) VALUE "OK".
        05 PIC A(12) VALUE "OR".
        05 PIC A(12) VALUE "PA".
        05 PIC A(12) VALUE "RI".
        05 PIC A(12) VALUE "SC".
        05 PIC A(12) VALUE "SD".
        05 PIC A(12) VALUE "TN".
        05 PIC A(12) VALUE "TX".
        05 PIC A(12) VALUE "UT".
        05 PIC A(12) VALUE "VT".
        05 PIC A(12) VALUE "VA".
        05 PIC A(12) VALUE "WA".
        05 PIC A(12) VALUE "WV".
        05 PIC A(12) VALUE "WI".
        05 PIC A(12) VALUE "WY".
        05 PIC A(12) VALUE "DC".
    01 VALID-STATES REDEFINES STATE-TABLE-VALUES.
        05 VALID-STATE        PIC A(12) OCCURS 51 TIMES INDEXED BY S.

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
    CALL GET-BUSINESS-DATE USING TODAY.
    OPEN I-O TAXCERT-FILE.
    OPEN INPUT CUSTOMER-FILE.
    PERFORM 200-MENU UNTIL DONE-SWITCH = "Y".
    CLOSE TAXCERT-FILE.
    CLOSE CUSTOMER-FILE.
    STOP RUN.

*> Displays the maintenance menu and dispatches the chosen action
200-MENU.
    DISPLAY "1. LIST A CUSTOMER'S EXEMPTION CERTIFICATES".
    DISPLAY "2. ADD OR UPDATE A CERTIFICATE".
    DISPLAY "3. REMOVE A CERTIFICATE".
    DISPLAY "4. EXIT".
    DISPLAY "ENTER CHOICE: ".
    ACCEPT MENU-CHOICE.
    EVALUATE MENU-CHOICE
        WHEN 1 PERFORM 300-LIST-CERTS
        WHEN 2 PERFORM 400-ADD-OR-UPDATE
        WHEN 3 PERFORM 500-REMOVE-CERT
        WHEN 4 MOVE "Y" TO DONE-SWITCH
        WHEN OTHER DISPLAY "INVALID CHOICE"
    END-EVALUATE.

*> Lists every certificate on file for one customer, positioned
*> straight onto their records via the key's customer-id prefix
300-LIST-CERTS.
    DISPLAY "ENTER CUSTOMER ID: ".
    ACCEPT SEARCH-CID.
    MOVE 0 TO LISTED-COUNT.
    MOVE "N" TO EOF-SWITCH.
    MOVE SEARCH-CID TO CERT-CID.
    MOVE SPACES TO CERT-STATE.
    START TAXCERT-FILE KEY IS >= CERT-KEY
        INVALID KEY
            MOVE "Y" TO EOF-SWITCH
    END-START.
    PERFORM 310-LIST-ONE-CERT UNTIL EOF-SWITCH = "Y".
    IF LISTED-COUNT = 0
        DISPLAY "NO EXEMPTION CERTIFICATES ON FILE FOR THAT CUSTOMER"
    END-IF.

*> Lists a single certificate, stopping at the next customer's
*> records, and says whether it is still good on the business date
310-LIST-ONE-CERT.
    READ TAXCERT-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            IF CERT-CID NOT = SEARCH-CID
                MOVE "Y" TO EOF-SWITCH
            ELSE
                ADD 1 TO LISTED-COUNT
                IF CERT-EXPIRES = 0 OR CERT-EXPIRES NOT < TODAY
                    MOVE "VALID" TO CERT-STANDING
                ELSE
                    MOVE "EXPIRED" TO CERT-STANDING
                END-IF
                DISPLAY "  " CERT-STATE " CERT " CERT-NUMBER
                    " TYPE " CERT-TYPE " EXPIRES " CERT-EXPIRES
                    " " CERT-STANDING
            END-IF
    END-READ.

*> Adds a certificate, or renews an existing one -- the customer must
*> be on the master and the state a recognized code first
400-ADD-OR-UPDATE.
    DISPLAY "ENTER CUSTOMER ID: ".
    ACCEPT SEARCH-CID.
    MOVE SEARCH-CID TO CUST-CID.
    READ CUSTOMER-FILE
        INVALID KEY
            DISPLAY "CUSTOMER NOT ON FILE"
        NOT INVALID KEY
            DISPLAY "CUSTOMER: " CUST-NAME
            PERFORM 410-TAKE-CERT-BODY
    END-READ.

*> The state check and the certificate fields proper; nothing is
*> written unless every field keyed is acceptable
410-TAKE-CERT-BODY.
    DISPLAY "ENTER STATE THE CERTIFICATE COVERS (E.G. TX): ".
    ACCEPT SEARCH-STATE.
    SET S TO 1.
    SEARCH VALID-STATE
        AT END
            DISPLAY "NOT A RECOGNIZED STATE CODE"
        WHEN VALID-STATE(S) = SEARCH-STATE
            PERFORM 430-ACCEPT-CERT-FIELDS
            IF VALID-SWITCH = "Y"
                PERFORM 420-WRITE-CERT
            END-IF
    END-SEARCH.

*> Writes or rewrites the certificate from the checked fields
420-WRITE-CERT.
    MOVE SEARCH-CID TO CERT-CID.
    MOVE SEARCH-STATE TO CERT-STATE.
    READ TAXCERT-FILE
        INVALID KEY
            MOVE SPACES TO JOURNAL-BEFORE
            PERFORM 440-MOVE-CERT-FIELDS
            WRITE TAXCERT-RECORD
                INVALID KEY
                    DISPLAY "CERTIFICATE NOT WRITTEN"
            END-WRITE
            DISPLAY "CERTIFICATE ADDED"
        NOT INVALID KEY
            MOVE TAXCERT-RECORD TO JOURNAL-BEFORE
            DISPLAY "REPLACING CERTIFICATE " CERT-NUMBER
                " EXPIRING " CERT-EXPIRES
            PERFORM 440-MOVE-CERT-FIELDS
            REWRITE TAXCERT-RECORD
            DISPLAY "CERTIFICATE UPDATED"
    END-READ.
    MOVE TAXCERT-RECORD TO JOURNAL-AFTER.
    MOVE SEARCH-CID TO JOURNAL-KEY.
    CALL WRITE-JOURNAL USING JOURNAL-PROGRAM-NAME,
        JOURNAL-CERT-FILE, JOURNAL-KEY, JOURNAL-BEFORE,
        JOURNAL-AFTER, JOURNAL-OPERATOR.

*> Prompts for and checks the certificate's editable fields: a
*> certificate number is required, and the type must be one of the
*> five kinds TAX-SUMMARY's auditor breakdown knows
430-ACCEPT-CERT-FIELDS.
    MOVE "N" TO VALID-SWITCH.
    DISPLAY "ENTER CERTIFICATE NUMBER: ".
    ACCEPT ENTERED-NUMBER.
    DISPLAY "ENTER TYPE (R=RESALE G=GOVERNMENT E=EDUCATIONAL "
        "N=NON-PROFIT O=OTHER): ".
    ACCEPT ENTERED-TYPE.
    DISPLAY "ENTER EXPIRATION DATE (CCYYMMDD, 0 = DOES NOT EXPIRE): ".
    ACCEPT ENTERED-EXPIRES.
    IF ENTERED-NUMBER = SPACES
        DISPLAY "A CERTIFICATE NUMBER IS REQUIRED, NOTHING CHANGED"
    ELSE
        IF ENTERED-TYPE NOT = "R" AND ENTERED-TYPE NOT = "G"
            AND ENTERED-TYPE NOT = "E" AND ENTERED-TYPE NOT = "N"
            AND ENTERED-TYPE NOT = "O"
            DISPLAY "INVALID EXEMPTION TYPE, NOTHING CHANGED"
        ELSE
            MOVE "Y" TO VALID-SWITCH
            IF ENTERED-EXPIRES NOT = 0 AND ENTERED-EXPIRES < TODAY
                DISPLAY "NOTE: CERTIFICATE IS ALREADY EXPIRED, "
                    "SALES WILL STILL BE TAXED"
            END-IF
        END-IF
    END-IF.

*> Moves the checked fields onto the record
440-MOVE-CERT-FIELDS.
    MOVE SEARCH-CID TO CERT-CID.
    MOVE SEARCH-STATE TO CERT-STATE.
    MOVE ENTERED-NUMBER TO CERT-NUMBER.
    MOVE ENTERED-TYPE TO CERT-TYPE.
    MOVE ENTERED-EXPIRES TO CERT-EXPIRES.

*> Removes a certificate the customer withdrew or we were told is
*> void
500-REMOVE-CERT.
    DISPLAY "ENTER CUSTOMER ID: ".
    ACCEPT SEARCH-CID.
    DISPLAY "ENTER STATE: ".
    ACCEPT SEARCH-STATE.
    MOVE SEARCH-CID TO CERT-CID.
    MOVE SEARCH-STATE TO CERT-STATE.
    READ TAXCERT-FILE
        INVALID KEY
            DISPLAY "NO SUCH CERTIFICATE ON FILE"
        NOT INVALID KEY
            MOVE TAXCERT-RECORD TO JOURNAL-BEFORE
            DELETE TAXCERT-FILE
            MOVE SPACES TO JOURNAL-AFTER
            MOVE SEARCH-CID TO JOURNAL-KEY
            CALL WRITE-JOURNAL USING JOURNAL-PROGRAM-NAME,
                JOURNAL-CERT-FILE, JOURNAL-KEY, JOURNAL-BEFORE,
                JOURNAL-AFTER, JOURNAL-OPERATOR
            DISPLAY "CERTIFICATE REMOVED"
    END-READ.

*> Stand-alone return-to-vendor program. When LOT-RECALL names a bad
*> lot, or the warehouse finds goods from a receipt damaged, the
*> units go back to the vendor through here instead of vanishing
*> into a CYCLE-COUNT shrinkage adjustment that forgets the vendor
*> owes us for them. The operator keys the product, the vendor's
*> lot (blank for an unlotted product), the quantity, the building
*> it leaves from, the vendor, the original PO, and a reason; once
*> confirmed the return is applied in one journaled action:
*>   - the units come off inventory.dat's PROD-IN-STOCK, off the
*>     stocklocs.dat location they leave from (a product with no
*>     MAIN record keeps its implicit MAIN residual, which drops
*>     with the combined count on its own), and off the lot's
*>     LOT-REMAINING on lots.dat;
*>   - a debit memo lands on apopen.dat as an open line for the
*>     vendor, invoice number RTVnnnnnn, with a negative amount at
*>     PROD-UNIT-COST, so AP-PAYRUN nets it against that vendor's
*>     open invoices on the next check (a vendor whose memos
*>     outweigh what we owe is held until they do not);
*>   - the ledger legs, DR AP / CR INV at the same PROD-UNIT-COST
*>     amount, are appended to apdisb.dat, the day's AP posting
*>     file GL-EXPORT folds into the night's glpost.dat;
*>   - the RTV shipping document that travels with the carton, with
*>     the vendor's name and address from vendors.dat, is printed
*>     to rtvdocs.txt.
*> RTV numbers run on from rtvcontrol.dat. A vendor with no address
*> on vendors.dat is refused -- there is nowhere to ship the carton.
*> So is a return whose RTV number is already on apopen.dat for the
*> vendor and product (rtvcontrol.dat fallen behind).
*> A PO line on file for a different vendor is refused; a PO no
*> longer on openpo.dat is accepted with a warning. Refused while
*> the nightly cycle is open, since RECONCILE's inventory cross-foot
*> proves the night's stock movement against the BACKINV image and
*> a daytime return landing mid-run would throw it out.
IDENTIFICATION DIVISION.
PROGRAM-ID. RTV-ENTRY.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PRODUCT-FILE ASSIGN TO "inventory.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PROD-PID.
    SELECT OPTIONAL STOCKLOC-FILE ASSIGN TO "stocklocs.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS LOC-KEY.
    SELECT OPTIONAL LOT-FILE ASSIGN TO "lots.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS LOT-LOT-KEY.
    SELECT OPTIONAL OPENPO-FILE ASSIGN TO "openpo.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS OPENPO-KEY.
    SELECT OPTIONAL APOPEN-FILE ASSIGN TO "apopen.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS AP-KEY.
    SELECT VENDOR-FILE ASSIGN TO "vendors.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS VENDOR-STATUS.
    SELECT ACCOUNT-FILE ASSIGN TO "glaccounts.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACCOUNT-STATUS.
    SELECT OPTIONAL RTVCTL-FILE ASSIGN TO "rtvcontrol.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RTVCTL-STATUS.
    SELECT OPTIONAL DISB-FILE ASSIGN TO "apdisb.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
    SELECT DOCUMENT-FILE ASSIGN TO "rtvdocs.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CONTROL-FILE ASSIGN TO "runcontrol.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONTROL-STATUS.
DATA DIVISION.
FILE SECTION.
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

    *> stocklocs.dat file definition (matches READ-TRANSACTIONS')
    FD STOCKLOC-FILE.
    01 STOCKLOC-RECORD.
        05 LOC-KEY.
            10 LOC-PID           PIC 9(11).
            10 LOC-CODE          PIC X(4). *> MAIN / OVFL
        05 LOC-QTY               PIC 9(7).
        05 LOC-MIN-STOCK         PIC 9(7).
        05 LOC-BIN               PIC X(8). *> aisle/bin the
                                            *> pickers walk to

    *> lots.dat file definition (matches RECEIVE-INVENTORY's)
    FD LOT-FILE.
    01 LOT-RECORD.
        05 LOT-LOT-KEY.
            10 LOT-PID           PIC 9(11).
            10 LOT-NUMBER        PIC X(10).
        05 LOT-RECEIVED          PIC 9(8).
        05 LOT-REMAINING         PIC 9(7).

    *> openpo.dat file definition (matches POGEN's layout) -- read
    *> only, to prove the original PO line belongs to the vendor
    FD OPENPO-FILE.
    01 OPENPO-RECORD.
        05 OPENPO-KEY.
            10 OPENPO-NUMBER     PIC 9(6).
            10 OPENPO-PID        PIC 9(11).
        05 OPENPO-VENDOR         PIC 9(5).
        05 OPENPO-DATE           PIC 9(8).
        05 OPENPO-QTY-ORDERED    PIC 9(7).
        05 OPENPO-QTY-RECEIVED   PIC 9(7).
        05 OPENPO-STATUS         PIC A(1).
        05 OPENPO-UNIT-COST      PIC 9(5)V9(2).
        05 OPENPO-EXPECTED-DATE  PIC 9(8).

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
        05 AP-AMOUNT             PIC S9(7)V9(2).
        05 AP-STATUS             PIC A(1).
        05 AP-CHECK-NO           PIC 9(6).
        05 AP-PAID-DATE          PIC 9(8).

    *> vendors.dat file definition (matches POGEN's layout) -- only
    *> the vendor's name and address are wanted here
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

    *> rtvcontrol.dat file definition -- the next unused RTV number,
    *> carried the way checkcontrol.dat carries the check number
    FD RTVCTL-FILE.
    01 RTVCTL-RECORD.
        05 NEXT-RTV-NO            PIC 9(6).

    *> AP posting file (matches AP-PAYRUN's DISB-RECORD)
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

    *> the RTV shipping documents, one print line at a time
    FD DOCUMENT-FILE.
    01 DOCUMENT-LINE             PIC X(120).

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
    *> interactive program passes it at startup -- a return raises a
    *> payable credit, so it takes the same authority as keying the
    *> vendor's invoices
    01 OPERATOR-SIGNON       PIC X(15) VALUE "OPERATOR-SIGNON".
    01 SIGNON-PROGRAM        PIC X(17) VALUE "RTV-ENTRY".
    01 SIGNON-LEVEL          PIC 9(1) VALUE 5.
    01 SIGNON-OPERATOR       PIC X(8) VALUE SPACES.
    01 SIGNON-OK             PIC A(1) VALUE "N".

    01 WRITE-JOURNAL         PIC X(13) VALUE "WRITE-JOURNAL".

    *> identifies this program and the file touched on each
    *> WRITE-JOURNAL call
    01 JOURNAL-PROGRAM-NAME  PIC X(17) VALUE "RTV-ENTRY".
    01 JOURNAL-PROD-FILE     PIC X(13) VALUE "inventory.dat".
    01 JOURNAL-LOC-FILE      PIC X(13) VALUE "stocklocs.dat".
    01 JOURNAL-LOT-FILE      PIC X(13) VALUE "lots.dat".
    01 JOURNAL-AP-FILE       PIC X(13) VALUE "apopen.dat".
    01 JOURNAL-KEY           PIC 9(11) VALUE 0.
    01 JOURNAL-BEFORE        PIC X(120) VALUE SPACES.
    01 JOURNAL-AFTER         PIC X(120) VALUE SPACES.
    01 JOURNAL-OPERATOR      PIC X(8) VALUE "NIGHTRUN".

    *> reference to the shared run-log program, and the event fields
    *> each CALL fills in
    01 WRITE-RUN-LOG         PIC X(13) VALUE "WRITE-RUN-LOG".
    01 LOG-SEVERITY          PIC A(1) VALUE "I".
    01 LOG-PROGRAM           PIC X(17) VALUE "RTV-ENTRY".
    01 LOG-MESSAGE           PIC X(60) VALUE SPACES.
    01 LOG-OPERATOR          PIC X(8) VALUE "NIGHTRUN".

    *> reference to the business-date program
    01 GET-BUSINESS-DATE     PIC X(17) VALUE "GET-BUSINESS-DATE".
    01 TODAY                 PIC 9(8).

    01 SWITCHES.
        05 DONE-SWITCH           PIC A VALUE "N".
        05 CYCLE-OPEN-SWITCH     PIC A VALUE "N".
        05 REFUSED-SWITCH        PIC A VALUE "N".
        05 VALID-SWITCH          PIC A VALUE "N".
        05 ACCOUNT-EOF-SWITCH    PIC A VALUE "N".
        05 VENDOR-EOF-SWITCH     PIC A VALUE "N".
        05 VENDOR-FOUND-SWITCH   PIC A VALUE "N".
        05 MAIN-RECORD-SWITCH    PIC A VALUE "N".
        05 MEMO-POSTED-SWITCH    PIC A VALUE "N".

    01 VENDOR-STATUS          PIC XX VALUE "00".
    01 ACCOUNT-STATUS         PIC XX VALUE "00".
    01 RTVCTL-STATUS          PIC XX VALUE "00".
    01 CONTROL-STATUS         PIC XX VALUE "00".

    *> the two ledger accounts every return posts to, looked up once
    *> from the chart of accounts
    01 AP-ACCOUNT             PIC 9(8) VALUE 0.
    01 INV-ACCOUNT            PIC 9(8) VALUE 0.

    *> the return being keyed
    01 RTV-PID                PIC 9(11).
    01 RTV-LOT                PIC X(10).
    01 RTV-QTY                PIC 9(7).
    01 RTV-FROM               PIC X(4).
    01 RTV-VENDOR             PIC 9(5).
    01 RTV-PO                 PIC 9(6).
    01 RTV-REASON             PIC X(30).
    01 RTV-UNIT-COST          PIC 9(5)V9(2) VALUE 0.
    01 RTV-AMOUNT             PIC 9(9)V9(2) VALUE 0.
    01 RTV-NUMBER             PIC 9(6) VALUE 0.
    *> the debit memo's invoice number on apopen.dat, RTVnnnnnn
    01 RTV-MEMO-NO.
        05 RTV-MEMO-PREFIX     PIC X(3) VALUE "RTV".
        05 RTV-MEMO-SEQ        PIC 9(6) VALUE 0.
        05 FILLER              PIC X(1) VALUE SPACE.
    01 MORE-ANSWER            PIC A.
    01 CONFIRM-ANSWER         PIC A.
    *> what the implicit MAIN of a product with no MAIN record holds:
    *> combined stock minus any OVFL record
    01 LOC-RESIDUAL           PIC S9(8) VALUE 0.

    *> the vendor the carton ships to
    01 SHIP-NAME              PIC X(25) VALUE SPACES.
    01 SHIP-STREET            PIC X(23) VALUE SPACES.
    01 SHIP-CITY              PIC A(13) VALUE SPACES.
    01 SHIP-STATE             PIC A(12) VALUE SPACES.

    01 RETURNS-MADE           PIC 9(4) VALUE 0.
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
    MOVE SIGNON-OPERATOR TO JOURNAL-OPERATOR.
    MOVE SIGNON-OPERATOR TO LOG-OPERATOR.
    PERFORM 100-INIT.
    IF REFUSED-SWITCH NOT = "Y"
        OPEN I-O PRODUCT-FILE
        OPEN I-O STOCKLOC-FILE
        OPEN I-O LOT-FILE
        OPEN INPUT OPENPO-FILE
        OPEN I-O APOPEN-FILE
        OPEN EXTEND DISB-FILE
        OPEN OUTPUT DOCUMENT-FILE
        PERFORM 200-RETURN-ONE UNTIL DONE-SWITCH = "Y"
        CLOSE PRODUCT-FILE
        CLOSE STOCKLOC-FILE
        CLOSE LOT-FILE
        CLOSE OPENPO-FILE
        CLOSE APOPEN-FILE
        CLOSE DISB-FILE
        CLOSE DOCUMENT-FILE
        PERFORM 190-SAVE-RTV-CONTROL
        DISPLAY "RETURNS MADE: " RETURNS-MADE
    END-IF.
    STOP RUN.

*> Refuses to start while the nightly cycle is open or without the
*> AP and INV accounts to post to, then picks up the RTV counter
100-INIT.
    CALL GET-BUSINESS-DATE USING TODAY.
    PERFORM 110-CHECK-CYCLE-OPEN.
    IF CYCLE-OPEN-SWITCH = "Y"
        DISPLAY "NIGHTLY CYCLE IS OPEN, RETURNS REFUSED -- "
            "TRY AGAIN AFTER IT CLOSES"
        MOVE "Y" TO REFUSED-SWITCH
    ELSE
        PERFORM 120-LOAD-ACCOUNTS
    END-IF.
    IF REFUSED-SWITCH NOT = "Y"
        PERFORM 180-READ-RTV-CONTROL
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

*> Finds the AP and INV accounts on the chart; without both there
*> is nowhere to post the return and none is taken
120-LOAD-ACCOUNTS.
    OPEN INPUT ACCOUNT-FILE.
    IF ACCOUNT-STATUS = "00"
        PERFORM 130-READ-ONE-ACCOUNT UNTIL ACCOUNT-EOF-SWITCH = "Y"
        CLOSE ACCOUNT-FILE
    END-IF.
    IF AP-ACCOUNT = 0 OR INV-ACCOUNT = 0
        DISPLAY "NO AP AND INV ACCOUNTS ON GLACCOUNTS.DAT, "
            "RETURNS REFUSED"
        MOVE "Y" TO REFUSED-SWITCH
    END-IF.

*> Picks the AP and INV roles out of one chart line
130-READ-ONE-ACCOUNT.
    READ ACCOUNT-FILE
        AT END
            MOVE "Y" TO ACCOUNT-EOF-SWITCH
        NOT AT END
            IF GLA-ROLE = "AP"
                MOVE GLA-ACCOUNT TO AP-ACCOUNT
            END-IF
            IF GLA-ROLE = "INV"
                MOVE GLA-ACCOUNT TO INV-ACCOUNT
            END-IF
    END-READ.

*> Picks up the next RTV number; the very first return is number 1
180-READ-RTV-CONTROL.
    MOVE 0 TO RTV-NUMBER.
    OPEN INPUT RTVCTL-FILE.
    IF RTVCTL-STATUS = "00"
        READ RTVCTL-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE NEXT-RTV-NO TO RTV-NUMBER
        END-READ
        CLOSE RTVCTL-FILE
    END-IF.
    IF RTV-NUMBER = 0
        MOVE 1 TO RTV-NUMBER
    END-IF.

*> Saves the next unused RTV number for the next session
190-SAVE-RTV-CONTROL.
    OPEN OUTPUT RTVCTL-FILE.
    MOVE RTV-NUMBER TO NEXT-RTV-NO.
    WRITE RTVCTL-RECORD.
    CLOSE RTVCTL-FILE.

*> Prompts for one return, proves it, applies it once confirmed,
*> and asks whether to do another
200-RETURN-ONE.
    DISPLAY "ENTER PRODUCT ID TO RETURN: ".
    ACCEPT RTV-PID.
    DISPLAY "ENTER VENDOR LOT NUMBER (BLANK IF NOT LOTTED): ".
    ACCEPT RTV-LOT.
    DISPLAY "ENTER QUANTITY TO RETURN: ".
    ACCEPT RTV-QTY.
    DISPLAY "ENTER LOCATION IT LEAVES FROM (MAIN/OVFL): ".
    ACCEPT RTV-FROM.
    DISPLAY "ENTER VENDOR ID: ".
    ACCEPT RTV-VENDOR.
    DISPLAY "ENTER ORIGINAL PO NUMBER: ".
    ACCEPT RTV-PO.
    DISPLAY "ENTER REASON FOR RETURN: ".
    ACCEPT RTV-REASON.
    PERFORM 300-VALIDATE-RETURN.
    IF VALID-SWITCH = "Y"
        DISPLAY "RETURN " RTV-QTY " OF " RTV-PID " TO VENDOR "
            RTV-VENDOR ", DEBIT MEMO " RTV-AMOUNT "? (Y/N): "
        ACCEPT CONFIRM-ANSWER
        IF CONFIRM-ANSWER = "Y"
            PERFORM 400-APPLY-RETURN
        ELSE
            DISPLAY "RETURN ABANDONED, NOTHING CHANGED"
        END-IF
    END-IF.
    DISPLAY "RETURN ANOTHER? (Y/N): ".
    ACCEPT MORE-ANSWER.
    IF MORE-ANSWER NOT = "Y"
        MOVE "Y" TO DONE-SWITCH
    END-IF.

*> Proves every leg of the return before anything is touched: the
*> product and its combined stock, the location, the lot, the
*> vendor's address, the PO line's vendor, and that the debit memo's
*> number is not already on apopen.dat
300-VALIDATE-RETURN.
    MOVE "N" TO VALID-SWITCH.
    MOVE RTV-PID TO PROD-PID.
    READ PRODUCT-FILE
        INVALID KEY
            DISPLAY "PRODUCT NOT ON FILE"
        NOT INVALID KEY
            IF RTV-QTY = 0
                DISPLAY "QUANTITY MUST BE MORE THAN ZERO"
            ELSE IF PROD-IN-STOCK < RTV-QTY
                DISPLAY "ONLY " PROD-IN-STOCK " ON HAND, "
                    "RETURN REFUSED"
            ELSE IF RTV-FROM NOT = "MAIN" AND RTV-FROM NOT = "OVFL"
                DISPLAY "UNKNOWN LOCATION"
            ELSE
                MOVE PROD-UNIT-COST TO RTV-UNIT-COST
                MOVE "Y" TO VALID-SWITCH
            END-IF
            END-IF
            END-IF
    END-READ.
    IF VALID-SWITCH = "Y"
        PERFORM 310-CHECK-LOCATION
    END-IF.
    IF VALID-SWITCH = "Y" AND RTV-LOT NOT = SPACES
        PERFORM 320-CHECK-LOT
    END-IF.
    IF VALID-SWITCH = "Y"
        PERFORM 330-FIND-VENDOR
    END-IF.
    IF VALID-SWITCH = "Y"
        PERFORM 340-CHECK-PO-LINE
    END-IF.
    IF VALID-SWITCH = "Y"
        PERFORM 350-CHECK-MEMO-FREE
    END-IF.
    IF VALID-SWITCH = "Y"
        COMPUTE RTV-AMOUNT = RTV-QTY * RTV-UNIT-COST
        IF RTV-AMOUNT > 9999999.99
            DISPLAY "RETURN TOO LARGE FOR ONE DEBIT MEMO, "
                "SPLIT IT"
            MOVE "N" TO VALID-SWITCH
        END-IF
    END-IF.

*> The location must hold the units: an OVFL record must exist and
*> cover them; MAIN is its record if there is one, otherwise the
*> implicit residual (combined stock minus OVFL)
310-CHECK-LOCATION.
    MOVE "N" TO MAIN-RECORD-SWITCH.
    MOVE RTV-PID TO LOC-PID.
    MOVE RTV-FROM TO LOC-CODE.
    READ STOCKLOC-FILE
        INVALID KEY
            IF RTV-FROM = "OVFL"
                DISPLAY "PRODUCT NOT STOCKED AT OVFL"
                MOVE "N" TO VALID-SWITCH
            ELSE
                PERFORM 315-CHECK-MAIN-RESIDUAL
            END-IF
        NOT INVALID KEY
            IF RTV-FROM = "MAIN"
                MOVE "Y" TO MAIN-RECORD-SWITCH
            END-IF
            IF LOC-QTY < RTV-QTY
                DISPLAY "ONLY " LOC-QTY " ON HAND AT " RTV-FROM
                    ", RETURN REFUSED"
                MOVE "N" TO VALID-SWITCH
            END-IF
    END-READ.

*> No MAIN record: MAIN holds whatever the OVFL record does not
315-CHECK-MAIN-RESIDUAL.
    MOVE PROD-IN-STOCK TO LOC-RESIDUAL.
    MOVE RTV-PID TO LOC-PID.
    MOVE "OVFL" TO LOC-CODE.
    READ STOCKLOC-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SUBTRACT LOC-QTY FROM LOC-RESIDUAL
    END-READ.
    IF LOC-RESIDUAL < RTV-QTY
        DISPLAY "ONLY " LOC-RESIDUAL " ON HAND AT MAIN, "
            "RETURN REFUSED"
        MOVE "N" TO VALID-SWITCH
    END-IF.

*> The lot must be on file for the product with the units left
320-CHECK-LOT.
    MOVE RTV-PID TO LOT-PID.
    MOVE RTV-LOT TO LOT-NUMBER.
    READ LOT-FILE
        INVALID KEY
            DISPLAY "LOT " RTV-LOT " NOT ON FILE FOR THIS PRODUCT"
            MOVE "N" TO VALID-SWITCH
        NOT INVALID KEY
            IF LOT-REMAINING < RTV-QTY
                DISPLAY "ONLY " LOT-REMAINING " LEFT IN LOT "
                    RTV-LOT ", RETURN REFUSED"
                MOVE "N" TO VALID-SWITCH
            END-IF
    END-READ.

*> Finds the vendor's name and address on vendors.dat (any of its
*> rows carries it); a vendor with none is refused
330-FIND-VENDOR.
    MOVE "N" TO VENDOR-FOUND-SWITCH.
    MOVE "N" TO VENDOR-EOF-SWITCH.
    OPEN INPUT VENDOR-FILE.
    IF VENDOR-STATUS = "00"
        PERFORM 335-READ-ONE-VENDOR UNTIL VENDOR-EOF-SWITCH = "Y"
        CLOSE VENDOR-FILE
    END-IF.
    IF VENDOR-FOUND-SWITCH = "N"
        DISPLAY "VENDOR " RTV-VENDOR " NOT ON VENDORS.DAT, "
            "NOWHERE TO SHIP THE RETURN"
        MOVE "N" TO VALID-SWITCH
    END-IF.

*> Takes the address from the vendor's first row
335-READ-ONE-VENDOR.
    READ VENDOR-FILE
        AT END
            MOVE "Y" TO VENDOR-EOF-SWITCH
        NOT AT END
            IF VENDOR-ID = RTV-VENDOR
                MOVE VENDOR-NAME TO SHIP-NAME
                MOVE VENDOR-STREET TO SHIP-STREET
                MOVE VENDOR-CITY TO SHIP-CITY
                MOVE VENDOR-STATE TO SHIP-STATE
                MOVE "Y" TO VENDOR-FOUND-SWITCH
                MOVE "Y" TO VENDOR-EOF-SWITCH
            END-IF
    END-READ.

*> The original PO line, if still on file, must be the vendor's
340-CHECK-PO-LINE.
    MOVE RTV-PO TO OPENPO-NUMBER.
    MOVE RTV-PID TO OPENPO-PID.
    READ OPENPO-FILE
        INVALID KEY
            DISPLAY "WARNING: PO " RTV-PO " HAS NO LINE FOR THIS "
                "PRODUCT ON OPENPO.DAT, RETURN TAKEN AS KEYED"
        NOT INVALID KEY
            IF OPENPO-VENDOR NOT = RTV-VENDOR
                DISPLAY "PO " RTV-PO " WAS CUT TO VENDOR "
                    OPENPO-VENDOR ", NOT " RTV-VENDOR
                    " -- RETURN REFUSED"
                MOVE "N" TO VALID-SWITCH
            END-IF
    END-READ.

*> The debit memo's invoice number must be free for the vendor and
*> product: one already on apopen.dat means rtvcontrol.dat has
*> fallen behind, and the return is refused before anything moves
350-CHECK-MEMO-FREE.
    MOVE RTV-NUMBER TO RTV-MEMO-SEQ.
    MOVE RTV-VENDOR TO AP-VENDOR.
    MOVE RTV-MEMO-NO TO AP-INVOICE-NO.
    MOVE RTV-PID TO AP-PID.
    READ APOPEN-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            DISPLAY RTV-MEMO-NO " ALREADY ON APOPEN.DAT, CHECK "
                "RTVCONTROL.DAT -- RETURN REFUSED"
            MOVE "N" TO VALID-SWITCH
    END-READ.

*> Applies a proven return: stock, location, lot, debit memo,
*> ledger legs, and the shipping document, then steps the number.
*> A debit memo apopen.dat will not take leaves the ledger legs and
*> the document unwritten -- the units are already off the shelf, so
*> the miss is logged severe for AP to raise the memo by hand.
400-APPLY-RETURN.
    MOVE RTV-NUMBER TO RTV-MEMO-SEQ.
    PERFORM 410-RELIEVE-PRODUCT.
    PERFORM 420-RELIEVE-LOCATION.
    IF RTV-LOT NOT = SPACES
        PERFORM 430-RELIEVE-LOT
    END-IF.
    PERFORM 440-POST-DEBIT-MEMO.
    MOVE SPACES TO LOG-MESSAGE.
    IF MEMO-POSTED-SWITCH = "Y"
        PERFORM 450-POST-LEDGER-LEGS
        PERFORM 460-PRINT-DOCUMENT
        MOVE "I" TO LOG-SEVERITY
        STRING RTV-MEMO-NO " VENDOR " RTV-VENDOR " PRODUCT " RTV-PID
            " QTY " RTV-QTY
            DELIMITED BY SIZE INTO LOG-MESSAGE
        DISPLAY "RETURN " RTV-MEMO-NO " TAKEN, DEBIT MEMO POSTED"
        ADD 1 TO RETURNS-MADE
    ELSE
        MOVE "S" TO LOG-SEVERITY
        STRING RTV-MEMO-NO " NOT POSTED, STOCK RELIEVED, VENDOR "
            RTV-VENDOR
            DELIMITED BY SIZE INTO LOG-MESSAGE
    END-IF.
    CALL WRITE-RUN-LOG USING LOG-SEVERITY, LOG-PROGRAM,
        LOG-MESSAGE, LOG-OPERATOR.
    ADD 1 TO RTV-NUMBER.

*> Takes the units off the combined count
410-RELIEVE-PRODUCT.
    MOVE RTV-PID TO PROD-PID.
    READ PRODUCT-FILE
        INVALID KEY
            DISPLAY "WARNING: PRODUCT " RTV-PID " NO LONGER ON "
                "FILE, STOCK NOT RELIEVED"
        NOT INVALID KEY
            MOVE PRODUCT-RECORD TO JOURNAL-BEFORE
            SUBTRACT RTV-QTY FROM PROD-IN-STOCK
            REWRITE PRODUCT-RECORD
            MOVE PRODUCT-RECORD TO JOURNAL-AFTER
            MOVE PROD-PID TO JOURNAL-KEY
            CALL WRITE-JOURNAL USING JOURNAL-PROGRAM-NAME,
                JOURNAL-PROD-FILE, JOURNAL-KEY, JOURNAL-BEFORE,
                JOURNAL-AFTER, JOURNAL-OPERATOR
    END-READ.

*> Takes the units off the location record they left from. A MAIN
*> with no record of its own is the residual, already lower by the
*> units just taken off the combined count -- nothing to write.
420-RELIEVE-LOCATION.
    IF RTV-FROM = "OVFL" OR MAIN-RECORD-SWITCH = "Y"
        MOVE RTV-PID TO LOC-PID
        MOVE RTV-FROM TO LOC-CODE
        READ STOCKLOC-FILE
            INVALID KEY
                DISPLAY "WARNING: " RTV-FROM " RECORD GONE, "
                    "LOCATION NOT RELIEVED"
            NOT INVALID KEY
                MOVE STOCKLOC-RECORD TO JOURNAL-BEFORE
                SUBTRACT RTV-QTY FROM LOC-QTY
                REWRITE STOCKLOC-RECORD
                MOVE STOCKLOC-RECORD TO JOURNAL-AFTER
                MOVE RTV-PID TO JOURNAL-KEY
                CALL WRITE-JOURNAL USING JOURNAL-PROGRAM-NAME,
                    JOURNAL-LOC-FILE, JOURNAL-KEY, JOURNAL-BEFORE,
                    JOURNAL-AFTER, JOURNAL-OPERATOR
        END-READ
    END-IF.

*> Takes the units off the lot's remaining count
430-RELIEVE-LOT.
    MOVE RTV-PID TO LOT-PID.
    MOVE RTV-LOT TO LOT-NUMBER.
    READ LOT-FILE
        INVALID KEY
            DISPLAY "WARNING: LOT " RTV-LOT " GONE, "
                "LOT NOT RELIEVED"
        NOT INVALID KEY
            MOVE LOT-RECORD TO JOURNAL-BEFORE
            SUBTRACT RTV-QTY FROM LOT-REMAINING
            REWRITE LOT-RECORD
            MOVE LOT-RECORD TO JOURNAL-AFTER
            MOVE RTV-PID TO JOURNAL-KEY
            CALL WRITE-JOURNAL USING JOURNAL-PROGRAM-NAME,
                JOURNAL-LOT-FILE, JOURNAL-KEY, JOURNAL-BEFORE,
                JOURNAL-AFTER, JOURNAL-OPERATOR
    END-READ.

*> Lands the debit memo on apopen.dat as an open, negative line the
*> payment run nets against the vendor's invoices
440-POST-DEBIT-MEMO.
    MOVE RTV-VENDOR TO AP-VENDOR.
    MOVE RTV-MEMO-NO TO AP-INVOICE-NO.
    MOVE RTV-PID TO AP-PID.
    MOVE TODAY TO AP-DATE.
    MOVE RTV-PO TO AP-PO-NUMBER.
    MOVE RTV-QTY TO AP-QTY.
    MOVE RTV-UNIT-COST TO AP-UNIT-PRICE.
    COMPUTE AP-AMOUNT = 0 - RTV-AMOUNT.
    MOVE "O" TO AP-STATUS.
    MOVE 0 TO AP-CHECK-NO.
    MOVE 0 TO AP-PAID-DATE.
    MOVE "N" TO MEMO-POSTED-SWITCH.
    WRITE APOPEN-RECORD
        INVALID KEY
            DISPLAY "WARNING: " RTV-MEMO-NO " ALREADY ON APOPEN.DAT, "
                "CHECK RTVCONTROL.DAT -- MEMO NOT POSTED"
        NOT INVALID KEY
            MOVE "Y" TO MEMO-POSTED-SWITCH
            MOVE SPACES TO JOURNAL-BEFORE
            MOVE APOPEN-RECORD TO JOURNAL-AFTER
            MOVE RTV-VENDOR TO JOURNAL-KEY
            CALL WRITE-JOURNAL USING JOURNAL-PROGRAM-NAME,
                JOURNAL-AP-FILE, JOURNAL-KEY, JOURNAL-BEFORE,
                JOURNAL-AFTER, JOURNAL-OPERATOR
    END-WRITE.

*> Writes the return's two balanced legs: DR AP, CR INV
450-POST-LEDGER-LEGS.
    MOVE AP-ACCOUNT TO DSB-ACCOUNT.
    MOVE RTV-AMOUNT TO DSB-DEBIT.
    MOVE 0 TO DSB-CREDIT.
    PERFORM 455-WRITE-LEG.
    MOVE INV-ACCOUNT TO DSB-ACCOUNT.
    MOVE 0 TO DSB-DEBIT.
    MOVE RTV-AMOUNT TO DSB-CREDIT.
    PERFORM 455-WRITE-LEG.

*> Writes one leg of the return's posting
455-WRITE-LEG.
    MOVE TODAY TO DSB-DATE.
    MOVE SPACES TO DSB-DESC.
    STRING RTV-MEMO-NO "VENDOR " RTV-VENDOR
        DELIMITED BY SIZE INTO DSB-DESC.
    MOVE " " TO DSB-SPACEA.
    MOVE " " TO DSB-SPACEB.
    MOVE " " TO DSB-SPACEC.
    MOVE " " TO DSB-SPACED.
    WRITE DISB-RECORD.

*> Prints the shipping document that goes in the carton
460-PRINT-DOCUMENT.
    MOVE SPACES TO LINE-OUT.
    STRING "RETURN TO VENDOR  " RTV-MEMO-NO " DATE " TODAY
        "  OPERATOR " SIGNON-OPERATOR
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE DOCUMENT-LINE FROM LINE-OUT.
    MOVE SPACES TO LINE-OUT.
    STRING "SHIP TO: " SHIP-NAME "  VENDOR " RTV-VENDOR
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE DOCUMENT-LINE FROM LINE-OUT.
    MOVE SPACES TO LINE-OUT.
    STRING "         " SHIP-STREET
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE DOCUMENT-LINE FROM LINE-OUT.
    MOVE SPACES TO LINE-OUT.
    STRING "         " SHIP-CITY " " SHIP-STATE
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE DOCUMENT-LINE FROM LINE-OUT.
    MOVE SPACES TO LINE-OUT.
    STRING "YOUR PO " RTV-PO "  PRODUCT " RTV-PID " " PROD-NAME
        "  LOT " RTV-LOT
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE DOCUMENT-LINE FROM LINE-OUT.
    MOVE SPACES TO LINE-OUT.
    STRING "QUANTITY RETURNED " RTV-QTY " AT " RTV-UNIT-COST
        "  DEBIT MEMO AMOUNT " RTV-AMOUNT
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE DOCUMENT-LINE FROM LINE-OUT.
    MOVE SPACES TO LINE-OUT.
    STRING "REASON: " RTV-REASON
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE DOCUMENT-LINE FROM LINE-OUT.
    MOVE SPACES TO LINE-OUT.
    STRING "PLEASE CREDIT OUR ACCOUNT; " RTV-MEMO-NO
        "WILL BE DEDUCTED FROM OUR NEXT PAYMENT"
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE DOCUMENT-LINE FROM LINE-OUT.
    MOVE SPACES TO LINE-OUT.
    WRITE DOCUMENT-LINE FROM LINE-OUT.

*> Interactive quotation entry for the sales desk, built in the
*> ORDER-ENTRY mold. A quote is keyed exactly like an order --
*> customer, salesperson, ship-to, and up to 20 lines, each product
*> validated against inventory.dat and each sale code against
*> promocodes.dat -- and every line is priced the way the nightly
*> run's 405-BILL-LINE and 407-PICK-UNIT-PRICE would bill it today:
*>   - the customer's contract price when one on contracts.dat is in
*>     effect on the business date, the product master's price
*>     otherwise;
*>   - the sale code's promotion (percent off, plus the flat or
*>     buy-N-get-1 free-item rules);
*>   - sales tax at the customer's state rate on taxrates.dat, none
*>     if a valid taxcerts.dat certificate covers the ship-to state;
*>   - a freight estimate at the state's per-pound rate on
*>     freightrates.dat, with the per-order minimum.
*> A confirmed quote is saved to quotes.dat under the next number
*> from quotecontrol.dat (issued the way RMA-ENTRY issues RMAs),
*> with an expiration date the desk picks (30 days by default), and
*> the customer's copy is printed to quotedocs.txt. A quote can be
*> reprinted at any time.
*>
*> Up to and including its expiration date, an open quote can be
*> converted into an order: the lines are appended to the daytime
*> staging file (stagedorders.dat) under the next order number from
*> the run-control counter, just as ORDER-ENTRY commits an order, and
*> the quoted unit price and discount of every line are recorded on
*> qtprices.dat under the new order number, where READ-TRANSACTIONS
*> picks them up so the order bills at the quoted prices rather than
*> whatever the contract or promotion says on the night it runs. Tax
*> and freight are billed at the rates in force that night; the
*> quote's figures for them are estimates and the document says so.
*> The quote is then marked converted with the order number it
*> became. QUOTE-REPORT lists open, expired, and converted quotes.
IDENTIFICATION DIVISION.
PROGRAM-ID. QUOTE-ENTRY.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CUSTOMER-FILE ASSIGN TO "customers.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CUST-CID.
    SELECT PRODUCT-FILE ASSIGN TO "inventory.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PROD-PID.
    SELECT PROMO-FILE ASSIGN TO "promocodes.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PROMO-STATUS.
    SELECT TAXRATE-FILE ASSIGN TO "taxrates.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TAXRATE-STATUS.
    SELECT FREIGHT-FILE ASSIGN TO "freightrates.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FREIGHT-STATUS.
    SELECT CONTROL-FILE ASSIGN TO "runcontrol.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONTROL-STATUS.
    SELECT OPTIONAL ORDER-FILE ASSIGN TO "stagedorders.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
    SELECT OPTIONAL CONTRACT-FILE ASSIGN TO "contracts.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CON-KEY.
    SELECT OPTIONAL SHIPTO-FILE ASSIGN TO "shiptos.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS ST-KEY.
    SELECT OPTIONAL TAXCERT-FILE ASSIGN TO "taxcerts.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CERT-KEY.
    SELECT OPTIONAL QUOTE-FILE ASSIGN TO "quotes.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS QT-KEY.
    SELECT OPTIONAL QUOTESEQ-FILE ASSIGN TO "quotecontrol.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS QUOTESEQ-STATUS.
    SELECT OPTIONAL QTPRICE-FILE ASSIGN TO "qtprices.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS QP-KEY.
    SELECT DOCUMENT-FILE ASSIGN TO "quotedocs.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
    *> customers.dat file definition (indexed, keyed by CUST-CID)
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

    *> promocodes.dat file definition (matches READ-TRANSACTIONS')
    FD PROMO-FILE.
    01 PROMO-RECORD.
        05 PROMO-CODE             PIC A(1).
        05 PROMO-PERCENT          PIC V999.
        05 PROMO-MIN-QTY          PIC 9(3).
        05 PROMO-FREE-TYPE        PIC A(1).
        05 PROMO-FREE-DIVISOR     PIC 9(2).

    *> taxrates.dat file definition (matches READ-TRANSACTIONS')
    FD TAXRATE-FILE.
    01 TAXRATE-RECORD.
        05 TAXRATE-STATE          PIC A(12).
        05 TAXRATE-RATE           PIC V9(4).

    *> freightrates.dat file definition (matches READ-TRANSACTIONS')
    FD FREIGHT-FILE.
    01 FREIGHT-RECORD.
        05 FREIGHT-STATE          PIC A(12).
        05 FREIGHT-RATE           PIC 9(3)V9(2).
        05 FREIGHT-MINIMUM        PIC 9(5)V9(2).

    *> runcontrol.dat file definition (matches GET-BUSINESS-DATE's) --
    *> source of the business date and of the order-number counter a
    *> converted quote takes its order number from
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

    *> contracts.dat file definition (matches CONTRACT-MAINT's)
    FD CONTRACT-FILE.
    01 CONTRACT-RECORD.
        05 CON-KEY.
            10 CON-CID           PIC 9(10).
            10 CON-PID           PIC 9(11).
        05 CON-PRICE             PIC 9(5)V9(2).
        05 CON-EFF-DATE          PIC 9(8).
        05 CON-EXP-DATE          PIC 9(8).

    *> shiptos.dat file definition (matches CUSTMAINT's)
    FD SHIPTO-FILE.
    01 SHIPTO-RECORD.
        05 ST-KEY.
            10 ST-CID            PIC 9(10).
            10 ST-CODE           PIC X(4).
        05 ST-NAME               PIC X(23).
        05 ST-STREET             PIC X(23).
        05 ST-CITY               PIC A(13).
        05 ST-STATE              PIC A(12).

    *> taxcerts.dat file definition (matches TAXCERT-MAINT's)
    FD TAXCERT-FILE.
    01 TAXCERT-RECORD.
        05 CERT-KEY.
            10 CERT-CID          PIC 9(10).
            10 CERT-STATE        PIC A(12).
        05 CERT-NUMBER           PIC X(15).
        05 CERT-TYPE             PIC A(1).
        05 CERT-EXPIRES          PIC 9(8). *> CCYYMMDD, 0 = does not
                                           *> expire

    *> quotes.dat file definition -- one record per quoted line, keyed
    *> by quote number and line number, each line carrying the quote's
    *> header fields so the file needs no separate header record
    FD QUOTE-FILE.
    01 QUOTE-RECORD.
        05 QT-KEY.
            10 QT-NUMBER         PIC 9(6).
            10 QT-LINE           PIC 9(2).
        05 QT-CID                PIC 9(10).
        05 QT-REP                PIC 9(3).
        05 QT-SHIP-CODE          PIC X(4).
        05 QT-DATE               PIC 9(8). *> date quoted
        05 QT-EXPIRES            PIC 9(8). *> last date it converts
        05 QT-PID                PIC 9(11).
        05 QT-QUANTITY           PIC 9(5).
        05 QT-SALE-CODE          PIC A(1).
        05 QT-UNIT-PRICE         PIC 9(5)V9(2).
        05 QT-GROSS              PIC S9(7)V9(2).
        05 QT-DISCOUNT           PIC 9(7)V9(2).
        05 QT-NET                PIC S9(7)V9(2).
        05 QT-TAX                PIC S9(7)V9(2).
        05 QT-FREIGHT            PIC S9(7)V9(2). *> estimate
        05 QT-STATUS             PIC A(1). *> O = open, C = converted
        05 QT-ORDER              PIC 9(6). *> order it became, 0 = none
        05 QT-CONVERT-DATE       PIC 9(8). *> date converted, 0 = none

    *> quotecontrol.dat file definition -- the next unused quote
    *> number, carried the way rmacontrol.dat carries the RMA number
    FD QUOTESEQ-FILE.
    01 QUOTESEQ-RECORD.
        05 NEXT-QUOTE-NUMBER     PIC 9(6).

    *> qtprices.dat file definition (matches READ-TRANSACTIONS') --
    *> the price each line of a converted quote was quoted at, keyed
    *> by the order number it was staged under and the product quoted
    FD QTPRICE-FILE.
    01 QTPRICE-RECORD.
        05 QP-KEY.
            10 QP-ORDER          PIC 9(6).
            10 QP-PID            PIC 9(11).
        05 QP-QUOTE              PIC 9(6).
        05 QP-QUANTITY           PIC 9(5). *> quantity quoted
        05 QP-UNIT-PRICE         PIC 9(5)V9(2).
        05 QP-DISCOUNT           PIC 9(7)V9(2). *> for QP-QUANTITY

    *> confirmed conversions are appended to the daytime staging file
    *> (same layout as ORDER-ENTRY's ORDER-RECORD)
    FD ORDER-FILE.
    01 ORDER-RECORD.
        05 OUT-ORDER-NUMBER      PIC 9(6).
        05 OUT-ORDER-DATE        PIC 9(8).
        05 OUT-CID               PIC 9(10).
        05 OUT-PID               PIC 9(11).
        05 OUT-QUANTITY          PIC 9(5).
        05 OUT-SHIP-CODE         PIC X(4).
        05 OUT-EMPTY             PIC X(1).
        05 OUT-SALE-CODE         PIC A(1).
        05 OUT-REP               PIC 9(3).

    *> the customer's quote documents, one print line at a time
    FD DOCUMENT-FILE.
    01 DOCUMENT-LINE             PIC X(120).

WORKING-STORAGE SECTION.
    *> reference to the shared sign-on program, and the fields each
    *> interactive program passes it at startup
    01 OPERATOR-SIGNON       PIC X(15) VALUE "OPERATOR-SIGNON".
    01 SIGNON-PROGRAM        PIC X(17) VALUE "QUOTE-ENTRY".
    01 SIGNON-LEVEL          PIC 9(1) VALUE 2.
    01 SIGNON-OPERATOR       PIC X(8) VALUE SPACES.
    01 SIGNON-OK             PIC A(1) VALUE "N".

    01 SWITCHES.
        05 DONE-SWITCH          PIC A VALUE "N".
        05 QUOTE-DONE-SWITCH    PIC A VALUE "N".
        05 LINE-OK-SWITCH       PIC A VALUE "N".
        05 QUOTE-FOUND-SWITCH   PIC A VALUE "N".
        05 QUOTE-EOF-SWITCH     PIC A VALUE "N".
        05 ISSUED-SWITCH        PIC A VALUE "N".

    *> a missing rate or promotion file just means that part of the
    *> price comes out zero, the same as in the nightly run
    01 PROMO-STATUS          PIC XX VALUE "00".
    01 TAXRATE-STATUS        PIC XX VALUE "00".
    01 FREIGHT-STATUS        PIC XX VALUE "00".
    01 CONTROL-STATUS        PIC XX VALUE "00".
    01 QUOTESEQ-STATUS       PIC XX VALUE "00".
    01 CONTROL-FOUND-SWITCH  PIC A VALUE "N".

    *> sale-code rules, loaded once at startup the same way
    *> READ-TRANSACTIONS loads them
    01 PROMO-TABLE.
        05 PROMO-ENTRY              OCCURS 10 TIMES INDEXED BY P.
            10 PROMO-ENTRY-CODE         PIC A(1) VALUE SPACES.
            10 PROMO-ENTRY-PERCENT      PIC V999 VALUE 0.
            10 PROMO-ENTRY-MIN-QTY      PIC 9(3) VALUE 0.
            10 PROMO-ENTRY-FREE-TYPE    PIC A(1) VALUE SPACES.
            10 PROMO-ENTRY-FREE-DIVISOR PIC 9(2) VALUE 0.
    01 PROMO-COUNT           PIC 9(2) VALUE 0.
    01 PROMO-EOF-SWITCH      PIC A VALUE "N".

    *> sales-tax and freight rates by state, loaded and guarded the
    *> way READ-TRANSACTIONS loads them
    01 TAXRATE-TABLE.
        05 TAXRATE-ENTRY            OCCURS 51 TIMES INDEXED BY T.
            10 TAXRATE-ENTRY-STATE      PIC A(12) VALUE SPACES.
            10 TAXRATE-ENTRY-RATE       PIC V9(4) VALUE 0.
    01 TAXRATE-COUNT         PIC 9(2) VALUE 0.
    01 TAXRATE-EOF-SWITCH    PIC A VALUE "N".
    01 FREIGHT-TABLE.
        05 FREIGHT-ENTRY            OCCURS 51 TIMES INDEXED BY F.
            10 FREIGHT-ENTRY-STATE      PIC A(12) VALUE SPACES.
            10 FREIGHT-ENTRY-RATE       PIC 9(3)V9(2) VALUE 0.
            10 FREIGHT-ENTRY-MINIMUM    PIC 9(5)V9(2) VALUE 0.
    01 FREIGHT-COUNT         PIC 9(2) VALUE 0.
    01 FREIGHT-EOF-SWITCH    PIC A VALUE "N".

    *> the quote being keyed, reprinted, or converted, held line by
    *> line with each line's priced figures
    01 QUOTE-LINES.
        05 QUOTE-LINE-ENTRY         OCCURS 20 TIMES INDEXED BY L.
            10 LINE-NO              PIC 9(2).
            10 LINE-PID             PIC 9(11).
            10 LINE-QTY             PIC 9(5).
            10 LINE-CODE            PIC A(1).
            10 LINE-PRICE           PIC 9(5)V9(2).
            10 LINE-GROSS           PIC S9(7)V9(2).
            10 LINE-DISCOUNT        PIC 9(7)V9(2).
            10 LINE-NET             PIC S9(7)V9(2).
            10 LINE-TAX             PIC S9(7)V9(2).
            10 LINE-FREIGHT-CHG     PIC S9(7)V9(2).
    01 LINE-COUNT            PIC 9(2) VALUE 0.

    01 BUSINESS-DATE         PIC 9(8) VALUE 0.
    01 HELD-CYCLE            PIC 9(4) VALUE 0.
    01 HELD-STATUS           PIC A(1) VALUE "C".
    01 HELD-NEXT-ORDER       PIC 9(6) VALUE 1.
    01 HELD-NEXT-PO          PIC 9(6) VALUE 1.

    *> the quote's header
    01 QUOTE-NUMBER          PIC 9(6) VALUE 0.
    01 QUOTE-CID             PIC 9(10) VALUE 0.
    01 QUOTE-REP             PIC 9(3) VALUE 0.
    01 QUOTE-SHIP-CODE       PIC X(4) VALUE SPACES.
    01 QUOTE-DATE            PIC 9(8) VALUE 0.
    01 QUOTE-EXPIRES         PIC 9(8) VALUE 0.
    01 QUOTE-STATUS          PIC A(1) VALUE "O".
    01 QUOTE-ORDER           PIC 9(6) VALUE 0.
    01 QUOTE-DAYS            PIC 9(3) VALUE 0.

    *> the quote's totals
    01 QUOTE-GROSS           PIC S9(7)V9(2) VALUE 0.
    01 QUOTE-DISCOUNT        PIC S9(7)V9(2) VALUE 0.
    01 QUOTE-NET             PIC S9(7)V9(2) VALUE 0.
    01 QUOTE-TAX             PIC S9(7)V9(2) VALUE 0.
    01 QUOTE-FREIGHT         PIC S9(7)V9(2) VALUE 0.
    01 QUOTE-TOTAL           PIC S9(7)V9(2) VALUE 0.
    01 CREDIT-NEEDED         PIC S9(7)V9(2) VALUE 0.

    *> one line's pricing, figured exactly as 405-BILL-LINE figures it
    01 UNIT-PRICE            PIC 9(5)V9(2) VALUE 0.
    01 GROSS-COST            PIC S9(7)V9(2) VALUE 0.
    01 DISCOUNT              PIC 9(7)V9(2) VALUE 0.
    01 NET-COST              PIC S9(7)V9(2) VALUE 0.
    01 TAX-AMOUNT            PIC S9(7)V9(2) VALUE 0.
    *> per-quote freight: the minimum applies to the quote as a whole,
    *> the way the nightly run applies it to an order
    01 QUOTE-RAW-FREIGHT     PIC S9(7)V9(2) VALUE 0.
    01 QUOTE-CHG-FREIGHT     PIC S9(7)V9(2) VALUE 0.
    01 RAW-LINE-FREIGHT      PIC S9(7)V9(2) VALUE 0.
    01 FREIGHT-TARGET        PIC S9(7)V9(2) VALUE 0.
    01 LINE-FREIGHT          PIC S9(7)V9(2) VALUE 0.

    *> the quote's tax exemption: the state it ships to and the
    *> certificate (if any) that makes it untaxed
    01 SHIP-TO-STATE         PIC A(12) VALUE SPACES.
    01 EXEMPT-CERT           PIC X(15) VALUE SPACES.

    01 ENTRY-PID             PIC 9(11) VALUE 0.
    01 ENTRY-QTY             PIC 9(5) VALUE 0.
    01 ENTRY-CODE            PIC A(1) VALUE SPACES.
    *> supersession: the furthest active product the keyed PID's
    *> replacement chain reaches, followed as ORDER-ENTRY follows it
    01 CHAIN-ACTIVE-PID      PIC 9(11) VALUE 0.
    01 CHAIN-HOPS            PIC 9(2) VALUE 0.
    01 CHAIN-END-SWITCH      PIC A VALUE "N".
    01 MENU-CHOICE           PIC 9.
    01 REPLACE-ANSWER        PIC A.
    01 CONFIRM-ANSWER        PIC A.

    01 QUOTES-SAVED          PIC 9(4) VALUE 0.
    01 QUOTES-CONVERTED      PIC 9(4) VALUE 0.
    01 LINE-OUT              PIC X(120) VALUE SPACES.

PROCEDURE DIVISION.
*> Program controller
000-MAIN.
    CALL OPERATOR-SIGNON USING SIGNON-PROGRAM, SIGNON-LEVEL,
        SIGNON-OPERATOR, SIGNON-OK.
    IF SIGNON-OK NOT = "Y"
        DISPLAY "NOT AUTHORIZED, EXITING"
        STOP RUN
    END-IF.
    PERFORM 100-INIT.
    PERFORM 200-MENU UNTIL DONE-SWITCH = "Y".
    PERFORM 900-TERMINATE.
    STOP RUN.

*> Opens the masters read-only and the quote file for update, loads
*> the pricing tables, and picks up the business date
100-INIT.
    OPEN INPUT CUSTOMER-FILE.
    OPEN INPUT PRODUCT-FILE.
    OPEN INPUT CONTRACT-FILE.
    OPEN INPUT SHIPTO-FILE.
    OPEN INPUT TAXCERT-FILE.
    OPEN I-O QUOTE-FILE.
    OPEN I-O QTPRICE-FILE.
    OPEN OUTPUT DOCUMENT-FILE.
    PERFORM 110-LOAD-PROMO-CODES.
    PERFORM 115-LOAD-TAX-RATES.
    PERFORM 116-LOAD-FREIGHT-RATES.
    PERFORM 130-READ-CONTROL.

*> Loads the sale-code rules from promocodes.dat
110-LOAD-PROMO-CODES.
    OPEN INPUT PROMO-FILE.
    IF PROMO-STATUS = "00"
        READ PROMO-FILE
            AT END
                MOVE "Y" TO PROMO-EOF-SWITCH
            NOT AT END
                ADD 1 TO PROMO-COUNT
        END-READ
        PERFORM 120-LOAD-PROMO-ENTRY UNTIL PROMO-EOF-SWITCH = "Y"
        CLOSE PROMO-FILE
    ELSE
        DISPLAY "NOTE: PROMOCODES.DAT NOT FOUND, SALE CODES WILL "
            "NOT VALIDATE"
        MOVE "Y" TO PROMO-EOF-SWITCH
    END-IF.

*> Loads the per-state tax rates from taxrates.dat
115-LOAD-TAX-RATES.
    OPEN INPUT TAXRATE-FILE.
    IF TAXRATE-STATUS = "00"
        READ TAXRATE-FILE
            AT END
                MOVE "Y" TO TAXRATE-EOF-SWITCH
            NOT AT END
                ADD 1 TO TAXRATE-COUNT
        END-READ
        PERFORM 117-LOAD-TAXRATE-ENTRY UNTIL TAXRATE-EOF-SWITCH = "Y"
        CLOSE TAXRATE-FILE
    ELSE
        DISPLAY "NOTE: TAXRATES.DAT NOT FOUND, QUOTES SHOW NO TAX"
        MOVE "Y" TO TAXRATE-EOF-SWITCH
    END-IF.

*> Loads the per-state freight rates from freightrates.dat
116-LOAD-FREIGHT-RATES.
    OPEN INPUT FREIGHT-FILE.
    IF FREIGHT-STATUS = "00"
        READ FREIGHT-FILE
            AT END
                MOVE "Y" TO FREIGHT-EOF-SWITCH
            NOT AT END
                ADD 1 TO FREIGHT-COUNT
        END-READ
        PERFORM 118-LOAD-FREIGHT-ENTRY UNTIL FREIGHT-EOF-SWITCH = "Y"
        CLOSE FREIGHT-FILE
    ELSE
        DISPLAY "NOTE: FREIGHTRATES.DAT NOT FOUND, QUOTES SHOW NO "
            "FREIGHT"
        MOVE "Y" TO FREIGHT-EOF-SWITCH
    END-IF.

*> Moves the current taxrates.dat record into the table and reads the
*> next one, stopping short of TAXRATE-TABLE's OCCURS 51
117-LOAD-TAXRATE-ENTRY.
    IF TAXRATE-COUNT > 51
        DISPLAY "WARNING: TAXRATES.DAT HAS MORE THAN 51 STATES, "
            "REMAINDER IGNORED"
        MOVE "Y" TO TAXRATE-EOF-SWITCH
    ELSE
        MOVE TAXRATE-STATE TO TAXRATE-ENTRY-STATE(TAXRATE-COUNT)
        MOVE TAXRATE-RATE TO TAXRATE-ENTRY-RATE(TAXRATE-COUNT)
        READ TAXRATE-FILE
            AT END
                MOVE "Y" TO TAXRATE-EOF-SWITCH
            NOT AT END
                ADD 1 TO TAXRATE-COUNT
        END-READ
    END-IF.

*> Moves the current freightrates.dat record into the table and reads
*> the next one, stopping short of FREIGHT-TABLE's OCCURS 51
118-LOAD-FREIGHT-ENTRY.
    IF FREIGHT-COUNT > 51
        DISPLAY "WARNING: FREIGHTRATES.DAT HAS MORE THAN 51 STATES, "
            "REMAINDER IGNORED"
        MOVE "Y" TO FREIGHT-EOF-SWITCH
    ELSE
        MOVE FREIGHT-STATE TO FREIGHT-ENTRY-STATE(FREIGHT-COUNT)
        MOVE FREIGHT-RATE TO FREIGHT-ENTRY-RATE(FREIGHT-COUNT)
        MOVE FREIGHT-MINIMUM TO FREIGHT-ENTRY-MINIMUM(FREIGHT-COUNT)
        READ FREIGHT-FILE
            AT END
                MOVE "Y" TO FREIGHT-EOF-SWITCH
            NOT AT END
                ADD 1 TO FREIGHT-COUNT
        END-READ
    END-IF.

*> Moves the current promocodes.dat record into the table and reads
*> the next one
120-LOAD-PROMO-ENTRY.
    IF PROMO-COUNT > 10
        MOVE "Y" TO PROMO-EOF-SWITCH
    ELSE
        MOVE PROMO-CODE TO PROMO-ENTRY-CODE(PROMO-COUNT)
        MOVE PROMO-PERCENT TO PROMO-ENTRY-PERCENT(PROMO-COUNT)
        MOVE PROMO-MIN-QTY TO PROMO-ENTRY-MIN-QTY(PROMO-COUNT)
        MOVE PROMO-FREE-TYPE TO PROMO-ENTRY-FREE-TYPE(PROMO-COUNT)
        MOVE PROMO-FREE-DIVISOR TO
            PROMO-ENTRY-FREE-DIVISOR(PROMO-COUNT)
        READ PROMO-FILE
            AT END
                MOVE "Y" TO PROMO-EOF-SWITCH
            NOT AT END
                ADD 1 TO PROMO-COUNT
        END-READ
    END-IF.

*> Reads the run-control record for the business date and the next
*> order number; falls back to the system clock before the control
*> file exists. Re-PERFORMed fresh at every conversion, for the same
*> reason ORDER-ENTRY re-reads it at every commit.
130-READ-CONTROL.
    MOVE "N" TO CONTROL-FOUND-SWITCH.
    OPEN INPUT CONTROL-FILE.
    IF CONTROL-STATUS = "00"
        READ CONTROL-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE "Y" TO CONTROL-FOUND-SWITCH
                MOVE RUN-BUSINESS-DATE TO BUSINESS-DATE
                MOVE RUN-CYCLE TO HELD-CYCLE
                MOVE RUN-STATUS TO HELD-STATUS
                MOVE RUN-NEXT-ORDER TO HELD-NEXT-ORDER
                MOVE RUN-NEXT-PO TO HELD-NEXT-PO
        END-READ
        CLOSE CONTROL-FILE
    END-IF.
    IF CONTROL-FOUND-SWITCH = "N"
        ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
    END-IF.

*> Displays the quotation menu and dispatches the chosen action
200-MENU.
    DISPLAY "1. NEW QUOTE".
    DISPLAY "2. REPRINT A QUOTE".
    DISPLAY "3. CONVERT A QUOTE TO AN ORDER".
    DISPLAY "4. EXIT".
    DISPLAY "ENTER CHOICE: ".
    ACCEPT MENU-CHOICE.
    EVALUATE MENU-CHOICE
        WHEN 1 PERFORM 300-NEW-QUOTE
        WHEN 2 PERFORM 700-REPRINT-QUOTE
        WHEN 3 PERFORM 800-CONVERT-QUOTE
        WHEN 4 MOVE "Y" TO DONE-SWITCH
        WHEN OTHER DISPLAY "INVALID CHOICE"
    END-EVALUATE.

*> Takes one complete quote: customer, salesperson, ship-to, lines,
*> expiration, confirm
300-NEW-QUOTE.
    DISPLAY "ENTER CUSTOMER ID: ".
    ACCEPT QUOTE-CID.
    MOVE QUOTE-CID TO CUST-CID.
    READ CUSTOMER-FILE
        INVALID KEY
            DISPLAY "CUSTOMER NOT ON FILE, CHECK THE NUMBER"
        NOT INVALID KEY
            DISPLAY "CUSTOMER: " CUST-NAME
            DISPLAY "  BALANCE: " CUST-OWES
                " CREDIT LIMIT: " CUST-CREDIT-LIMIT
            IF CUST-HOLD = "Y"
                DISPLAY "ACCOUNT IS ON CREDIT HOLD -- THE QUOTE "
                    "CANNOT BE ORDERED UNTIL IT IS RELEASED"
            END-IF
            PERFORM 310-TAKE-QUOTE-BODY
    END-READ.

*> Takes the salesperson, ship-to, and the quote's lines, then saves
*> or abandons the whole quote at once
310-TAKE-QUOTE-BODY.
    DISPLAY "ENTER SALESPERSON ID: ".
    ACCEPT QUOTE-REP.
    PERFORM 350-TAKE-SHIP-TO.
    PERFORM 360-CHECK-EXEMPTION.
    MOVE BUSINESS-DATE TO QUOTE-DATE.
    MOVE 0 TO LINE-COUNT.
    MOVE 0 TO QUOTE-RAW-FREIGHT.
    MOVE 0 TO QUOTE-CHG-FREIGHT.
    MOVE "N" TO QUOTE-DONE-SWITCH.
    PERFORM 400-TAKE-ONE-LINE UNTIL QUOTE-DONE-SWITCH = "Y".
    IF LINE-COUNT = 0
        DISPLAY "NO LINES KEYED, QUOTE ABANDONED"
    ELSE
        PERFORM 650-FOOT-QUOTE
        DISPLAY "QUOTE TOTAL " QUOTE-TOTAL " (TAX " QUOTE-TAX
            " FREIGHT " QUOTE-FREIGHT ")"
        PERFORM 320-TAKE-EXPIRATION
        DISPLAY "QUOTE HAS " LINE-COUNT " LINES, GOOD THROUGH "
            QUOTE-EXPIRES ". SAVE? (Y/N): "
        ACCEPT CONFIRM-ANSWER
        IF CONFIRM-ANSWER = "Y"
            PERFORM 600-SAVE-QUOTE
        ELSE
            DISPLAY "QUOTE ABANDONED, NOTHING WRITTEN"
        END-IF
    END-IF.

*> Takes how many days the quote is good for -- 30 unless the desk
*> says otherwise -- and works out the expiration date from the
*> business date
320-TAKE-EXPIRATION.
    DISPLAY "ENTER DAYS THE QUOTE IS GOOD FOR (0 FOR 30): ".
    ACCEPT QUOTE-DAYS.
    IF QUOTE-DAYS = 0
        MOVE 30 TO QUOTE-DAYS
    END-IF.
    COMPUTE QUOTE-EXPIRES = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(QUOTE-DATE) + QUOTE-DAYS).

*> Takes the ship-to code for the whole quote -- spaces ships to the
*> billing address, as in ORDER-ENTRY
350-TAKE-SHIP-TO.
    MOVE SPACES TO QUOTE-SHIP-CODE.
    DISPLAY "ENTER SHIP-TO CODE (SPACES FOR BILLING ADDRESS): ".
    ACCEPT QUOTE-SHIP-CODE.
    IF QUOTE-SHIP-CODE NOT = SPACES
        MOVE QUOTE-CID TO ST-CID
        MOVE QUOTE-SHIP-CODE TO ST-CODE
        READ SHIPTO-FILE
            INVALID KEY
                DISPLAY "NO SUCH SHIP-TO ON FILE FOR THIS CUSTOMER, "
                    "QUOTE WILL SHIP TO THE BILLING ADDRESS"
                MOVE SPACES TO QUOTE-SHIP-CODE
            NOT INVALID KEY
                DISPLAY "SHIPPING TO: " ST-NAME " " ST-STREET ", "
                    ST-CITY ", " ST-STATE
        END-READ
    END-IF.

*> Looks up the customer's exemption certificate for the state the
*> quote ships to, the way the nightly run's 425-CHECK-EXEMPTION
*> does: a certificate good on the business date (or one that never
*> expires) quotes every line untaxed; an expired one is pointed out
*> so the desk can ask for the renewal while the customer is on the
*> phone
360-CHECK-EXEMPTION.
    MOVE SPACES TO EXEMPT-CERT.
    MOVE CUST-STATE TO SHIP-TO-STATE.
    IF QUOTE-SHIP-CODE NOT = SPACES
        MOVE QUOTE-CID TO ST-CID
        MOVE QUOTE-SHIP-CODE TO ST-CODE
        READ SHIPTO-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE ST-STATE TO SHIP-TO-STATE
        END-READ
    END-IF.
    MOVE QUOTE-CID TO CERT-CID.
    MOVE SHIP-TO-STATE TO CERT-STATE.
    READ TAXCERT-FILE
        INVALID KEY
            MOVE 0 TO CERT-CID
    END-READ.
    IF CERT-CID NOT = 0
        IF CERT-EXPIRES = 0 OR CERT-EXPIRES NOT < BUSINESS-DATE
            MOVE CERT-NUMBER TO EXEMPT-CERT
            DISPLAY "TAX EXEMPT IN " SHIP-TO-STATE " ON CERTIFICATE "
                CERT-NUMBER
        ELSE
            DISPLAY "NOTE: EXEMPTION CERTIFICATE " CERT-NUMBER
                " EXPIRED " CERT-EXPIRES " -- QUOTE IS TAXED"
        END-IF
    END-IF.

*> Takes, validates, and prices one quote line
400-TAKE-ONE-LINE.
    DISPLAY "ENTER PRODUCT ID (0 TO FINISH QUOTE): ".
    ACCEPT ENTRY-PID.
    IF ENTRY-PID = 0
        MOVE "Y" TO QUOTE-DONE-SWITCH
    ELSE
        IF LINE-COUNT >= 20
            DISPLAY "QUOTE IS AT 20 LINES, FINISH IT AND START "
                "ANOTHER"
            MOVE "Y" TO QUOTE-DONE-SWITCH
        ELSE
            PERFORM 500-VALIDATE-LINE
            IF LINE-OK-SWITCH = "Y"
                PERFORM 520-PRICE-LINE
                ADD 1 TO LINE-COUNT
                SET L TO LINE-COUNT
                MOVE LINE-COUNT TO LINE-NO(L)
                MOVE ENTRY-PID TO LINE-PID(L)
                MOVE ENTRY-QTY TO LINE-QTY(L)
                MOVE ENTRY-CODE TO LINE-CODE(L)
                MOVE UNIT-PRICE TO LINE-PRICE(L)
                MOVE GROSS-COST TO LINE-GROSS(L)
                MOVE DISCOUNT TO LINE-DISCOUNT(L)
                MOVE NET-COST TO LINE-NET(L)
                MOVE TAX-AMOUNT TO LINE-TAX(L)
                MOVE LINE-FREIGHT TO LINE-FREIGHT-CHG(L)
                DISPLAY "LINE ADDED AT " UNIT-PRICE " NET " NET-COST
                    " TAX " TAX-AMOUNT " FREIGHT " LINE-FREIGHT
            END-IF
        END-IF
    END-IF.

*> Validates the product, quantity, and sale code for one line. A
*> product already on the quote is refused -- change its quantity by
*> requoting -- since the price recorded for a converted quote is
*> looked up by order and product.
500-VALIDATE-LINE.
    MOVE "N" TO LINE-OK-SWITCH.
    MOVE ENTRY-PID TO PROD-PID.
    READ PRODUCT-FILE
        INVALID KEY
            DISPLAY "PRODUCT NOT ON FILE, CHECK THE NUMBER"
        NOT INVALID KEY
            PERFORM 501-OFFER-REPLACEMENT
            PERFORM 506-CHECK-DUPLICATE
            IF PROD-STATUS = "D"
                DISPLAY "PRODUCT IS DISCONTINUED, CANNOT QUOTE"
            ELSE
                IF LINE-OK-SWITCH = "D"
                    DISPLAY "PRODUCT IS ALREADY ON THIS QUOTE"
                ELSE
                    DISPLAY PROD-NAME " LIST PRICE: " PROD-PRICE
                        " ON HAND: " PROD-IN-STOCK
                    DISPLAY "ENTER QUANTITY (1-99999): "
                    ACCEPT ENTRY-QTY
                    IF ENTRY-QTY = 0
                        DISPLAY "QUANTITY MUST BE AT LEAST 1"
                    ELSE
                        PERFORM 510-TAKE-SALE-CODE
                    END-IF
                END-IF
            END-IF
    END-READ.
    IF LINE-OK-SWITCH = "D"
        MOVE "N" TO LINE-OK-SWITCH
    END-IF.

*> Offers the replacement for a product PRODMAINT has linked to a
*> successor, once the link is in effect, exactly as ORDER-ENTRY's
*> 501-OFFER-REPLACEMENT does. The product record is left holding
*> the PID the line will carry.
501-OFFER-REPLACEMENT.
    IF PROD-REPLACED-BY > 0 AND PROD-REPLACE-DATE NOT > BUSINESS-DATE
        MOVE 0 TO CHAIN-ACTIVE-PID
        MOVE 0 TO CHAIN-HOPS
        MOVE "N" TO CHAIN-END-SWITCH
        PERFORM 504-STEP-TO-SUCCESSOR UNTIL CHAIN-END-SWITCH = "Y"
        IF CHAIN-ACTIVE-PID = 0
            DISPLAY "PRODUCT " ENTRY-PID " IS SUPERSEDED BUT NO "
                "REPLACEMENT IS ACTIVE"
        ELSE
            MOVE CHAIN-ACTIVE-PID TO PROD-PID
            READ PRODUCT-FILE
                INVALID KEY
                    CONTINUE
            END-READ
            DISPLAY "PRODUCT " ENTRY-PID " IS REPLACED BY "
                PROD-PID " " PROD-NAME
            DISPLAY "QUOTE THE REPLACEMENT INSTEAD (Y/N)? "
            ACCEPT REPLACE-ANSWER
            IF REPLACE-ANSWER = "Y"
                MOVE CHAIN-ACTIVE-PID TO ENTRY-PID
            ELSE
                DISPLAY "KEEPING " ENTRY-PID " -- IF ORDERED IT "
                    "SHIPS AS THE REPLACEMENT AT THE QUOTED PRICE"
            END-IF
        END-IF
        MOVE ENTRY-PID TO PROD-PID
        READ PRODUCT-FILE
            INVALID KEY
                CONTINUE
        END-READ
    END-IF.

*> Follows the chain one link, remembering each active product it
*> passes, stopping where ORDER-ENTRY's 504-STEP-TO-SUCCESSOR stops
504-STEP-TO-SUCCESSOR.
    MOVE PROD-REPLACED-BY TO PROD-PID.
    ADD 1 TO CHAIN-HOPS.
    READ PRODUCT-FILE
        INVALID KEY
            MOVE "Y" TO CHAIN-END-SWITCH
        NOT INVALID KEY
            IF PROD-STATUS NOT = "D"
                MOVE PROD-PID TO CHAIN-ACTIVE-PID
            END-IF
            IF PROD-REPLACED-BY = 0
                    OR PROD-REPLACE-DATE > BUSINESS-DATE
                    OR CHAIN-HOPS >= 24
                MOVE "Y" TO CHAIN-END-SWITCH
            END-IF
    END-READ.

*> Flags (with "D" in LINE-OK-SWITCH) a product already on the quote
506-CHECK-DUPLICATE.
    SET L TO 1.
    SEARCH QUOTE-LINE-ENTRY
        AT END
            CONTINUE
        WHEN L > LINE-COUNT
            CONTINUE
        WHEN LINE-PID(L) = ENTRY-PID
            MOVE "D" TO LINE-OK-SWITCH
    END-SEARCH.

*> Takes the sale code. A return is not something to quote, so "R"
*> is refused; a code not on promocodes.dat is accepted but quoted
*> without a discount, as the nightly run would bill it.
510-TAKE-SALE-CODE.
    DISPLAY "ENTER SALE CODE (SPACE FOR NONE): ".
    ACCEPT ENTRY-CODE.
    IF ENTRY-CODE = "R"
        DISPLAY "RETURNS ARE NOT QUOTED -- ISSUE AN RMA INSTEAD"
    ELSE
        IF ENTRY-CODE NOT = SPACE
            SET P TO 1
            SEARCH PROMO-ENTRY
                AT END
                    DISPLAY "NOTE: SALE CODE NOT ON PROMOCODES.DAT, "
                        "NO DISCOUNT WILL APPLY"
                WHEN PROMO-ENTRY-CODE(P) = ENTRY-CODE
                    CONTINUE
            END-SEARCH
        END-IF
        MOVE "Y" TO LINE-OK-SWITCH
    END-IF.

*> Prices the line the way 405-BILL-LINE bills it: the unit price
*> from 525-PICK-UNIT-PRICE, the promotion's discount off the gross,
*> tax on the net, and the line's share of the quote's freight
520-PRICE-LINE.
    MOVE 0 TO DISCOUNT.
    PERFORM 525-PICK-UNIT-PRICE.
    COMPUTE GROSS-COST = (UNIT-PRICE * ENTRY-QTY).
    SET P TO 1.
    SEARCH PROMO-ENTRY
        AT END
            CONTINUE *> sale code not in promocodes.dat, no discount
        WHEN PROMO-ENTRY-CODE(P) = ENTRY-CODE
            PERFORM 530-APPLY-PROMO
    END-SEARCH.
    COMPUTE NET-COST = GROSS-COST - DISCOUNT.
    PERFORM 540-COMPUTE-TAX.
    PERFORM 550-COMPUTE-FREIGHT.

*> Picks the unit price as 407-PICK-UNIT-PRICE does: an effective
*> contract for this customer and product beats PROD-PRICE
525-PICK-UNIT-PRICE.
    MOVE PROD-PRICE TO UNIT-PRICE.
    MOVE QUOTE-CID TO CON-CID.
    MOVE PROD-PID TO CON-PID.
    READ CONTRACT-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF BUSINESS-DATE >= CON-EFF-DATE
                    AND BUSINESS-DATE <= CON-EXP-DATE
                MOVE CON-PRICE TO UNIT-PRICE
                DISPLAY "CONTRACT PRICE " CON-PRICE " APPLIES"
            END-IF
    END-READ.

*> Applies the matched promocodes.dat rule, as 410-APPLY-PROMO does
530-APPLY-PROMO.
    COMPUTE DISCOUNT = GROSS-COST * PROMO-ENTRY-PERCENT(P).
    IF PROMO-ENTRY-FREE-TYPE(P) = "F"
            AND ENTRY-QTY > PROMO-ENTRY-MIN-QTY(P)
        ADD UNIT-PRICE TO DISCOUNT
    END-IF.
    IF PROMO-ENTRY-FREE-TYPE(P) = "R"
        COMPUTE DISCOUNT = DISCOUNT +
            (UNIT-PRICE * (ENTRY-QTY / PROMO-ENTRY-FREE-DIVISOR(P)))
    END-IF.

*> Figures the line's tax at the customer's state rate, as
*> 420-COMPUTE-TAX does; a quote covered by an exemption
*> certificate (360-CHECK-EXEMPTION) is untaxed
540-COMPUTE-TAX.
    MOVE 0 TO TAX-AMOUNT.
    SET T TO 1.
    SEARCH TAXRATE-ENTRY
        AT END
            CONTINUE *> state not in taxrates.dat, no tax
        WHEN TAXRATE-ENTRY-STATE(T) = CUST-STATE
            COMPUTE TAX-AMOUNT ROUNDED =
                NET-COST * TAXRATE-ENTRY-RATE(T)
    END-SEARCH.
    IF EXEMPT-CERT NOT = SPACES
        MOVE 0 TO TAX-AMOUNT
    END-IF.

*> Estimates the line's freight as 440-COMPUTE-FREIGHT charges it:
*> the state's per-pound rate times the line's shipping weight,
*> topped up so the quote as a whole never shows less than the
*> state's per-order minimum
550-COMPUTE-FREIGHT.
    MOVE 0 TO LINE-FREIGHT.
    MOVE 0 TO RAW-LINE-FREIGHT.
    SET F TO 1.
    SEARCH FREIGHT-ENTRY
        AT END
            CONTINUE *> state not in freightrates.dat, ships free
        WHEN FREIGHT-ENTRY-STATE(F) = CUST-STATE
            COMPUTE RAW-LINE-FREIGHT ROUNDED =
                PROD-SHIP-WEIGHT * ENTRY-QTY * FREIGHT-ENTRY-RATE(F)
            COMPUTE FREIGHT-TARGET =
                QUOTE-RAW-FREIGHT + RAW-LINE-FREIGHT
            IF FREIGHT-TARGET < FREIGHT-ENTRY-MINIMUM(F)
                MOVE FREIGHT-ENTRY-MINIMUM(F) TO FREIGHT-TARGET
            END-IF
            COMPUTE LINE-FREIGHT = FREIGHT-TARGET - QUOTE-CHG-FREIGHT
            IF LINE-FREIGHT < 0
                MOVE 0 TO LINE-FREIGHT
            END-IF
    END-SEARCH.
    ADD RAW-LINE-FREIGHT TO QUOTE-RAW-FREIGHT.
    ADD LINE-FREIGHT TO QUOTE-CHG-FREIGHT.

*> Saves the quote under the next number from quotecontrol.dat and
*> prints the customer's copy. A key collision on the first line (a
*> wound-back control file) walks the number forward the way
*> RMA-ENTRY walks a lost RMA number.
600-SAVE-QUOTE.
    PERFORM 610-NEXT-QUOTE-NUMBER.
    MOVE "O" TO QUOTE-STATUS.
    MOVE 0 TO QUOTE-ORDER.
    SET L TO 1.
    MOVE "N" TO ISSUED-SWITCH.
    PERFORM 620-WRITE-FIRST-LINE UNTIL ISSUED-SWITCH = "Y".
    PERFORM 625-WRITE-ONE-LINE
        VARYING L FROM 2 BY 1 UNTIL L > LINE-COUNT.
    PERFORM 630-SAVE-QUOTE-NUMBER.
    ADD 1 TO QUOTES-SAVED.
    DISPLAY "QUOTE " QUOTE-NUMBER " SAVED, GOOD THROUGH "
        QUOTE-EXPIRES.
    PERFORM 750-PRINT-QUOTE.

*> Reads (or starts) the running quote number
610-NEXT-QUOTE-NUMBER.
    OPEN INPUT QUOTESEQ-FILE.
    IF QUOTESEQ-STATUS = "00"
        READ QUOTESEQ-FILE
            AT END
                MOVE 1 TO QUOTE-NUMBER
            NOT AT END
                MOVE NEXT-QUOTE-NUMBER TO QUOTE-NUMBER
        END-READ
        CLOSE QUOTESEQ-FILE
    ELSE
        MOVE 1 TO QUOTE-NUMBER
    END-IF.

*> Attempts the first line under QUOTE-NUMBER; on a key collision,
*> advances the number and lets the controlling loop try again
620-WRITE-FIRST-LINE.
    PERFORM 615-BUILD-QUOTE-LINE.
    WRITE QUOTE-RECORD
        INVALID KEY
            ADD 1 TO QUOTE-NUMBER
        NOT INVALID KEY
            MOVE "Y" TO ISSUED-SWITCH
    END-WRITE.

*> Writes one later line of the quote
625-WRITE-ONE-LINE.
    PERFORM 615-BUILD-QUOTE-LINE.
    WRITE QUOTE-RECORD
        INVALID KEY
            DISPLAY "WARNING: QUOTE " QUOTE-NUMBER " LINE "
                LINE-NO(L) " ALREADY ON FILE, LINE NOT SAVED"
    END-WRITE.

*> Builds the quote record for line L
615-BUILD-QUOTE-LINE.
    MOVE QUOTE-NUMBER TO QT-NUMBER.
    MOVE LINE-NO(L) TO QT-LINE.
    MOVE QUOTE-CID TO QT-CID.
    MOVE QUOTE-REP TO QT-REP.
    MOVE QUOTE-SHIP-CODE TO QT-SHIP-CODE.
    MOVE QUOTE-DATE TO QT-DATE.
    MOVE QUOTE-EXPIRES TO QT-EXPIRES.
    MOVE LINE-PID(L) TO QT-PID.
    MOVE LINE-QTY(L) TO QT-QUANTITY.
    MOVE LINE-CODE(L) TO QT-SALE-CODE.
    MOVE LINE-PRICE(L) TO QT-UNIT-PRICE.
    MOVE LINE-GROSS(L) TO QT-GROSS.
    MOVE LINE-DISCOUNT(L) TO QT-DISCOUNT.
    MOVE LINE-NET(L) TO QT-NET.
    MOVE LINE-TAX(L) TO QT-TAX.
    MOVE LINE-FREIGHT-CHG(L) TO QT-FREIGHT.
    MOVE QUOTE-STATUS TO QT-STATUS.
    MOVE QUOTE-ORDER TO QT-ORDER.
    MOVE 0 TO QT-CONVERT-DATE.

*> Persists the next unused quote number for the next quote
630-SAVE-QUOTE-NUMBER.
    OPEN OUTPUT QUOTESEQ-FILE.
    COMPUTE NEXT-QUOTE-NUMBER = QUOTE-NUMBER + 1.
    WRITE QUOTESEQ-RECORD.
    CLOSE QUOTESEQ-FILE.

*> Adds up the quote's lines into its totals
650-FOOT-QUOTE.
    MOVE 0 TO QUOTE-GROSS.
    MOVE 0 TO QUOTE-DISCOUNT.
    MOVE 0 TO QUOTE-NET.
    MOVE 0 TO QUOTE-TAX.
    MOVE 0 TO QUOTE-FREIGHT.
    PERFORM 655-FOOT-ONE-LINE
        VARYING L FROM 1 BY 1 UNTIL L > LINE-COUNT.
    COMPUTE QUOTE-TOTAL = QUOTE-NET + QUOTE-TAX + QUOTE-FREIGHT.

*> Adds one line into the quote's totals
655-FOOT-ONE-LINE.
    ADD LINE-GROSS(L) TO QUOTE-GROSS.
    ADD LINE-DISCOUNT(L) TO QUOTE-DISCOUNT.
    ADD LINE-NET(L) TO QUOTE-NET.
    ADD LINE-TAX(L) TO QUOTE-TAX.
    ADD LINE-FREIGHT-CHG(L) TO QUOTE-FREIGHT.

*> Reprints a quote already on file, whatever its status
700-REPRINT-QUOTE.
    DISPLAY "ENTER QUOTE NUMBER: ".
    ACCEPT QUOTE-NUMBER.
    PERFORM 710-LOAD-QUOTE.
    IF QUOTE-FOUND-SWITCH = "N"
        DISPLAY "QUOTE NOT ON FILE, CHECK THE NUMBER"
    ELSE
        PERFORM 650-FOOT-QUOTE
        PERFORM 750-PRINT-QUOTE
        DISPLAY "QUOTE " QUOTE-NUMBER " REPRINTED"
    END-IF.

*> Loads every line of quote QUOTE-NUMBER from quotes.dat into the
*> held quote, positioned straight onto it by the key's quote-number
*> prefix
710-LOAD-QUOTE.
    MOVE "N" TO QUOTE-FOUND-SWITCH.
    MOVE "N" TO QUOTE-EOF-SWITCH.
    MOVE 0 TO LINE-COUNT.
    MOVE QUOTE-NUMBER TO QT-NUMBER.
    MOVE 0 TO QT-LINE.
    START QUOTE-FILE KEY IS >= QT-KEY
        INVALID KEY
            MOVE "Y" TO QUOTE-EOF-SWITCH
    END-START.
    PERFORM 720-LOAD-ONE-LINE UNTIL QUOTE-EOF-SWITCH = "Y".

*> Takes one quotes.dat record into the held quote, stopping at the
*> next quote's first line or at the 20-line limit
720-LOAD-ONE-LINE.
    READ QUOTE-FILE NEXT RECORD
        AT END
            MOVE "Y" TO QUOTE-EOF-SWITCH
        NOT AT END
            IF QT-NUMBER NOT = QUOTE-NUMBER OR LINE-COUNT >= 20
                MOVE "Y" TO QUOTE-EOF-SWITCH
            ELSE
                MOVE "Y" TO QUOTE-FOUND-SWITCH
                MOVE QT-CID TO QUOTE-CID
                MOVE QT-REP TO QUOTE-REP
                MOVE QT-SHIP-CODE TO QUOTE-SHIP-CODE
                MOVE QT-DATE TO QUOTE-DATE
                MOVE QT-EXPIRES TO QUOTE-EXPIRES
                MOVE QT-STATUS TO QUOTE-STATUS
                MOVE QT-ORDER TO QUOTE-ORDER
                ADD 1 TO LINE-COUNT
                SET L TO LINE-COUNT
                MOVE QT-LINE TO LINE-NO(L)
                MOVE QT-PID TO LINE-PID(L)
                MOVE QT-QUANTITY TO LINE-QTY(L)
                MOVE QT-SALE-CODE TO LINE-CODE(L)
                MOVE QT-UNIT-PRICE TO LINE-PRICE(L)
                MOVE QT-GROSS TO LINE-GROSS(L)
                MOVE QT-DISCOUNT TO LINE-DISCOUNT(L)
                MOVE QT-NET TO LINE-NET(L)
                MOVE QT-TAX TO LINE-TAX(L)
                MOVE QT-FREIGHT TO LINE-FREIGHT-CHG(L)
            END-IF
    END-READ.

*> Prints the customer's copy of the held quote to quotedocs.txt
750-PRINT-QUOTE.
    MOVE QUOTE-CID TO CUST-CID.
    READ CUSTOMER-FILE
        INVALID KEY
            MOVE SPACES TO CUST-NAME
            MOVE SPACES TO CUST-STREET
            MOVE SPACES TO CUST-CITY
            MOVE SPACES TO CUST-STATE
    END-READ.
    MOVE SPACES TO LINE-OUT.
    STRING "QUOTATION " QUOTE-NUMBER "  DATE " QUOTE-DATE
        "  GOOD THROUGH " QUOTE-EXPIRES "  SALESPERSON " QUOTE-REP
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE DOCUMENT-LINE FROM LINE-OUT.
    MOVE SPACES TO LINE-OUT.
    STRING "FOR: " CUST-NAME "  CUSTOMER " QUOTE-CID
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE DOCUMENT-LINE FROM LINE-OUT.
    MOVE SPACES TO LINE-OUT.
    STRING "     " CUST-STREET
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE DOCUMENT-LINE FROM LINE-OUT.
    MOVE SPACES TO LINE-OUT.
    STRING "     " CUST-CITY " " CUST-STATE
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE DOCUMENT-LINE FROM LINE-OUT.
    IF QUOTE-SHIP-CODE NOT = SPACES
        MOVE SPACES TO LINE-OUT
        STRING "SHIP TO STORE " QUOTE-SHIP-CODE
            DELIMITED BY SIZE INTO LINE-OUT
        WRITE DOCUMENT-LINE FROM LINE-OUT
    END-IF.
    MOVE "PRODUCT     DESCRIPTION                QTY   UNIT PRICE  GROSS       DISCOUNT    NET"
        TO LINE-OUT.
    WRITE DOCUMENT-LINE FROM LINE-OUT.
    PERFORM 760-PRINT-ONE-LINE
        VARYING L FROM 1 BY 1 UNTIL L > LINE-COUNT.
    MOVE SPACES TO LINE-OUT.
    STRING "GOODS " QUOTE-NET "  DISCOUNTS INCLUDED " QUOTE-DISCOUNT
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE DOCUMENT-LINE FROM LINE-OUT.
    MOVE SPACES TO LINE-OUT.
    STRING "ESTIMATED TAX " QUOTE-TAX "  ESTIMATED FREIGHT "
        QUOTE-FREIGHT "  QUOTE TOTAL " QUOTE-TOTAL
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE DOCUMENT-LINE FROM LINE-OUT.
    MOVE "PRICES HELD THROUGH THE DATE ABOVE. TAX AND FREIGHT ARE BILLED AT THE RATES IN EFFECT WHEN THE ORDER SHIPS."
        TO LINE-OUT.
    WRITE DOCUMENT-LINE FROM LINE-OUT.
    IF QUOTE-STATUS = "C"
        MOVE SPACES TO LINE-OUT
        STRING "CONVERTED TO ORDER " QUOTE-ORDER
            DELIMITED BY SIZE INTO LINE-OUT
        WRITE DOCUMENT-LINE FROM LINE-OUT
    END-IF.
    MOVE SPACES TO LINE-OUT.
    WRITE DOCUMENT-LINE FROM LINE-OUT.

*> Prints one quoted line with the product's description
760-PRINT-ONE-LINE.
    MOVE LINE-PID(L) TO PROD-PID.
    READ PRODUCT-FILE
        INVALID KEY
            MOVE SPACES TO PROD-NAME
    END-READ.
    MOVE SPACES TO LINE-OUT.
    STRING LINE-PID(L) " " PROD-NAME " " LINE-QTY(L) " "
        LINE-PRICE(L) " " LINE-GROSS(L) " " LINE-DISCOUNT(L) " "
        LINE-NET(L)
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE DOCUMENT-LINE FROM LINE-OUT.

*> Converts an open, unexpired quote into a staged order at the
*> quoted prices. A quote already converted, or past its expiration
*> date, is refused -- the desk requotes it at today's prices.
800-CONVERT-QUOTE.
    DISPLAY "ENTER QUOTE NUMBER: ".
    ACCEPT QUOTE-NUMBER.
    PERFORM 710-LOAD-QUOTE.
    IF QUOTE-FOUND-SWITCH = "N"
        DISPLAY "QUOTE NOT ON FILE, CHECK THE NUMBER"
    ELSE
        IF QUOTE-STATUS = "C"
            DISPLAY "QUOTE ALREADY CONVERTED TO ORDER " QUOTE-ORDER
        ELSE
            IF QUOTE-EXPIRES < BUSINESS-DATE
                DISPLAY "QUOTE EXPIRED " QUOTE-EXPIRES
                    " -- REQUOTE AT TODAY'S PRICES"
            ELSE
                PERFORM 810-CONFIRM-CONVERSION
            END-IF
        END-IF
    END-IF.

*> Shows the desk what the order will be and where the account
*> stands, then stages it once confirmed
810-CONFIRM-CONVERSION.
    PERFORM 650-FOOT-QUOTE.
    MOVE QUOTE-CID TO CUST-CID.
    READ CUSTOMER-FILE
        INVALID KEY
            DISPLAY "CUSTOMER " QUOTE-CID " NO LONGER ON FILE, "
                "QUOTE CANNOT BE ORDERED"
        NOT INVALID KEY
            DISPLAY "QUOTE " QUOTE-NUMBER " FOR " CUST-NAME ", "
                LINE-COUNT " LINES, TOTAL " QUOTE-TOTAL
            IF CUST-HOLD = "Y"
                DISPLAY "ACCOUNT IS ON CREDIT HOLD -- THE ORDER WILL "
                    "BE REJECTED TONIGHT UNLESS IT IS RELEASED"
            END-IF
            COMPUTE CREDIT-NEEDED = CUST-OWES + QUOTE-TOTAL
            IF CREDIT-NEEDED > CUST-CREDIT-LIMIT
                DISPLAY "NOTE: ORDER WOULD TAKE THE BALANCE PAST THE "
                    "CREDIT LIMIT OF " CUST-CREDIT-LIMIT
            END-IF
            PERFORM 815-CHECK-ONE-PRODUCT
                VARYING L FROM 1 BY 1 UNTIL L > LINE-COUNT
            DISPLAY "CONVERT TO AN ORDER? (Y/N): "
            ACCEPT CONFIRM-ANSWER
            IF CONFIRM-ANSWER = "Y"
                PERFORM 820-STAGE-ORDER
            ELSE
                DISPLAY "QUOTE LEFT OPEN, NOTHING WRITTEN"
            END-IF
    END-READ.

*> Warns about a quoted product that has since been discontinued or
*> dropped from inventory.dat; its line will not bill tonight
815-CHECK-ONE-PRODUCT.
    MOVE LINE-PID(L) TO PROD-PID.
    READ PRODUCT-FILE
        INVALID KEY
            DISPLAY "NOTE: PRODUCT " LINE-PID(L) " NO LONGER ON FILE"
        NOT INVALID KEY
            IF PROD-STATUS = "D" AND PROD-REPLACED-BY = 0
                DISPLAY "NOTE: PRODUCT " LINE-PID(L)
                    " HAS BEEN DISCONTINUED"
            END-IF
    END-READ.

*> Assigns the order number from the run-control counter, appends
*> every quoted line to the staging file, records each line's
*> quoted price, and marks the quote converted. The control record
*> is re-read first, as ORDER-ENTRY's 600-COMMIT-ORDER does.
820-STAGE-ORDER.
    PERFORM 130-READ-CONTROL.
    OPEN EXTEND ORDER-FILE.
    PERFORM 825-STAGE-ONE-LINE
        VARYING L FROM 1 BY 1 UNTIL L > LINE-COUNT.
    CLOSE ORDER-FILE.
    MOVE HELD-NEXT-ORDER TO QUOTE-ORDER.
    MOVE "C" TO QUOTE-STATUS.
    DISPLAY "QUOTE " QUOTE-NUMBER " STAGED AS ORDER " QUOTE-ORDER
        " FOR THE NEXT RUN".
    ADD 1 TO QUOTES-CONVERTED.
    ADD 1 TO HELD-NEXT-ORDER.
    PERFORM 830-SAVE-CONTROL.

*> Stages one quoted line, records its quoted price, and marks the
*> quote line converted
825-STAGE-ONE-LINE.
    MOVE HELD-NEXT-ORDER TO OUT-ORDER-NUMBER.
    MOVE BUSINESS-DATE TO OUT-ORDER-DATE.
    MOVE QUOTE-CID TO OUT-CID.
    MOVE LINE-PID(L) TO OUT-PID.
    MOVE LINE-QTY(L) TO OUT-QUANTITY.
    MOVE QUOTE-SHIP-CODE TO OUT-SHIP-CODE.
    MOVE SPACES TO OUT-EMPTY.
    MOVE LINE-CODE(L) TO OUT-SALE-CODE.
    MOVE QUOTE-REP TO OUT-REP.
    WRITE ORDER-RECORD.
    MOVE HELD-NEXT-ORDER TO QP-ORDER.
    MOVE LINE-PID(L) TO QP-PID.
    MOVE QUOTE-NUMBER TO QP-QUOTE.
    MOVE LINE-QTY(L) TO QP-QUANTITY.
    MOVE LINE-PRICE(L) TO QP-UNIT-PRICE.
    MOVE LINE-DISCOUNT(L) TO QP-DISCOUNT.
    WRITE QTPRICE-RECORD
        INVALID KEY
            DISPLAY "WARNING: ORDER " QP-ORDER " PRODUCT " QP-PID
                " ALREADY PRICED ON QTPRICES.DAT, LINE BILLS AT "
                "TONIGHT'S PRICE"
    END-WRITE.
    MOVE QUOTE-NUMBER TO QT-NUMBER.
    MOVE LINE-NO(L) TO QT-LINE.
    READ QUOTE-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "C" TO QT-STATUS
            MOVE HELD-NEXT-ORDER TO QT-ORDER
            MOVE BUSINESS-DATE TO QT-CONVERT-DATE
            REWRITE QUOTE-RECORD
    END-READ.

*> Writes the control record back with the advanced order counter;
*> every other field is the value just re-read by 820-STAGE-ORDER
830-SAVE-CONTROL.
    OPEN OUTPUT CONTROL-FILE.
    MOVE BUSINESS-DATE TO RUN-BUSINESS-DATE.
    MOVE HELD-CYCLE TO RUN-CYCLE.
    MOVE HELD-STATUS TO RUN-STATUS.
    MOVE HELD-NEXT-ORDER TO RUN-NEXT-ORDER.
    MOVE HELD-NEXT-PO TO RUN-NEXT-PO.
    MOVE " " TO RUN-SPACEA.
    MOVE " " TO RUN-SPACEB.
    MOVE " " TO RUN-SPACEC.
    MOVE " " TO RUN-SPACED.
    WRITE CONTROL-RECORD.
    CLOSE CONTROL-FILE.

*> Clean up
900-TERMINATE.
    CLOSE CUSTOMER-FILE.
    CLOSE PRODUCT-FILE.
    CLOSE CONTRACT-FILE.
    CLOSE SHIPTO-FILE.
    CLOSE TAXCERT-FILE.
    CLOSE QUOTE-FILE.
    CLOSE QTPRICE-FILE.
    CLOSE DOCUMENT-FILE.
    DISPLAY "QUOTES SAVED: " QUOTES-SAVED
        " CONVERTED: " QUOTES-CONVERTED.

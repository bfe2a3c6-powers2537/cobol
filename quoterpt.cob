*> Quotation follow-up report. Reads the quote file QUOTE-ENTRY keeps
*> (quotes.dat) and writes quoterpt.txt in three sections, one line
*> per quote with its customer, salesperson, dates, and total:
*>   - OPEN quotes, still convertible, with the days left before they
*>     expire;
*>   - EXPIRED quotes that were never converted, with the days since
*>     they lapsed -- the list sales works to find out why they never
*>     turned into orders;
*>   - CONVERTED quotes, with the order each became and the date.
*> Each section is footed with its count and value, and the report
*> closes with the share of quotes that have converted.
IDENTIFICATION DIVISION.
PROGRAM-ID. QUOTE-REPORT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> OPTIONAL so a shop with no quotes yet gets an empty report
    SELECT OPTIONAL QUOTE-FILE ASSIGN TO "quotes.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS QT-KEY.
    SELECT CUSTOMER-FILE ASSIGN TO "customers.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CUST-CID.
    SELECT REPORT-FILE ASSIGN TO "quoterpt.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
    *> quotes.dat file definition (matches QUOTE-ENTRY's)
    FD QUOTE-FILE.
    01 QUOTE-RECORD.
        05 QT-KEY.
            10 QT-NUMBER         PIC 9(6).
            10 QT-LINE           PIC 9(2).
        05 QT-CID                PIC 9(10).
        05 QT-REP                PIC 9(3).
        05 QT-SHIP-CODE          PIC X(4).
        05 QT-DATE               PIC 9(8).
        05 QT-EXPIRES            PIC 9(8).
        05 QT-PID                PIC 9(11).
        05 QT-QUANTITY           PIC 9(5).
        05 QT-SALE-CODE          PIC A(1).
        05 QT-UNIT-PRICE         PIC 9(5)V9(2).
        05 QT-GROSS              PIC S9(7)V9(2).
        05 QT-DISCOUNT           PIC 9(7)V9(2).
        05 QT-NET                PIC S9(7)V9(2).
        05 QT-TAX                PIC S9(7)V9(2).
        05 QT-FREIGHT            PIC S9(7)V9(2).
        05 QT-STATUS             PIC A(1). *> O = open, C = converted
        05 QT-ORDER              PIC 9(6).
        05 QT-CONVERT-DATE       PIC 9(8).

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
        05 CUST-HOLD             PIC A(1).
        05 CUST-TERMS-CODE       PIC X(4).
        05 CUST-FINCHG-EXEMPT    PIC A(1).

    FD REPORT-FILE.
    01 REPORT-LINE               PIC X(120).

WORKING-STORAGE SECTION.
    *> reference to the business-date program
    01 GET-BUSINESS-DATE     PIC X(17) VALUE "GET-BUSINESS-DATE".
    01 TODAY                 PIC 9(8).

    01 SWITCHES.
        05 EOF-SWITCH            PIC A VALUE "N".

    *> the section being listed: O = open, E = expired, C = converted
    01 SECTION-WANTED         PIC A(1) VALUE "O".
    01 SECTION-COUNT          PIC 9(5) VALUE 0.
    01 SECTION-VALUE          PIC S9(9)V9(2) VALUE 0.

    *> the quote being added up, and which section it belongs in
    01 CURRENT-QUOTE          PIC 9(6) VALUE 0.
    01 CURRENT-CID            PIC 9(10) VALUE 0.
    01 CURRENT-REP            PIC 9(3) VALUE 0.
    01 CURRENT-DATE-QUOTED    PIC 9(8) VALUE 0.
    01 CURRENT-EXPIRES        PIC 9(8) VALUE 0.
    01 CURRENT-STATUS         PIC A(1) VALUE SPACES.
    01 CURRENT-ORDER          PIC 9(6) VALUE 0.
    01 CURRENT-CONVERT-DATE   PIC 9(8) VALUE 0.
    01 CURRENT-LINES          PIC 9(2) VALUE 0.
    01 CURRENT-TOTAL          PIC S9(7)V9(2) VALUE 0.
    01 QUOTE-CLASS            PIC A(1) VALUE SPACES.
    01 DAYS-COUNT             PIC S9(5) VALUE 0.

    *> report totals
    01 OPEN-COUNT             PIC 9(5) VALUE 0.
    01 EXPIRED-COUNT          PIC 9(5) VALUE 0.
    01 CONVERTED-COUNT        PIC 9(5) VALUE 0.
    01 ALL-COUNT              PIC 9(5) VALUE 0.
    01 CONVERT-PERCENT        PIC 9(3) VALUE 0.

    01 LINE-OUT               PIC X(120) VALUE SPACES.

PROCEDURE DIVISION.
*> Program controller
000-MAIN.
    PERFORM 100-INIT.
    MOVE "O" TO SECTION-WANTED.
    PERFORM 200-LIST-SECTION.
    MOVE "E" TO SECTION-WANTED.
    PERFORM 200-LIST-SECTION.
    MOVE "C" TO SECTION-WANTED.
    PERFORM 200-LIST-SECTION.
    PERFORM 900-TERMINATE.
    STOP RUN.

*> Heads the report
100-INIT.
    CALL GET-BUSINESS-DATE USING TODAY.
    OPEN INPUT CUSTOMER-FILE.
    OPEN OUTPUT REPORT-FILE.
    MOVE SPACES TO LINE-OUT.
    STRING "QUOTATION FOLLOW-UP REPORT  RUN " TODAY
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.

*> Lists one section: a full pass of quotes.dat, adding each quote's
*> lines up and printing the quotes that fall in SECTION-WANTED
200-LIST-SECTION.
    MOVE SPACES TO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    EVALUATE SECTION-WANTED
        WHEN "O"
            MOVE "OPEN QUOTES          QUOTED   EXPIRES  DAYS LEFT" TO LINE-OUT
        WHEN "E"
            MOVE "EXPIRED, NOT ORDERED QUOTED   EXPIRED  DAYS AGO" TO LINE-OUT
        WHEN OTHER
            MOVE "CONVERTED QUOTES     QUOTED   ORDERED  ORDER" TO LINE-OUT
    END-EVALUATE.
    WRITE REPORT-LINE FROM LINE-OUT.
    MOVE "QUOTE  CUSTOMER   NAME                    REP LINES TOTAL"
        TO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    MOVE 0 TO SECTION-COUNT.
    MOVE 0 TO SECTION-VALUE.
    MOVE 0 TO CURRENT-QUOTE.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT QUOTE-FILE.
    READ QUOTE-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
    END-READ.
    PERFORM 300-PROCESS UNTIL EOF-SWITCH = "Y".
    IF CURRENT-QUOTE > 0
        PERFORM 400-CLOSE-QUOTE
    END-IF.
    CLOSE QUOTE-FILE.
    MOVE SPACES TO LINE-OUT.
    STRING "  " SECTION-COUNT " QUOTES  VALUE " SECTION-VALUE
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.

*> Adds the current quote line into its quote, closing out the
*> previous quote first when the quote number changes. quotes.dat
*> reads back in quote, then line, order.
300-PROCESS.
    IF QT-NUMBER NOT = CURRENT-QUOTE
        IF CURRENT-QUOTE > 0
            PERFORM 400-CLOSE-QUOTE
        END-IF
        MOVE QT-NUMBER TO CURRENT-QUOTE
        MOVE QT-CID TO CURRENT-CID
        MOVE QT-REP TO CURRENT-REP
        MOVE QT-DATE TO CURRENT-DATE-QUOTED
        MOVE QT-EXPIRES TO CURRENT-EXPIRES
        MOVE QT-STATUS TO CURRENT-STATUS
        MOVE QT-ORDER TO CURRENT-ORDER
        MOVE QT-CONVERT-DATE TO CURRENT-CONVERT-DATE
        MOVE 0 TO CURRENT-LINES
        MOVE 0 TO CURRENT-TOTAL
    END-IF.
    ADD 1 TO CURRENT-LINES.
    COMPUTE CURRENT-TOTAL = CURRENT-TOTAL + QT-NET + QT-TAX
        + QT-FREIGHT.
    READ QUOTE-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
    END-READ.

*> Classes the finished quote -- converted, open through its
*> expiration date, or expired after it -- and prints it if it
*> belongs to the section being listed. The report's grand counts
*> are taken on the first pass only.
400-CLOSE-QUOTE.
    IF CURRENT-STATUS = "C"
        MOVE "C" TO QUOTE-CLASS
    ELSE
        IF CURRENT-EXPIRES < TODAY
            MOVE "E" TO QUOTE-CLASS
        ELSE
            MOVE "O" TO QUOTE-CLASS
        END-IF
    END-IF.
    IF SECTION-WANTED = "O"
        ADD 1 TO ALL-COUNT
        EVALUATE QUOTE-CLASS
            WHEN "O" ADD 1 TO OPEN-COUNT
            WHEN "E" ADD 1 TO EXPIRED-COUNT
            WHEN OTHER ADD 1 TO CONVERTED-COUNT
        END-EVALUATE
    END-IF.
    IF QUOTE-CLASS = SECTION-WANTED
        PERFORM 410-WRITE-QUOTE
    END-IF.

*> Prints one quote's lines in the section being listed
410-WRITE-QUOTE.
    ADD 1 TO SECTION-COUNT.
    ADD CURRENT-TOTAL TO SECTION-VALUE.
    MOVE CURRENT-CID TO CUST-CID.
    READ CUSTOMER-FILE
        INVALID KEY
            MOVE "NOT ON CUSTOMERS.DAT" TO CUST-NAME
    END-READ.
    MOVE SPACES TO LINE-OUT.
    STRING CURRENT-QUOTE " " CURRENT-CID " " CUST-NAME " "
        CURRENT-REP " " CURRENT-LINES "    " CURRENT-TOTAL
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    MOVE SPACES TO LINE-OUT.
    EVALUATE SECTION-WANTED
        WHEN "O"
            COMPUTE DAYS-COUNT =
                FUNCTION INTEGER-OF-DATE(CURRENT-EXPIRES)
                    - FUNCTION INTEGER-OF-DATE(TODAY)
            STRING "                     " CURRENT-DATE-QUOTED " "
                CURRENT-EXPIRES " " DAYS-COUNT
                DELIMITED BY SIZE INTO LINE-OUT
        WHEN "E"
            COMPUTE DAYS-COUNT =
                FUNCTION INTEGER-OF-DATE(TODAY)
                    - FUNCTION INTEGER-OF-DATE(CURRENT-EXPIRES)
            STRING "                     " CURRENT-DATE-QUOTED " "
                CURRENT-EXPIRES " " DAYS-COUNT
                DELIMITED BY SIZE INTO LINE-OUT
        WHEN OTHER
            STRING "                     " CURRENT-DATE-QUOTED " "
                CURRENT-CONVERT-DATE " " CURRENT-ORDER
                DELIMITED BY SIZE INTO LINE-OUT
    END-EVALUATE.
    WRITE REPORT-LINE FROM LINE-OUT.

*> Closes the report with the quote counts and the share converted
900-TERMINATE.
    IF ALL-COUNT > 0
        COMPUTE CONVERT-PERCENT ROUNDED =
            CONVERTED-COUNT * 100 / ALL-COUNT
    END-IF.
    MOVE SPACES TO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    MOVE SPACES TO LINE-OUT.
    STRING "QUOTES ON FILE " ALL-COUNT "  OPEN " OPEN-COUNT
        "  EXPIRED " EXPIRED-COUNT "  CONVERTED " CONVERTED-COUNT
        " (" CONVERT-PERCENT "%)"
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    CLOSE CUSTOMER-FILE.
    CLOSE REPORT-FILE.
    DISPLAY "QUOTE REPORT WRITTEN TO QUOTERPT.TXT, " ALL-COUNT
        " QUOTES".

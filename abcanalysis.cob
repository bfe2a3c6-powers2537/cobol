*> ABC stock classification, slow-moving/dead stock, and the daily
*> cycle-count schedule. Every product on the master is ranked by
*> its last twelve months of net sales dollars off the history
*> (transhist.dat, plus the year-end archive master when the twelve
*> months reach back past the cutoff histcf.dat records -- the same
*> rule COMMISSION uses) and classed A (the products making up the
*> first 80% of the year's dollars), B (the next 15%), or C (the
*> rest, and anything that did not sell). abcanalysis.txt then lists,
*> for products with stock on the shelf, those with no sale in 90,
*> 180, and 365 days, and those holding more than SUPPLY-LIMIT
*> months of supply at the last year's rate, each extended at
*> PROD-UNIT-COST so the dollars tied up are on the page. Last comes
*> the business day's count sheet: A products come due once a
*> month, B once a quarter, C once a year, spread evenly over the
*> days of the cycle by the product's place in its class, and every
*> due product's locations are walked building by building and bin
*> by bin off stocklocs.dat. The sheet is written twice -- a printed
*> copy (countsheet.txt) with the bins and a blank to write the
*> count on, and countsheet.dat in exactly the counts.dat layout
*> CYCLE-COUNT reads (quantity zero, reason CC), for the counters to
*> key their figures into. The book quantity is deliberately left
*> off both, so the count is blind. Runs in the nightly job just
*> ahead of ADVANCE-DATE, so it registers under the night it belongs
*> to; the classes and slow-moving lists are as of the business day
*> being closed, and the sheet is for the day after it -- the
*> business day ADVANCE-DATE is about to open.
*> Registers each night it completes (or fails) with STEP-REGISTRY,
*> and skips itself, with a logged notice, when a rerun of the
*> nightly job reaches it on a night it already completed, ending
*> RC 4 so the JCL can tell the skip from a fresh completion.
IDENTIFICATION DIVISION.
PROGRAM-ID. ABC-ANALYSIS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PRODUCT-FILE ASSIGN TO "inventory.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PROD-PID.
    *> OPTIONAL so a shop with no history yet gets every product
    *> classed C instead of an abend
    SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO "transhist.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS HIST-SEQ
        ALTERNATE RECORD KEY IS TRANSACT-CID WITH DUPLICATES
        ALTERNATE RECORD KEY IS TRANSACT-DATE WITH DUPLICATES.
    SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO "transhistarch.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ARCH-SEQ
        ALTERNATE RECORD KEY IS ARCH-CID WITH DUPLICATES
        ALTERNATE RECORD KEY IS ARCH-DATE WITH DUPLICATES.
    SELECT OPTIONAL CF-FILE ASSIGN TO "histcf.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CF-STATUS.
    SELECT OPTIONAL STOCKLOC-FILE ASSIGN TO "stocklocs.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS LOC-KEY.
    SELECT REPORT-FILE ASSIGN TO "abcanalysis.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SHEET-FILE ASSIGN TO "countsheet.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SHEET-COUNT-FILE ASSIGN TO "countsheet.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
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

    *> transaction history input file definition (matches
    *> POST-HISTORY's HISTORY-RECORD layout)
    FD TRANSACTION-FILE.
    01 TRANSACTION-RECORD.
        05 HIST-SEQ                     PIC 9(9).
        05 TRANSACT-ORDER-NUMBER        PIC 9(6).
        05 TRANSACT-DATE                PIC 9(8).
        05 TRANSACT-CID                 PIC 9(10).
        05 TRANSACT-NAME                PIC A(23).
        05 TRANSACT-STREET              PIC X(23).
        05 TRANSACT-CITY                PIC A(13).
        05 TRANSACT-STATE               PIC A(12).
        05 TRANSACT-PID                 PIC 9(11).
        05 TRANSACT-ITEM                PIC X(25).
        05 TRANSACT-SPACEA              PIC A(1).
        05 TRANSACT-QUANTITY            PIC 9(5).
        05 TRANSACT-SPACEB              PIC A(1).
        05 TRANSACT-GROSS               PIC S9(7)V9(2).
        05 TRANSACT-SPACEC              PIC A(1).
        05 TRANSACT-DISCOUNT            PIC S9(7)V9(2).
        05 TRANSACT-SPACED              PIC A(1).
        05 TRANSACT-NET                 PIC S9(7)V9(2).
        05 TRANSACT-SPACEE              PIC A(1).
        05 TRANSACT-TAX                 PIC S9(7)V9(2).
        05 TRANSACT-SPACEF              PIC A(1).
        05 TRANSACT-OWES                PIC S9(7)V9(2).
        05 TRANSACT-SPACEG              PIC A(1).
        05 TRANSACT-REP                 PIC 9(3).
        05 TRANSACT-SPACEH              PIC A(1).
        05 TRANSACT-COST                PIC S9(7)V9(2).
        05 TRANSACT-SPACEI              PIC A(1).
        05 TRANSACT-LOT                 PIC X(10).
        05 TRANSACT-SPACEJ              PIC A(1).
        05 TRANSACT-FREIGHT             PIC S9(7)V9(2).
        05 TRANSACT-SPACEK              PIC A(1).
        05 TRANSACT-SHIP-CODE           PIC X(4).
        05 TRANSACT-SPACEL              PIC A(1).
        05 TRANSACT-EXEMPT-STATE        PIC A(12).
        05 TRANSACT-SPACEM              PIC A(1).
        05 TRANSACT-EXEMPT-CERT         PIC X(15).

    *> the year-end archive master (matches HIST-ARCHIVE's layout)
    FD ARCHIVE-FILE.
    01 ARCHIVE-RECORD.
        05 ARCH-SEQ                     PIC 9(9).
        05 ARCH-ORDER-NUMBER            PIC 9(6).
        05 ARCH-DATE                    PIC 9(8).
        05 ARCH-CID                     PIC 9(10).
        05 ARCH-NAME                    PIC A(23).
        05 ARCH-STREET                  PIC X(23).
        05 ARCH-CITY                    PIC A(13).
        05 ARCH-STATE                   PIC A(12).
        05 ARCH-PID                     PIC 9(11).
        05 ARCH-ITEM                    PIC X(25).
        05 ARCH-SPACEA                  PIC A(1).
        05 ARCH-QUANTITY                PIC 9(5).
        05 ARCH-SPACEB                  PIC A(1).
        05 ARCH-GROSS                   PIC S9(7)V9(2).
        05 ARCH-SPACEC                  PIC A(1).
        05 ARCH-DISCOUNT                PIC S9(7)V9(2).
        05 ARCH-SPACED                  PIC A(1).
        05 ARCH-NET                     PIC S9(7)V9(2).
        05 ARCH-SPACEE                  PIC A(1).
        05 ARCH-TAX                     PIC S9(7)V9(2).
        05 ARCH-SPACEF                  PIC A(1).
        05 ARCH-OWES                    PIC S9(7)V9(2).
        05 ARCH-SPACEG                  PIC A(1).
        05 ARCH-REP                     PIC 9(3).
        05 ARCH-SPACEH                  PIC A(1).
        05 ARCH-COST                    PIC S9(7)V9(2).
        05 ARCH-SPACEI                  PIC A(1).
        05 ARCH-LOT                     PIC X(10).
        05 ARCH-SPACEJ                  PIC A(1).
        05 ARCH-FREIGHT                 PIC S9(7)V9(2).
        05 ARCH-SPACEK                  PIC A(1).
        05 ARCH-SHIP-CODE               PIC X(4).
        05 ARCH-SPACEL                  PIC A(1).
        05 ARCH-EXEMPT-STATE            PIC A(12).
        05 ARCH-SPACEM                  PIC A(1).
        05 ARCH-EXEMPT-CERT             PIC X(15).

    *> histcf.dat header (matches HIST-ARCHIVE's layout) -- only the
    *> H row's cutoff date matters here: it says how far back the
    *> live history still reaches
    FD CF-FILE.
    01 CF-RECORD.
        05 CF-TYPE              PIC X(1).
        05 CF-SPACEA            PIC A(1).
        05 CF-KEY               PIC X(12).
        05 CF-REST              PIC X(106).

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

    *> classification report output, one free-form line at a time
    FD REPORT-FILE.
    01 REPORT-LINE               PIC X(132).

    *> printed count sheet, one free-form line at a time
    FD SHEET-FILE.
    01 SHEET-LINE                PIC X(100).

    *> the count sheet in counts.dat's layout (matches CYCLE-COUNT's
    *> COUNT-RECORD)
    FD SHEET-COUNT-FILE.
    01 SHEET-COUNT-RECORD.
        05 SC-PID                PIC 9(11). *> product id
        05 SC-QTY                PIC 9(7). *> quantity counted
        05 SC-LOC                PIC X(4). *> MAIN / OVFL
        05 SC-REASON             PIC X(2). *> reason code

WORKING-STORAGE SECTION.
    01 GET-BUSINESS-DATE     PIC X(17) VALUE "GET-BUSINESS-DATE".
    01 TODAY                 PIC 9(8) VALUE 0.

    *> reference to the shared run-log program, and the event fields
    *> each CALL fills in
    01 WRITE-RUN-LOG         PIC X(13) VALUE "WRITE-RUN-LOG".
    01 LOG-SEVERITY          PIC A(1) VALUE "I".
    01 LOG-PROGRAM           PIC X(17) VALUE "ABC-ANALYSIS".
    01 LOG-MESSAGE           PIC X(60) VALUE SPACES.
    *> who was at the keyboard on each logged event; batch programs
    *> run as the night job itself
    01 LOG-OPERATOR          PIC X(8) VALUE "NIGHTRUN".

    01 SWITCHES.
        05 EOF-SWITCH       PIC A VALUE "N".
        05 FOUND-SWITCH     PIC A VALUE "N".
        05 ARCH-EOF-SWITCH  PIC A VALUE "N".

    *> the shop's overstock line: stock past this many months of
    *> supply at the last twelve months' rate is listed
    01 SUPPLY-LIMIT          PIC 9(2) VALUE 6.

    *> the class breaks, as cumulative percentages of the year's
    *> sales dollars, and each class's count cycle in days
    01 CLASS-A-PCT           PIC 9(3) VALUE 80.
    01 CLASS-B-PCT           PIC 9(3) VALUE 95.
    01 CYCLE-A-DAYS          PIC 9(3) VALUE 30.
    01 CYCLE-B-DAYS          PIC 9(3) VALUE 91.
    01 CYCLE-C-DAYS          PIC 9(3) VALUE 365.

    *> every product on the master, in PID order, with its last
    *> twelve months of sales. 500 is the same cap SALES-SUMMARY
    *> carries; a larger master loses the excess with a severe log
    *> entry instead of subscripting past it.
    01 ABC-TABLE.
        05 ABC-ENTRY               OCCURS 500 TIMES INDEXED BY K.
            10 ABC-PID             PIC 9(11).
            10 ABC-NAME            PIC X(25).
            10 ABC-IN-STOCK        PIC 9(7).
            10 ABC-UNIT-COST       PIC 9(5)V9(2).
            10 ABC-STATUS          PIC A(1).
            10 ABC-SALES           PIC S9(9)V9(2).
            10 ABC-UNITS           PIC S9(7).
            10 ABC-LAST-SALE       PIC 9(8).
            10 ABC-CLASS           PIC X(1).
            *> place within its class, in PID order, which fixes the
            *> day of the cycle the product comes due for counting
            10 ABC-CLASS-SEQ       PIC 9(4).
    01 ABC-COUNT             PIC 9(3) VALUE 0.

    *> the products' subscripts, exchange-sorted by sales dollars
    *> high to low for the ranking -- the product table itself stays
    *> in PID order so the count schedule doesn't shuffle as sales
    *> move
    01 RANK-TABLE.
        05 RANK-SUB                OCCURS 500 TIMES PIC 9(3).
    01 RK-I                  PIC 9(3) VALUE 0.
    01 RK-J                  PIC 9(3) VALUE 0.
    01 SUB-A                 PIC 9(3) VALUE 0.
    01 SUB-B                 PIC 9(3) VALUE 0.

    *> the twelve-month window and the slow-moving cutoffs, all off
    *> the business date
    01 DAY-TODAY             PIC 9(7) VALUE 0.
    01 WINDOW-FROM           PIC 9(8) VALUE 0.
    01 CUT-90                PIC 9(8) VALUE 0.
    01 CUT-180               PIC 9(8) VALUE 0.
    01 CUT-365               PIC 9(8) VALUE 0.
    *> the count sheet's day: the business day after the one being
    *> closed, the day ADVANCE-DATE opens next in the nightly job
    01 SHEET-DATE            PIC 9(8) VALUE 0.
    01 DAY-SHEET             PIC 9(7) VALUE 0.

    *> year-end archive support: the archive master is read only
    *> when the twelve months reach back past the cutoff HIST-ARCHIVE
    *> recorded on histcf.dat
    01 CF-STATUS             PIC XX VALUE "00".
    01 CF-CUTOFF             PIC 9(8) VALUE 0.

    *> the history row being accumulated, whichever master it came
    *> from
    01 WORK-PID              PIC 9(11) VALUE 0.
    01 WORK-DATE             PIC 9(8) VALUE 0.
    01 WORK-QUANTITY         PIC 9(5) VALUE 0.
    01 WORK-GROSS            PIC S9(7)V9(2) VALUE 0.
    01 WORK-NET              PIC S9(7)V9(2) VALUE 0.

    *> classification totals
    01 YEAR-SALES            PIC S9(11)V9(2) VALUE 0.
    01 RUNNING-SALES         PIC S9(11)V9(2) VALUE 0.
    01 RUNNING-PCT           PIC 9(3)V9(2) VALUE 0.
    01 PCT-SHOWN             PIC ZZ9.99.
    01 CLASS-COUNTS.
        05 COUNT-A           PIC 9(4) VALUE 0.
        05 COUNT-B           PIC 9(4) VALUE 0.
        05 COUNT-C           PIC 9(4) VALUE 0.
    01 CLASS-SALES.
        05 SALES-A           PIC S9(11)V9(2) VALUE 0.
        05 SALES-B           PIC S9(11)V9(2) VALUE 0.
        05 SALES-C           PIC S9(11)V9(2) VALUE 0.

    *> slow-moving section being written: a product qualifies when
    *> its last sale is on or before BUCKET-HIGH and after BUCKET-LOW
    *> (-1 so "never sold" lands in the 365-day section)
    01 BUCKET-HIGH           PIC S9(8) VALUE 0.
    01 BUCKET-LOW            PIC S9(8) VALUE 0.
    01 BUCKET-LINES          PIC 9(4) VALUE 0.
    01 BUCKET-VALUE          PIC S9(11)V9(2) VALUE 0.

    *> overstock figures for the product being looked at
    01 SUPPLY-MONTHS         PIC 9(9)V9(1) VALUE 0.
    01 MONTHS-SHOWN          PIC Z(8)9.9.
    01 SUPPLY-KEEP           PIC 9(7) VALUE 0.
    01 EXCESS-QTY            PIC 9(7) VALUE 0.
    01 STOCK-VALUE           PIC S9(11)V9(2) VALUE 0.
    01 EXCESS-VALUE          PIC S9(11)V9(2) VALUE 0.
    01 OVER-LINES            PIC 9(4) VALUE 0.
    01 OVER-STOCK-TOTAL      PIC S9(11)V9(2) VALUE 0.
    01 OVER-EXCESS-TOTAL     PIC S9(11)V9(2) VALUE 0.

    *> count scheduling: each class's running place counter, and the
    *> product's place and the sheet day's place within the class
    *> cycle
    01 SEQ-A                 PIC 9(4) VALUE 0.
    01 SEQ-B                 PIC 9(4) VALUE 0.
    01 SEQ-C                 PIC 9(4) VALUE 0.
    01 CYCLE-DAYS            PIC 9(3) VALUE 0.
    01 CYCLE-QUOTIENT        PIC 9(7) VALUE 0.
    01 PRODUCT-SLOT          PIC 9(3) VALUE 0.
    01 SHEET-SLOT            PIC 9(3) VALUE 0.

    *> the day's count lines, one per due product per building,
    *> exchange-sorted by building then bin (PID breaking ties) so
    *> the counters walk aisle by aisle, the same walk PICK-LIST
    *> prints. 1000 = every product on the table in both buildings.
    01 SHEET-TABLE.
        05 SHEET-ENTRY             OCCURS 1000 TIMES INDEXED BY S.
            10 SH-SORT-KEY.
                15 SH-LOC          PIC X(4).
                15 SH-BIN          PIC X(8).
                15 SH-PID          PIC 9(11).
            10 SH-NAME             PIC X(25).
            10 SH-CLASS            PIC X(1).
    01 SHEET-COUNT           PIC 9(4) VALUE 0.
    *> a held count line, for the exchange sort's swap
    01 SHEET-HELD.
        05 SHH-SORT-KEY          PIC X(23).
        05 SHH-NAME              PIC X(25).
        05 SHH-CLASS             PIC X(1).
    01 SH-I                  PIC 9(4) VALUE 0.
    01 SH-J                  PIC 9(4) VALUE 0.
    *> the building being added to the sheet
    01 SHEET-LOC             PIC X(4) VALUE SPACES.
    01 SHEET-PRODUCTS        PIC 9(4) VALUE 0.

    01 LINE-OUT              PIC X(132).

    *> reference to the step registry, and the fields this step
    *> passes it as it starts and as it finishes
    01 STEP-REGISTRY         PIC X(13) VALUE "STEP-REGISTRY".
    01 STEP-ACTION           PIC A(1) VALUE "B".
    01 STEP-PROGRAM          PIC X(17) VALUE "ABC-ANALYSIS".
    01 STEP-DATE             PIC 9(8) VALUE 0.
    01 STEP-CYCLE            PIC 9(4) VALUE 0.
    01 STEP-RC               PIC 9(4) VALUE 0.
    01 STEP-DONE             PIC A(1) VALUE "N".
    01 STEP-OPERATOR         PIC X(8) VALUE "NIGHTRUN".

PROCEDURE DIVISION.
*> Program controller
000-MAIN.
    MOVE "B" TO STEP-ACTION.
    CALL STEP-REGISTRY USING STEP-ACTION, STEP-PROGRAM, STEP-DATE,
        STEP-CYCLE, STEP-RC, STEP-DONE, STEP-OPERATOR.
    IF STEP-DONE = "Y"
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 100-INIT.
    PERFORM 200-LOAD-PRODUCT UNTIL EOF-SWITCH = "Y".
    CLOSE PRODUCT-FILE.
    PERFORM 300-ACCUMULATE-SALES.
    PERFORM 400-CLASSIFY.
    PERFORM 600-WRITE-SLOW-MOVING.
    PERFORM 650-WRITE-OVERSTOCK.
    PERFORM 700-BUILD-COUNT-SHEET.
    PERFORM 900-TERMINATE.
    MOVE RETURN-CODE TO STEP-RC.
    MOVE "E" TO STEP-ACTION.
    CALL STEP-REGISTRY USING STEP-ACTION, STEP-PROGRAM, STEP-DATE,
        STEP-CYCLE, STEP-RC, STEP-DONE, STEP-OPERATOR.
    MOVE STEP-RC TO RETURN-CODE.
    STOP RUN.

*> Works out the twelve-month window and the slow-moving cutoffs
*> from the business date, and the count sheet's day after it;
*> learns the archive cutoff, and opens the product master
100-INIT.
    CALL GET-BUSINESS-DATE USING TODAY.
    COMPUTE DAY-TODAY = FUNCTION INTEGER-OF-DATE(TODAY).
    COMPUTE DAY-SHEET = DAY-TODAY + 1.
    COMPUTE SHEET-DATE = FUNCTION DATE-OF-INTEGER(DAY-SHEET).
    COMPUTE WINDOW-FROM = FUNCTION DATE-OF-INTEGER(DAY-TODAY - 365).
    COMPUTE CUT-90 = FUNCTION DATE-OF-INTEGER(DAY-TODAY - 90).
    COMPUTE CUT-180 = FUNCTION DATE-OF-INTEGER(DAY-TODAY - 180).
    MOVE WINDOW-FROM TO CUT-365.
    PERFORM 120-READ-ARCHIVE-CUTOFF.
    OPEN INPUT STOCKLOC-FILE.
    OPEN OUTPUT REPORT-FILE.
    MOVE SPACES TO LINE-OUT.
    STRING "ABC CLASSIFICATION AND SLOW-MOVING STOCK AS OF " TODAY
        " (SALES " WINDOW-FROM " THROUGH " TODAY ")"
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    OPEN INPUT PRODUCT-FILE.
    READ PRODUCT-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
    END-READ.

*> Learns how far back the live history still reaches; no histcf.dat
*> means nothing was ever archived and the live file is everything
120-READ-ARCHIVE-CUTOFF.
    OPEN INPUT CF-FILE.
    IF CF-STATUS = "00"
        READ CF-FILE
            AT END
                CONTINUE
            NOT AT END
                IF CF-TYPE = "H"
                    MOVE CF-KEY(1:8) TO CF-CUTOFF
                END-IF
        END-READ
        CLOSE CF-FILE
    END-IF.

*> Moves the current product into the table and reads the next one.
*> Stops loading (with a severe log entry) instead of subscripting
*> past ABC-TABLE's OCCURS 500.
200-LOAD-PRODUCT.
    IF ABC-COUNT >= 500
        DISPLAY "WARNING: INVENTORY.DAT HAS MORE THAN 500 PRODUCTS, "
            "REMAINDER NOT CLASSIFIED"
        MOVE "S" TO LOG-SEVERITY
        MOVE "PRODUCTS PAST 500, REMAINDER NOT CLASSIFIED OR COUNTED"
            TO LOG-MESSAGE
        CALL WRITE-RUN-LOG USING LOG-SEVERITY, LOG-PROGRAM,
            LOG-MESSAGE, LOG-OPERATOR
        MOVE "Y" TO EOF-SWITCH
    ELSE
        ADD 1 TO ABC-COUNT
        SET K TO ABC-COUNT
        MOVE PROD-PID TO ABC-PID(K)
        MOVE PROD-NAME TO ABC-NAME(K)
        MOVE PROD-IN-STOCK TO ABC-IN-STOCK(K)
        MOVE PROD-UNIT-COST TO ABC-UNIT-COST(K)
        MOVE PROD-STATUS TO ABC-STATUS(K)
        MOVE 0 TO ABC-SALES(K)
        MOVE 0 TO ABC-UNITS(K)
        MOVE 0 TO ABC-LAST-SALE(K)
        MOVE "C" TO ABC-CLASS(K)
        MOVE 0 TO ABC-CLASS-SEQ(K)
        MOVE ABC-COUNT TO RANK-SUB(ABC-COUNT)
        READ PRODUCT-FILE
            AT END
                MOVE "Y" TO EOF-SWITCH
        END-READ
    END-IF.

*> Runs the history into the product table: the archive master
*> first when the twelve months reach back past the cutoff, then the
*> live file
300-ACCUMULATE-SALES.
    IF CF-CUTOFF > 0 AND WINDOW-FROM < CF-CUTOFF
        OPEN INPUT ARCHIVE-FILE
        READ ARCHIVE-FILE
            AT END
                MOVE "Y" TO ARCH-EOF-SWITCH
        END-READ
        PERFORM 310-ADD-ONE-ARCHIVE-ROW
            UNTIL ARCH-EOF-SWITCH = "Y"
        CLOSE ARCHIVE-FILE
    END-IF.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT TRANSACTION-FILE.
    READ TRANSACTION-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
    END-READ.
    PERFORM 320-ADD-ONE-HISTORY-ROW UNTIL EOF-SWITCH = "Y".
    CLOSE TRANSACTION-FILE.

*> Takes one archived row and reads the next
310-ADD-ONE-ARCHIVE-ROW.
    MOVE ARCH-PID TO WORK-PID.
    MOVE ARCH-DATE TO WORK-DATE.
    MOVE ARCH-QUANTITY TO WORK-QUANTITY.
    MOVE ARCH-GROSS TO WORK-GROSS.
    MOVE ARCH-NET TO WORK-NET.
    PERFORM 330-ADD-TO-PRODUCT.
    READ ARCHIVE-FILE
        AT END
            MOVE "Y" TO ARCH-EOF-SWITCH
    END-READ.

*> Takes one live history row and reads the next
320-ADD-ONE-HISTORY-ROW.
    MOVE TRANSACT-PID TO WORK-PID.
    MOVE TRANSACT-DATE TO WORK-DATE.
    MOVE TRANSACT-QUANTITY TO WORK-QUANTITY.
    MOVE TRANSACT-GROSS TO WORK-GROSS.
    MOVE TRANSACT-NET TO WORK-NET.
    PERFORM 330-ADD-TO-PRODUCT.
    READ TRANSACTION-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
    END-READ.

*> Finds the row's product and, whatever its date, moves the last
*> sale date up if this was a sale (a return's negative gross is
*> stock coming back, not moving); inside the twelve months it also
*> adds the net dollars and the units, a return subtracting both the
*> way SALES-SUMMARY nets them. History for a product since deleted
*> from the master has nowhere to go and is passed over.
330-ADD-TO-PRODUCT.
    SET K TO 1.
    MOVE "N" TO FOUND-SWITCH.
    SEARCH ABC-ENTRY
        AT END
            CONTINUE
        WHEN K > ABC-COUNT
            CONTINUE
        WHEN ABC-PID(K) = WORK-PID
            MOVE "Y" TO FOUND-SWITCH
    END-SEARCH.
    IF FOUND-SWITCH = "Y"
        IF WORK-GROSS NOT < 0 AND WORK-DATE > ABC-LAST-SALE(K)
            MOVE WORK-DATE TO ABC-LAST-SALE(K)
        END-IF
        IF WORK-DATE >= WINDOW-FROM AND WORK-DATE <= TODAY
            ADD WORK-NET TO ABC-SALES(K)
            IF WORK-GROSS < 0
                SUBTRACT WORK-QUANTITY FROM ABC-UNITS(K)
            ELSE
                ADD WORK-QUANTITY TO ABC-UNITS(K)
            END-IF
        END-IF
    END-IF.

*> Ranks the products by the year's sales dollars and classes them
*> down the ranking: A until the running total has passed the A
*> break, B until it has passed the B break, C after that. A product
*> that sold nothing (or returned more than it sold) is C whatever
*> its rank. Writes the ranking as it goes, then the class totals.
400-CLASSIFY.
    PERFORM 410-SORT-PASS
        VARYING RK-I FROM 1 BY 1 UNTIL RK-I >= ABC-COUNT.
    PERFORM 430-ADD-YEAR-SALES
        VARYING K FROM 1 BY 1 UNTIL K > ABC-COUNT.
    MOVE SPACES TO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    MOVE "PRODUCT RANKING BY TWELVE-MONTH NET SALES" TO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    PERFORM 440-CLASS-ONE-PRODUCT
        VARYING RK-I FROM 1 BY 1 UNTIL RK-I > ABC-COUNT.
    MOVE SPACES TO LINE-OUT.
    STRING "CLASS A: " COUNT-A " PRODUCTS, SALES " SALES-A
        "  CLASS B: " COUNT-B " PRODUCTS, SALES " SALES-B
        "  CLASS C: " COUNT-C " PRODUCTS, SALES " SALES-C
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    MOVE SPACES TO LINE-OUT.
    STRING "TOTAL TWELVE-MONTH NET SALES: " YEAR-SALES
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.

*> One sweep of adjacent compares over the rank subscripts
410-SORT-PASS.
    PERFORM 420-SORT-COMPARE
        VARYING RK-J FROM 1 BY 1 UNTIL RK-J >= ABC-COUNT.

*> Swaps one adjacent pair whose sales are out of order, high to low
420-SORT-COMPARE.
    MOVE RANK-SUB(RK-J) TO SUB-A.
    MOVE RANK-SUB(RK-J + 1) TO SUB-B.
    IF ABC-SALES(SUB-B) > ABC-SALES(SUB-A)
        MOVE SUB-B TO RANK-SUB(RK-J)
        MOVE SUB-A TO RANK-SUB(RK-J + 1)
    END-IF.

*> Foots the year's sales over the products that actually sold
430-ADD-YEAR-SALES.
    IF ABC-SALES(K) > 0
        ADD ABC-SALES(K) TO YEAR-SALES
    END-IF.

*> Classes the product at this rank by where the running total
*> stood before it was added -- the product that carries the total
*> across a break still belongs to the class above it -- and writes
*> its ranking line
440-CLASS-ONE-PRODUCT.
    MOVE RANK-SUB(RK-I) TO SUB-A.
    IF ABC-SALES(SUB-A) > 0 AND YEAR-SALES > 0
        COMPUTE RUNNING-PCT = RUNNING-SALES * 100 / YEAR-SALES
        EVALUATE TRUE
            WHEN RUNNING-PCT < CLASS-A-PCT
                MOVE "A" TO ABC-CLASS(SUB-A)
            WHEN RUNNING-PCT < CLASS-B-PCT
                MOVE "B" TO ABC-CLASS(SUB-A)
            WHEN OTHER
                MOVE "C" TO ABC-CLASS(SUB-A)
        END-EVALUATE
        ADD ABC-SALES(SUB-A) TO RUNNING-SALES
        COMPUTE RUNNING-PCT = RUNNING-SALES * 100 / YEAR-SALES
    ELSE
        MOVE "C" TO ABC-CLASS(SUB-A)
    END-IF.
    EVALUATE ABC-CLASS(SUB-A)
        WHEN "A"
            ADD 1 TO COUNT-A
            ADD ABC-SALES(SUB-A) TO SALES-A
        WHEN "B"
            ADD 1 TO COUNT-B
            ADD ABC-SALES(SUB-A) TO SALES-B
        WHEN OTHER
            ADD 1 TO COUNT-C
            ADD ABC-SALES(SUB-A) TO SALES-C
    END-EVALUATE.
    MOVE RUNNING-PCT TO PCT-SHOWN.
    MOVE SPACES TO LINE-OUT.
    STRING RK-I " CLASS " ABC-CLASS(SUB-A) " PID " ABC-PID(SUB-A)
        " " ABC-NAME(SUB-A) " SALES " ABC-SALES(SUB-A)
        " UNITS " ABC-UNITS(SUB-A) " CUM PCT " PCT-SHOWN
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.

*> The slow-moving and dead stock sections: stocked products whose
*> last sale is 365 or more days back (or that never sold), then 180
*> to 364 days, then 90 to 179 -- each product lands in one section
*> only, the oldest it qualifies for
600-WRITE-SLOW-MOVING.
    MOVE SPACES TO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    MOVE "NO SALES IN 365 DAYS (DEAD STOCK)" TO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    MOVE CUT-365 TO BUCKET-HIGH.
    MOVE -1 TO BUCKET-LOW.
    PERFORM 610-WRITE-BUCKET.
    MOVE SPACES TO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    MOVE "NO SALES IN 180 DAYS" TO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    MOVE CUT-180 TO BUCKET-HIGH.
    MOVE CUT-365 TO BUCKET-LOW.
    PERFORM 610-WRITE-BUCKET.
    MOVE SPACES TO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    MOVE "NO SALES IN 90 DAYS" TO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    MOVE CUT-90 TO BUCKET-HIGH.
    MOVE CUT-180 TO BUCKET-LOW.
    PERFORM 610-WRITE-BUCKET.

*> Writes one section's products and its foot
610-WRITE-BUCKET.
    MOVE 0 TO BUCKET-LINES.
    MOVE 0 TO BUCKET-VALUE.
    PERFORM 620-WRITE-ONE-SLOW
        VARYING K FROM 1 BY 1 UNTIL K > ABC-COUNT.
    MOVE SPACES TO LINE-OUT.
    STRING "  PRODUCTS: " BUCKET-LINES " VALUE AT COST: " BUCKET-VALUE
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.

*> Lists the product if it has stock and its last sale falls in the
*> section being written
620-WRITE-ONE-SLOW.
    IF ABC-IN-STOCK(K) > 0
            AND ABC-LAST-SALE(K) <= BUCKET-HIGH
            AND ABC-LAST-SALE(K) > BUCKET-LOW
        COMPUTE STOCK-VALUE = ABC-IN-STOCK(K) * ABC-UNIT-COST(K)
        ADD 1 TO BUCKET-LINES
        ADD STOCK-VALUE TO BUCKET-VALUE
        MOVE SPACES TO LINE-OUT
        IF ABC-LAST-SALE(K) = 0
            STRING "  PID " ABC-PID(K) " " ABC-NAME(K)
                " ON HAND " ABC-IN-STOCK(K) " AT " ABC-UNIT-COST(K)
                " = " STOCK-VALUE " LAST SALE: NONE ON FILE"
                DELIMITED BY SIZE INTO LINE-OUT
        ELSE
            STRING "  PID " ABC-PID(K) " " ABC-NAME(K)
                " ON HAND " ABC-IN-STOCK(K) " AT " ABC-UNIT-COST(K)
                " = " STOCK-VALUE " LAST SALE: " ABC-LAST-SALE(K)
                DELIMITED BY SIZE INTO LINE-OUT
        END-IF
        WRITE REPORT-LINE FROM LINE-OUT
    END-IF.

*> The overstock section: stocked products holding more than
*> SUPPLY-LIMIT months of supply at the twelve months' rate
650-WRITE-OVERSTOCK.
    MOVE SPACES TO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    MOVE SPACES TO LINE-OUT.
    STRING "MORE THAN " SUPPLY-LIMIT " MONTHS OF SUPPLY ON HAND"
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    PERFORM 660-CHECK-ONE-OVERSTOCK
        VARYING K FROM 1 BY 1 UNTIL K > ABC-COUNT.
    MOVE SPACES TO LINE-OUT.
    STRING "  PRODUCTS: " OVER-LINES " VALUE ON HAND: "
        OVER-STOCK-TOTAL " VALUE PAST LIMIT: " OVER-EXCESS-TOTAL
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.

*> Months of supply is on-hand over the average month's units (the
*> twelve months' net units over 12); what the limit would keep is
*> that average times the limit, and everything past it is excess.
*> A stocked product with no net units in the twelve months has no
*> rate at all -- its whole stock is past any limit.
660-CHECK-ONE-OVERSTOCK.
    IF ABC-IN-STOCK(K) > 0
        MOVE "N" TO FOUND-SWITCH
        IF ABC-UNITS(K) > 0
            COMPUTE SUPPLY-MONTHS ROUNDED =
                ABC-IN-STOCK(K) * 12 / ABC-UNITS(K)
            IF SUPPLY-MONTHS > SUPPLY-LIMIT
                COMPUTE SUPPLY-KEEP =
                    ABC-UNITS(K) * SUPPLY-LIMIT / 12
                COMPUTE EXCESS-QTY = ABC-IN-STOCK(K) - SUPPLY-KEEP
                MOVE "Y" TO FOUND-SWITCH
            END-IF
        ELSE
            MOVE ABC-IN-STOCK(K) TO EXCESS-QTY
            MOVE "Y" TO FOUND-SWITCH
        END-IF
        IF FOUND-SWITCH = "Y"
            COMPUTE STOCK-VALUE = ABC-IN-STOCK(K) * ABC-UNIT-COST(K)
            COMPUTE EXCESS-VALUE = EXCESS-QTY * ABC-UNIT-COST(K)
            ADD 1 TO OVER-LINES
            ADD STOCK-VALUE TO OVER-STOCK-TOTAL
            ADD EXCESS-VALUE TO OVER-EXCESS-TOTAL
            MOVE SUPPLY-MONTHS TO MONTHS-SHOWN
            MOVE SPACES TO LINE-OUT
            IF ABC-UNITS(K) > 0
                STRING "  PID " ABC-PID(K) " " ABC-NAME(K)
                    " CLASS " ABC-CLASS(K)
                    " ON HAND " ABC-IN-STOCK(K)
                    " MONTHS " MONTHS-SHOWN
                    " VALUE " STOCK-VALUE
                    " EXCESS " EXCESS-QTY " = " EXCESS-VALUE
                    DELIMITED BY SIZE INTO LINE-OUT
            ELSE
                STRING "  PID " ABC-PID(K) " " ABC-NAME(K)
                    " CLASS " ABC-CLASS(K)
                    " ON HAND " ABC-IN-STOCK(K)
                    " MONTHS: NO SALES IN TWELVE MONTHS"
                    " VALUE " STOCK-VALUE
                    DELIMITED BY SIZE INTO LINE-OUT
            END-IF
            WRITE REPORT-LINE FROM LINE-OUT
        END-IF
    END-IF.

*> The next business day's count sheet. Each product takes the next
*> place in its class (in PID order) and comes due on the day whose
*> place in the class cycle matches, so a class is spread evenly across
*> its cycle and every product comes up once a cycle. A discontinued
*> product with nothing on hand has nothing left to count and is passed
*> over.
700-BUILD-COUNT-SHEET.
    PERFORM 710-SCHEDULE-ONE-PRODUCT
        VARYING K FROM 1 BY 1 UNTIL K > ABC-COUNT.
    PERFORM 740-SORT-PASS
        VARYING SH-I FROM 1 BY 1 UNTIL SH-I >= SHEET-COUNT.
    OPEN OUTPUT SHEET-FILE.
    OPEN OUTPUT SHEET-COUNT-FILE.
    MOVE SPACES TO LINE-OUT.
    STRING "CYCLE COUNT SHEET FOR " SHEET-DATE
        " -- COUNT EVERY BIN LISTED, WRITE THE QUANTITY FOUND"
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE SHEET-LINE FROM LINE-OUT.
    PERFORM 760-WRITE-ONE-SHEET-LINE
        VARYING SH-I FROM 1 BY 1 UNTIL SH-I > SHEET-COUNT.
    MOVE SPACES TO LINE-OUT.
    STRING "PRODUCTS DUE: " SHEET-PRODUCTS " LINES: " SHEET-COUNT
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE SHEET-LINE FROM LINE-OUT.
    CLOSE SHEET-FILE.
    CLOSE SHEET-COUNT-FILE.

*> Gives the product its place in its class and, if the sheet day is
*> its day, puts its buildings on the sheet
710-SCHEDULE-ONE-PRODUCT.
    IF ABC-STATUS(K) NOT = "D" OR ABC-IN-STOCK(K) > 0
        EVALUATE ABC-CLASS(K)
            WHEN "A"
                ADD 1 TO SEQ-A
                MOVE SEQ-A TO ABC-CLASS-SEQ(K)
                MOVE CYCLE-A-DAYS TO CYCLE-DAYS
            WHEN "B"
                ADD 1 TO SEQ-B
                MOVE SEQ-B TO ABC-CLASS-SEQ(K)
                MOVE CYCLE-B-DAYS TO CYCLE-DAYS
            WHEN OTHER
                ADD 1 TO SEQ-C
                MOVE SEQ-C TO ABC-CLASS-SEQ(K)
                MOVE CYCLE-C-DAYS TO CYCLE-DAYS
        END-EVALUATE
        DIVIDE ABC-CLASS-SEQ(K) BY CYCLE-DAYS
            GIVING CYCLE-QUOTIENT REMAINDER PRODUCT-SLOT
        DIVIDE DAY-SHEET BY CYCLE-DAYS
            GIVING CYCLE-QUOTIENT REMAINDER SHEET-SLOT
        IF PRODUCT-SLOT = SHEET-SLOT
            ADD 1 TO SHEET-PRODUCTS
            PERFORM 720-ADD-PRODUCT-LOCATIONS
        END-IF
    END-IF.

*> A due product is counted in MAIN always -- an unsplit product's
*> whole stock implicitly lives there -- and in OVFL too when it has
*> an overflow location on file
720-ADD-PRODUCT-LOCATIONS.
    MOVE "MAIN" TO SHEET-LOC.
    PERFORM 730-ADD-SHEET-LINE.
    MOVE ABC-PID(K) TO LOC-PID.
    MOVE "OVFL" TO LOC-CODE.
    READ STOCKLOC-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "OVFL" TO SHEET-LOC
            PERFORM 730-ADD-SHEET-LINE
    END-READ.

*> Adds one count line, looking its bin up on stocklocs.dat (blank
*> when the building has no location record -- better a bin-less
*> count line than none). Past the table's OCCURS 1000 the line is
*> lost with a severe log entry.
730-ADD-SHEET-LINE.
    IF SHEET-COUNT >= 1000
        DISPLAY "WARNING: COUNT SHEET OVER 1000 LINES, PID "
            ABC-PID(K) " NOT LISTED"
        MOVE "S" TO LOG-SEVERITY
        MOVE "COUNT SHEET OVER 1000 LINES, SHEET INCOMPLETE"
            TO LOG-MESSAGE
        CALL WRITE-RUN-LOG USING LOG-SEVERITY, LOG-PROGRAM,
            LOG-MESSAGE, LOG-OPERATOR
    ELSE
        ADD 1 TO SHEET-COUNT
        MOVE SHEET-LOC TO SH-LOC(SHEET-COUNT)
        MOVE ABC-PID(K) TO SH-PID(SHEET-COUNT)
        MOVE ABC-NAME(K) TO SH-NAME(SHEET-COUNT)
        MOVE ABC-CLASS(K) TO SH-CLASS(SHEET-COUNT)
        MOVE ABC-PID(K) TO LOC-PID
        MOVE SHEET-LOC TO LOC-CODE
        READ STOCKLOC-FILE
            INVALID KEY
                MOVE SPACES TO SH-BIN(SHEET-COUNT)
            NOT INVALID KEY
                MOVE LOC-BIN TO SH-BIN(SHEET-COUNT)
        END-READ
    END-IF.

*> One sweep of adjacent compares over the count lines
740-SORT-PASS.
    PERFORM 750-SORT-COMPARE
        VARYING SH-J FROM 1 BY 1 UNTIL SH-J >= SHEET-COUNT.

*> Swaps one out-of-order adjacent pair
750-SORT-COMPARE.
    IF SH-SORT-KEY(SH-J + 1) < SH-SORT-KEY(SH-J)
        MOVE SHEET-ENTRY(SH-J) TO SHEET-HELD
        MOVE SHEET-ENTRY(SH-J + 1) TO SHEET-ENTRY(SH-J)
        MOVE SHEET-HELD TO SHEET-ENTRY(SH-J + 1)
    END-IF.

*> Writes one count line to both copies of the sheet: the printed
*> line with the bin and a blank for the count, and the counts.dat-
*> layout line with the counted quantity zero for the counter to key
760-WRITE-ONE-SHEET-LINE.
    MOVE SPACES TO LINE-OUT.
    STRING "  " SH-LOC(SH-I) " BIN " SH-BIN(SH-I)
        " PID " SH-PID(SH-I) " " SH-NAME(SH-I)
        " CLASS " SH-CLASS(SH-I) " COUNTED ________"
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE SHEET-LINE FROM LINE-OUT.
    MOVE SH-PID(SH-I) TO SC-PID.
    MOVE 0 TO SC-QTY.
    MOVE SH-LOC(SH-I) TO SC-LOC.
    MOVE "CC" TO SC-REASON.
    WRITE SHEET-COUNT-RECORD.

*> Clean up, logging what the run produced
900-TERMINATE.
    CLOSE REPORT-FILE.
    CLOSE STOCKLOC-FILE.
    MOVE "I" TO LOG-SEVERITY.
    MOVE SPACES TO LOG-MESSAGE.
    STRING "ABC CLASSES SET, " SHEET-PRODUCTS
        " PRODUCTS ON THE COUNT SHEET FOR " SHEET-DATE
        DELIMITED BY SIZE INTO LOG-MESSAGE.
    CALL WRITE-RUN-LOG USING LOG-SEVERITY, LOG-PROGRAM,
        LOG-MESSAGE, LOG-OPERATOR.

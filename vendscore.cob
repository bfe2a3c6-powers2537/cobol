*> Monthly vendor performance scorecard, in the COMMISSION mold: it
*> prompts for the month (CCYYMM, 0 for the business date's month)
*> and writes vendscore.txt, one block per vendor the buyer dealt
*> with that month, for the quarterly vendor reviews. It is built
*> from the receipt history RECEIVE-INVENTORY appends to
*> (recvhist.dat), the AP-ENTRY match exceptions (apexcept.txt), and
*> the LOT-RECALL log (recalllog.dat):
*>   on-time %      receipts on or before the PO line's expected
*>                  arrival date, over receipts that had one
*>   avg days late  over the receipts that came in late
*>   fill rate %    received over ordered, on the PO lines the month
*>                  closed (filled, short, or over)
*>   short POs      distinct POs with a line closed short
*>   exceptions     count and dollars of the vendor's invoice lines
*>                  AP-ENTRY held off the payables
*>   recalled lots  lots named in a recall trace this month that
*>                  came in on one of the vendor's receipts (at any
*>                  time)
*> Receipts with no PO line behind them carry no vendor and are not
*> graded.
IDENTIFICATION DIVISION.
PROGRAM-ID. VEND-SCORECARD.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> OPTIONAL so a shop with no receipts, holds, or recalls yet
    *> still gets a (thin) scorecard
    SELECT OPTIONAL RECEIPT-HIST-FILE ASSIGN TO "recvhist.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RECEIPT-STATUS.
    SELECT OPTIONAL EXCEPT-FILE ASSIGN TO "apexcept.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EXCEPT-STATUS.
    SELECT OPTIONAL RECALL-LOG-FILE ASSIGN TO "recalllog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RECALL-STATUS.
    SELECT OPTIONAL VENDOR-FILE ASSIGN TO "vendors.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS VENDOR-STATUS.
    SELECT REPORT-FILE ASSIGN TO "vendscore.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
    *> recvhist.dat file definition (matches RECEIVE-INVENTORY's)
    FD RECEIPT-HIST-FILE.
    01 RECEIPT-HIST-RECORD.
        05 RCV-DATE              PIC 9(8).
        05 RCV-SPACEA            PIC A(1).
        05 RCV-PO                PIC 9(6).
        05 RCV-SPACEB            PIC A(1).
        05 RCV-PID               PIC 9(11).
        05 RCV-SPACEC            PIC A(1).
        05 RCV-VENDOR            PIC 9(5).
        05 RCV-SPACED            PIC A(1).
        05 RCV-QTY               PIC 9(7).
        05 RCV-SPACEE            PIC A(1).
        05 RCV-UNIT-COST         PIC 9(5)V9(2).
        05 RCV-SPACEF            PIC A(1).
        05 RCV-LOT               PIC X(10).
        05 RCV-SPACEG            PIC A(1).
        05 RCV-QTY-ORDERED       PIC 9(7).
        05 RCV-SPACEH            PIC A(1).
        05 RCV-LINE-RECEIVED     PIC 9(7).
        05 RCV-SPACEI            PIC A(1).
        05 RCV-EXPECTED-DATE     PIC 9(8).
        05 RCV-SPACEJ            PIC A(1).
        05 RCV-CLOSE-CODE        PIC A(1).

    *> apexcept.txt (the line AP-ENTRY's 500-WRITE-EXCEPTION strings
    *> together), seen field by field
    FD EXCEPT-FILE.
    01 EXCEPT-RECORD.
        05 EXC-DATE              PIC 9(8).
        05 FILLER                PIC X(8).
        05 EXC-VENDOR            PIC 9(5).
        05 FILLER                PIC X(9).
        05 EXC-INVOICE-NO        PIC X(10).
        05 FILLER                PIC X(4).
        05 EXC-PO                PIC 9(6).
        05 FILLER                PIC X(9).
        05 EXC-PID               PIC 9(11).
        05 FILLER                PIC X(5).
        05 EXC-QTY               PIC 9(7).
        05 FILLER                PIC X(7).
        05 EXC-PRICE             PIC 9(5)V9(2).
        05 FILLER                PIC X(24).

    *> recalllog.dat file definition (matches LOT-RECALL's)
    FD RECALL-LOG-FILE.
    01 RECALL-LOG-RECORD.
        05 RCL-DATE              PIC 9(8).
        05 RCL-SPACEA            PIC A(1).
        05 RCL-LOT               PIC X(10).
        05 RCL-SPACEB            PIC A(1).
        05 RCL-UNITS-SHIPPED     PIC 9(9).
        05 RCL-SPACEC            PIC A(1).
        05 RCL-SHELF-UNITS       PIC 9(9).
        05 RCL-SPACED            PIC A(1).
        05 RCL-OPERATOR          PIC X(8).

    *> vendors.dat file definition (matches POGEN's layout) -- only
    *> the vendor names are wanted here
    FD VENDOR-FILE.
    01 VENDOR-RECORD.
        05 VENDOR-PID            PIC 9(11).
        05 VENDOR-ID             PIC 9(5).
        05 VENDOR-NAME           PIC X(25).
        05 VENDOR-STREET         PIC X(23).
        05 VENDOR-CITY           PIC A(13).
        05 VENDOR-STATE          PIC A(12).
        05 VENDOR-UNIT-COST      PIC 9(5)V9(2).
        05 VENDOR-STATUS-CODE    PIC A(1).
        05 VENDOR-RANK           PIC 9(2).
        05 VENDOR-LEAD-DAYS      PIC 9(3).
        05 VENDOR-MIN-QTY        PIC 9(7).
        05 VENDOR-ORDER-MULTIPLE PIC 9(5).

    *> scorecard output, one free-form line at a time
    FD REPORT-FILE.
    01 REPORT-LINE               PIC X(132).

WORKING-STORAGE SECTION.
    *> reference to the business-date program
    01 GET-BUSINESS-DATE     PIC X(17) VALUE "GET-BUSINESS-DATE".
    01 TODAY                 PIC 9(8) VALUE 0.

    01 SWITCHES.
        05 EOF-SWITCH        PIC A VALUE "N".
        05 FOUND-SWITCH      PIC A VALUE "N".

    01 RECEIPT-STATUS        PIC XX VALUE "00".
    01 EXCEPT-STATUS         PIC XX VALUE "00".
    01 RECALL-STATUS         PIC XX VALUE "00".
    01 VENDOR-STATUS         PIC XX VALUE "00".

    *> the month scored, and the date range it covers
    01 MONTH-WANTED          PIC 9(6) VALUE 0.
    01 DATE-FROM             PIC 9(8) VALUE 0.
    01 DATE-TO               PIC 9(8) VALUE 0.

    *> vendor names, one entry per vendor id on vendors.dat
    01 NAME-TABLE.
        05 NAME-ENTRY               OCCURS 500 TIMES INDEXED BY N.
            10 NAME-ENTRY-ID        PIC 9(5).
            10 NAME-ENTRY-NAME      PIC X(25).
    01 NAME-COUNT            PIC 9(3) VALUE 0.

    *> per-vendor accumulation
    01 SCORE-TABLE.
        05 SCORE-ENTRY              OCCURS 200 TIMES INDEXED BY S.
            10 SC-VENDOR            PIC 9(5).
            10 SC-RECEIPTS          PIC 9(5).
            10 SC-DATED             PIC 9(5).
            10 SC-ON-TIME           PIC 9(5).
            10 SC-LATE              PIC 9(5).
            10 SC-DAYS-LATE         PIC 9(7).
            10 SC-LINES-CLOSED      PIC 9(5).
            10 SC-QTY-ORDERED       PIC 9(9).
            10 SC-QTY-RECEIVED      PIC 9(9).
            10 SC-SHORT-POS         PIC 9(5).
            10 SC-EXCEPTIONS        PIC 9(5).
            10 SC-EXCEPT-DOLLARS    PIC 9(9)V9(2).
            10 SC-RECALLED-LOTS     PIC 9(5).
    01 SCORE-COUNT           PIC 9(3) VALUE 0.

    *> POs already counted short for a vendor, so a PO with several
    *> short lines counts once
    01 SHORT-PO-TABLE.
        05 SHORT-PO-ENTRY           OCCURS 500 TIMES INDEXED BY SP.
            10 SHORT-PO-VENDOR      PIC 9(5).
            10 SHORT-PO-NUMBER      PIC 9(6).
    01 SHORT-PO-COUNT        PIC 9(3) VALUE 0.

    *> lots named in a recall trace during the month
    01 RECALL-TABLE.
        05 RECALL-ENTRY             OCCURS 100 TIMES INDEXED BY RL.
            10 RECALL-ENTRY-LOT     PIC X(10).
    01 RECALL-COUNT          PIC 9(3) VALUE 0.

    *> recalled lots already charged to a vendor, so a lot received
    *> across several cartons counts once
    01 LOT-HIT-TABLE.
        05 LOT-HIT-ENTRY            OCCURS 500 TIMES INDEXED BY LH.
            10 LOT-HIT-VENDOR       PIC 9(5).
            10 LOT-HIT-LOT          PIC X(10).
    01 LOT-HIT-COUNT         PIC 9(3) VALUE 0.

    01 WORK-VENDOR           PIC 9(5) VALUE 0.
    01 DAYS-LATE             PIC S9(5) VALUE 0.
    01 EXCEPT-AMOUNT         PIC 9(9)V9(2) VALUE 0.
    01 ON-TIME-PCT           PIC 9(3) VALUE 0.
    01 FILL-PCT              PIC 9(4) VALUE 0.
    01 AVG-DAYS-LATE         PIC 9(5) VALUE 0.
    01 NAME-FOUND            PIC X(25) VALUE SPACES.
    01 VENDORS-SHOWN         PIC 9(3) VALUE 0.

    01 LINE-OUT              PIC X(132).

PROCEDURE DIVISION.
*> Program controller
000-MAIN.
    PERFORM 100-INIT.
    PERFORM 200-SCORE-RECEIPTS.
    PERFORM 300-SCORE-EXCEPTIONS.
    PERFORM 700-WRITE-REPORT.
    STOP RUN.

*> Prompts for the month and loads the vendor names and the month's
*> recalled lots
100-INIT.
    CALL GET-BUSINESS-DATE USING TODAY.
    DISPLAY "ENTER SCORECARD MONTH, CCYYMM (0 FOR THIS MONTH): ".
    ACCEPT MONTH-WANTED.
    IF MONTH-WANTED = 0
        DIVIDE TODAY BY 100 GIVING MONTH-WANTED
    END-IF.
    COMPUTE DATE-FROM = MONTH-WANTED * 100 + 1.
    COMPUTE DATE-TO = MONTH-WANTED * 100 + 31.
    OPEN INPUT VENDOR-FILE.
    IF VENDOR-STATUS = "00"
        PERFORM 110-LOAD-ONE-NAME UNTIL EOF-SWITCH = "Y"
        CLOSE VENDOR-FILE
    END-IF.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT RECALL-LOG-FILE.
    IF RECALL-STATUS = "00"
        PERFORM 120-LOAD-ONE-RECALL UNTIL EOF-SWITCH = "Y"
        CLOSE RECALL-LOG-FILE
    END-IF.

*> Takes the next vendors.dat row's name, once per vendor id
110-LOAD-ONE-NAME.
    READ VENDOR-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            SET N TO 1
            SEARCH NAME-ENTRY
                AT END
                    IF NAME-COUNT >= 500
                        DISPLAY "WARNING: MORE THAN 500 VENDORS, "
                            "REMAINING NAMES NOT SHOWN"
                        MOVE "Y" TO EOF-SWITCH
                    ELSE
                        ADD 1 TO NAME-COUNT
                        SET N TO NAME-COUNT
                        MOVE VENDOR-ID TO NAME-ENTRY-ID(N)
                        MOVE VENDOR-NAME TO NAME-ENTRY-NAME(N)
                    END-IF
                WHEN N > NAME-COUNT
                    ADD 1 TO NAME-COUNT
                    SET N TO NAME-COUNT
                    MOVE VENDOR-ID TO NAME-ENTRY-ID(N)
                    MOVE VENDOR-NAME TO NAME-ENTRY-NAME(N)
                WHEN NAME-ENTRY-ID(N) = VENDOR-ID
                    CONTINUE
            END-SEARCH
    END-READ.

*> Takes the next recall-log line if the trace ran this month
120-LOAD-ONE-RECALL.
    READ RECALL-LOG-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            IF RCL-DATE >= DATE-FROM AND RCL-DATE <= DATE-TO
                IF RECALL-COUNT >= 100
                    DISPLAY "WARNING: MORE THAN 100 RECALLS THIS "
                        "MONTH, REMAINDER NOT CHARGED"
                ELSE
                    ADD 1 TO RECALL-COUNT
                    MOVE RCL-LOT TO RECALL-ENTRY-LOT(RECALL-COUNT)
                END-IF
            END-IF
    END-READ.

*> Walks the whole receipt history: the month's receipts are
*> graded, and any receipt (of any month) that brought in a lot
*> recalled this month charges that lot to its vendor
200-SCORE-RECEIPTS.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT RECEIPT-HIST-FILE.
    IF RECEIPT-STATUS = "00"
        PERFORM 210-SCORE-ONE-RECEIPT UNTIL EOF-SWITCH = "Y"
        CLOSE RECEIPT-HIST-FILE
    END-IF.

*> Grades one receipt-history line
210-SCORE-ONE-RECEIPT.
    READ RECEIPT-HIST-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            IF RCV-VENDOR > 0
                MOVE RCV-VENDOR TO WORK-VENDOR
                IF RCV-LOT NOT = SPACES AND RECALL-COUNT > 0
                    PERFORM 240-CHECK-RECALLED-LOT
                END-IF
                IF RCV-DATE >= DATE-FROM AND RCV-DATE <= DATE-TO
                    PERFORM 220-GRADE-RECEIPT
                END-IF
            END-IF
    END-READ.

*> Timeliness, and on a closing receipt the fill and short-ship
*> figures
220-GRADE-RECEIPT.
    PERFORM 600-FIND-OR-ADD-VENDOR.
    IF FOUND-SWITCH = "Y"
        ADD 1 TO SC-RECEIPTS(S)
        IF RCV-EXPECTED-DATE > 0
            ADD 1 TO SC-DATED(S)
            COMPUTE DAYS-LATE =
                FUNCTION INTEGER-OF-DATE(RCV-DATE)
                    - FUNCTION INTEGER-OF-DATE(RCV-EXPECTED-DATE)
            IF DAYS-LATE > 0
                ADD 1 TO SC-LATE(S)
                ADD DAYS-LATE TO SC-DAYS-LATE(S)
            ELSE
                ADD 1 TO SC-ON-TIME(S)
            END-IF
        END-IF
        IF RCV-CLOSE-CODE = "F" OR RCV-CLOSE-CODE = "S"
                OR RCV-CLOSE-CODE = "O"
            ADD 1 TO SC-LINES-CLOSED(S)
            ADD RCV-QTY-ORDERED TO SC-QTY-ORDERED(S)
            ADD RCV-LINE-RECEIVED TO SC-QTY-RECEIVED(S)
        END-IF
        IF RCV-CLOSE-CODE = "S"
            PERFORM 230-COUNT-SHORT-PO
        END-IF
    END-IF.

*> Counts the PO short-shipped, once per vendor and PO
230-COUNT-SHORT-PO.
    SET SP TO 1.
    SEARCH SHORT-PO-ENTRY
        AT END
            PERFORM 235-ADD-SHORT-PO
        WHEN SP > SHORT-PO-COUNT
            PERFORM 235-ADD-SHORT-PO
        WHEN SHORT-PO-VENDOR(SP) = RCV-VENDOR
                AND SHORT-PO-NUMBER(SP) = RCV-PO
            CONTINUE
    END-SEARCH.

*> Records a newly seen short PO and counts it against the vendor
235-ADD-SHORT-PO.
    ADD 1 TO SC-SHORT-POS(S).
    IF SHORT-PO-COUNT < 500
        ADD 1 TO SHORT-PO-COUNT
        MOVE RCV-VENDOR TO SHORT-PO-VENDOR(SHORT-PO-COUNT)
        MOVE RCV-PO TO SHORT-PO-NUMBER(SHORT-PO-COUNT)
    END-IF.

*> Charges the receipt's lot to the vendor if it was recalled this
*> month and not already charged to it
240-CHECK-RECALLED-LOT.
    SET RL TO 1.
    SEARCH RECALL-ENTRY
        AT END
            CONTINUE
        WHEN RL > RECALL-COUNT
            CONTINUE
        WHEN RECALL-ENTRY-LOT(RL) = RCV-LOT
            PERFORM 245-CHARGE-RECALLED-LOT
    END-SEARCH.

*> Counts the recalled lot against the vendor, once
245-CHARGE-RECALLED-LOT.
    SET LH TO 1.
    SEARCH LOT-HIT-ENTRY
        AT END
            PERFORM 248-ADD-LOT-HIT
        WHEN LH > LOT-HIT-COUNT
            PERFORM 248-ADD-LOT-HIT
        WHEN LOT-HIT-VENDOR(LH) = RCV-VENDOR
                AND LOT-HIT-LOT(LH) = RCV-LOT
            CONTINUE
    END-SEARCH.

*> Records a newly charged recalled lot
248-ADD-LOT-HIT.
    PERFORM 600-FIND-OR-ADD-VENDOR.
    IF FOUND-SWITCH = "Y"
        ADD 1 TO SC-RECALLED-LOTS(S)
    END-IF.
    IF LOT-HIT-COUNT < 500
        ADD 1 TO LOT-HIT-COUNT
        MOVE RCV-VENDOR TO LOT-HIT-VENDOR(LOT-HIT-COUNT)
        MOVE RCV-LOT TO LOT-HIT-LOT(LOT-HIT-COUNT)
    END-IF.

*> Counts and extends the month's AP-ENTRY match exceptions per
*> vendor
300-SCORE-EXCEPTIONS.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT EXCEPT-FILE.
    IF EXCEPT-STATUS = "00"
        PERFORM 310-SCORE-ONE-EXCEPTION UNTIL EOF-SWITCH = "Y"
        CLOSE EXCEPT-FILE
    END-IF.

*> Takes one exception line if it is a well-formed line of the month
310-SCORE-ONE-EXCEPTION.
    READ EXCEPT-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            IF EXC-DATE IS NUMERIC AND EXC-VENDOR IS NUMERIC
                    AND EXC-QTY IS NUMERIC AND EXC-PRICE IS NUMERIC
                IF EXC-DATE >= DATE-FROM AND EXC-DATE <= DATE-TO
                    MOVE EXC-VENDOR TO WORK-VENDOR
                    PERFORM 600-FIND-OR-ADD-VENDOR
                    IF FOUND-SWITCH = "Y"
                        ADD 1 TO SC-EXCEPTIONS(S)
                        COMPUTE EXCEPT-AMOUNT = EXC-QTY * EXC-PRICE
                        ADD EXCEPT-AMOUNT TO SC-EXCEPT-DOLLARS(S)
                    END-IF
                END-IF
            END-IF
    END-READ.

*> Linear search for WORK-VENDOR's scorecard slot; adds a new one
*> the first time a vendor is seen. Skips (with a warning) instead
*> of subscripting past SCORE-TABLE's OCCURS 200.
600-FIND-OR-ADD-VENDOR.
    MOVE "N" TO FOUND-SWITCH.
    SET S TO 1.
    SEARCH SCORE-ENTRY
        AT END
            PERFORM 610-ADD-VENDOR
        WHEN S > SCORE-COUNT
            PERFORM 610-ADD-VENDOR
        WHEN SC-VENDOR(S) = WORK-VENDOR
            MOVE "Y" TO FOUND-SWITCH
    END-SEARCH.

*> Opens a zeroed scorecard slot for WORK-VENDOR
610-ADD-VENDOR.
    IF SCORE-COUNT >= 200
        DISPLAY "WARNING: MORE THAN 200 VENDORS, VENDOR "
            WORK-VENDOR " NOT SCORED"
    ELSE
        ADD 1 TO SCORE-COUNT
        SET S TO SCORE-COUNT
        MOVE WORK-VENDOR TO SC-VENDOR(S)
        MOVE 0 TO SC-RECEIPTS(S)
        MOVE 0 TO SC-DATED(S)
        MOVE 0 TO SC-ON-TIME(S)
        MOVE 0 TO SC-LATE(S)
        MOVE 0 TO SC-DAYS-LATE(S)
        MOVE 0 TO SC-LINES-CLOSED(S)
        MOVE 0 TO SC-QTY-ORDERED(S)
        MOVE 0 TO SC-QTY-RECEIVED(S)
        MOVE 0 TO SC-SHORT-POS(S)
        MOVE 0 TO SC-EXCEPTIONS(S)
        MOVE 0 TO SC-EXCEPT-DOLLARS(S)
        MOVE 0 TO SC-RECALLED-LOTS(S)
        MOVE "Y" TO FOUND-SWITCH
    END-IF.

*> Writes the scorecard
700-WRITE-REPORT.
    OPEN OUTPUT REPORT-FILE.
    MOVE SPACES TO LINE-OUT.
    STRING "VENDOR PERFORMANCE SCORECARD FOR MONTH " MONTH-WANTED
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    PERFORM 710-WRITE-ONE-VENDOR
        VARYING S FROM 1 BY 1 UNTIL S > SCORE-COUNT.
    MOVE SPACES TO LINE-OUT.
    STRING "VENDORS SCORED: " VENDORS-SHOWN
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    CLOSE REPORT-FILE.
    DISPLAY VENDORS-SHOWN " VENDORS SCORED, SEE VENDSCORE.TXT".

*> Writes one vendor's block: a heading with the name, then the
*> figures. A percentage with nothing under it (no dated receipts,
*> no closed lines) prints as zero.
710-WRITE-ONE-VENDOR.
    ADD 1 TO VENDORS-SHOWN.
    PERFORM 720-FIND-NAME.
    MOVE 0 TO ON-TIME-PCT.
    MOVE 0 TO FILL-PCT.
    MOVE 0 TO AVG-DAYS-LATE.
    IF SC-DATED(S) > 0
        COMPUTE ON-TIME-PCT ROUNDED =
            SC-ON-TIME(S) * 100 / SC-DATED(S)
    END-IF.
    IF SC-LATE(S) > 0
        COMPUTE AVG-DAYS-LATE ROUNDED =
            SC-DAYS-LATE(S) / SC-LATE(S)
    END-IF.
    IF SC-QTY-ORDERED(S) > 0
        COMPUTE FILL-PCT ROUNDED =
            SC-QTY-RECEIVED(S) * 100 / SC-QTY-ORDERED(S)
    END-IF.
    MOVE SPACES TO LINE-OUT.
    STRING "VENDOR " SC-VENDOR(S) " " NAME-FOUND
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    MOVE SPACES TO LINE-OUT.
    STRING "  RECEIPTS " SC-RECEIPTS(S)
        " ON-TIME % " ON-TIME-PCT
        " (" SC-ON-TIME(S) " OF " SC-DATED(S) " DATED)"
        " AVG DAYS LATE " AVG-DAYS-LATE
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    MOVE SPACES TO LINE-OUT.
    STRING "  LINES CLOSED " SC-LINES-CLOSED(S)
        " FILL RATE % " FILL-PCT
        " (" SC-QTY-RECEIVED(S) " OF " SC-QTY-ORDERED(S) ")"
        " POS SHORT-SHIPPED " SC-SHORT-POS(S)
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    MOVE SPACES TO LINE-OUT.
    STRING "  AP EXCEPTIONS " SC-EXCEPTIONS(S)
        " DOLLARS " SC-EXCEPT-DOLLARS(S)
        " RECALLED LOTS " SC-RECALLED-LOTS(S)
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.

*> Looks up the vendor's name; one no longer on vendors.dat shows as
*> such
720-FIND-NAME.
    MOVE "** NOT ON VENDORS.DAT **" TO NAME-FOUND.
    SET N TO 1.
    SEARCH NAME-ENTRY
        AT END
            CONTINUE
        WHEN N > NAME-COUNT
            CONTINUE
        WHEN NAME-ENTRY-ID(N) = SC-VENDOR(S)
            MOVE NAME-ENTRY-NAME(N) TO NAME-FOUND
    END-SEARCH.

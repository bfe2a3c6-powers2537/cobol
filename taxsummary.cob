*> night, since the JCL empties it after every clean run. A return's
*> negative net/tax backs the original sale out of its state's
*> totals, so the report shows what is actually owed to each state,
*> not what was charged before returns. Sales billed untaxed on a
*> customer's exemption certificate are kept out of the taxable
*> figures: each state line shows its exempt sales beside the
*> taxable ones, followed by the exempt sales under each certificate
*> number, the breakdown the state auditor asks for. An exempt line
*> is reported under the state the certificate covers (the state the
*> goods shipped to).
IDENTIFICATION DIVISION.
PROGRAM-ID. TAX-SUMMARY.
ENVIRONMENT DIVISION.
        05 TRANSACT-FREIGHT             PIC S9(7)V9(2).
        05 TRANSACT-SPACEK              PIC A(1).
        05 TRANSACT-SHIP-CODE           PIC X(4).
        05 TRANSACT-SPACEL              PIC A(1).
        05 TRANSACT-EXEMPT-STATE        PIC A(12).
        05 TRANSACT-SPACEM              PIC A(1).
        05 TRANSACT-EXEMPT-CERT         PIC X(15). *> spaces =
                                           *> taxed as usual

    *> histcf.dat header (matches HIST-ARCHIVE's layout) -- only the
    *> H row's cutoff date matters here: it says how far back the
        05 ARCH-FREIGHT                 PIC S9(7)V9(2).
        05 ARCH-SPACEK                  PIC A(1).
        05 ARCH-SHIP-CODE               PIC X(4).
        05 ARCH-SPACEL                  PIC A(1).
        05 ARCH-EXEMPT-STATE            PIC A(12).
        05 ARCH-SPACEM                  PIC A(1).
        05 ARCH-EXEMPT-CERT             PIC X(15).

    *> summary report output file, one free-form line at a time
    FD SUMMARY-FILE.
            10 TAX-ENTRY-STATE      PIC A(12).
            10 TAX-ENTRY-NET        PIC S9(9)V9(2) VALUE 0.
            10 TAX-ENTRY-TAX        PIC S9(9)V9(2) VALUE 0.
            10 TAX-ENTRY-EXEMPT     PIC S9(9)V9(2) VALUE 0.

    *> the exempt sales under each certificate, grouped back under
    *> their state when the report prints
    01 CERT-TABLE.
        05 CERT-ENTRY               OCCURS 500 TIMES INDEXED BY X.
            10 CERT-ENTRY-STATE     PIC A(12).
            10 CERT-ENTRY-NUMBER    PIC X(15).
            10 CERT-ENTRY-NET       PIC S9(9)V9(2) VALUE 0.
    01 CERT-COUNT           PIC 9(3) VALUE 0.

    *> oldest transaction date to include; 0 takes everything
    01 DATE-WANTED          PIC 9(8) VALUE 0.
    01 WORK-STATE           PIC A(12) VALUE SPACES.
    01 WORK-NET             PIC S9(7)V9(2) VALUE 0.
    01 WORK-TAX             PIC S9(7)V9(2) VALUE 0.
    01 WORK-EXEMPT-STATE    PIC A(12) VALUE SPACES.
    01 WORK-EXEMPT-CERT     PIC X(15) VALUE SPACES.

    01 GRAND-TOTALS.
        05 GRAND-TOTAL-NET          PIC S9(9)V9(2) VALUE 0.
        05 GRAND-TOTAL-TAX          PIC S9(9)V9(2) VALUE 0.
        05 GRAND-TOTAL-EXEMPT       PIC S9(9)V9(2) VALUE 0.

    01 LINE-OUT                     PIC X(80).

        MOVE ARCH-STATE TO WORK-STATE
        MOVE ARCH-NET TO WORK-NET
        MOVE ARCH-TAX TO WORK-TAX
        MOVE ARCH-EXEMPT-STATE TO WORK-EXEMPT-STATE
        MOVE ARCH-EXEMPT-CERT TO WORK-EXEMPT-CERT
        PERFORM 250-ADD-TO-STATE
    END-IF.
    READ ARCHIVE-FILE
        MOVE TRANSACT-STATE TO WORK-STATE
        MOVE TRANSACT-NET TO WORK-NET
        MOVE TRANSACT-TAX TO WORK-TAX
        MOVE TRANSACT-EXEMPT-STATE TO WORK-EXEMPT-STATE
        MOVE TRANSACT-EXEMPT-CERT TO WORK-EXEMPT-CERT
        PERFORM 250-ADD-TO-STATE
    END-IF.
    READ TRANSACTION-FILE
    END-READ.

*> Adds one in-period row (live or archived, already moved into the
*> WORK fields) into its state's totals -- the taxable columns, or
*> for a line billed on an exemption certificate, the certificate
*> state's exempt column and the certificate's own total
250-ADD-TO-STATE.
    IF WORK-EXEMPT-CERT NOT = SPACES
        MOVE WORK-EXEMPT-STATE TO WORK-STATE
    END-IF.
    PERFORM 300-FIND-OR-ADD-STATE.
    IF FOUND-SWITCH = "Y"
        IF WORK-EXEMPT-CERT = SPACES
            ADD WORK-NET TO TAX-ENTRY-NET(K)
            ADD WORK-TAX TO TAX-ENTRY-TAX(K)
            ADD WORK-NET TO GRAND-TOTAL-NET
            ADD WORK-TAX TO GRAND-TOTAL-TAX
        ELSE
            ADD WORK-NET TO TAX-ENTRY-EXEMPT(K)
            ADD WORK-NET TO GRAND-TOTAL-EXEMPT
            PERFORM 260-ADD-TO-CERT
        END-IF
    END-IF.

*> Adds an exempt line into its certificate's total, opening a slot
*> the first time the certificate is seen. Past CERT-TABLE's
*> OCCURS 500 the state's exempt column still carries the sale;
*> only the per-certificate line is lost, and the run log says so.
260-ADD-TO-CERT.
    SET X TO 1.
    SEARCH CERT-ENTRY
        AT END
            IF CERT-COUNT >= 500
                DISPLAY "WARNING: CERTIFICATE TABLE FULL, CERT "
                    WORK-EXEMPT-CERT " NOT LISTED"
                MOVE "W" TO LOG-SEVERITY
                MOVE "TAX SUMMARY CERT TABLE FULL, A CERT WAS NOT LISTED" TO LOG-MESSAGE
                CALL WRITE-RUN-LOG USING LOG-SEVERITY, LOG-PROGRAM, LOG-MESSAGE, LOG-OPERATOR
            ELSE
                ADD 1 TO CERT-COUNT
                SET X TO CERT-COUNT
                MOVE WORK-STATE TO CERT-ENTRY-STATE(X)
                MOVE WORK-EXEMPT-CERT TO CERT-ENTRY-NUMBER(X)
                ADD WORK-NET TO CERT-ENTRY-NET(X)
            END-IF
        WHEN CERT-ENTRY-STATE(X) = WORK-STATE
                AND CERT-ENTRY-NUMBER(X) = WORK-EXEMPT-CERT
            ADD WORK-NET TO CERT-ENTRY-NET(X)
    END-SEARCH.

*> Linear search for the state's summary slot; adds a new one if this
*> is the first transaction seen for that state this run. Skips the
*> transaction (with a warning) instead of subscripting past
    *> cleared first so a shorter totals line doesn't pick up the
    *> tail of the longer state line written before it
    MOVE SPACES TO LINE-OUT.
    STRING "TOTAL TAXABLE: " GRAND-TOTAL-NET
        " TOTAL TAX: " GRAND-TOTAL-TAX
        " TOTAL EXEMPT: " GRAND-TOTAL-EXEMPT
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE SUMMARY-LINE FROM LINE-OUT.
    CLOSE SUMMARY-FILE.

*> Writes a single state's tax summary line -- taxable sales, the
*> tax collected on them, and the exempt sales -- then the state's
*> exempt sales certificate by certificate
710-WRITE-ONE-STATE.
    MOVE SPACES TO LINE-OUT.
    STRING TAX-ENTRY-STATE(K) " TAXABLE: " TAX-ENTRY-NET(K)
        " TAX: " TAX-ENTRY-TAX(K)
        " EXEMPT: " TAX-ENTRY-EXEMPT(K)
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE SUMMARY-LINE FROM LINE-OUT.
    PERFORM 720-WRITE-ONE-CERT
        VARYING X FROM 1 BY 1 UNTIL X > CERT-COUNT.

*> Writes one certificate's exempt sales line, if it belongs to the
*> state being written
720-WRITE-ONE-CERT.
    IF CERT-ENTRY-STATE(X) = TAX-ENTRY-STATE(K)
        MOVE SPACES TO LINE-OUT
        STRING "    EXEMPT CERT " CERT-ENTRY-NUMBER(X)
            " EXEMPT SALES: " CERT-ENTRY-NET(X)
            DELIMITED BY SIZE INTO LINE-OUT
        WRITE SUMMARY-LINE FROM LINE-OUT
    END-IF.

*> Clean up
900-TERMINATE.

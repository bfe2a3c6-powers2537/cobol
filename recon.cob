*>      must equal the prior run's closing sum (carried in
*>      arbalance.dat) plus tonight's billed net, tax, and freight
*>      (from runtotals.dat) minus the payments posted tonight
*>      and the early-payment discounts they earned (both footed
*>      from the cashreceipts.txt register) and the daytime
*>      reversals ORDER-CANCEL and write-offs AR-WRITEOFF registered
*>      on aradjust.txt, plus the finance charges FINANCE-CHARGE
*>      billed and registered there.
*>   2. Inventory movement: the units that left (sales) minus the
*>      units that came back (returns) per transact.txt must equal
*>      the drop in total PROD-IN-STOCK between inventory.dat.backup
*>      (taken by BACKINV before the run) and inventory.dat now.
*>      A kit line moves its components' stock, not its own, so it
*>      counts as its per-kit component units (kits.dat) times the
*>      line's quantity.
*>   3. Row count: transact.txt must hold exactly ACCEPTED-COUNT rows.
*> Any mismatch is written to the recon.txt discrepancy report and
*> surfaces as RETURN-CODE 8, which makes the JCL hold the archive
*> and clear steps so the evidence stays in place.
*> Registers each night it completes (or fails) with STEP-REGISTRY,
*> and skips itself, with a logged notice, when a rerun of the
*> nightly job reaches it on a night it already completed, ending
*> RC 4 so the JCL can tell the skip from a fresh completion.
IDENTIFICATION DIVISION.
PROGRAM-ID. RECONCILE.
ENVIRONMENT DIVISION.
    SELECT ADJUST-FILE ASSIGN TO "aradjust.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ADJUST-STATUS.
    SELECT OPTIONAL KIT-FILE ASSIGN TO "kits.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS KIT-KEY.
    SELECT REPORT-FILE ASSIGN TO "recon.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
        05 CUST-OWES             PIC S9(7)V9(2).
        05 CUST-CREDIT-LIMIT     PIC 9(7)V9(2).
        05 CUST-HOLD             PIC A(1). *> Y = credit hold
        05 CUST-TERMS-CODE       PIC X(4). *> terms.dat code, spaces
                                           *> = net 30
        05 CUST-FINCHG-EXEMPT    PIC A(1). *> Y = no finance charges

    *> transaction processed input file definition (matches
    *> READ-TRANSACTIONS' TRANSACTION-RECORD layout)
        05 TRANSACT-QTY-MAIN            PIC 9(5).
        05 TRANSACT-SPACEM              PIC A(1).
        05 TRANSACT-QTY-OVFL            PIC 9(5).
        05 TRANSACT-SPACEN              PIC A(1).
        05 TRANSACT-EXEMPT-STATE        PIC A(12).
        05 TRANSACT-SPACEO              PIC A(1).
        05 TRANSACT-EXEMPT-CERT         PIC X(15).
        05 TRANSACT-SPACEP              PIC A(1).
        05 TRANSACT-REPLACES-PID        PIC 9(11).

    *> kits.dat file definition (matches PRODMAINT's)
    FD KIT-FILE.
    01 KIT-RECORD.
        05 KIT-KEY.
            10 KIT-PID           PIC 9(11).
            10 KIT-COMP-PID      PIC 9(11).
        05 KIT-COMP-QTY          PIC 9(5).

    *> inventory.dat file definition (indexed, keyed by PROD-PID)
    FD INVENTORY-FILE.
        05 PROD-SHIP-WEIGHT       PIC 9(3)V9(2).
        05 PROD-REORDER-POINT     PIC 9(7).
        05 PROD-REORDER-TO        PIC 9(7).
        05 PROD-REPLACED-BY       PIC 9(11).
        05 PROD-REPLACE-DATE      PIC 9(8).

    *> the pre-run image of inventory.dat the JCL's BACKINV step took
    FD BACKUP-FILE.
        05 BPROD-SHIP-WEIGHT      PIC 9(3)V9(2).
        05 BPROD-REORDER-POINT    PIC 9(7).
        05 BPROD-REORDER-TO       PIC 9(7).
        05 BPROD-REPLACED-BY      PIC 9(11).
        05 BPROD-REPLACE-DATE     PIC 9(8).

    *> cash receipts register (matches PAYMENTS' RECEIPT-RECORD)
    FD RECEIPT-FILE.
        05 RECEIPT-INVOICE      PIC 9(6).
        05 RECEIPT-SPACEG       PIC A(1).
        05 RECEIPT-APPLIED      PIC 9(7)V9(2).
        05 RECEIPT-SPACEH       PIC A(1).
        05 RECEIPT-DISCOUNT     PIC 9(7)V9(2). *> early-payment
                                                *> discount allowed

    *> aradjust.txt -- daytime AR reversals ORDER-CANCEL wrote (one
    *> line per cancelled billed order), AR-WRITEOFF's write-offs
    *> (one line per item closed), and FINANCE-CHARGE's charges (one
    *> line per customer charged, type F, which add to AR rather than
    *> take from it), footed here so the AR cross-foot
    *> still proves after any of them; archived and
    *> cleared by the JCL alongside the cash receipts register
    FD ADJUST-FILE.
    01 ADJUST-RECORD.
        05 ADJ-FREIGHT          PIC S9(9)V9(2).
        05 ADJ-SPACEH           PIC A(1).
        05 ADJ-COST             PIC S9(9)V9(2).
        05 ADJ-SPACEI           PIC A(1).
        05 ADJ-TYPE             PIC A(1). *> C = cancellation
                                           *> W = write-off
                                           *> F = finance charge
        05 ADJ-SPACEJ           PIC A(1).
        05 ADJ-REASON           PIC X(30).

    *> arbalance.dat -- the closing sum of CUST-OWES this program
    *> writes each run and reads back as "the prior night's sum" the
    01 PRIOR-AR                  PIC S9(9)V9(2) VALUE 0.
    01 EXPECTED-AR               PIC S9(9)V9(2) VALUE 0.
    01 PAYMENTS-TOTAL            PIC S9(9)V9(2) VALUE 0.
    01 DISCOUNTS-TOTAL           PIC S9(9)V9(2) VALUE 0.
    01 ADJUSTMENTS-TOTAL         PIC S9(9)V9(2) VALUE 0.
    01 FINANCE-CHARGES-TOTAL     PIC S9(9)V9(2) VALUE 0.
    01 UNITS-MOVED               PIC S9(9) VALUE 0.
    01 BACKUP-UNITS              PIC S9(9) VALUE 0.
    01 CURRENT-UNITS             PIC S9(9) VALUE 0.
    01 ACTUAL-MOVEMENT           PIC S9(9) VALUE 0.
    01 TRANSACT-ROWS             PIC 9(6) VALUE 0.
    *> the stock units one transact.txt row moved, and a kit's
    *> component units per kit
    01 LINE-UNITS                PIC 9(9) VALUE 0.
    01 KIT-UNITS                 PIC 9(7) VALUE 0.
    01 KIT-EOF-SWITCH            PIC A VALUE "N".

    01 LINE-OUT                  PIC X(100).

    *> reference to the step registry, and the fields this step
    *> passes it as it starts and as it finishes
    01 STEP-REGISTRY         PIC X(13) VALUE "STEP-REGISTRY".
    01 STEP-ACTION           PIC A(1) VALUE "B".
    01 STEP-PROGRAM          PIC X(17) VALUE "RECONCILE".
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
    OPEN OUTPUT REPORT-FILE.
    MOVE "NIGHTLY RECONCILIATION REPORT" TO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
        PERFORM 700-SAVE-AR-BALANCE
    END-IF.
    PERFORM 900-TERMINATE.
    MOVE RETURN-CODE TO STEP-RC.
    MOVE "E" TO STEP-ACTION.
    CALL STEP-REGISTRY USING STEP-ACTION, STEP-PROGRAM, STEP-DATE,
        STEP-CYCLE, STEP-RC, STEP-DONE, STEP-OPERATOR.
    MOVE STEP-RC TO RETURN-CODE.
    STOP RUN.

*> Loads the batch's persisted control totals. Without them there is
        CLOSE RECEIPT-FILE
    END-IF.

*> Adds one posted payment into the running payments sum, and the
*> discount it earned (if any) into the discounts sum
260-ADD-ONE-RECEIPT.
    READ RECEIPT-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            ADD RECEIPT-AMOUNT TO PAYMENTS-TOTAL
            IF RECEIPT-DISCOUNT IS NUMERIC
                ADD RECEIPT-DISCOUNT TO DISCOUNTS-TOTAL
            END-IF
    END-READ.

*> Sums the daytime AR register: ORDER-CANCEL's reversals,
*> AR-WRITEOFF's write-offs, and FINANCE-CHARGE's charges
270-FOOT-ADJUSTMENTS.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT ADJUST-FILE.
        CLOSE ADJUST-FILE
    END-IF.

*> Adds one reversal or write-off into the running adjustments sum,
*> or one finance charge into the charges billed
280-ADD-ONE-ADJUSTMENT.
    READ ADJUST-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            IF ADJ-TYPE = "F"
                ADD ADJ-AMOUNT TO FINANCE-CHARGES-TOTAL
            ELSE
                ADD ADJ-AMOUNT TO ADJUSTMENTS-TOTAL
            END-IF
    END-READ.

*> Cross-foots accounts receivable: prior closing balance plus
*> tonight's billing (net, tax, and freight) and the day's finance
*> charges, minus tonight's payments, the discounts they earned, and
*> the day's adjustments must be
*> what customers.dat now sums to. Skipped (but noted) on the first
*> run ever, when there is no prior balance on file yet.
300-CHECK-AR.
    IF PRIOR-AR-SWITCH = "Y"
        COMPUTE EXPECTED-AR = PRIOR-AR + RUNTOTALS-TOTAL-NET
            + RUNTOTALS-TOTAL-TAX + RUNTOTALS-TOTAL-FREIGHT
            + FINANCE-CHARGES-TOTAL
            - PAYMENTS-TOTAL - DISCOUNTS-TOTAL - ADJUSTMENTS-TOTAL
        IF EXPECTED-AR NOT = CURRENT-AR
            MOVE "Y" TO OUT-OF-BALANCE-SWITCH
            MOVE SPACES TO LINE-OUT
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT TRANSACTION-FILE.
    IF TRANSACTION-STATUS = "00"
        OPEN INPUT KIT-FILE
        PERFORM 410-ADD-ONE-TRANSACTION UNTIL EOF-SWITCH = "Y"
        CLOSE KIT-FILE
        CLOSE TRANSACTION-FILE
    END-IF.

            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            ADD 1 TO TRANSACT-ROWS
            PERFORM 420-COUNT-LINE-UNITS
            IF TRANSACT-GROSS < 0
                SUBTRACT LINE-UNITS FROM UNITS-MOVED
            ELSE
                ADD LINE-UNITS TO UNITS-MOVED
            END-IF
    END-READ.

*> The stock units the row moved: its quantity, or for a kit the
*> quantity times the kit's component units
420-COUNT-LINE-UNITS.
    MOVE 0 TO KIT-UNITS.
    MOVE "N" TO KIT-EOF-SWITCH.
    MOVE TRANSACT-PID TO KIT-PID.
    MOVE 0 TO KIT-COMP-PID.
    START KIT-FILE KEY IS >= KIT-KEY
        INVALID KEY
            MOVE "Y" TO KIT-EOF-SWITCH
    END-START.
    PERFORM 425-ADD-ONE-COMPONENT UNTIL KIT-EOF-SWITCH = "Y".
    IF KIT-UNITS > 0
        COMPUTE LINE-UNITS = TRANSACT-QUANTITY * KIT-UNITS
    ELSE
        MOVE TRANSACT-QUANTITY TO LINE-UNITS
    END-IF.

*> Adds one of the kit's components into its units per kit
425-ADD-ONE-COMPONENT.
    READ KIT-FILE NEXT RECORD
        AT END
            MOVE "Y" TO KIT-EOF-SWITCH
        NOT AT END
            IF KIT-PID NOT = TRANSACT-PID
                MOVE "Y" TO KIT-EOF-SWITCH
            ELSE
                ADD KIT-COMP-QTY TO KIT-UNITS
            END-IF
    END-READ.


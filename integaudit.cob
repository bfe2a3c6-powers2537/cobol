*>     - ordstatus.dat orders whose customer is gone
*>     - shiptos.dat, contracts.dat, and rmas.dat rows whose customer
*>       or product is gone
*>     - kits.dat structures whose kit or component product is gone
*>       (the night rejects such a kit's lines rather than bill them)
*> CUST-MERGE also calls it, before and after folding one customer
*> into another, so it returns to its caller rather than stopping.
IDENTIFICATION DIVISION.
PROGRAM-ID. INTEGRITY-AUDIT.
ENVIRONMENT DIVISION.
    SELECT OPTIONAL STANDING-FILE ASSIGN TO "standing.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STANDING-STATUS.
    SELECT OPTIONAL KIT-FILE ASSIGN TO "kits.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS KIT-KEY.
    SELECT REPORT-FILE ASSIGN TO "integrity.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
    *> kits.dat file definition (matches PRODMAINT's)
    FD KIT-FILE.
    01 KIT-RECORD.
        05 KIT-KEY.
            10 KIT-PID           PIC 9(11).
            10 KIT-COMP-PID      PIC 9(11).
        05 KIT-COMP-QTY          PIC 9(5).

    *> customers.dat file definition (indexed, keyed by CUST-CID)
    FD CUSTOMER-FILE.
    01 CUSTOMER-RECORD.
        05 CUST-OWES             PIC S9(7)V9(2).
        05 CUST-CREDIT-LIMIT     PIC 9(7)V9(2).
        05 CUST-HOLD             PIC A(1).
        05 CUST-TERMS-CODE       PIC X(4). *> terms.dat code, spaces
                                           *> = net 30
        05 CUST-FINCHG-EXEMPT    PIC A(1). *> Y = no finance charges

    *> inventory.dat file definition (indexed, keyed by PROD-PID)
    FD PRODUCT-FILE.
                                             *> falls to here, 0 =
                                             *> use the legacy ladder
        05 PROD-REORDER-TO        PIC 9(7). *> order back up to here
        05 PROD-REPLACED-BY       PIC 9(11). *> successor product, 0 = none
        05 PROD-REPLACE-DATE      PIC 9(8). *> successor effective date

    *> stocklocs.dat file definition (matches READ-TRANSACTIONS')
    FD STOCKLOC-FILE.
        05 OPENPO-QTY-RECEIVED   PIC 9(7).
        05 OPENPO-STATUS         PIC A(1).
        05 OPENPO-UNIT-COST      PIC 9(5)V9(2).
        05 OPENPO-EXPECTED-DATE  PIC 9(8).

    *> aropen.dat file definition (matches READ-TRANSACTIONS')
    FD AROPEN-FILE.
        05 AR-BILLED             PIC S9(7)V9(2).
        05 AR-PAID               PIC S9(7)V9(2).
        05 AR-STATUS             PIC A(1).
        05 AR-DUE-DATE           PIC 9(8). *> net due, CCYYMMDD
        05 AR-DISC-DATE          PIC 9(8). *> discount good through,
                                            *> 0 = no discount offered
        05 AR-DISC-PCT           PIC V999. *> e.g. .020 = 2%
        05 AR-DISC-TAKEN         PIC S9(7)V9(2). *> early-payment
                                                  *> discount allowed

    *> shiptos.dat file definition (matches CUSTMAINT's)
    FD SHIPTO-FILE.
    PERFORM 550-SWEEP-RMAS.
    PERFORM 600-SWEEP-ORDSTATUS.
    PERFORM 650-SWEEP-STANDING.
    PERFORM 700-SWEEP-KITS.
    CLOSE CUSTOMER-FILE.
    CLOSE PRODUCT-FILE.
    PERFORM 900-TERMINATE.
    GOBACK.

*> Reports one discrepancy at severe weight
810-REPORT-SEVERE.
            END-IF
    END-READ.

*> Kit structures: a kit or component PRODMAINT no longer carries
*> leaves the kit unsellable
700-SWEEP-KITS.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT KIT-FILE.
    PERFORM 710-CHECK-ONE-KIT-ROW UNTIL EOF-SWITCH = "Y".
    CLOSE KIT-FILE.

*> Checks one kit component row
710-CHECK-ONE-KIT-ROW.
    READ KIT-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            MOVE KIT-PID TO CHECK-PID
            PERFORM 840-CHECK-PRODUCT
            IF FOUND-SWITCH = "N"
                MOVE SPACES TO LINE-OUT
                STRING "WARNING: KIT STRUCTURE FOR UNKNOWN PRODUCT "
                    KIT-PID DELIMITED BY SIZE INTO LINE-OUT
                PERFORM 820-REPORT-WARNING
            END-IF
            MOVE KIT-COMP-PID TO CHECK-PID
            PERFORM 840-CHECK-PRODUCT
            IF FOUND-SWITCH = "N"
                MOVE SPACES TO LINE-OUT
                STRING "WARNING: KIT " KIT-PID " COMPONENT "
                    KIT-COMP-PID " NOT ON INVENTORY.DAT"
                    DELIMITED BY SIZE INTO LINE-OUT
                PERFORM 820-REPORT-WARNING
            END-IF
    END-READ.

*> Clean up: a severe discrepancy holds the night as RC=8, exactly
*> the way OP-SUMMARY holds a sick run
900-TERMINATE.

*>   - an order the night already billed is reversed in one journaled
*>     action from its own transhist.dat rows: the customer's balance
*>     gives back the net, tax, and freight, the stock goes back on
*>     the shelf (combined and MAIN location detail; a kit's
*>     components, for a kit line), reversing rows
*>     are posted to the history so every report nets to zero, the
*>     open-item invoice is backed out, and the reversal is written
*>     to the aradjust.txt register RECONCILE foots -- so tomorrow's
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS LOC-KEY.
    SELECT OPTIONAL KIT-FILE ASSIGN TO "kits.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS KIT-KEY.
    SELECT OPTIONAL AROPEN-FILE ASSIGN TO "aropen.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        05 HIST-FREIGHT             PIC S9(7)V9(2).
        05 HIST-SPACEK              PIC A(1).
        05 HIST-SHIP-CODE           PIC X(4).
        05 HIST-SPACEL              PIC A(1).
        05 HIST-EXEMPT-STATE        PIC A(12).
        05 HIST-SPACEM              PIC A(1).
        05 HIST-EXEMPT-CERT         PIC X(15).

    *> customers.dat file definition (indexed, keyed by CUST-CID)
    FD CUSTOMER-FILE.
        05 CUST-OWES             PIC S9(7)V9(2).
        05 CUST-CREDIT-LIMIT     PIC 9(7)V9(2).
        05 CUST-HOLD             PIC A(1).
        05 CUST-TERMS-CODE       PIC X(4). *> terms.dat code, spaces
                                           *> = net 30
        05 CUST-FINCHG-EXEMPT    PIC A(1). *> Y = no finance charges

    *> kits.dat file definition (matches PRODMAINT's)
    FD KIT-FILE.
    01 KIT-RECORD.
        05 KIT-KEY.
            10 KIT-PID           PIC 9(11).
            10 KIT-COMP-PID      PIC 9(11).
        05 KIT-COMP-QTY          PIC 9(5).

    *> inventory.dat file definition (indexed, keyed by PROD-PID)
    FD PRODUCT-FILE.
                                             *> falls to here, 0 =
                                             *> use the legacy ladder
        05 PROD-REORDER-TO        PIC 9(7). *> order back up to here
        05 PROD-REPLACED-BY       PIC 9(11). *> successor product, 0 = none
        05 PROD-REPLACE-DATE      PIC 9(8). *> successor effective date

    *> stocklocs.dat file definition (matches READ-TRANSACTIONS')
    FD STOCKLOC-FILE.
        05 AR-BILLED             PIC S9(7)V9(2).
        05 AR-PAID               PIC S9(7)V9(2).
        05 AR-STATUS             PIC A(1).
        05 AR-DUE-DATE           PIC 9(8). *> net due, CCYYMMDD
        05 AR-DISC-DATE          PIC 9(8). *> discount good through,
                                            *> 0 = no discount offered
        05 AR-DISC-PCT           PIC V999. *> e.g. .020 = 2%
        05 AR-DISC-TAKEN         PIC S9(7)V9(2). *> early-payment
                                                  *> discount allowed

    *> aradjust.txt -- one line per daytime AR reversal, footed by
    *> RECONCILE so the AR cross-foot stays provable across a
        05 ADJ-SPACEH           PIC A(1).
        05 ADJ-COST             PIC S9(9)V9(2). *> cost restocked
                                                 *> off CUST-OWES
        05 ADJ-SPACEI           PIC A(1).
        05 ADJ-TYPE             PIC A(1). *> C = cancellation
                                           *> W = write-off
                                           *> F = finance charge
        05 ADJ-SPACEJ           PIC A(1).
        05 ADJ-REASON           PIC X(30).

    *> ordstatus.dat file definition (matches PICK-LIST's layout):
    *> one line per order line, P/B/X/S/C
        05 REV-QTY-MAIN            PIC 9(5).
        05 REV-SPACEM              PIC A(1).
        05 REV-QTY-OVFL            PIC 9(5).
        *> the exemption certificate the original line was billed
        *> under, so the reversal backs out of the same certificate's
        *> exempt sales on TAX-SUMMARY
        05 REV-SPACEN              PIC A(1).
        05 REV-EXEMPT-STATE        PIC A(12).
        05 REV-SPACEO              PIC A(1).
        05 REV-EXEMPT-CERT         PIC X(15).
        *> the superseded PID a converted line was ordered under;
        *> the history does not keep it, so a reversal carries zero
        05 REV-SPACEP              PIC A(1).
        05 REV-REPLACES-PID        PIC 9(11).

    01 SWITCHES.
        05 DONE-SWITCH        PIC A VALUE "N".
    *> all refuses the reversal (see 402-SCAN-FOR-RETURNS)
    01 RETURN-ROWS-FOUND      PIC 9(3) VALUE 0.
    01 LOC-RESIDUAL           PIC S9(8) VALUE 0.
    *> the product and units being put back: the line's own, or each
    *> component's for a kit line
    01 RESTOCK-PID            PIC 9(11) VALUE 0.
    01 RESTOCK-QTY            PIC 9(9) VALUE 0.
    01 RESTOCKED-SWITCH       PIC A VALUE "N".
    01 KIT-EOF-SWITCH         PIC A VALUE "N".
    01 KIT-COMP-COUNT         PIC 9(3) VALUE 0.

    *> ordstatus.dat working table (ship-confirm's pattern)
    01 STATUS-TABLE.
    OPEN I-O PRODUCT-FILE.
    OPEN I-O STOCKLOC-FILE.
    OPEN I-O AROPEN-FILE.
    OPEN INPUT KIT-FILE.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT HISTORY-FILE.
    IF HISTORY-STATUS NOT = "00"
    CLOSE PRODUCT-FILE.
    CLOSE STOCKLOC-FILE.
    CLOSE AROPEN-FILE.
    CLOSE KIT-FILE.

*> Reverses one history row if it is one of the order's original
*> sale rows (a negative-gross row is already a reversal or return

*> Puts the line's units back on the shelf: the combined count, and
*> the MAIN location detail under the same residual-seeding
*> convention every restocking path keeps. A kit line (a PID with a
*> structure on kits.dat) puts back its components instead, the
*> kit's own stock never having moved.
440-RESTOCK-PRODUCT.
    MOVE "N" TO RESTOCKED-SWITCH.
    MOVE 0 TO KIT-COMP-COUNT.
    MOVE "N" TO KIT-EOF-SWITCH.
    MOVE HIST-PID TO KIT-PID.
    MOVE 0 TO KIT-COMP-PID.
    START KIT-FILE KEY IS >= KIT-KEY
        INVALID KEY
            MOVE "Y" TO KIT-EOF-SWITCH
    END-START.
    PERFORM 442-RESTOCK-ONE-COMPONENT UNTIL KIT-EOF-SWITCH = "Y".
    IF KIT-COMP-COUNT = 0
        MOVE HIST-PID TO RESTOCK-PID
        MOVE HIST-QUANTITY TO RESTOCK-QTY
        PERFORM 445-RESTOCK-ONE-PRODUCT
    END-IF.
    IF RESTOCKED-SWITCH = "Y"
        ADD HIST-COST TO REVERSAL-COST
    END-IF.

*> Puts back one of the kit's components, its per-kit quantity
*> times the line's
442-RESTOCK-ONE-COMPONENT.
    READ KIT-FILE NEXT RECORD
        AT END
            MOVE "Y" TO KIT-EOF-SWITCH
        NOT AT END
            IF KIT-PID NOT = HIST-PID
                MOVE "Y" TO KIT-EOF-SWITCH
            ELSE
                ADD 1 TO KIT-COMP-COUNT
                MOVE KIT-COMP-PID TO RESTOCK-PID
                COMPUTE RESTOCK-QTY = KIT-COMP-QTY * HIST-QUANTITY
                PERFORM 445-RESTOCK-ONE-PRODUCT
            END-IF
    END-READ.

*> Puts RESTOCK-QTY units of RESTOCK-PID back: the combined count
*> (journaled) and the MAIN location
445-RESTOCK-ONE-PRODUCT.
    MOVE RESTOCK-PID TO PROD-PID.
    READ PRODUCT-FILE
        INVALID KEY
            DISPLAY "WARNING: PRODUCT " RESTOCK-PID " NO LONGER ON "
                "FILE, STOCK NOT RESTORED"
        NOT INVALID KEY
            MOVE PRODUCT-RECORD TO JOURNAL-BEFORE
            ADD RESTOCK-QTY TO PROD-IN-STOCK
            REWRITE PRODUCT-RECORD
            MOVE PRODUCT-RECORD TO JOURNAL-AFTER
            MOVE PROD-PID TO JOURNAL-KEY
            CALL WRITE-JOURNAL USING JOURNAL-PROGRAM-NAME,
                JOURNAL-PROD-FILE, JOURNAL-KEY, JOURNAL-BEFORE,
                JOURNAL-AFTER, JOURNAL-OPERATOR
            MOVE "Y" TO RESTOCKED-SWITCH
            PERFORM 450-RESTOCK-MAIN-LOCATION
    END-READ.

*> stock, already bumped, minus any OVFL record), never with just
*> the units coming back
450-RESTOCK-MAIN-LOCATION.
    MOVE RESTOCK-PID TO LOC-PID.
    MOVE "MAIN" TO LOC-CODE.
    READ STOCKLOC-FILE
        INVALID KEY
            PERFORM 455-CREATE-MAIN-AT-RESIDUAL
        NOT INVALID KEY
            ADD RESTOCK-QTY TO LOC-QTY
            REWRITE STOCKLOC-RECORD
    END-READ.

*> Creates the MAIN record at the implicit residual
455-CREATE-MAIN-AT-RESIDUAL.
    MOVE PROD-IN-STOCK TO LOC-RESIDUAL.
    MOVE RESTOCK-PID TO LOC-PID.
    MOVE "OVFL" TO LOC-CODE.
    READ STOCKLOC-FILE
        INVALID KEY
    IF LOC-RESIDUAL < 0
        MOVE 0 TO LOC-RESIDUAL
    END-IF.
    MOVE RESTOCK-PID TO LOC-PID.
    MOVE "MAIN" TO LOC-CODE.
    MOVE LOC-RESIDUAL TO LOC-QTY.
    MOVE 0 TO LOC-MIN-STOCK.
    MOVE HIST-LOT TO REV-LOT.
    COMPUTE REV-FREIGHT = 0 - HIST-FREIGHT.
    MOVE HIST-SHIP-CODE TO REV-SHIP-CODE.
    MOVE HIST-EXEMPT-STATE TO REV-EXEMPT-STATE.
    MOVE HIST-EXEMPT-CERT TO REV-EXEMPT-CERT.
    MOVE 0 TO REV-REPLACES-PID.
    MOVE " " TO REV-SPACEA.
    MOVE " " TO REV-SPACEB.
    MOVE " " TO REV-SPACEC.
    MOVE 0 TO REV-QTY-MAIN.
    MOVE " " TO REV-SPACEM.
    MOVE 0 TO REV-QTY-OVFL.
    MOVE " " TO REV-SPACEN.
    MOVE " " TO REV-SPACEO.
    MOVE " " TO REV-SPACEP.
    CALL POST-HISTORY USING REVERSAL-ROW.

*> Backs the cancelled billing out of the open-item invoice; an
    MOVE REVERSAL-TAX TO ADJ-TAX.
    MOVE REVERSAL-FREIGHT TO ADJ-FREIGHT.
    MOVE REVERSAL-COST TO ADJ-COST.
    MOVE "C" TO ADJ-TYPE.
    MOVE SPACES TO ADJ-REASON.
    MOVE " " TO ADJ-SPACEA.
    MOVE " " TO ADJ-SPACEB.
    MOVE " " TO ADJ-SPACEC.
    MOVE " " TO ADJ-SPACEF.
    MOVE " " TO ADJ-SPACEG.
    MOVE " " TO ADJ-SPACEH.
    MOVE " " TO ADJ-SPACEI.
    MOVE " " TO ADJ-SPACEJ.
    WRITE ADJUST-RECORD.
    CLOSE ADJUST-FILE.


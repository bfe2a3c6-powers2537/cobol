*> through the very same paths an accepted order uses (original
*> SALE-CODE and all, so the promo the customer ordered under still
*> applies). Backorders the stock still can't cover stay on
*> backorders.dat for the next shipment. A backordered kit (see
*> PRODMAINT's kits.dat) releases when a receipt of one of its
*> components leaves every component covering the kit line. Every
*> receipt is also
*> appended to the receipt history (recvhist.dat: PO, product,
*> vendor, date received, quantity, unit cost, lot, and how the PO
*> line stood after it), which VEND-SCORECARD grades vendors from.
IDENTIFICATION DIVISION.
PROGRAM-ID. RECEIVE-INVENTORY.
ENVIRONMENT DIVISION.
    SELECT OPTIONAL VARIANCE-FILE ASSIGN TO "povariance.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
    SELECT OPTIONAL RECEIPT-HIST-FILE ASSIGN TO "recvhist.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
    SELECT OPTIONAL KIT-FILE ASSIGN TO "kits.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS KIT-KEY.
DATA DIVISION.
FILE SECTION.
    *> backorders.dat file definition (matches READ-TRANSACTIONS'
        05 OPENPO-QTY-RECEIVED   PIC 9(7).
        05 OPENPO-STATUS         PIC A(1).
        05 OPENPO-UNIT-COST      PIC 9(5)V9(2).
        05 OPENPO-EXPECTED-DATE  PIC 9(8).

    *> kits.dat file definition (matches PRODMAINT's)
    FD KIT-FILE.
    01 KIT-RECORD.
        05 KIT-KEY.
            10 KIT-PID           PIC 9(11).
            10 KIT-COMP-PID      PIC 9(11).
        05 KIT-COMP-QTY          PIC 9(5).

    *> lots.dat file definition -- one record per vendor lot on the
    *> shelf, keyed by product plus the vendor's lot number, recorded
    FD VARIANCE-FILE.
    01 VARIANCE-RECORD           PIC X(100).

    *> receipt history, one line appended per receipt. The PO line's
    *> ordered quantity, expected arrival, running received count,
    *> and closing code ride along, so the vendor scorecard never
    *> needs the open-PO line to still be on file.
    FD RECEIPT-HIST-FILE.
    01 RECEIPT-HIST-RECORD.
        05 RCV-DATE              PIC 9(8).
        05 RCV-SPACEA            PIC A(1).
        05 RCV-PO                PIC 9(6). *> 0 = unplanned receipt
        05 RCV-SPACEB            PIC A(1).
        05 RCV-PID               PIC 9(11).
        05 RCV-SPACEC            PIC A(1).
        05 RCV-VENDOR            PIC 9(5). *> 0 = no PO line found
        05 RCV-SPACED            PIC A(1).
        05 RCV-QTY               PIC 9(7).
        05 RCV-SPACEE            PIC A(1).
        05 RCV-UNIT-COST         PIC 9(5)V9(2).
        05 RCV-SPACEF            PIC A(1).
        05 RCV-LOT               PIC X(10).
        05 RCV-SPACEG            PIC A(1).
        05 RCV-QTY-ORDERED       PIC 9(7).
        05 RCV-SPACEH            PIC A(1).
        05 RCV-LINE-RECEIVED     PIC 9(7). *> line's total received
                                            *> after this receipt
        05 RCV-SPACEI            PIC A(1).
        05 RCV-EXPECTED-DATE     PIC 9(8).
        05 RCV-SPACEJ            PIC A(1).
        05 RCV-CLOSE-CODE        PIC A(1). *> F = filled, S = closed
                                            *> short, O = closed over,
                                            *> space = still open

WORKING-STORAGE SECTION.
    *> reference to the shared sign-on program, and the fields each
    *> interactive program passes it at startup
            10 PRODUCT-SHIP-WEIGHT  PIC 9(3)V9(2).
            10 PRODUCT-REORDER-POINT PIC 9(7).
            10 PRODUCT-REORDER-TO   PIC 9(7).
            10 PRODUCT-REPLACED-BY  PIC 9(11).
            10 PRODUCT-REPLACE-DATE PIC 9(8).

    *> open backorders, loaded from backorders.dat when a receipt
    *> comes in. File order is arrival order, so walking the table
    01 COMPLETE-ANSWER        PIC A.
    01 VARIANCE-UNITS         PIC S9(8) VALUE 0.
    01 VARIANCE-LINE          PIC X(100) VALUE SPACES.
    *> how this receipt left its PO line, for the receipt history
    01 RECEIPT-CLOSE-CODE     PIC A(1) VALUE SPACE.
    01 LOCATION-ANSWER        PIC X(4).
    01 LOT-ANSWER             PIC X(10) VALUE SPACES.
    *> reference to the business-date program, for the lot's receipt
    *> in one pass
    01 AVAILABLE              PIC 9(8) VALUE 0.
    01 RELEASED-COUNT         PIC 9(3) VALUE 0.
    *> kit backorder support: whether the kit line at B is fully
    *> covered, whether the product just received is one of its
    *> components (and how many of it the line takes), and the
    *> component being looked up in the table
    01 KIT-COVERED-SWITCH     PIC A VALUE "N".
    01 KIT-USES-RECEIVED      PIC A VALUE "N".
    01 KIT-SHORT-SWITCH       PIC A VALUE "N".
    01 KIT-EOF-SWITCH         PIC A VALUE "N".
    01 KIT-COMP-FOUND         PIC A VALUE "N".
    01 KIT-COMP-NEED          PIC 9(9) VALUE 0.
    01 KIT-RECEIVED-NEED      PIC 9(9) VALUE 0.
    01 COMP-SUB               PIC 9(2) VALUE 0.
    *> what the implicit MAIN of a product with no MAIN record holds:
    *> combined stock minus any OVFL record -- the only figure a MAIN
    *> record may ever be created with
    CLOSE STOCKLOC-FILE.
    CLOSE OPENPO-FILE.
    CLOSE LOT-FILE.
    CLOSE KIT-FILE.
    STOP RUN.

*> Loads the current inventory file into the working table
    OPEN I-O STOCKLOC-FILE.
    OPEN I-O OPENPO-FILE.
    OPEN I-O LOT-FILE.
    OPEN INPUT KIT-FILE.

*> Prompts for a PID and a received quantity, applies it, fills any
*> open backorders the new stock covers, and asks whether to receive
            PERFORM 357-RECORD-LOT
        END-IF
        MOVE "N" TO PO-FOUND-SWITCH
        MOVE SPACE TO RECEIPT-CLOSE-CODE
        IF PO-WANTED > 0
            PERFORM 360-APPLY-TO-PO
        END-IF
        PERFORM 375-WRITE-RECEIPT-HISTORY
        IF PO-FOUND-SWITCH = "Y" AND OPENPO-UNIT-COST > 0
            PERFORM 365-UPDATE-AVERAGE-COST
        END-IF
    EVALUATE TRUE
        WHEN OPENPO-QTY-RECEIVED > OPENPO-QTY-ORDERED
            MOVE "C" TO OPENPO-STATUS
            MOVE "O" TO RECEIPT-CLOSE-CODE
            COMPUTE VARIANCE-UNITS =
                OPENPO-QTY-RECEIVED - OPENPO-QTY-ORDERED
            PERFORM 380-WRITE-VARIANCE-OVER
            DISPLAY "PO LINE CLOSED, OVER-SHIPPED BY " VARIANCE-UNITS
        WHEN OPENPO-QTY-RECEIVED = OPENPO-QTY-ORDERED
            MOVE "C" TO OPENPO-STATUS
            MOVE "F" TO RECEIPT-CLOSE-CODE
            DISPLAY "PO LINE FILLED AND CLOSED"
        WHEN OTHER
            COMPUTE VARIANCE-UNITS =
            ACCEPT COMPLETE-ANSWER
            IF COMPLETE-ANSWER = "Y"
                MOVE "C" TO OPENPO-STATUS
                MOVE "S" TO RECEIPT-CLOSE-CODE
                PERFORM 390-WRITE-VARIANCE-SHORT
                DISPLAY "PO LINE CLOSED SHORT"
            END-IF
    END-EVALUATE.
    REWRITE OPENPO-RECORD.

*> Appends the receipt to the receipt history. A receipt against no
*> PO line (unplanned, or a PO number that didn't match) is still
*> recorded, with no vendor -- it is stock that arrived, but nothing
*> any vendor can be graded on.
375-WRITE-RECEIPT-HISTORY.
    MOVE TODAY TO RCV-DATE.
    MOVE SEARCH-PID TO RCV-PID.
    MOVE QTY-RECEIVED TO RCV-QTY.
    MOVE LOT-ANSWER TO RCV-LOT.
    IF PO-FOUND-SWITCH = "Y"
        MOVE OPENPO-NUMBER TO RCV-PO
        MOVE OPENPO-VENDOR TO RCV-VENDOR
        MOVE OPENPO-UNIT-COST TO RCV-UNIT-COST
        MOVE OPENPO-QTY-ORDERED TO RCV-QTY-ORDERED
        MOVE OPENPO-QTY-RECEIVED TO RCV-LINE-RECEIVED
        MOVE OPENPO-EXPECTED-DATE TO RCV-EXPECTED-DATE
    ELSE
        MOVE PO-WANTED TO RCV-PO
        MOVE 0 TO RCV-VENDOR
        MOVE 0 TO RCV-UNIT-COST
        MOVE 0 TO RCV-QTY-ORDERED
        MOVE 0 TO RCV-LINE-RECEIVED
        MOVE 0 TO RCV-EXPECTED-DATE
    END-IF.
    MOVE RECEIPT-CLOSE-CODE TO RCV-CLOSE-CODE.
    MOVE " " TO RCV-SPACEA.
    MOVE " " TO RCV-SPACEB.
    MOVE " " TO RCV-SPACEC.
    MOVE " " TO RCV-SPACED.
    MOVE " " TO RCV-SPACEE.
    MOVE " " TO RCV-SPACEF.
    MOVE " " TO RCV-SPACEG.
    MOVE " " TO RCV-SPACEH.
    MOVE " " TO RCV-SPACEI.
    MOVE " " TO RCV-SPACEJ.
    OPEN EXTEND RECEIPT-HIST-FILE.
    WRITE RECEIPT-HIST-RECORD.
    CLOSE RECEIPT-HIST-FILE.

*> Writes the over-shipment variance line
380-WRITE-VARIANCE-OVER.
    OPEN EXTEND VARIANCE-FILE.
*> Releases the current backorder entry if it is for the product just
*> received and the stock not yet spoken for in this pass covers it --
*> appending its original order line to the staging file so the next
*> nightly run bills and ships it like any other order. A kit line
*> the received product is a component of releases the same way
*> once every component covers it (470-CHECK-KIT-BACKORDER).
430-RELEASE-ONE-BACKORDER.
    IF BO-PID(B) = SEARCH-PID
        IF BO-QUANTITY(B) <= AVAILABLE
            PERFORM 440-WRITE-RELEASE
            SUBTRACT BO-QUANTITY(B) FROM AVAILABLE
        END-IF
    ELSE
        PERFORM 470-CHECK-KIT-BACKORDER
        IF KIT-COVERED-SWITCH = "Y"
            PERFORM 440-WRITE-RELEASE
            SUBTRACT KIT-RECEIVED-NEED FROM AVAILABLE
        END-IF
    END-IF.

*> Appends the backorder's original order line to the staging file
*> and marks it released
440-WRITE-RELEASE.
    OPEN EXTEND RELEASE-FILE.
    MOVE BO-ORDER-NUMBER(B) TO RELEASE-ORDER-NUMBER.
    MOVE BO-ORDER-DATE(B) TO RELEASE-ORDER-DATE.
    MOVE BO-CID(B) TO RELEASE-CID.
    MOVE BO-PID(B) TO RELEASE-PID.
    MOVE BO-QUANTITY(B) TO RELEASE-QUANTITY.
    MOVE BO-SHIP-CODE(B) TO RELEASE-SHIP-CODE.
    MOVE SPACES TO RELEASE-EMPTY.
    MOVE BO-SALE-CODE(B) TO RELEASE-SALE-CODE.
    MOVE BO-REP(B) TO RELEASE-REP.
    WRITE RELEASE-RECORD.
    CLOSE RELEASE-FILE.
    MOVE "Y" TO BO-RELEASED(B).
    ADD 1 TO RELEASED-COUNT.

*> Writes the still-open backorders back over backorders.dat, dropping
*> the entries just released
450-REWRITE-BACKORDERS.
        MOVE BO-REP(B) TO BACKORDER-REP
        WRITE BACKORDER-RECORD
    END-IF.

*> Decides whether the backorder at B is a kit the received product
*> goes into and that every component now covers: the received
*> product against the stock not yet spoken for in this pass, the
*> others against their stock on hand. Only the received product is
*> drawn down as kits release; the nightly run's own stock check
*> backorders the line again should two kits have counted on the same
*> units of another component.
470-CHECK-KIT-BACKORDER.
    MOVE "N" TO KIT-COVERED-SWITCH.
    MOVE "N" TO KIT-USES-RECEIVED.
    MOVE "N" TO KIT-SHORT-SWITCH.
    MOVE "N" TO KIT-EOF-SWITCH.
    MOVE 0 TO KIT-RECEIVED-NEED.
    MOVE BO-PID(B) TO KIT-PID.
    MOVE 0 TO KIT-COMP-PID.
    START KIT-FILE KEY IS >= KIT-KEY
        INVALID KEY
            MOVE "Y" TO KIT-EOF-SWITCH
    END-START.
    PERFORM 475-CHECK-ONE-COMPONENT UNTIL KIT-EOF-SWITCH = "Y".
    IF KIT-USES-RECEIVED = "Y" AND KIT-SHORT-SWITCH = "N"
        MOVE "Y" TO KIT-COVERED-SWITCH
    END-IF.

*> Checks one of the kit's components against its stock
475-CHECK-ONE-COMPONENT.
    READ KIT-FILE NEXT RECORD
        AT END
            MOVE "Y" TO KIT-EOF-SWITCH
        NOT AT END
            IF KIT-PID NOT = BO-PID(B)
                MOVE "Y" TO KIT-EOF-SWITCH
            ELSE
                COMPUTE KIT-COMP-NEED = KIT-COMP-QTY * BO-QUANTITY(B)
                IF KIT-COMP-PID = SEARCH-PID
                    MOVE "Y" TO KIT-USES-RECEIVED
                    MOVE KIT-COMP-NEED TO KIT-RECEIVED-NEED
                    IF KIT-COMP-NEED > AVAILABLE
                        MOVE "Y" TO KIT-SHORT-SWITCH
                    END-IF
                ELSE
                    MOVE "N" TO KIT-COMP-FOUND
                    PERFORM 477-CHECK-COMPONENT-STOCK
                        VARYING COMP-SUB FROM 1 BY 1
                        UNTIL COMP-SUB > INVENTORY-COUNT
                    IF KIT-COMP-FOUND = "N"
                        MOVE "Y" TO KIT-SHORT-SWITCH
                    END-IF
                END-IF
            END-IF
    END-READ.

*> Looks at one inventory table entry for the component being checked
477-CHECK-COMPONENT-STOCK.
    IF PRODUCT-ID(COMP-SUB) = KIT-COMP-PID
        MOVE "Y" TO KIT-COMP-FOUND
        IF KIT-COMP-NEED > PRODUCT-IN-STOCK(COMP-SUB)
            MOVE "Y" TO KIT-SHORT-SWITCH
        END-IF
    END-IF.

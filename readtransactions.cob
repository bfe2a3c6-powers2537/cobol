*>      - if either is invalid, an error entry is generated
*>  Computes the gross cost owed by a customer
*>      - applies cost of new order including discount, if it exists
*>      - bills no sales tax on a line the customer holds a valid
*>          exemption certificate for in the ship-to state
*>  Converts an order line for a superseded product to the furthest
*>      active successor its PRODMAINT supersession chain reaches by
*>      the business date, noting the PID ordered on the line's
*>      transact.txt row for the invoice and packing slip; only a
*>      line whose chain has no active product left is suspended
*>  Bills a line of an order QUOTE-ENTRY converted from a quote at the
*>      unit price (and, for the quoted quantity, the discount) the
*>      customer was quoted, recorded on qtprices.dat under the order
*>      number; tax and freight are figured at tonight's rates
*>  Updates inventory directly in inventory.dat
*>      - subtracts orders from inventory
*>      - a kit (a PID with a structure on kits.dat) is checked,
*>          costed, and relieved through its components; it bills and
*>          invoices as the single kit line at the kit's own price
*>      - if an inventory item reaches minimum stock point then a report
*>          is generated denoting how much inventory to order
*>  Generates report of all processed transactions
    SELECT TRANSACTION-FILE ASSIGN TO "transact.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.
    SELECT OPTIONAL KITPICK-FILE ASSIGN TO "kitpicks.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
	SELECT REORDER-FILE ASSIGN TO "reorder.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			ACCESS MODE IS SEQUENTIAL
    SELECT FREIGHT-FILE ASSIGN TO "freightrates.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FREIGHT-STATUS.
    SELECT TERMS-FILE ASSIGN TO "terms.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TERMS-STATUS.
    SELECT CHECKPOINT-FILE ASSIGN TO "checkpoint.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHECKPOINT-STATUS.
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CON-KEY.
    SELECT OPTIONAL TAXCERT-FILE ASSIGN TO "taxcerts.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CERT-KEY.
    SELECT OPTIONAL SHIPTO-FILE ASSIGN TO "shiptos.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS ST-KEY.
    SELECT OPTIONAL KIT-FILE ASSIGN TO "kits.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS KIT-KEY.
    SELECT OPTIONAL QTPRICE-FILE ASSIGN TO "qtprices.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS QP-KEY.
DATA DIVISION.
FILE SECTION.
    *> input file definition -- transactions.dat is now an
                                           *> building -- the split
                                           *> PICK-LIST sequences the
                                           *> pickers' walk by
        05 TRANSACT-SPACEN              PIC A(1).
        05 TRANSACT-EXEMPT-STATE        PIC A(12). *> ship-to state
                                           *> the line went untaxed
                                           *> in on a taxcerts.dat
                                           *> certificate, spaces =
                                           *> taxed as usual
        05 TRANSACT-SPACEO              PIC A(1).
        05 TRANSACT-EXEMPT-CERT         PIC X(15). *> that
                                           *> certificate's number
        05 TRANSACT-SPACEP              PIC A(1).
        05 TRANSACT-REPLACES-PID        PIC 9(11). *> the PID the
                                           *> customer ordered when
                                           *> the line was converted
                                           *> to its successor, 0 =
                                           *> shipped as ordered

    *> kitpicks.txt -- one row per component a kit line shipped,
    *> written alongside the kit's transact.txt row: the component
    *> units relieved and the by-building split and first lot they
    *> came from, so PICK-LIST can walk the pickers to the components
    *> while the invoice and packing slip keep the single kit line
    FD KITPICK-FILE.
    01 KITPICK-RECORD.
        05 KP-ORDER-NUMBER       PIC 9(6).
        05 KP-SPACEA             PIC A(1).
        05 KP-KIT-PID            PIC 9(11).
        05 KP-SPACEB             PIC A(1).
        05 KP-COMP-PID           PIC 9(11).
        05 KP-SPACEC             PIC A(1).
        05 KP-COMP-NAME          PIC X(25).
        05 KP-SPACED             PIC A(1).
        05 KP-QTY                PIC 9(7).
        05 KP-SPACEE             PIC A(1).
        05 KP-QTY-MAIN           PIC 9(7).
        05 KP-SPACEF             PIC A(1).
        05 KP-QTY-OVFL           PIC 9(7).
        05 KP-SPACEG             PIC A(1).
        05 KP-LOT                PIC X(10).

    *>reorder file definition
    FD REORDER-FILE.
        05 CUST-OWES             PIC S9(7)V9(2).
        05 CUST-CREDIT-LIMIT     PIC 9(7)V9(2).
        05 CUST-HOLD             PIC A(1). *> Y = credit hold
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

    *> promocodes.dat file definition -- one line per sale code, read
    *> in full at startup so 400-COMPUTE-COST no longer has the
        05 TAXRATE-STATE          PIC A(12). *> state code
        05 TAXRATE-RATE           PIC V9(4). *> rate, e.g. .0625 = 6.25%

    *> taxcerts.dat file definition (matches TAXCERT-MAINT's) -- the
    *> customer's sales tax exemption certificate for one state
    FD TAXCERT-FILE.
    01 TAXCERT-RECORD.
        05 CERT-KEY.
            10 CERT-CID          PIC 9(10).
            10 CERT-STATE        PIC A(12).
        05 CERT-NUMBER           PIC X(15).
        05 CERT-TYPE             PIC A(1).
        05 CERT-EXPIRES          PIC 9(8). *> CCYYMMDD, 0 = does not
                                           *> expire

    *> shiptos.dat file definition (matches CUSTMAINT's) -- read for
    *> the state an order naming a ship-to code is delivered to
    FD SHIPTO-FILE.
    01 SHIPTO-RECORD.
        05 ST-KEY.
            10 ST-CID            PIC 9(10).
            10 ST-CODE           PIC X(4).
        05 ST-NAME               PIC X(23).
        05 ST-STREET             PIC X(23).
        05 ST-CITY               PIC A(13).
        05 ST-STATE              PIC A(12).

    *> kits.dat file definition (matches PRODMAINT's) -- one row per
    *> component of a kit product: a PID with rows here sells as a
    *> kit and moves its components' stock, never its own
    FD KIT-FILE.
    01 KIT-RECORD.
        05 KIT-KEY.
            10 KIT-PID           PIC 9(11).
            10 KIT-COMP-PID      PIC 9(11).
        05 KIT-COMP-QTY          PIC 9(5). *> units per kit

    *> freightrates.dat file definition -- one line per state code
    *> (the same codes taxrates.dat uses): the freight rate per pound
    *> shipped to that state and the per-order minimum charge, read
        05 FREIGHT-RATE           PIC 9(3)V9(2). *> per pound
        05 FREIGHT-MINIMUM        PIC 9(5)V9(2). *> per-order floor

    *> terms.dat file definition (matches CUSTMAINT's) -- one line
    *> per payment terms code, read in full at startup so each new
    *> invoice's due and discount dates come from the customer's
    *> terms instead of an assumed net 30
    FD TERMS-FILE.
    01 TERMS-RECORD.
        05 TERMS-CODE             PIC X(4).
        05 TERMS-SPACEA           PIC A(1).
        05 TERMS-NET-DAYS         PIC 9(3). *> days to pay in full
        05 TERMS-SPACEB           PIC A(1).
        05 TERMS-DISC-PCT         PIC V999. *> e.g. .020 = 2%
        05 TERMS-SPACEC           PIC A(1).
        05 TERMS-DISC-DAYS        PIC 9(3). *> days the discount holds
        05 TERMS-SPACED           PIC A(1).
        05 TERMS-DESC             PIC X(20).

    *> backorders.dat file definition -- one line per out-of-stock
    *> order line, laid out exactly like IN-RECORD so RECEIVE-INVENTORY
    *> can release a filled backorder by appending it verbatim to the
    *> return's negative amounts reduce the invoice they reference),
    *> PAYMENTS applies each check against specific invoices here, and
    *> AGING/DUNNING age the actual unpaid invoices off this file
    *> instead of inferring which charges a payment retired. The
    *> customer's terms are stamped on the invoice when it is created
    *> (its due date, and the discount date and percent if the terms
    *> offer one), so AGING/DUNNING age from when it was actually due
    *> and PAYMENTS knows what early-payment discount it may allow.
    FD AROPEN-FILE.
    01 AROPEN-RECORD.
        05 AR-ORDER              PIC 9(6). *> invoice = order number
        05 AR-BILLED             PIC S9(7)V9(2).
        05 AR-PAID               PIC S9(7)V9(2).
        05 AR-STATUS             PIC A(1). *> O = open, P = paid in full
        05 AR-DUE-DATE           PIC 9(8). *> net due, CCYYMMDD
        05 AR-DISC-DATE          PIC 9(8). *> discount good through,
                                            *> 0 = no discount offered
        05 AR-DISC-PCT           PIC V999. *> e.g. .020 = 2%
        05 AR-DISC-TAKEN         PIC S9(7)V9(2). *> early-payment
                                                  *> discount allowed

    *> rmas.dat file definition (matches RMA-ENTRY's) -- the return
    *> authorizations the desk issued; an "R" line only bills if an
        05 CON-EFF-DATE          PIC 9(8). *> effective from, CCYYMMDD
        05 CON-EXP-DATE          PIC 9(8). *> expires after, CCYYMMDD

    *> qtprices.dat file definition (matches QUOTE-ENTRY's) -- the
    *> unit price and discount each line of a converted quote was
    *> quoted at, keyed by the order it was staged as and the product
    *> quoted. A line found here bills at the quoted price, whatever
    *> the contract or promotion says tonight.
    FD QTPRICE-FILE.
    01 QTPRICE-RECORD.
        05 QP-KEY.
            10 QP-ORDER          PIC 9(6).
            10 QP-PID            PIC 9(11).
        05 QP-QUOTE              PIC 9(6).
        05 QP-QUANTITY           PIC 9(5). *> quantity quoted
        05 QP-UNIT-PRICE         PIC 9(5)V9(2).
        05 QP-DISCOUNT           PIC 9(7)V9(2). *> for QP-QUANTITY

    *> runcontrol.dat file definition (matches GET-BUSINESS-DATE's) --
    *> read at startup for the business date every stamp in this run
    *> uses, checked so a cycle that never closed (a prior run that
        05 INVALID-CID-FMT  PIC A(17) VALUE "INVALID CID FMT  ".
        05 INVALID-PID-FMT  PIC A(17) VALUE "INVALID PID FMT  ".
        05 NO-OPEN-RMA      PIC A(17) VALUE "NO OPEN RMA      ".
        05 BAD-KIT          PIC A(17) VALUE "BAD KIT COMPONENT".

    *> the reason the current line was rejected, set at each
    *> CALL WRITE-ERROR site so 340-WRITE-SUSPENSE can carry it onto
    *> for the current line, captured for the pick list instead of
    *> thrown away; an unsplit product's whole quantity counts as
    *> MAIN, the building its stock implicitly lives in
    01 QTY-FROM-MAIN        PIC 9(7) VALUE 0.
    01 QTY-FROM-OVFL        PIC 9(7) VALUE 0.
    *> the units the stock, location, and lot paragraphs move for the
    *> product record in hand: the line's quantity for an ordinary
    *> product, the per-kit quantity times it for a kit's component
    01 STOCK-MOVE-QTY       PIC 9(7) VALUE 0.

    *> kit support: the current line's components as 321-LOAD-KIT
    *> found them on kits.dat, the kit's product record held while
    *> the components are read through the same record area, and the
    *> kit's cost -- its components' costs at their per-kit quantities
    01 KIT-SWITCH           PIC A VALUE "N".
    01 KIT-BAD-SWITCH       PIC A VALUE "N".
    01 KIT-SHORT-SWITCH     PIC A VALUE "N".
    01 KIT-EOF-SWITCH       PIC A VALUE "N".
    01 KIT-COMP-COUNT       PIC 9(2) VALUE 0.
    01 KIT-COMP-TABLE.
        05 KIT-COMP-ENTRY       OCCURS 20 TIMES INDEXED BY KC.
            10 KC-PID           PIC 9(11).
            10 KC-QTY           PIC 9(5).
    01 KIT-HOLD-RECORD      PIC X(120) VALUE SPACES.
    01 KIT-UNIT-COST        PIC 9(7)V9(2) VALUE 0.
    01 KIT-COMP-NEED        PIC 9(9) VALUE 0.
    01 KIT-FIRST-LOT        PIC X(10) VALUE SPACES.
    *> the unit cost a line is costed at: PROD-UNIT-COST, or the
    *> kit's component cost for a kit
    01 LINE-UNIT-COST       PIC 9(7)V9(2) VALUE 0.

    *> supersession support: the PID the line was ordered under when
    *> it is converted to a successor (0 = shipped as ordered), the
    *> furthest active product its chain reached, and a hop count
    *> that stops a chain PRODMAINT somehow let loop
    01 SUPERSEDED-PID       PIC 9(11) VALUE 0.
    01 CHAIN-ACTIVE-PID     PIC 9(11) VALUE 0.
    01 CHAIN-HOPS           PIC 9(2) VALUE 0.
    01 CHAIN-END-SWITCH     PIC A VALUE "N".

    *> lot-relief support: what the current line still needs, the
    *> first lot it shipped from (carried onto its transact.txt row),
    *> which is exactly what this system did before the rates existed
    01 TAXRATE-STATUS        PIC XX VALUE "00".

    *> the line's tax exemption, worked out by 425-CHECK-EXEMPTION:
    *> the state the line ships to, and the certificate (if any) it
    *> went untaxed on. The last customer/state warned about an
    *> expired certificate is remembered so a many-line order logs
    *> the warning once, not once per line.
    01 SHIP-TO-STATE         PIC A(12) VALUE SPACES.
    01 EXEMPT-STATE          PIC A(12) VALUE SPACES.
    01 EXEMPT-CERT           PIC X(15) VALUE SPACES.
    01 EXPIRED-WARNED-KEY.
        05 EXPIRED-WARNED-CID    PIC 9(10) VALUE 0.
        05 EXPIRED-WARNED-STATE  PIC A(12) VALUE SPACES.

    *> freight rates by state, loaded from freightrates.dat at
    *> startup, sized and guarded exactly like TAXRATE-TABLE. A
    *> missing file means no freight is billed, the pre-freight state.
    01 FREIGHT-EOF-SWITCH    PIC A VALUE "N".
    01 FREIGHT-STATUS        PIC XX VALUE "00".

    *> payment terms by code, loaded from terms.dat at startup. A
    *> customer with no terms code (or a missing terms.dat) gets the
    *> standard net 30 with no discount, which is how every invoice
    *> was aged before terms were kept.
    01 TERMS-TABLE.
        05 TERMS-ENTRY              OCCURS 50 TIMES INDEXED BY TM.
            10 TERMS-ENTRY-CODE         PIC X(4) VALUE SPACES.
            10 TERMS-ENTRY-NET-DAYS     PIC 9(3) VALUE 0.
            10 TERMS-ENTRY-DISC-PCT     PIC V999 VALUE 0.
            10 TERMS-ENTRY-DISC-DAYS    PIC 9(3) VALUE 0.
    01 TERMS-COUNT           PIC 9(2) VALUE 0.
    01 TERMS-EOF-SWITCH      PIC A VALUE "N".
    01 TERMS-STATUS          PIC XX VALUE "00".
    *> the terms that apply to the invoice being created
    01 INVOICE-NET-DAYS      PIC 9(3) VALUE 30.
    01 INVOICE-DISC-PCT      PIC V999 VALUE 0.
    01 INVOICE-DISC-DAYS     PIC 9(3) VALUE 0.

    *> per-order freight support: freight is computed per line but
    *> the minimum applies per order, so the raw (rate-times-weight)
    *> and actually-charged freight are accumulated across the
    *> price when one is on file and in its effective window, the
    *> product master's PROD-PRICE otherwise
    01 UNIT-PRICE PIC 9(5)V9(2) VALUE 0.
    *> whether the line is priced from a converted quote
    *> (407-PICK-UNIT-PRICE), and the product it was quoted under
    01 QUOTED-SWITCH         PIC A VALUE "N".
    01 QUOTED-PID            PIC 9(11) VALUE 0.

    *> signed so a return (SALE-CODE "R") can carry a negative
    *> gross/net cost, reversing a sale's billing effect
    OPEN I-O RMA-FILE.
    OPEN I-O LOT-FILE.
    OPEN INPUT CONTRACT-FILE.
    OPEN INPUT TAXCERT-FILE.
    OPEN INPUT SHIPTO-FILE.
    OPEN INPUT KIT-FILE.
    OPEN INPUT QTPRICE-FILE.
    PERFORM 110-LOAD-PROMO-CODES.
    PERFORM 115-LOAD-TAX-RATES.
    PERFORM 116-LOAD-FREIGHT-RATES.
    PERFORM 112-LOAD-TERMS.
    IF RESTART-REC-COUNT > 0
        DISPLAY "RESTARTING AFTER RECORD " RESTART-REC-COUNT
        MOVE "I" TO LOG-SEVERITY
        MOVE "Y" TO PROMO-EOF-SWITCH
    END-IF.

*> Loads the payment terms codes from terms.dat into TERMS-TABLE,
*> once, at startup. A missing terms.dat is not fatal -- every
*> invoice is simply due net 30 with no discount offered.
112-LOAD-TERMS.
    OPEN INPUT TERMS-FILE.
    IF TERMS-STATUS = "00"
        READ TERMS-FILE
            AT END
                MOVE "Y" TO TERMS-EOF-SWITCH
            NOT AT END
                ADD 1 TO TERMS-COUNT
        END-READ
        PERFORM 113-LOAD-TERMS-ENTRY UNTIL TERMS-EOF-SWITCH = "Y"
        CLOSE TERMS-FILE
    ELSE
        DISPLAY "WARNING: TERMS.DAT NOT FOUND, INVOICES DUE NET 30"
        MOVE "W" TO LOG-SEVERITY
        MOVE "TERMS.DAT NOT FOUND, INVOICES DUE NET 30" TO LOG-MESSAGE
        CALL WRITE-RUN-LOG USING LOG-SEVERITY, LOG-PROGRAM, LOG-MESSAGE, LOG-OPERATOR
        MOVE "Y" TO TERMS-EOF-SWITCH
    END-IF.

*> Moves the current terms.dat record into the table and reads the
*> next one. Stops loading (with a warning) instead of subscripting
*> past TERMS-TABLE's OCCURS 50.
113-LOAD-TERMS-ENTRY.
    IF TERMS-COUNT > 50
        DISPLAY "WARNING: TERMS.DAT HAS MORE THAN 50 CODES, "
            "REMAINDER IGNORED"
        MOVE "W" TO LOG-SEVERITY
        MOVE "TERMS.DAT OVER 50 CODES, REMAINDER IGNORED" TO LOG-MESSAGE
        CALL WRITE-RUN-LOG USING LOG-SEVERITY, LOG-PROGRAM, LOG-MESSAGE, LOG-OPERATOR
        MOVE "Y" TO TERMS-EOF-SWITCH
    ELSE
        MOVE TERMS-CODE TO TERMS-ENTRY-CODE(TERMS-COUNT)
        MOVE TERMS-NET-DAYS TO TERMS-ENTRY-NET-DAYS(TERMS-COUNT)
        MOVE TERMS-DISC-PCT TO TERMS-ENTRY-DISC-PCT(TERMS-COUNT)
        MOVE TERMS-DISC-DAYS TO TERMS-ENTRY-DISC-DAYS(TERMS-COUNT)
        READ TERMS-FILE
            AT END
                MOVE "Y" TO TERMS-EOF-SWITCH
            NOT AT END
                ADD 1 TO TERMS-COUNT
        END-READ
    END-IF.

*> Loads the per-state sales-tax rates from taxrates.dat into
*> TAXRATE-TABLE, once, at startup. A missing taxrates.dat is not
*> fatal -- it just means no sale is taxed this run.
    PERFORM 210-CHECK-ORDER-SEQUENCE.
    MOVE "N" TO ALL-VALID.
    MOVE "N" TO BACKORDERED-SWITCH.
    MOVE 0 TO SUPERSEDED-PID.
    PERFORM 300-CHECK-CID.
    IF ALL-VALID = "Y" THEN
        PERFORM 400-COMPUTE-COST
                CALL WRITE-ERROR USING INVALID-PRODUCT, CID, PID,
                    PRODUCT-ORDERED
            NOT INVALID KEY
                PERFORM 312-FOLLOW-SUPERSESSION
                PERFORM 315-CHECK-DISCONTINUED
        END-READ
    END-IF.

*> Converts a sale of a product PRODMAINT has linked to a successor,
*> once the link is effective, to the furthest product down the
*> chain that is still active -- the order line itself is re-pointed,
*> so billing, stock, backorders, and the transact.txt row all carry
*> the product that actually ships, and the PID ordered is kept for
*> the invoice and packing slip. A chain with no active product left
*> leaves the line as ordered, for 315-CHECK-DISCONTINUED to suspend
*> if the ordered product is itself discontinued. A return is
*> credited against the product that came back, never converted.
312-FOLLOW-SUPERSESSION.
    IF SALE-CODE NOT = "R" AND PROD-REPLACED-BY > 0
            AND PROD-REPLACE-DATE NOT > BUSINESS-DATE
        MOVE 0 TO CHAIN-ACTIVE-PID
        MOVE 0 TO CHAIN-HOPS
        MOVE "N" TO CHAIN-END-SWITCH
        PERFORM 313-STEP-TO-SUCCESSOR UNTIL CHAIN-END-SWITCH = "Y"
        IF CHAIN-ACTIVE-PID > 0
            MOVE PID TO SUPERSEDED-PID
            MOVE CHAIN-ACTIVE-PID TO PID
            MOVE "I" TO LOG-SEVERITY
            MOVE SPACES TO LOG-MESSAGE
            STRING "ORDER " ORDER-NUMBER " LINE FOR " SUPERSEDED-PID
                " SHIPS AS " PID DELIMITED BY SIZE INTO LOG-MESSAGE
            CALL WRITE-RUN-LOG USING LOG-SEVERITY, LOG-PROGRAM, LOG-MESSAGE, LOG-OPERATOR
        END-IF
        MOVE PID TO PROD-PID
        READ PRODUCT-FILE
            INVALID KEY
                CONTINUE
        END-READ
    END-IF.

*> Follows the chain one link, remembering each active product it
*> passes. Stops at a product with no effective successor, at a
*> successor missing from inventory.dat, or after 24 links.
313-STEP-TO-SUCCESSOR.
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

*> Rejects a new order for a product PRODMAINT has discontinued and
*> 312-FOLLOW-SUPERSESSION found no active successor for. A
*> return (SALE-CODE "R") still goes through -- a customer sending a
*> discontinued item back has every right to the credit, and the
*> stock count still has to be right.
*> backorder back through the staging file when the vendor shipment
*> arrives. A return (SALE-CODE "R") adds stock back in, so it has
*> nothing to oversell and skips this check -- but it must be covered
*> by an open return authorization instead (325-CHECK-RMA). A kit
*> has no stock of its own: it is short, and backorders whole, when
*> any one component cannot cover its per-kit quantity times the
*> line's.
320-CHECK-STOCK.
    PERFORM 321-LOAD-KIT.
    IF KIT-BAD-SWITCH = "Y"
        MOVE BAD-KIT TO REJECT-REASON
        CALL WRITE-ERROR USING BAD-KIT, CID, PID, PRODUCT-ORDERED
    ELSE
        IF SALE-CODE = "R"
            PERFORM 325-CHECK-RMA
        ELSE
            IF KIT-SWITCH = "Y"
                IF KIT-SHORT-SWITCH = "Y"
                    PERFORM 330-WRITE-BACKORDER
                ELSE
                    MOVE "Y" TO ALL-VALID
                END-IF
            ELSE
                IF PRODUCT-ORDERED > PROD-IN-STOCK
                    PERFORM 330-WRITE-BACKORDER
                ELSE
                    MOVE "Y" TO ALL-VALID
                END-IF
            END-IF
        END-IF
    END-IF.

*> Loads the line's kit structure, if the product has one, and reads
*> each component: a component missing from inventory.dat (or a kit
*> with more components than the table holds) makes the structure
*> bad and the line is rejected rather than billed for stock that
*> cannot move. Along the way the kit's cost is summed and any
*> component too short for the line is noted. The kit's own product
*> record is put back in place before returning, since the pricing,
*> freight, and transact.txt row all bill the kit.
321-LOAD-KIT.
    MOVE "N" TO KIT-SWITCH.
    MOVE "N" TO KIT-BAD-SWITCH.
    MOVE "N" TO KIT-SHORT-SWITCH.
    MOVE "N" TO KIT-EOF-SWITCH.
    MOVE 0 TO KIT-COMP-COUNT.
    MOVE 0 TO KIT-UNIT-COST.
    MOVE PROD-PID TO KIT-PID.
    MOVE 0 TO KIT-COMP-PID.
    START KIT-FILE KEY IS >= KIT-KEY
        INVALID KEY
            MOVE "Y" TO KIT-EOF-SWITCH
    END-START.
    PERFORM 322-LOAD-ONE-COMPONENT UNTIL KIT-EOF-SWITCH = "Y".
    IF KIT-COMP-COUNT > 0
        MOVE "Y" TO KIT-SWITCH
        MOVE PRODUCT-RECORD TO KIT-HOLD-RECORD
        PERFORM 323-CHECK-ONE-COMPONENT
            VARYING KC FROM 1 BY 1 UNTIL KC > KIT-COMP-COUNT
        MOVE KIT-HOLD-RECORD TO PRODUCT-RECORD
    END-IF.

*> Files one of the kit's component rows
322-LOAD-ONE-COMPONENT.
    READ KIT-FILE NEXT RECORD
        AT END
            MOVE "Y" TO KIT-EOF-SWITCH
        NOT AT END
            IF KIT-PID NOT = PROD-PID
                MOVE "Y" TO KIT-EOF-SWITCH
            ELSE
                IF KIT-COMP-COUNT >= 20
                    DISPLAY "KIT " PID " HAS MORE THAN 20 COMPONENTS"
                    MOVE "Y" TO KIT-BAD-SWITCH
                    MOVE "Y" TO KIT-EOF-SWITCH
                ELSE
                    ADD 1 TO KIT-COMP-COUNT
                    SET KC TO KIT-COMP-COUNT
                    MOVE KIT-COMP-PID TO KC-PID(KC)
                    MOVE KIT-COMP-QTY TO KC-QTY(KC)
                END-IF
            END-IF
    END-READ.

*> Reads one component: prices it into the kit's cost and checks it
*> covers the line
323-CHECK-ONE-COMPONENT.
    MOVE KC-PID(KC) TO PROD-PID.
    READ PRODUCT-FILE
        INVALID KEY
            DISPLAY "KIT " PID " COMPONENT " KC-PID(KC)
                " NOT ON INVENTORY.DAT"
            MOVE "Y" TO KIT-BAD-SWITCH
        NOT INVALID KEY
            COMPUTE KIT-UNIT-COST =
                KIT-UNIT-COST + PROD-UNIT-COST * KC-QTY(KC)
            COMPUTE KIT-COMP-NEED = KC-QTY(KC) * PRODUCT-ORDERED
            IF KIT-COMP-NEED > PROD-IN-STOCK
                MOVE "Y" TO KIT-SHORT-SWITCH
            END-IF
    END-READ.

*> Proves the "R" line against the authorization file: scans
*> rmas.dat for an open RMA on this customer and product whose
*> unused balance covers the quantity, draws the quantity down
405-BILL-LINE.
    MOVE 0 TO DISCOUNT.
    PERFORM 407-PICK-UNIT-PRICE.
    *> a kit bills at its own price but costs what its components do
    IF KIT-SWITCH = "Y"
        MOVE KIT-UNIT-COST TO LINE-UNIT-COST
    ELSE
        MOVE PROD-UNIT-COST TO LINE-UNIT-COST
    END-IF.
    IF SALE-CODE = "R" *> return: reverses the original sale's billing
        COMPUTE GROSS-COST = -(UNIT-PRICE * PRODUCT-ORDERED)
        COMPUTE LINE-COST = -(LINE-UNIT-COST * PRODUCT-ORDERED)
    ELSE
        COMPUTE GROSS-COST = (UNIT-PRICE * PRODUCT-ORDERED)
        COMPUTE LINE-COST = (LINE-UNIT-COST * PRODUCT-ORDERED)
        SET P TO 1
        SEARCH PROMO-ENTRY
            AT END
            WHEN PROMO-ENTRY-CODE(P) = SALE-CODE
                PERFORM 410-APPLY-PROMO
        END-SEARCH
        *> a quoted line keeps the discount it was quoted, unless the
        *> quantity has since been changed from the one quoted
        IF QUOTED-SWITCH = "Y" AND QP-QUANTITY = PRODUCT-ORDERED
            MOVE QP-DISCOUNT TO DISCOUNT
        END-IF
    END-IF.
    COMPUTE NET-COST = GROSS-COST - DISCOUNT.
    PERFORM 420-COMPUTE-TAX.
*> Picks the price this line bills at: a contract on file for this
*> customer and product, with the business date inside its
*> effective/expiry window, beats PROD-PRICE; an expired or
*> not-yet-effective contract is ignored, not an error. A sale line
*> of an order converted from a quote beats both: it bills at the
*> price quoted, looked up under the product the quote named (the
*> one ordered, before any supersession).
407-PICK-UNIT-PRICE.
    MOVE PROD-PRICE TO UNIT-PRICE.
    MOVE CUST-CID TO CON-CID.
                MOVE CON-PRICE TO UNIT-PRICE
            END-IF
    END-READ.
    MOVE "N" TO QUOTED-SWITCH.
    IF SALE-CODE NOT = "R"
        IF SUPERSEDED-PID > 0
            MOVE SUPERSEDED-PID TO QUOTED-PID
        ELSE
            MOVE PID TO QUOTED-PID
        END-IF
        MOVE ORDER-NUMBER TO QP-ORDER
        MOVE QUOTED-PID TO QP-PID
        READ QTPRICE-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO QUOTED-SWITCH
                MOVE QP-UNIT-PRICE TO UNIT-PRICE
        END-READ
    END-IF.

*> Mirrors the line just billed onto the open-item AR master: the
*> invoice is the ORDER-NUMBER, created on the order's first accepted
            END-IF
            MOVE CUST-CID TO AR-CID
            MOVE BUSINESS-DATE TO AR-DATE
            PERFORM 435-STAMP-TERMS
            COMPUTE AR-BILLED = NET-COST + TAX-AMOUNT + LINE-FREIGHT
            MOVE 0 TO AR-PAID
            IF AR-PAID >= AR-BILLED
            REWRITE AROPEN-RECORD
    END-READ.

*> Stamps a new invoice with the customer's payment terms: due the
*> terms' net days after billing, and -- when the terms offer an
*> early-payment discount -- the last date the discount may be taken
*> and its percent. No terms code, or a code not on terms.dat (logged,
*> never fatal), is the standard net 30 with no discount.
435-STAMP-TERMS.
    MOVE 30 TO INVOICE-NET-DAYS.
    MOVE 0 TO INVOICE-DISC-PCT.
    MOVE 0 TO INVOICE-DISC-DAYS.
    IF CUST-TERMS-CODE NOT = SPACES
        SET TM TO 1
        SEARCH TERMS-ENTRY
            AT END
                MOVE "W" TO LOG-SEVERITY
                MOVE "CUSTOMER TERMS CODE NOT ON TERMS.DAT, BILLED NET 30"
                    TO LOG-MESSAGE
                CALL WRITE-RUN-LOG USING LOG-SEVERITY, LOG-PROGRAM,
                    LOG-MESSAGE, LOG-OPERATOR
            WHEN TERMS-ENTRY-CODE(TM) = CUST-TERMS-CODE
                MOVE TERMS-ENTRY-NET-DAYS(TM) TO INVOICE-NET-DAYS
                MOVE TERMS-ENTRY-DISC-PCT(TM) TO INVOICE-DISC-PCT
                MOVE TERMS-ENTRY-DISC-DAYS(TM) TO INVOICE-DISC-DAYS
        END-SEARCH
    END-IF.
    COMPUTE AR-DUE-DATE = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(BUSINESS-DATE) + INVOICE-NET-DAYS).
    IF INVOICE-DISC-PCT > 0 AND INVOICE-DISC-DAYS > 0
        COMPUTE AR-DISC-DATE = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(BUSINESS-DATE)
                + INVOICE-DISC-DAYS)
        MOVE INVOICE-DISC-PCT TO AR-DISC-PCT
    ELSE
        MOVE 0 TO AR-DISC-DATE
        MOVE 0 TO AR-DISC-PCT
    END-IF.
    MOVE 0 TO AR-DISC-TAKEN.

*> Applies the matched promocodes.dat rule to the current transaction:
*> a straight percentage off, plus an optional free-item adjustment
*> (a flat one-item-free threshold, or a buy-N-get-1-free ratio)
*> state (or no taxrates.dat at all) means no tax, the same way an
*> unmatched sale code means no discount. A return's negative
*> NET-COST yields a negative TAX-AMOUNT, backing the original sale's
*> tax out of both CUST-OWES and the state's collected total. A
*> customer holding a valid exemption certificate for the state the
*> line ships to is billed no tax at all (see 425-CHECK-EXEMPTION).
420-COMPUTE-TAX.
    MOVE 0 TO TAX-AMOUNT.
    SET T TO 1.
            COMPUTE TAX-AMOUNT ROUNDED =
                NET-COST * TAXRATE-ENTRY-RATE(T)
    END-SEARCH.
    PERFORM 425-CHECK-EXEMPTION.
    IF EXEMPT-CERT NOT = SPACES
        MOVE 0 TO TAX-AMOUNT
    END-IF.

*> Looks up the customer's exemption certificate for the ship-to
*> state -- the ship-to's own state when the order named one on
*> file, the billing state otherwise. A certificate good on the
*> business date (or one that never expires) exempts the line and
*> is stamped on it for TAX-SUMMARY; an expired one leaves the line
*> taxed and warns the run log, so the credit desk can chase the
*> renewal before the customer short-pays the tax.
425-CHECK-EXEMPTION.
    MOVE SPACES TO EXEMPT-STATE.
    MOVE SPACES TO EXEMPT-CERT.
    MOVE CUST-STATE TO SHIP-TO-STATE.
    IF IN-SHIP-CODE NOT = SPACES
        MOVE CUST-CID TO ST-CID
        MOVE IN-SHIP-CODE TO ST-CODE
        READ SHIPTO-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE ST-STATE TO SHIP-TO-STATE
        END-READ
    END-IF.
    MOVE CUST-CID TO CERT-CID.
    MOVE SHIP-TO-STATE TO CERT-STATE.
    READ TAXCERT-FILE
        INVALID KEY
            MOVE 0 TO CERT-CID
    END-READ.
    IF CERT-CID NOT = 0
        IF CERT-EXPIRES = 0 OR CERT-EXPIRES NOT < BUSINESS-DATE
            MOVE SHIP-TO-STATE TO EXEMPT-STATE
            MOVE CERT-NUMBER TO EXEMPT-CERT
        ELSE
            IF CUST-CID NOT = EXPIRED-WARNED-CID
                OR SHIP-TO-STATE NOT = EXPIRED-WARNED-STATE
                MOVE CUST-CID TO EXPIRED-WARNED-CID
                MOVE SHIP-TO-STATE TO EXPIRED-WARNED-STATE
                DISPLAY "WARNING: CUSTOMER " CUST-CID " "
                    SHIP-TO-STATE " EXEMPTION CERT " CERT-NUMBER
                    " EXPIRED " CERT-EXPIRES ", TAX BILLED"
                MOVE "W" TO LOG-SEVERITY
                MOVE SPACES TO LOG-MESSAGE
                STRING "EXPIRED TAX CERT " CERT-NUMBER " CID "
                    CUST-CID " TAXED" DELIMITED BY SIZE
                    INTO LOG-MESSAGE
                CALL WRITE-RUN-LOG USING LOG-SEVERITY, LOG-PROGRAM, LOG-MESSAGE, LOG-OPERATOR
            END-IF
        END-IF
    END-IF.

*> Computes the freight this line bills: the state's per-pound rate
*> times the line's shipping weight, topped up so the order as a
*> it), if new stock is less than the minimum stock required, an
*> amount to order to bring stock to minimum is calculated
500-UPDATE-INVENTORY.
    IF KIT-SWITCH = "Y"
        PERFORM 505-MOVE-KIT-STOCK
    ELSE
        MOVE PRODUCT-ORDERED TO STOCK-MOVE-QTY
        PERFORM 510-MOVE-PRODUCT-STOCK
    END-IF.

*> A kit line moves its components, not itself: each component's
*> combined stock, locations, lots, and reorder need are worked
*> exactly as an ordinary line for its per-kit quantity times the
*> line's would be (a returned kit puts its components back the same
*> way). Each shipped component's relief is written to kitpicks.txt
*> for PICK-LIST. The kit's own record is put back in place for the
*> transact.txt row, which carries the whole line's MAIN/OVFL as the
*> packing bench, and the first lot any component shipped from.
505-MOVE-KIT-STOCK.
    MOVE PRODUCT-RECORD TO KIT-HOLD-RECORD.
    MOVE SPACES TO KIT-FIRST-LOT.
    PERFORM 507-MOVE-ONE-COMPONENT
        VARYING KC FROM 1 BY 1 UNTIL KC > KIT-COMP-COUNT.
    MOVE KIT-HOLD-RECORD TO PRODUCT-RECORD.
    MOVE PRODUCT-ORDERED TO QTY-FROM-MAIN.
    MOVE 0 TO QTY-FROM-OVFL.
    MOVE KIT-FIRST-LOT TO FIRST-LOT-USED.

*> Relieves (or restocks) one component of the kit
507-MOVE-ONE-COMPONENT.
    MOVE KC-PID(KC) TO PROD-PID.
    READ PRODUCT-FILE
        INVALID KEY
            DISPLAY "KIT " PID " COMPONENT " KC-PID(KC)
                " NOT ON INVENTORY.DAT, NOT RELIEVED"
            MOVE "S" TO LOG-SEVERITY
            MOVE "KIT COMPONENT VANISHED MID-LINE, STOCK NOT RELIEVED"
                TO LOG-MESSAGE
            CALL WRITE-RUN-LOG USING LOG-SEVERITY, LOG-PROGRAM,
                LOG-MESSAGE, LOG-OPERATOR
        NOT INVALID KEY
            COMPUTE STOCK-MOVE-QTY = KC-QTY(KC) * PRODUCT-ORDERED
            PERFORM 510-MOVE-PRODUCT-STOCK
            IF KIT-FIRST-LOT = SPACES
                MOVE FIRST-LOT-USED TO KIT-FIRST-LOT
            END-IF
            IF SALE-CODE NOT = "R"
                PERFORM 509-WRITE-KIT-PICK
            END-IF
    END-READ.

*> Writes the component's kitpicks.txt row. Opened EXTEND per row,
*> the same way 600-WRITE-TRANSACTION handles transact.txt, so the
*> row is on disk before this record's checkpoint commits.
509-WRITE-KIT-PICK.
    OPEN EXTEND KITPICK-FILE.
    MOVE ORDER-NUMBER TO KP-ORDER-NUMBER.
    MOVE PID TO KP-KIT-PID.
    MOVE PROD-PID TO KP-COMP-PID.
    MOVE PROD-NAME TO KP-COMP-NAME.
    MOVE STOCK-MOVE-QTY TO KP-QTY.
    MOVE QTY-FROM-MAIN TO KP-QTY-MAIN.
    MOVE QTY-FROM-OVFL TO KP-QTY-OVFL.
    MOVE FIRST-LOT-USED TO KP-LOT.
    MOVE " " TO KP-SPACEA.
    MOVE " " TO KP-SPACEB.
    MOVE " " TO KP-SPACEC.
    MOVE " " TO KP-SPACED.
    MOVE " " TO KP-SPACEE.
    MOVE " " TO KP-SPACEF.
    MOVE " " TO KP-SPACEG.
    WRITE KITPICK-RECORD.
    CLOSE KITPICK-FILE.

*> Moves STOCK-MOVE-QTY units of the product record in hand: the
*> combined count, its locations, its lots, and its reorder need
510-MOVE-PRODUCT-STOCK.
    IF SALE-CODE = "R"
        COMPUTE TEMP = (PROD-IN-STOCK + STOCK-MOVE-QTY)
    ELSE
        COMPUTE TEMP = (PROD-IN-STOCK - STOCK-MOVE-QTY)
    END-IF.
    MOVE PRODUCT-RECORD TO JOURNAL-BEFORE.
    MOVE TEMP TO PROD-IN-STOCK.
    MOVE 0 TO QTY-FROM-MAIN.
    MOVE 0 TO QTY-FROM-OVFL.
    IF SALE-CODE = "R"
        MOVE STOCK-MOVE-QTY TO REMAINING-QTY
        MOVE LOC-MAIN TO LOC-WANTED
        PERFORM 540-ADD-TO-LOCATION
    ELSE
        MOVE STOCK-MOVE-QTY TO REMAINING-QTY
        MOVE LOC-MAIN TO LOC-WANTED
        PERFORM 535-TAKE-FROM-LOCATION
        IF REMAINING-QTY > 0
        *> operator will see it. Only flagged for products that have
        *> been split at all; an unsplit product has no detail to
        *> drift.
        IF REMAINING-QTY > 0 AND REMAINING-QTY < STOCK-MOVE-QTY
            MOVE "W" TO LOG-SEVERITY
            MOVE "LOCATION DETAIL SHORT OF COMBINED STOCK, NEEDS COUNT"
                TO LOG-MESSAGE
*> exist, the lot detail has simply drifted.
550-RELIEVE-LOTS.
    MOVE SPACES TO FIRST-LOT-USED.
    MOVE STOCK-MOVE-QTY TO LOT-NEED.
    MOVE "Y" TO OLDEST-FOUND-SWITCH.
    PERFORM 552-TAKE-OLDEST-LOT
        UNTIL LOT-NEED = 0 OR OLDEST-FOUND-SWITCH = "N".
    MOVE IN-SHIP-CODE TO TRANSACT-SHIP-CODE.
    MOVE QTY-FROM-MAIN TO TRANSACT-QTY-MAIN.
    MOVE QTY-FROM-OVFL TO TRANSACT-QTY-OVFL.
    MOVE EXEMPT-STATE TO TRANSACT-EXEMPT-STATE.
    MOVE EXEMPT-CERT TO TRANSACT-EXEMPT-CERT.
    MOVE SUPERSEDED-PID TO TRANSACT-REPLACES-PID.
    MOVE " " TO TRANSACT-SPACEA.
    MOVE " " TO TRANSACT-SPACEB.
    MOVE " " TO TRANSACT-SPACEC.
    MOVE " " TO TRANSACT-SPACEK.
    MOVE " " TO TRANSACT-SPACEL.
    MOVE " " TO TRANSACT-SPACEM.
    MOVE " " TO TRANSACT-SPACEN.
    MOVE " " TO TRANSACT-SPACEO.
    MOVE " " TO TRANSACT-SPACEP.
    WRITE TRANSACTION-RECORD.
    *> post the same row into the cumulative history master before
    *> closing -- transact.txt gets emptied by the nightly JCL after
    CLOSE RMA-FILE.
    CLOSE LOT-FILE.
    CLOSE CONTRACT-FILE.
    CLOSE TAXCERT-FILE.
    CLOSE SHIPTO-FILE.
    CLOSE KIT-FILE.
    CLOSE QTPRICE-FILE.

*> Persists the batch's final control totals for the RECONCILE step
*> that follows in the nightly JCL. Written before

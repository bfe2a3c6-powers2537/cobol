*> "what have we ordered that hasn't arrived?" is a file read instead
*> of a shrug -- RECEIVE-INVENTORY receives against these lines and
*> closes them as they fill, and PO-AGING chases the ones that sit.
*> vendors.dat is kept by VENDMAINT and may rank several vendors
*> for one product, each with its own cost, lead time, minimum order
*> quantity, and case pack. The preferred (best-ranked) active vendor
*> whose minimum the need meets gets the line, else the best-ranked
*> active vendor at all; the quantity is rounded up to the minimum
*> and then to a whole case pack, and the expected arrival date
*> (business date plus lead time) goes on the PO line and on
*> openpo.dat for BO-REVIEW to quote. A vendor VENDMAINT has
*> inactivated is never ordered from.
IDENTIFICATION DIVISION.
PROGRAM-ID. POGEN.
ENVIRONMENT DIVISION.
                                                 *> matches the
                                                 *> vendor's invoice
                                                 *> against
        05 VENDOR-STATUS-CODE    PIC A(1). *> I = inactive (VENDMAINT),
                                            *> never ordered from
        05 VENDOR-RANK           PIC 9(2). *> 1 = preferred source for
                                            *> the product, 2 the next
        05 VENDOR-LEAD-DAYS      PIC 9(3). *> days from PO to arrival
        05 VENDOR-MIN-QTY        PIC 9(7). *> minimum order quantity
        05 VENDOR-ORDER-MULTIPLE PIC 9(5). *> case pack, ordered in
                                            *> multiples of this

    *> reorder file definition (matches READ-TRANSACTIONS' layout)
    FD REORDER-FILE.
                                                 *> unit, from
                                                 *> vendors.dat when
                                                 *> the PO was cut
        05 OPENPO-EXPECTED-DATE  PIC 9(8). *> business date the PO
                                            *> was cut plus the
                                            *> vendor's lead time

    *> runcontrol.dat file definition (matches GET-BUSINESS-DATE's) --
    *> source of the business date on each PO and the PO-number counter
            10 VENDOR-ENTRY-CITY     PIC A(13).
            10 VENDOR-ENTRY-STATE    PIC A(12).
            10 VENDOR-ENTRY-COST     PIC 9(5)V9(2).
            10 VENDOR-ENTRY-STATUS   PIC A(1).
            10 VENDOR-ENTRY-RANK     PIC 9(2).
            10 VENDOR-ENTRY-LEAD     PIC 9(3).
            10 VENDOR-ENTRY-MIN-QTY  PIC 9(7).
            10 VENDOR-ENTRY-MULTIPLE PIC 9(5).
    01 VENDOR-COUNT              PIC 9(3) VALUE 0.

    *> groups reorder lines by vendor so each vendor gets a single
                15 PO-ITEM-PID         PIC 9(11).
                15 PO-ITEM-QUANTITY    PIC 9(7).
                15 PO-ITEM-COST        PIC 9(5)V9(2).
                15 PO-ITEM-EXPECTED    PIC 9(8).
    01 PO-COUNT                  PIC 9(2) VALUE 0.

    01 FOUND-SWITCH              PIC A VALUE "N".
    *> the same units would be re-ordered from the vendor nightly
    01 ALREADY-ORDERED-SWITCH    PIC A VALUE "N".
    01 OPENPO-SCAN-EOF-SWITCH    PIC A VALUE "N".

    *> vendor choice for the reordered product: the best-ranked
    *> active vendor whose minimum the need already meets, else the
    *> best-ranked active vendor at all (the quantity is then rounded
    *> up to its minimum)
    01 FIT-INDEX                 PIC 9(3) VALUE 0.
    01 FIT-RANK                  PIC 9(2) VALUE 0.
    01 ANY-INDEX                 PIC 9(3) VALUE 0.
    01 ANY-RANK                  PIC 9(2) VALUE 0.
    01 ORDER-QUANTITY            PIC 9(7) VALUE 0.
    01 CASE-COUNT                PIC 9(7) VALUE 0.
    01 CASE-REMAINDER            PIC 9(5) VALUE 0.
    01 EXPECTED-DATE             PIC 9(8) VALUE 0.
    01 LINE-OUT                  PIC X(80).

    *> PO numbering and dating, carried on the run-control record
        MOVE "VENDORS.DAT OVER 500 PRODUCTS, REMAINDER IGNORED" TO LOG-MESSAGE
        CALL WRITE-RUN-LOG USING LOG-SEVERITY, LOG-PROGRAM, LOG-MESSAGE, LOG-OPERATOR
        MOVE "Y" TO VENDOR-EOF-SWITCH
        MOVE 500 TO VENDOR-COUNT
    ELSE
        MOVE VENDOR-RECORD TO VENDOR(VENDOR-COUNT)
        PERFORM 115-DEFAULT-SOURCING
        READ VENDOR-FILE
            AT END
                MOVE "Y" TO VENDOR-EOF-SWITCH
        END-READ
    END-IF.

*> A row written before vendors ranked and lead times were kept
*> arrives with those columns blank: it is taken as the product's
*> preferred vendor, with no lead time, minimum, or case pack
115-DEFAULT-SOURCING.
    IF VENDOR-ENTRY-RANK(VENDOR-COUNT) IS NOT NUMERIC
        MOVE 1 TO VENDOR-ENTRY-RANK(VENDOR-COUNT)
    END-IF.
    IF VENDOR-ENTRY-LEAD(VENDOR-COUNT) IS NOT NUMERIC
        MOVE 0 TO VENDOR-ENTRY-LEAD(VENDOR-COUNT)
    END-IF.
    IF VENDOR-ENTRY-MIN-QTY(VENDOR-COUNT) IS NOT NUMERIC
        MOVE 0 TO VENDOR-ENTRY-MIN-QTY(VENDOR-COUNT)
    END-IF.
    IF VENDOR-ENTRY-MULTIPLE(VENDOR-COUNT) IS NOT NUMERIC
        MOVE 0 TO VENDOR-ENTRY-MULTIPLE(VENDOR-COUNT)
    END-IF.

*> Looks up the reordered product's vendor and records the line item
*> under that vendor's purchase order, then reads the next reorder
*> line. A product that already has an open PO line is skipped --
            END-IF
    END-READ.

*> Walks VENDOR-TABLE for the active vendors of the product just
*> reordered and picks one: the best-ranked whose minimum order the
*> need already meets, else the best-ranked of any. Leaves J on the
*> chosen row, with the quantity to order and its expected arrival.
300-FIND-VENDOR.
    MOVE "N" TO FOUND-SWITCH.
    MOVE 0 TO FIT-INDEX.
    MOVE 0 TO ANY-INDEX.
    PERFORM 305-RATE-ONE-VENDOR
        VARYING J FROM 1 BY 1 UNTIL J > VENDOR-COUNT.
    IF FIT-INDEX > 0
        SET J TO FIT-INDEX
        MOVE "Y" TO FOUND-SWITCH
    ELSE IF ANY-INDEX > 0
        SET J TO ANY-INDEX
        MOVE "Y" TO FOUND-SWITCH
    END-IF.
    IF FOUND-SWITCH = "Y"
        PERFORM 330-SIZE-ORDER
    END-IF.

*> Rates one vendor row against the reordered product
305-RATE-ONE-VENDOR.
    IF VENDOR-ENTRY-PID(J) = REORDER-PID
            AND VENDOR-ENTRY-STATUS(J) NOT = "I"
        IF ANY-INDEX = 0 OR VENDOR-ENTRY-RANK(J) < ANY-RANK
            SET ANY-INDEX TO J
            MOVE VENDOR-ENTRY-RANK(J) TO ANY-RANK
        END-IF
        IF VENDOR-ENTRY-MIN-QTY(J) <= REORDER-QUANTITY
                AND (FIT-INDEX = 0 OR VENDOR-ENTRY-RANK(J) < FIT-RANK)
            SET FIT-INDEX TO J
            MOVE VENDOR-ENTRY-RANK(J) TO FIT-RANK
        END-IF
    END-IF.

*> Rounds the need up to the chosen vendor's minimum order and then
*> to a whole case pack, and dates the line's arrival from the
*> vendor's lead time
330-SIZE-ORDER.
    MOVE REORDER-QUANTITY TO ORDER-QUANTITY.
    IF ORDER-QUANTITY < VENDOR-ENTRY-MIN-QTY(J)
        MOVE VENDOR-ENTRY-MIN-QTY(J) TO ORDER-QUANTITY
    END-IF.
    IF VENDOR-ENTRY-MULTIPLE(J) > 1
        DIVIDE ORDER-QUANTITY BY VENDOR-ENTRY-MULTIPLE(J)
            GIVING CASE-COUNT REMAINDER CASE-REMAINDER
        IF CASE-REMAINDER > 0
            COMPUTE ORDER-QUANTITY =
                (CASE-COUNT + 1) * VENDOR-ENTRY-MULTIPLE(J)
        END-IF
    END-IF.
    IF ORDER-QUANTITY NOT = REORDER-QUANTITY
        DISPLAY "PRODUCT " REORDER-PID " ROUNDED UP FROM "
            REORDER-QUANTITY " TO " ORDER-QUANTITY " FOR VENDOR "
            VENDOR-ENTRY-ID(J)
    END-IF.
    COMPUTE EXPECTED-DATE = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(BUSINESS-DATE)
            + VENDOR-ENTRY-LEAD(J)).

*> Finds or adds this vendor's purchase-order slot, then records the
*> reordered product and quantity under it. Skips the vendor slot
        ADD 1 TO PO-ITEM-COUNT(K)
        SET M TO PO-ITEM-COUNT(K)
        MOVE REORDER-PID TO PO-ITEM-PID(K, M)
        MOVE ORDER-QUANTITY TO PO-ITEM-QUANTITY(K, M)
        MOVE VENDOR-ENTRY-COST(J) TO PO-ITEM-COST(K, M)
        MOVE EXPECTED-DATE TO PO-ITEM-EXPECTED(K, M)
    END-IF.

*> Writes one purchase order per vendor accumulated above
720-WRITE-ITEM.
    MOVE SPACES TO LINE-OUT.
    STRING "  PRODUCT: " PO-ITEM-PID(K, M) " QUANTITY: "
        PO-ITEM-QUANTITY(K, M) " EXPECTED: " PO-ITEM-EXPECTED(K, M)
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE PO-LINE FROM LINE-OUT.
    MOVE HELD-NEXT-PO TO OPENPO-NUMBER.
    MOVE PO-ITEM-PID(K, M) TO OPENPO-PID.
    MOVE 0 TO OPENPO-QTY-RECEIVED.
    MOVE "O" TO OPENPO-STATUS.
    MOVE PO-ITEM-COST(K, M) TO OPENPO-UNIT-COST.
    MOVE PO-ITEM-EXPECTED(K, M) TO OPENPO-EXPECTED-DATE.
    WRITE OPENPO-RECORD
        INVALID KEY
            DISPLAY "WARNING: PO " OPENPO-NUMBER " LINE FOR PRODUCT "

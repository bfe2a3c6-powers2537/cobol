*> at keying time, while the customer is still on the phone: the
*> customer id is a keyed read of customers.dat, each product id a
*> keyed read of inventory.dat with the live stock on hand and price
*> shown (for a kit, the kits its components cover), a superseded
*> product's active replacement offered in its place, discontinued
*> items refused, and the sale code checked
*> against promocodes.dat -- so the mistakes that used to surface as
*> next-morning errors.txt traffic never make it into the file. The
*> order number is assigned from the run-control file's counter, the
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS ST-KEY.
    SELECT OPTIONAL KIT-FILE ASSIGN TO "kits.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS KIT-KEY.
DATA DIVISION.
FILE SECTION.
    *> customers.dat file definition (indexed, keyed by CUST-CID)
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

    *> promocodes.dat file definition (matches READ-TRANSACTIONS')
    FD PROMO-FILE.
        05 ST-CITY               PIC A(13).
        05 ST-STATE              PIC A(12).

    *> kits.dat file definition (matches PRODMAINT's)
    FD KIT-FILE.
    01 KIT-RECORD.
        05 KIT-KEY.
            10 KIT-PID           PIC 9(11).
            10 KIT-COMP-PID      PIC 9(11).
        05 KIT-COMP-QTY          PIC 9(5).

    *> confirmed orders are appended to the daytime staging file
    *> (same layout as READ-TRANSACTIONS' IN-RECORD), never straight
    *> to transactions.dat -- the nightly STAGE-CUTOVER step promotes
    01 ENTRY-PID             PIC 9(11) VALUE 0.
    01 ENTRY-QTY             PIC 9(5) VALUE 0.
    01 ENTRY-CODE            PIC A(1) VALUE SPACES.
    *> what the clerk is shown as on hand: the product's stock, or
    *> for a kit the whole kits its least-covered component makes
    01 LINE-ON-HAND          PIC 9(7) VALUE 0.
    01 KIT-COVERS            PIC 9(7) VALUE 0.
    01 KIT-LINE-SWITCH       PIC A VALUE "N".
    01 KIT-EOF-SWITCH        PIC A VALUE "N".
    *> supersession: the furthest active product the keyed PID's
    *> replacement chain reaches, followed the way the nightly run's
    *> 312-FOLLOW-SUPERSESSION follows it
    01 CHAIN-ACTIVE-PID      PIC 9(11) VALUE 0.
    01 CHAIN-HOPS            PIC 9(2) VALUE 0.
    01 CHAIN-END-SWITCH      PIC A VALUE "N".
    01 REPLACE-ANSWER        PIC A.
    01 CONFIRM-ANSWER        PIC A.
    01 MORE-ANSWER           PIC A.

    OPEN INPUT PRODUCT-FILE.
    OPEN INPUT CONTRACT-FILE.
    OPEN INPUT SHIPTO-FILE.
    OPEN INPUT KIT-FILE.
    PERFORM 110-LOAD-PROMO-CODES.
    PERFORM 130-READ-CONTROL.

        INVALID KEY
            DISPLAY "PRODUCT NOT ON FILE, CHECK THE NUMBER"
        NOT INVALID KEY
            PERFORM 501-OFFER-REPLACEMENT
            IF PROD-STATUS = "D"
                DISPLAY "PRODUCT IS DISCONTINUED, CANNOT ORDER"
            ELSE
                PERFORM 502-FIGURE-ON-HAND
                DISPLAY PROD-NAME " PRICE: " PROD-PRICE
                    " ON HAND: " LINE-ON-HAND
                IF KIT-LINE-SWITCH = "Y"
                    DISPLAY "KIT -- ON HAND IS THE KITS ITS "
                        "COMPONENTS' STOCK COVERS"
                END-IF
                PERFORM 505-SHOW-CONTRACT-PRICE
                DISPLAY "ENTER QUANTITY (1-99999): "
                ACCEPT ENTRY-QTY
                    *> a return bypasses the stock check entirely
                    *> (stock is coming back, not going out), so only
                    *> a true sale gets the backorder heads-up
                    IF ENTRY-QTY > LINE-ON-HAND
                            AND ENTRY-CODE NOT = "R"
                        DISPLAY "ONLY " LINE-ON-HAND " ON HAND -- "
                            "LINE WILL BACKORDER TONIGHT"
                    END-IF
                    MOVE "Y" TO LINE-OK-SWITCH
            END-IF
    END-READ.

*> Offers the replacement for a product PRODMAINT has linked to a
*> successor, once the link is in effect: the furthest product down
*> the chain that is still active. Taking it re-points the line;
*> declining keeps the PID keyed (a return has to name what came
*> back), with the warning that a sale of it will be converted
*> tonight anyway. Either way the product record is left holding
*> the PID the line will carry.
501-OFFER-REPLACEMENT.
    IF PROD-REPLACED-BY > 0 AND PROD-REPLACE-DATE NOT > BUSINESS-DATE
        MOVE 0 TO CHAIN-ACTIVE-PID
        MOVE 0 TO CHAIN-HOPS
        MOVE "N" TO CHAIN-END-SWITCH
        PERFORM 504-STEP-TO-SUCCESSOR UNTIL CHAIN-END-SWITCH = "Y"
        IF CHAIN-ACTIVE-PID = 0
            DISPLAY "PRODUCT " ENTRY-PID " IS SUPERSEDED BUT NO "
                "REPLACEMENT IS ACTIVE"
        ELSE
            MOVE CHAIN-ACTIVE-PID TO PROD-PID
            READ PRODUCT-FILE
                INVALID KEY
                    CONTINUE
            END-READ
            DISPLAY "PRODUCT " ENTRY-PID " IS REPLACED BY "
                PROD-PID " " PROD-NAME
            DISPLAY "ORDER THE REPLACEMENT INSTEAD (Y/N)? "
            ACCEPT REPLACE-ANSWER
            IF REPLACE-ANSWER = "Y"
                MOVE CHAIN-ACTIVE-PID TO ENTRY-PID
            ELSE
                DISPLAY "KEEPING " ENTRY-PID " -- A SALE OF IT SHIPS "
                    "AS THE REPLACEMENT TONIGHT"
            END-IF
        END-IF
        MOVE ENTRY-PID TO PROD-PID
        READ PRODUCT-FILE
            INVALID KEY
                CONTINUE
        END-READ
    END-IF.

*> Follows the chain one link, remembering each active product it
*> passes. Stops at a product with no successor in effect, at a
*> successor missing from inventory.dat, or after 24 links.
504-STEP-TO-SUCCESSOR.
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

*> Works out the on-hand figure the clerk sees. A kit (a PID with a
*> structure on kits.dat) has no stock of its own; it is the fewest
*> whole kits any one component covers, the same test the nightly
*> run's 320-CHECK-STOCK applies. The kit's own record is read back
*> afterwards for the price and name.
502-FIGURE-ON-HAND.
    MOVE PROD-IN-STOCK TO LINE-ON-HAND.
    MOVE "N" TO KIT-LINE-SWITCH.
    MOVE "N" TO KIT-EOF-SWITCH.
    MOVE ENTRY-PID TO KIT-PID.
    MOVE 0 TO KIT-COMP-PID.
    START KIT-FILE KEY IS >= KIT-KEY
        INVALID KEY
            MOVE "Y" TO KIT-EOF-SWITCH
    END-START.
    PERFORM 503-COVER-ONE-COMPONENT UNTIL KIT-EOF-SWITCH = "Y".
    IF KIT-LINE-SWITCH = "Y"
        MOVE ENTRY-PID TO PROD-PID
        READ PRODUCT-FILE
            INVALID KEY
                CONTINUE
        END-READ
    END-IF.

*> Cuts the kit's on-hand figure down to what one component covers
503-COVER-ONE-COMPONENT.
    READ KIT-FILE NEXT RECORD
        AT END
            MOVE "Y" TO KIT-EOF-SWITCH
        NOT AT END
            IF KIT-PID NOT = ENTRY-PID
                MOVE "Y" TO KIT-EOF-SWITCH
            ELSE
                IF KIT-LINE-SWITCH = "N"
                    MOVE "Y" TO KIT-LINE-SWITCH
                    MOVE 9999999 TO LINE-ON-HAND
                END-IF
                MOVE KIT-COMP-PID TO PROD-PID
                READ PRODUCT-FILE
                    INVALID KEY
                        MOVE 0 TO LINE-ON-HAND
                    NOT INVALID KEY
                        IF KIT-COMP-QTY > 0
                            DIVIDE PROD-IN-STOCK BY KIT-COMP-QTY
                                GIVING KIT-COVERS
                            IF KIT-COVERS < LINE-ON-HAND
                                MOVE KIT-COVERS TO LINE-ON-HAND
                            END-IF
                        END-IF
                END-READ
            END-IF
    END-READ.

*> Shows the customer's contract price for this product when an
*> effective contract covers it -- the same check 405-BILL-LINE makes
*> at billing time, so the price quoted is the price billed
    CLOSE PRODUCT-FILE.
    CLOSE CONTRACT-FILE.
    CLOSE SHIPTO-FILE.
    CLOSE KIT-FILE.

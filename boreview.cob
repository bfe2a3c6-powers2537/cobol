*> this program shows the whole queue: every open backorder aged by
*> its order date, matched against the open-PO master to say whether
*> replacement stock is even on order from the vendor and on which
*> PO and the arrival date PO-GEN expects from the vendor's lead
*> time, written to boreview.txt so "when will my stuff arrive" gets a
*> looked-up answer instead of a guess. The operator can also cancel
*> a backorder the customer gave up on; the drop is logged to
*> bodrop.txt with a reason, the way SUSPMAINT logs its drops to
        05 OPENPO-QTY-RECEIVED   PIC 9(7).
        05 OPENPO-STATUS         PIC A(1).
        05 OPENPO-UNIT-COST      PIC 9(5)V9(2).
        05 OPENPO-EXPECTED-DATE  PIC 9(8).

    *> review report output, one free-form line at a time
    FD REPORT-FILE.
    01 PO-FOUND-SWITCH        PIC A VALUE "N".
    01 PO-FOUND-NUMBER        PIC 9(6) VALUE 0.
    01 PO-FOUND-OUTSTANDING   PIC S9(8) VALUE 0.
    01 PO-FOUND-EXPECTED      PIC 9(8) VALUE 0.

    01 LINE-OUT               PIC X(132).

        PERFORM 400-FIND-OPEN-PO
        SET ENTRY-SHOWN TO B
        MOVE SPACES TO LINE-OUT
        IF PO-FOUND-SWITCH = "Y" AND PO-FOUND-EXPECTED > 0
            STRING ENTRY-SHOWN ": ORDER " BO-ORDER-NUMBER(B)
                " CID " BO-CID(B) " PID " BO-PID(B)
                " QTY " BO-QUANTITY(B) " (" DAYS-OLD " DAYS)"
                " -- PO " PO-FOUND-NUMBER ": "
                PO-FOUND-OUTSTANDING " DUE, ARRIVING "
                PO-FOUND-EXPECTED
                DELIMITED BY SIZE INTO LINE-OUT
        ELSE IF PO-FOUND-SWITCH = "Y"
            STRING ENTRY-SHOWN ": ORDER " BO-ORDER-NUMBER(B)
                " CID " BO-CID(B) " PID " BO-PID(B)
                " QTY " BO-QUANTITY(B) " (" DAYS-OLD " DAYS)"
                " -- PO " PO-FOUND-NUMBER ": "
                PO-FOUND-OUTSTANDING " DUE, NO ARRIVAL DATE"
                DELIMITED BY SIZE INTO LINE-OUT
        ELSE
            STRING ENTRY-SHOWN ": ORDER " BO-ORDER-NUMBER(B)
                " -- *** NOT ON ANY OPEN PO ***"
                DELIMITED BY SIZE INTO LINE-OUT
        END-IF
        END-IF
        WRITE REPORT-LINE FROM LINE-OUT
        DISPLAY LINE-OUT
    END-IF.
                MOVE OPENPO-NUMBER TO PO-FOUND-NUMBER
                COMPUTE PO-FOUND-OUTSTANDING =
                    OPENPO-QTY-ORDERED - OPENPO-QTY-RECEIVED
                MOVE OPENPO-EXPECTED-DATE TO PO-FOUND-EXPECTED
                MOVE "Y" TO PO-SCAN-EOF-SWITCH
            END-IF
    END-READ.

*> Interactive order status inquiry for the front desk. Takes an
*> ORDER-NUMBER while the customer is on the phone and shows the order
*> line by line off the item-level status file PICK-LIST registers and
*> SHIP-CONFIRM updates: shipped (with the ship date, carrier, and
*> tracking number), picked and waiting on the dock, backordered with
*> the quantity still owed, suspended, or cancelled -- followed by the
*> one-line consolidated summary the desk reads back ("half your order
*> shipped Tuesday, the rest is waiting on stock"). Read-only, safe to
*> run all day while the shop is open.
IDENTIFICATION DIVISION.
PROGRAM-ID. ORDER-INQ.
ENVIRONMENT DIVISION.
    SELECT OPTIONAL STATUS-FILE ASSIGN TO "ordstatus.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ORDSTATUS-STATUS.
    SELECT OPTIONAL SHIPLINE-FILE ASSIGN TO "shiplines.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SL-KEY.
DATA DIVISION.
FILE SECTION.
    *> ordstatus.dat file definition (matches PICK-LIST's layout):
        05 ORD-SPACEF               PIC A(1).
        05 ORD-SHIP-DATE            PIC 9(8).

    *> shiplines.dat file definition (matches SHIP-CONFIRM's) -- the
    *> carrier and tracking number each shipped line went out under
    FD SHIPLINE-FILE.
    01 SHIPLINE-RECORD.
        05 SL-KEY.
            10 SL-ORDER          PIC 9(6).
            10 SL-PID            PIC 9(11).
            10 SL-SEQ            PIC 9(2).
        05 SL-QTY                PIC 9(5).
        05 SL-DATE               PIC 9(8).
        05 SL-CARRIER            PIC X(4).
        05 SL-TRACKING           PIC X(30).

WORKING-STORAGE SECTION.
    *> reference to the shared sign-on program, and the fields each
    *> interactive program passes it at startup
        MOVE "N" TO EOF-SWITCH
        OPEN INPUT STATUS-FILE
        IF ORDSTATUS-STATUS = "00"
            OPEN INPUT SHIPLINE-FILE
            PERFORM 300-SHOW-ONE-LINE UNTIL EOF-SWITCH = "Y"
            CLOSE SHIPLINE-FILE
            CLOSE STATUS-FILE
        END-IF
        IF LINES-SHOWN = 0
                IF ORD-STATUS = "S"
                    DISPLAY "  PID " ORD-PID " QTY " ORD-QTY
                        " " STATUS-WORD " ON " ORD-SHIP-DATE
                    PERFORM 310-SHOW-TRACKING
                ELSE
                    DISPLAY "  PID " ORD-PID " QTY " ORD-QTY
                        " " STATUS-WORD
            END-IF
    END-READ.

*> Shows the carrier and tracking number a shipped line went out
*> under -- the line's first shipment on shiplines.dat
310-SHOW-TRACKING.
    MOVE ORD-NUMBER TO SL-ORDER.
    MOVE ORD-PID TO SL-PID.
    MOVE 0 TO SL-SEQ.
    START SHIPLINE-FILE KEY IS >= SL-KEY
        INVALID KEY
            MOVE 0 TO SL-ORDER
    END-START.
    IF SL-ORDER NOT = 0
        READ SHIPLINE-FILE NEXT RECORD
            AT END
                CONTINUE
            NOT AT END
                IF SL-ORDER = ORD-NUMBER AND SL-PID = ORD-PID
                    DISPLAY "    VIA " SL-CARRIER " TRACKING "
                        SL-TRACKING
                END-IF
        END-READ
    END-IF.

*> The one-line consolidated view per order
400-SHOW-SUMMARY.
    DISPLAY "ORDER " SEARCH-ORDER " SUMMARY: "

*> activity straight off the transaction history master (keyed read
*> by customer, so it covers real history and not just last night),
*> any errors.txt rejects for the account, and whether anything is
*> sitting on backorder for them, and where each order line stands
*> (a shipped line with its carrier and tracking number). Every file
*> is opened INPUT only -- this program cannot change anything, so
*> it is safe to run all day while the shop is open.
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTINQ.
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
    *> customers.dat file definition (indexed, keyed by CUST-CID)
        05 CUST-OWES             PIC S9(7)V9(2).
        05 CUST-CREDIT-LIMIT     PIC 9(7)V9(2).
        05 CUST-HOLD             PIC A(1). *> Y = credit hold
        05 CUST-TERMS-CODE       PIC X(4). *> terms.dat code, spaces
                                           *> = net 30
        05 CUST-FINCHG-EXEMPT    PIC A(1). *> Y = no finance charges

    *> transaction history input file definition (matches
    *> POST-HISTORY's HISTORY-RECORD layout)
        05 HIST-FREIGHT             PIC S9(7)V9(2).
        05 HIST-SPACEK              PIC A(1).
        05 HIST-SHIP-CODE           PIC X(4).
        05 HIST-SPACEL              PIC A(1).
        05 HIST-EXEMPT-STATE        PIC A(12).
        05 HIST-SPACEM              PIC A(1).
        05 HIST-EXEMPT-CERT         PIC X(15).

    *> errors.txt file definition (matches WRITE-ERROR's layout)
    FD ERROR-FILE.
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
    DISPLAY "  " CUST-STREET ", " CUST-CITY ", " CUST-STATE.
    DISPLAY "  BALANCE OWED: " CUST-OWES
        "  CREDIT LIMIT: " CUST-CREDIT-LIMIT.
    IF CUST-TERMS-CODE = SPACES
        DISPLAY "  TERMS: NET 30"
    ELSE
        DISPLAY "  TERMS: " CUST-TERMS-CODE
    END-IF.
    IF CUST-FINCHG-EXEMPT = "Y"
        DISPLAY "  EXEMPT FROM FINANCE CHARGES"
    END-IF.
    IF CUST-HOLD = "Y"
        DISPLAY "  *** ACCOUNT IS ON CREDIT HOLD ***"
    END-IF.
            END-IF
    END-READ.

*> Shows the customer's orders line by line off ordstatus.dat -- shipped
*> (with the date, carrier, and tracking number), picked, backordered
*> with the waiting quantity, suspended, or cancelled -- the true answer
*> to "where is my order"
700-SHOW-ORDER-STATUS.
    MOVE 0 TO STATUS-LINE-COUNT.
    OPEN INPUT STATUS-FILE.
    IF ORDSTATUS-STATUS = "00"
        OPEN INPUT SHIPLINE-FILE
        MOVE "N" TO EOF-SWITCH
        PERFORM 710-SHOW-ONE-STATUS-LINE UNTIL EOF-SWITCH = "Y"
        CLOSE SHIPLINE-FILE
        CLOSE STATUS-FILE
    END-IF.
    IF STATUS-LINE-COUNT = 0
                    DISPLAY "  ORDER " ORD-NUMBER " PID " ORD-PID
                        " QTY " ORD-QTY " " STATUS-WORD
                        " ON " ORD-SHIP-DATE
                    PERFORM 720-SHOW-TRACKING
                ELSE
                    DISPLAY "  ORDER " ORD-NUMBER " PID " ORD-PID
                        " QTY " ORD-QTY " " STATUS-WORD
                END-IF
            END-IF
    END-READ.

*> Shows the carrier and tracking number a shipped line went out
*> under -- the line's first shipment on shiplines.dat
720-SHOW-TRACKING.
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
                    DISPLAY "      VIA " SL-CARRIER " TRACKING "
                        SL-TRACKING
                END-IF
        END-READ
    END-IF.

*> Converts whichever of the masters the operator has set aside
*> under its ".old" name (REPRO or rename the live file there
*> first):
*>   customers.dat.old  -> customers.dat   (the 100-byte record
*>                                          ending at the hold byte;
*>                                          adds the payment terms
*>                                          code, spaces = the
*>                                          standard net 30, and the
*>                                          finance-charge exempt
*>                                          flag, N until CUSTMAINT
*>                                          sets them)
*>   inventory.dat.old  -> inventory.dat   (adds the superseding
*>                                          product and its effective
*>                                          date, zero until PRODMAINT
*>                                          links a replacement)
*>   transhist.dat.old  -> transhist.dat   (adds the tax exemption
*>                                          state and certificate,
*>                                          spaces on a line billed
*>                                          before certificates were
*>                                          kept)
*>   transhistarch.dat.old -> transhistarch.dat (the same, for the
*>                                          year-end archive master)
*>   stocklocs.dat.old  -> stocklocs.dat   (adds the aisle/bin
*>                                          field, spaces until
*>                                          PRODMAINT assigns one)
*>   openpo.dat.old     -> openpo.dat      (adds the expected
*>                                          arrival date, zero on a
*>                                          PO cut before vendor
*>                                          lead times were kept)
*>   apopen.dat.old     -> apopen.dat      (adds the check number
*>                                          and paid date AP-PAYRUN
*>                                          stamps, zero on a line
*>                                          paid before it existed)
*>   aropen.dat.old     -> aropen.dat      (adds the due date, the
*>                                          discount date and
*>                                          percent, and the discount
*>                                          taken; an invoice billed
*>                                          before terms were kept is
*>                                          due net 30 from its
*>                                          billing date, no discount)
*> A master with no ".old" file waiting is skipped with a note, so
*> the conversion can be run per file or all at once, and rerunning
*> against the same ".old" files is harmless. Supersedes the old
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS NEW-LOC-KEY.
    SELECT OLD-AP-FILE ASSIGN TO "apopen.dat.old"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OLD-AP-KEY
        FILE STATUS IS AP-OLD-STATUS.
    SELECT NEW-AP-FILE ASSIGN TO "apopen.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS NEW-AP-KEY.
    SELECT OLD-AR-FILE ASSIGN TO "aropen.dat.old"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OLD-AR-ORDER
        FILE STATUS IS AR-OLD-STATUS.
    SELECT NEW-AR-FILE ASSIGN TO "aropen.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS NEW-AR-ORDER.
    SELECT OLD-ARCH-FILE ASSIGN TO "transhistarch.dat.old"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OLD-ARCH-SEQ
        ALTERNATE RECORD KEY IS OLD-ARCH-CID WITH DUPLICATES
        ALTERNATE RECORD KEY IS OLD-ARCH-DATE WITH DUPLICATES
        FILE STATUS IS ARCH-OLD-STATUS.
    SELECT NEW-ARCH-FILE ASSIGN TO "transhistarch.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS NEW-ARCH-SEQ
        ALTERNATE RECORD KEY IS NEW-ARCH-CID WITH DUPLICATES
        ALTERNATE RECORD KEY IS NEW-ARCH-DATE WITH DUPLICATES.
DATA DIVISION.
    FILE SECTION.
    *> the customer layout before payment terms and the
    *> finance-charge exemption were carried -- 100 bytes, ending
    *> at the hold byte
    FD OLD-CUST-FILE.
    01 OLD-CUST-RECORD.
        05 OLD-CUST-CID          PIC 9(10).
        05 OLD-CUST-STREET       PIC X(23).
        05 OLD-CUST-CITY         PIC A(13).
        05 OLD-CUST-STATE        PIC A(12).
        05 OLD-CUST-OWES         PIC S9(7)V9(2).
        05 OLD-CUST-LIMIT        PIC 9(7)V9(2).
        05 OLD-CUST-HOLD         PIC A(1).

    *> the current customer layout (matches READ-CUSTOMERS')
    FD NEW-CUST-FILE.
        05 NEW-CUST-OWES         PIC S9(7)V9(2).
        05 NEW-CUST-LIMIT        PIC 9(7)V9(2).
        05 NEW-CUST-HOLD         PIC A(1). *> Y = credit hold
        05 NEW-CUST-TERMS-CODE   PIC X(4).
        05 NEW-CUST-FINCHG-EXEMPT PIC A(1). *> Y = no finance charges

    *> the product layout before supersession links were carried
    FD OLD-PROD-FILE.
    01 OLD-PROD-RECORD.
        05 OLD-PROD-PID          PIC 9(11).
        05 OLD-PROD-EMPTY-2      PIC 9(5).
        05 OLD-PROD-PRICE        PIC 9(5)V9(2).
        05 OLD-PROD-STATUS       PIC A(1).
        05 OLD-PROD-UNIT-COST    PIC 9(5)V9(2).
        05 OLD-PROD-SHIP-WEIGHT  PIC 9(3)V9(2).
        05 OLD-PROD-REORDER-POINT PIC 9(7).
        05 OLD-PROD-REORDER-TO   PIC 9(7).

    *> the current product layout (matches READ-INVENTORY's)
    FD NEW-PROD-FILE.
        05 NEW-PROD-SHIP-WEIGHT  PIC 9(3)V9(2).
        05 NEW-PROD-REORDER-POINT PIC 9(7).
        05 NEW-PROD-REORDER-TO   PIC 9(7).
        05 NEW-PROD-REPLACED-BY  PIC 9(11).
        05 NEW-PROD-REPLACE-DATE PIC 9(8).

    *> the history layout before the tax exemption columns were
    *> carried
    FD OLD-HIST-FILE.
    01 OLD-HIST-RECORD.
        05 OLD-HIST-SEQ          PIC 9(9).
        05 OLD-HIST-OWES         PIC S9(7)V9(2).
        05 OLD-HIST-SPACEG       PIC A(1).
        05 OLD-HIST-REP          PIC 9(3).
        05 OLD-HIST-SPACEH       PIC A(1).
        05 OLD-HIST-COST         PIC S9(7)V9(2).
        05 OLD-HIST-SPACEI       PIC A(1).
        05 OLD-HIST-LOT          PIC X(10).
        05 OLD-HIST-SPACEJ       PIC A(1).
        05 OLD-HIST-FREIGHT      PIC S9(7)V9(2).
        05 OLD-HIST-SPACEK       PIC A(1).
        05 OLD-HIST-SHIP-CODE    PIC X(4).

    *> the current history layout (matches POST-HISTORY's)
    FD NEW-HIST-FILE.
        05 NEW-HIST-FREIGHT      PIC S9(7)V9(2).
        05 NEW-HIST-SPACEK       PIC A(1).
        05 NEW-HIST-SHIP-CODE    PIC X(4).
        05 NEW-HIST-SPACEL       PIC A(1).
        05 NEW-HIST-EXEMPT-STATE PIC A(12).
        05 NEW-HIST-SPACEM       PIC A(1).
        05 NEW-HIST-EXEMPT-CERT  PIC X(15).

    *> the open-PO layout before the expected arrival date was carried
    FD OLD-PO-FILE.
    01 OLD-PO-RECORD.
        05 OLD-PO-KEY.
        05 OLD-PO-QTY-ORDERED    PIC 9(7).
        05 OLD-PO-QTY-RECEIVED   PIC 9(7).
        05 OLD-PO-STATUS         PIC A(1).
        05 OLD-PO-UNIT-COST      PIC 9(5)V9(2).

    *> the current open-PO layout (matches POGEN's)
    FD NEW-PO-FILE.
        05 NEW-PO-QTY-RECEIVED   PIC 9(7).
        05 NEW-PO-STATUS         PIC A(1).
        05 NEW-PO-UNIT-COST      PIC 9(5)V9(2).
        05 NEW-PO-EXPECTED-DATE  PIC 9(8).

    *> the location-stock layout before the aisle/bin was carried
    FD OLD-LOC-FILE.
        05 NEW-LOC-MIN           PIC 9(7).
        05 NEW-LOC-BIN           PIC X(8).

    *> the AP open-invoice layout before the payment was recorded
    FD OLD-AP-FILE.
    01 OLD-AP-RECORD.
        05 OLD-AP-KEY.
            10 OLD-AP-VENDOR     PIC 9(5).
            10 OLD-AP-INVOICE-NO PIC X(10).
            10 OLD-AP-PID        PIC 9(11).
        05 OLD-AP-DATE           PIC 9(8).
        05 OLD-AP-PO-NUMBER      PIC 9(6).
        05 OLD-AP-QTY            PIC 9(7).
        05 OLD-AP-UNIT-PRICE     PIC 9(5)V9(2).
        05 OLD-AP-AMOUNT         PIC 9(7)V9(2).
        05 OLD-AP-STATUS         PIC A(1).

    *> the current AP open-invoice layout (matches AP-ENTRY's)
    FD NEW-AP-FILE.
    01 NEW-AP-RECORD.
        05 NEW-AP-KEY.
            10 NEW-AP-VENDOR     PIC 9(5).
            10 NEW-AP-INVOICE-NO PIC X(10).
            10 NEW-AP-PID        PIC 9(11).
        05 NEW-AP-DATE           PIC 9(8).
        05 NEW-AP-PO-NUMBER      PIC 9(6).
        05 NEW-AP-QTY            PIC 9(7).
        05 NEW-AP-UNIT-PRICE     PIC 9(5)V9(2).
        05 NEW-AP-AMOUNT         PIC S9(7)V9(2).
        05 NEW-AP-STATUS         PIC A(1).
        05 NEW-AP-CHECK-NO       PIC 9(6).
        05 NEW-AP-PAID-DATE      PIC 9(8).

    *> the AR open-item layout before payment terms were carried
    FD OLD-AR-FILE.
    01 OLD-AR-RECORD.
        05 OLD-AR-ORDER          PIC 9(6).
        05 OLD-AR-CID            PIC 9(10).
        05 OLD-AR-DATE           PIC 9(8).
        05 OLD-AR-BILLED         PIC S9(7)V9(2).
        05 OLD-AR-PAID           PIC S9(7)V9(2).
        05 OLD-AR-STATUS         PIC A(1).

    *> the current AR open-item layout (matches READ-TRANSACTIONS')
    FD NEW-AR-FILE.
    01 NEW-AR-RECORD.
        05 NEW-AR-ORDER          PIC 9(6).
        05 NEW-AR-CID            PIC 9(10).
        05 NEW-AR-DATE           PIC 9(8).
        05 NEW-AR-BILLED         PIC S9(7)V9(2).
        05 NEW-AR-PAID           PIC S9(7)V9(2).
        05 NEW-AR-STATUS         PIC A(1).
        05 NEW-AR-DUE-DATE       PIC 9(8).
        05 NEW-AR-DISC-DATE      PIC 9(8).
        05 NEW-AR-DISC-PCT       PIC V999.
        05 NEW-AR-DISC-TAKEN     PIC S9(7)V9(2).

    *> the archive master before the tax exemption columns -- the
    *> history record byte for byte (matches HIST-ARCHIVE's), so the
    *> body past the keys is carried across whole
    FD OLD-ARCH-FILE.
    01 OLD-ARCH-RECORD.
        05 OLD-ARCH-SEQ          PIC 9(9).
        05 OLD-ARCH-ORDER        PIC 9(6).
        05 OLD-ARCH-DATE         PIC 9(8).
        05 OLD-ARCH-CID          PIC 9(10).
        05 OLD-ARCH-BODY         PIC X(203).

    *> the current archive layout (matches HIST-ARCHIVE's)
    FD NEW-ARCH-FILE.
    01 NEW-ARCH-RECORD.
        05 NEW-ARCH-SEQ          PIC 9(9).
        05 NEW-ARCH-ORDER        PIC 9(6).
        05 NEW-ARCH-DATE         PIC 9(8).
        05 NEW-ARCH-CID          PIC 9(10).
        05 NEW-ARCH-BODY         PIC X(232).

    WORKING-STORAGE SECTION.
        01 CUST-OLD-STATUS       PIC XX VALUE "00".
        01 PROD-OLD-STATUS       PIC XX VALUE "00".
        01 HIST-OLD-STATUS       PIC XX VALUE "00".
        01 PO-OLD-STATUS         PIC XX VALUE "00".
        01 LOC-OLD-STATUS        PIC XX VALUE "00".
        01 AP-OLD-STATUS         PIC XX VALUE "00".
        01 AR-OLD-STATUS         PIC XX VALUE "00".
        01 ARCH-OLD-STATUS       PIC XX VALUE "00".
        01 EOF-SWITCH            PIC A VALUE "N".
        01 CONVERTED-COUNT       PIC 9(7) VALUE 0.

    PERFORM 300-CONVERT-HISTORY.
    PERFORM 400-CONVERT-LOCATIONS.
    PERFORM 500-CONVERT-OPEN-POS.
    PERFORM 600-CONVERT-AP-OPEN.
    PERFORM 700-CONVERT-AR-OPEN.
    PERFORM 800-CONVERT-ARCHIVE.
    STOP RUN.

*> Converts customers.dat.old, if it is waiting
        DISPLAY "CUSTOMERS CONVERTED: " CONVERTED-COUNT
    END-IF.

*> Copies one customer forward, every customer starting out on the
*> standard net 30 terms and subject to finance charges until
*> CUSTMAINT sets other terms or flags the exempt ones
110-CONVERT-ONE-CUSTOMER.
    READ OLD-CUST-FILE
        AT END
            MOVE OLD-CUST-STATE TO NEW-CUST-STATE
            MOVE OLD-CUST-OWES TO NEW-CUST-OWES
            MOVE OLD-CUST-LIMIT TO NEW-CUST-LIMIT
            MOVE OLD-CUST-HOLD TO NEW-CUST-HOLD
            MOVE SPACES TO NEW-CUST-TERMS-CODE
            MOVE "N" TO NEW-CUST-FINCHG-EXEMPT
            WRITE NEW-CUST-RECORD
            ADD 1 TO CONVERTED-COUNT
    END-READ.
        DISPLAY "PRODUCTS CONVERTED: " CONVERTED-COUNT
    END-IF.

*> Copies one product forward with no successor -- a pre-conversion
*> product was never superseded, since discontinuing it was the
*> only way to retire it. A record from before the status byte
*> existed arrives with it space-filled and is marked active.
210-CONVERT-ONE-PRODUCT.
    READ OLD-PROD-FILE
        AT END
            ELSE
                MOVE "A" TO NEW-PROD-STATUS
            END-IF
            MOVE OLD-PROD-UNIT-COST TO NEW-PROD-UNIT-COST
            MOVE OLD-PROD-SHIP-WEIGHT TO NEW-PROD-SHIP-WEIGHT
            MOVE OLD-PROD-REORDER-POINT TO NEW-PROD-REORDER-POINT
            MOVE OLD-PROD-REORDER-TO TO NEW-PROD-REORDER-TO
            MOVE 0 TO NEW-PROD-REPLACED-BY
            MOVE 0 TO NEW-PROD-REPLACE-DATE
            WRITE NEW-PROD-RECORD
            ADD 1 TO CONVERTED-COUNT
    END-READ.
        DISPLAY "HISTORY ROWS CONVERTED: " CONVERTED-COUNT
    END-IF.

*> Copies one history row forward with no exemption -- every line
*> billed before certificates were kept was taxed (or not) at its
*> state's rate, which is what TAX-SUMMARY keeps reporting it as
310-CONVERT-ONE-HISTORY.
    READ OLD-HIST-FILE
        AT END
            MOVE " " TO NEW-HIST-SPACEE
            MOVE " " TO NEW-HIST-SPACEF
            MOVE " " TO NEW-HIST-SPACEG
            MOVE OLD-HIST-COST TO NEW-HIST-COST
            MOVE " " TO NEW-HIST-SPACEH
            MOVE OLD-HIST-LOT TO NEW-HIST-LOT
            MOVE " " TO NEW-HIST-SPACEI
            MOVE OLD-HIST-FREIGHT TO NEW-HIST-FREIGHT
            MOVE " " TO NEW-HIST-SPACEJ
            MOVE OLD-HIST-SHIP-CODE TO NEW-HIST-SHIP-CODE
            MOVE " " TO NEW-HIST-SPACEK
            MOVE " " TO NEW-HIST-SPACEL
            MOVE SPACES TO NEW-HIST-EXEMPT-STATE
            MOVE " " TO NEW-HIST-SPACEM
            MOVE SPACES TO NEW-HIST-EXEMPT-CERT
            WRITE NEW-HIST-RECORD
            ADD 1 TO CONVERTED-COUNT
    END-READ.
        DISPLAY "OPEN PO LINES CONVERTED: " CONVERTED-COUNT
    END-IF.

*> Copies one open-PO line forward, the expected arrival date
*> starting at zero -- a pre-conversion PO was never given one, and
*> BO-REVIEW says so rather than quoting a date nobody promised
510-CONVERT-ONE-OPEN-PO.
    READ OLD-PO-FILE
        AT END
            MOVE OLD-PO-QTY-ORDERED TO NEW-PO-QTY-ORDERED
            MOVE OLD-PO-QTY-RECEIVED TO NEW-PO-QTY-RECEIVED
            MOVE OLD-PO-STATUS TO NEW-PO-STATUS
            MOVE OLD-PO-UNIT-COST TO NEW-PO-UNIT-COST
            MOVE 0 TO NEW-PO-EXPECTED-DATE
            WRITE NEW-PO-RECORD
            ADD 1 TO CONVERTED-COUNT
    END-READ.

*> Converts apopen.dat.old, if it is waiting
600-CONVERT-AP-OPEN.
    OPEN INPUT OLD-AP-FILE.
    IF AP-OLD-STATUS NOT = "00"
        DISPLAY "NO APOPEN.DAT.OLD WAITING, SKIPPED"
    ELSE
        MOVE "N" TO EOF-SWITCH
        MOVE 0 TO CONVERTED-COUNT
        OPEN OUTPUT NEW-AP-FILE
        PERFORM 610-CONVERT-ONE-AP-LINE UNTIL EOF-SWITCH = "Y"
        CLOSE NEW-AP-FILE
        CLOSE OLD-AP-FILE
        DISPLAY "AP OPEN LINES CONVERTED: " CONVERTED-COUNT
    END-IF.

*> Copies one payables line forward, the check number and paid date
*> starting at zero -- a line marked paid by hand never recorded
*> which check paid it
610-CONVERT-ONE-AP-LINE.
    READ OLD-AP-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            MOVE OLD-AP-VENDOR TO NEW-AP-VENDOR
            MOVE OLD-AP-INVOICE-NO TO NEW-AP-INVOICE-NO
            MOVE OLD-AP-PID TO NEW-AP-PID
            MOVE OLD-AP-DATE TO NEW-AP-DATE
            MOVE OLD-AP-PO-NUMBER TO NEW-AP-PO-NUMBER
            MOVE OLD-AP-QTY TO NEW-AP-QTY
            MOVE OLD-AP-UNIT-PRICE TO NEW-AP-UNIT-PRICE
            MOVE OLD-AP-AMOUNT TO NEW-AP-AMOUNT
            MOVE OLD-AP-STATUS TO NEW-AP-STATUS
            MOVE 0 TO NEW-AP-CHECK-NO
            MOVE 0 TO NEW-AP-PAID-DATE
            WRITE NEW-AP-RECORD
            ADD 1 TO CONVERTED-COUNT
    END-READ.

*> Converts aropen.dat.old, if it is waiting
700-CONVERT-AR-OPEN.
    OPEN INPUT OLD-AR-FILE.
    IF AR-OLD-STATUS NOT = "00"
        DISPLAY "NO AROPEN.DAT.OLD WAITING, SKIPPED"
    ELSE
        MOVE "N" TO EOF-SWITCH
        MOVE 0 TO CONVERTED-COUNT
        OPEN OUTPUT NEW-AR-FILE
        PERFORM 710-CONVERT-ONE-AR-ITEM UNTIL EOF-SWITCH = "Y"
        CLOSE NEW-AR-FILE
        CLOSE OLD-AR-FILE
        DISPLAY "AR OPEN ITEMS CONVERTED: " CONVERTED-COUNT
    END-IF.

*> Copies one open item forward, due net 30 from its billing date --
*> the basis AGING and DUNNING aged every invoice on before terms
*> were kept -- with no discount offered and none taken
710-CONVERT-ONE-AR-ITEM.
    READ OLD-AR-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            MOVE OLD-AR-ORDER TO NEW-AR-ORDER
            MOVE OLD-AR-CID TO NEW-AR-CID
            MOVE OLD-AR-DATE TO NEW-AR-DATE
            MOVE OLD-AR-BILLED TO NEW-AR-BILLED
            MOVE OLD-AR-PAID TO NEW-AR-PAID
            MOVE OLD-AR-STATUS TO NEW-AR-STATUS
            COMPUTE NEW-AR-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(OLD-AR-DATE) + 30)
            MOVE 0 TO NEW-AR-DISC-DATE
            MOVE 0 TO NEW-AR-DISC-PCT
            MOVE 0 TO NEW-AR-DISC-TAKEN
            WRITE NEW-AR-RECORD
            ADD 1 TO CONVERTED-COUNT
    END-READ.

*> Converts transhistarch.dat.old, if it is waiting
800-CONVERT-ARCHIVE.
    OPEN INPUT OLD-ARCH-FILE.
    IF ARCH-OLD-STATUS NOT = "00"
        DISPLAY "NO TRANSHISTARCH.DAT.OLD WAITING, SKIPPED"
    ELSE
        MOVE "N" TO EOF-SWITCH
        MOVE 0 TO CONVERTED-COUNT
        OPEN OUTPUT NEW-ARCH-FILE
        PERFORM 810-CONVERT-ONE-ARCHIVE UNTIL EOF-SWITCH = "Y"
        CLOSE NEW-ARCH-FILE
        CLOSE OLD-ARCH-FILE
        DISPLAY "ARCHIVE ROWS CONVERTED: " CONVERTED-COUNT
    END-IF.

*> Copies one archived row forward; the new exemption columns are at
*> the end of the body, so the shorter body moved into the longer one
*> leaves them spaces -- not exempt, as in 310-CONVERT-ONE-HISTORY
810-CONVERT-ONE-ARCHIVE.
    READ OLD-ARCH-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            MOVE OLD-ARCH-SEQ TO NEW-ARCH-SEQ
            MOVE OLD-ARCH-ORDER TO NEW-ARCH-ORDER
            MOVE OLD-ARCH-DATE TO NEW-ARCH-DATE
            MOVE OLD-ARCH-CID TO NEW-ARCH-CID
            MOVE OLD-ARCH-BODY TO NEW-ARCH-BODY
            WRITE NEW-ARCH-RECORD
            ADD 1 TO CONVERTED-COUNT
    END-READ.

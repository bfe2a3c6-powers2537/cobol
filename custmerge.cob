*> Customer merge utility. When the same customer has been set up twice,
*> the operator names the duplicate ("from") account and the one that
*> survives ("to"), and this program moves everything the duplicate owns
*> onto the survivor: its open and paid invoices on aropen.dat and its
*> CUST-OWES balance (a credit hold comes across with it), its ship-tos,
*> contracts, standing orders, RMAs, dunning level (the higher of the
*> two is kept), order status lines, its item cross-references,
*> tax-exemption certificates, EDI PO register entries, quotes,
*> shipments and ship-notice mailbox (the survivor's own mailbox wins),
*> its checks waiting on lockboxsusp.dat for the bookkeeper to work by
*> hand, and every history row on transhist.dat and the
*> transhistarch.dat archive master, re-keyed to the survivor, with its
*> histcf.dat carry-forward folded into the survivor's. The duplicate is
*> then retired: removed from customers.dat, so no order can be taken or
*> billed against it, and entered on the mergedcids.dat register, so
*> CUSTMAINT never hands the number out again. Every change is
*> journaled.
*> Nothing moves until the whole merge is known to fit: a ship-to
*> code, contract product, cross-referenced item, certificate
*> state, or customer PO number both accounts already carry is a
*> conflict the operator settles in the owning maintenance program
*> first, and order lines still waiting in the day's feeds,
*> backorders, or suspense, or payments keyed or lockboxed onto
*> payments.dat, refuse the merge until the night has billed or
*> posted them or they are cancelled. INTEGRITY-AUDIT must be clean
*> before the merge starts and is run again once it finishes, so the
*> after-run proves nothing was left pointing at the retired number.
*> The moves only ever carry what is still on the duplicate, so a
*> merge that stops part way is finished by running it again.
*> custmerge.txt reports both accounts and, file by file, what each
*> held before and after. Refused while the nightly cycle is open,
*> and takes the highest authority short of operator maintenance.
IDENTIFICATION DIVISION.
PROGRAM-ID. CUST-MERGE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CUSTOMER-FILE ASSIGN TO "customers.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CUST-CID.
    SELECT OPTIONAL AROPEN-FILE ASSIGN TO "aropen.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AR-ORDER.
    SELECT OPTIONAL SHIPTO-FILE ASSIGN TO "shiptos.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ST-KEY.
    SELECT OPTIONAL CONTRACT-FILE ASSIGN TO "contracts.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CON-KEY.
    SELECT OPTIONAL STANDING-FILE ASSIGN TO "standing.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL RMA-FILE ASSIGN TO "rmas.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS RMA-NUMBER.
    SELECT OPTIONAL DUNLEVEL-FILE ASSIGN TO "dunlevel.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS DUN-CID.
    SELECT OPTIONAL STATUS-FILE ASSIGN TO "ordstatus.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL HISTORY-FILE ASSIGN TO "transhist.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIST-SEQ
        ALTERNATE RECORD KEY IS HIST-CID WITH DUPLICATES
        ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES.
    SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO "transhistarch.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ARCH-SEQ
        ALTERNATE RECORD KEY IS ARCH-CID WITH DUPLICATES
        ALTERNATE RECORD KEY IS ARCH-DATE WITH DUPLICATES.
    SELECT OPTIONAL CF-FILE ASSIGN TO "histcf.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL XREF-FILE ASSIGN TO "custitems.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS XREF-KEY.
    SELECT OPTIONAL TAXCERT-FILE ASSIGN TO "taxcerts.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CERT-KEY.
    SELECT OPTIONAL NOTIFY-FILE ASSIGN TO "shipnotif.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS NTF-CID.
    SELECT OPTIONAL CUSTPO-FILE ASSIGN TO "custpos.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CPO-KEY
        ALTERNATE RECORD KEY IS CPO-ORDER.
    SELECT OPTIONAL QUOTE-FILE ASSIGN TO "quotes.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS QT-KEY.
    SELECT OPTIONAL SHIPMENT-FILE ASSIGN TO "shipments.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS SHP-KEY.
    SELECT OPTIONAL IN-FILE ASSIGN TO "transactions.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL STAGE-FILE ASSIGN TO "stagedorders.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BACKORDER-FILE ASSIGN TO "backorders.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "suspense.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL PAYMENT-FILE ASSIGN TO "payments.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL LOCKSUSP-FILE ASSIGN TO "lockboxsusp.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL MERGED-FILE ASSIGN TO "mergedcids.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL AUDIT-FILE ASSIGN TO "integrity.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REPORT-FILE ASSIGN TO "custmerge.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CONTROL-FILE ASSIGN TO "runcontrol.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONTROL-STATUS.
DATA DIVISION.
FILE SECTION.
    *> customers.dat file definition (matches READ-TRANSACTIONS')
    FD CUSTOMER-FILE.
    01 CUSTOMER-RECORD.
        05 CUST-CID              PIC 9(10).
        05 CUST-NAME             PIC A(23).
        05 CUST-STREET           PIC X(23).
        05 CUST-CITY             PIC A(13).
        05 CUST-STATE            PIC A(12).
        05 CUST-OWES             PIC S9(7)V9(2).
        05 CUST-CREDIT-LIMIT     PIC 9(7)V9(2).
        05 CUST-HOLD             PIC A(1). *> Y = credit hold
        05 CUST-TERMS-CODE       PIC X(4). *> terms.dat code, spaces
                                           *> = net 30
        05 CUST-FINCHG-EXEMPT    PIC A(1). *> Y = no finance charges

    *> aropen.dat file definition (matches READ-TRANSACTIONS')
    FD AROPEN-FILE.
    01 AROPEN-RECORD.
        05 AR-ORDER              PIC 9(6).
        05 AR-CID                PIC 9(10).
        05 AR-DATE               PIC 9(8).
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
    01 SHIPTO-RECORD.
        05 ST-KEY.
            10 ST-CID            PIC 9(10).
            10 ST-CODE           PIC X(4).
        05 ST-NAME               PIC X(23).
        05 ST-STREET             PIC X(23).
        05 ST-CITY               PIC A(13).
        05 ST-STATE              PIC A(12).

    *> contracts.dat file definition (matches CONTRACT-MAINT's)
    FD CONTRACT-FILE.
    01 CONTRACT-RECORD.
        05 CON-KEY.
            10 CON-CID           PIC 9(10).
            10 CON-PID           PIC 9(11).
        05 CON-PRICE             PIC 9(5)V9(2).
        05 CON-EFF-DATE          PIC 9(8).
        05 CON-EXP-DATE          PIC 9(8).

    *> standing.dat file definition (matches STANDING-MAINT's)
    FD STANDING-FILE.
    01 STANDING-RECORD.
        05 STAND-CID             PIC 9(10).
        05 STAND-SPACEA          PIC A(1).
        05 STAND-PID             PIC 9(11).
        05 STAND-SPACEB          PIC A(1).
        05 STAND-QTY             PIC 9(5).
        05 STAND-SPACEC          PIC A(1).
        05 STAND-SALE-CODE       PIC A(1).
        05 STAND-SPACED          PIC A(1).
        05 STAND-SHIP-CODE       PIC X(4).
        05 STAND-SPACEE          PIC A(1).
        05 STAND-FREQ-DAYS       PIC 9(3).
        05 STAND-SPACEF          PIC A(1).
        05 STAND-NEXT-DUE        PIC 9(8).

    *> rmas.dat file definition (matches RMA-ENTRY's)
    FD RMA-FILE.
    01 RMA-RECORD.
        05 RMA-NUMBER            PIC 9(6).
        05 RMA-CID               PIC 9(10).
        05 RMA-PID               PIC 9(11).
        05 RMA-ORDER             PIC 9(6).
        05 RMA-DATE              PIC 9(8).
        05 RMA-QTY               PIC 9(5).
        05 RMA-QTY-USED          PIC 9(5).
        05 RMA-STATUS            PIC A(1).

    *> dunlevel.dat file definition (matches DUNNING's)
    FD DUNLEVEL-FILE.
    01 DUNLEVEL-RECORD.
        05 DUN-CID               PIC 9(10).
        05 DUN-LEVEL             PIC 9(1).

    *> ordstatus.dat file definition (matches PICK-LIST's layout):
    *> one line per order line, P/B/X/S/C
    FD STATUS-FILE.
    01 STATUS-RECORD.
        05 ORD-NUMBER               PIC 9(6).
        05 ORD-SPACEA               PIC A(1).
        05 ORD-CID                  PIC 9(10).
        05 ORD-SPACEB               PIC A(1).
        05 ORD-DATE                 PIC 9(8).
        05 ORD-SPACEC               PIC A(1).
        05 ORD-PID                  PIC 9(11).
        05 ORD-SPACED               PIC A(1).
        05 ORD-QTY                  PIC 9(5).
        05 ORD-SPACEE               PIC A(1).
        05 ORD-STATUS               PIC A(1).
        05 ORD-SPACEF               PIC A(1).
        05 ORD-SHIP-DATE            PIC 9(8).

    *> the live history master (matches POST-HISTORY's layout; only
    *> the keys are named here, the rest of the row rides along)
    FD HISTORY-FILE.
    01 HISTORY-RECORD.
        05 HIST-SEQ                 PIC 9(9).
        05 HIST-ORDER-NUMBER        PIC 9(6).
        05 HIST-DATE                PIC 9(8).
        05 HIST-CID                 PIC 9(10).
        05 HIST-BODY                PIC X(232).

    *> the archive master -- the same record, byte for byte
    FD ARCHIVE-FILE.
    01 ARCHIVE-RECORD.
        05 ARCH-SEQ                 PIC 9(9).
        05 ARCH-ORDER-NUMBER        PIC 9(6).
        05 ARCH-DATE                PIC 9(8).
        05 ARCH-CID                 PIC 9(10).
        05 ARCH-BODY                PIC X(232).

    *> histcf.dat -- the carry-forward summary (matches
    *> HIST-ARCHIVE's); a C row carries the customer id in the first
    *> ten key columns and its archived billings in CF-NET
    FD CF-FILE.
    01 CF-RECORD.
        05 CF-TYPE              PIC X(1). *> H / C / P / S / R
        05 CF-SPACEA            PIC A(1).
        05 CF-KEY               PIC X(12).
        05 CF-SPACEB            PIC A(1).
        05 CF-NAME              PIC X(25).
        05 CF-SPACEC            PIC A(1).
        05 CF-UNITS             PIC S9(9).
        05 CF-SPACED            PIC A(1).
        05 CF-GROSS             PIC S9(11)V9(2).
        05 CF-SPACEE            PIC A(1).
        05 CF-DISCOUNT          PIC S9(11)V9(2).
        05 CF-SPACEF            PIC A(1).
        05 CF-NET               PIC S9(11)V9(2).
        05 CF-SPACEG            PIC A(1).
        05 CF-TAX               PIC S9(11)V9(2).
        05 CF-SPACEH            PIC A(1).
        05 CF-COST              PIC S9(11)V9(2).

    *> custitems.dat file definition (matches XREF-MAINT's)
    FD XREF-FILE.
    01 XREF-RECORD.
        05 XREF-KEY.
            10 XREF-CID          PIC 9(10).
            10 XREF-ITEM         PIC X(20). *> the customer's item no.
        05 XREF-PID              PIC 9(11). *> our product id

    *> taxcerts.dat file definition (matches TAXCERT-MAINT's)
    FD TAXCERT-FILE.
    01 TAXCERT-RECORD.
        05 CERT-KEY.
            10 CERT-CID          PIC 9(10).
            10 CERT-STATE        PIC A(12).
        05 CERT-NUMBER           PIC X(15).
        05 CERT-TYPE             PIC A(1).
        05 CERT-EXPIRES          PIC 9(8).

    *> shipnotif.dat file definition (matches CUSTMAINT's)
    FD NOTIFY-FILE.
    01 NOTIFY-RECORD.
        05 NTF-CID               PIC 9(10).
        05 NTF-MAILBOX           PIC X(40).

    *> custpos.dat file definition (matches EDI-IMPORT's)
    FD CUSTPO-FILE.
    01 CUSTPO-RECORD.
        05 CPO-KEY.
            10 CPO-CID           PIC 9(10).
            10 CPO-PO            PIC X(20).
        05 CPO-ORDER             PIC 9(6).
        05 CPO-PO-DATE           PIC 9(8).
        05 CPO-RECEIVED          PIC 9(8).

    *> quotes.dat file definition (matches QUOTE-ENTRY's)
    FD QUOTE-FILE.
    01 QUOTE-RECORD.
        05 QT-KEY.
            10 QT-NUMBER         PIC 9(6).
            10 QT-LINE           PIC 9(2).
        05 QT-CID                PIC 9(10).
        05 QT-REP                PIC 9(3).
        05 QT-SHIP-CODE          PIC X(4).
        05 QT-DATE               PIC 9(8).
        05 QT-EXPIRES            PIC 9(8).
        05 QT-PID                PIC 9(11).
        05 QT-QUANTITY           PIC 9(5).
        05 QT-SALE-CODE          PIC A(1).
        05 QT-UNIT-PRICE         PIC 9(5)V9(2).
        05 QT-GROSS              PIC S9(7)V9(2).
        05 QT-DISCOUNT           PIC 9(7)V9(2).
        05 QT-NET                PIC S9(7)V9(2).
        05 QT-TAX                PIC S9(7)V9(2).
        05 QT-FREIGHT            PIC S9(7)V9(2).
        05 QT-STATUS             PIC A(1).
        05 QT-ORDER              PIC 9(6).
        05 QT-CONVERT-DATE       PIC 9(8).

    *> shipments.dat file definition (matches SHIP-CONFIRM's)
    FD SHIPMENT-FILE.
    01 SHIPMENT-RECORD.
        05 SHP-KEY.
            10 SHP-ORDER         PIC 9(6).
            10 SHP-SEQ           PIC 9(2).
        05 SHP-CID               PIC 9(10).
        05 SHP-DATE              PIC 9(8).
        05 SHP-CARRIER           PIC X(4).
        05 SHP-SERVICE           PIC X(10).
        05 SHP-TRACKING          PIC X(30).
        05 SHP-CARTONS           PIC 9(3).
        05 SHP-WEIGHT            PIC 9(5)V9(2).
        05 SHP-OPERATOR          PIC X(8).

    *> the order feeds -- transactions.dat, stagedorders.dat, and
    *> backorders.dat all carry READ-TRANSACTIONS' order line, only
    *> looked at here for the customer id
    FD IN-FILE.
    01 IN-RECORD                PIC X(49).
    FD STAGE-FILE.
    01 STAGE-RECORD             PIC X(49).
    FD BACKORDER-FILE.
    01 BACKORDER-RECORD         PIC X(49).

    *> suspense.dat -- a rejected order line behind its date and
    *> reason (matches READ-TRANSACTIONS')
    FD SUSPENSE-FILE.
    01 SUSPENSE-RECORD          PIC X(76).

    *> payments.dat -- a check waiting for tonight's PAYMENTS run
    *> (matches PAYMENTS' layout), only looked at here for the
    *> customer id in columns 9-18
    FD PAYMENT-FILE.
    01 PAYMENT-RECORD           PIC X(43).

    *> lockboxsusp.dat -- a bank lockbox line LOCKBOX-IMPORT
    *> suspended, carried whole (matches its LOCKBOX-RECORD)
    FD LOCKSUSP-FILE.
    01 LOCKSUSP-RECORD.
        05 LKS-TYPE              PIC X(1).
        05 LKS-SPACEA            PIC A(1).
        05 LKS-DATE              PIC 9(8).
        05 LKS-SPACEB            PIC A(1).
        05 LKS-CID               PIC 9(10).
        05 LKS-SPACEC            PIC A(1).
        05 LKS-AMOUNT            PIC 9(7)V9(2).
        05 LKS-SPACED            PIC A(1).
        05 LKS-REFERENCE         PIC X(10).

    *> mergedcids.dat -- the register of retired customer ids, one
    *> line per merge, read by CUSTMAINT before it adds a customer
    FD MERGED-FILE.
    01 MERGED-RECORD.
        05 MRG-OLD-CID           PIC 9(10).
        05 MRG-SPACEA            PIC A(1).
        05 MRG-NEW-CID           PIC 9(10).
        05 MRG-SPACEB            PIC A(1).
        05 MRG-DATE              PIC 9(8).
        05 MRG-SPACEC            PIC A(1).
        05 MRG-OPERATOR          PIC X(8).

    *> INTEGRITY-AUDIT's discrepancy report, read back for its footing
    FD AUDIT-FILE.
    01 AUDIT-LINE                PIC X(120).

    *> merge report output, one free-form line at a time
    FD REPORT-FILE.
    01 REPORT-LINE               PIC X(120).

    *> runcontrol.dat file definition (matches GET-BUSINESS-DATE's)
    FD CONTROL-FILE.
    01 CONTROL-RECORD.
        05 RUN-BUSINESS-DATE    PIC 9(8).
        05 RUN-SPACEA           PIC A(1).
        05 RUN-CYCLE            PIC 9(4).
        05 RUN-SPACEB           PIC A(1).
        05 RUN-STATUS           PIC A(1).
        05 RUN-SPACEC           PIC A(1).
        05 RUN-NEXT-ORDER       PIC 9(6).
        05 RUN-SPACED           PIC A(1).
        05 RUN-NEXT-PO          PIC 9(6).

WORKING-STORAGE SECTION.
    *> reference to the shared sign-on program, and the fields each
    *> interactive program passes it at startup -- folding one
    *> account into another and retiring it takes more authority
    *> than any single write-off
    01 OPERATOR-SIGNON       PIC X(15) VALUE "OPERATOR-SIGNON".
    01 SIGNON-PROGRAM        PIC X(17) VALUE "CUST-MERGE".
    01 SIGNON-LEVEL          PIC 9(1) VALUE 8.
    01 SIGNON-OPERATOR       PIC X(8) VALUE SPACES.
    01 SIGNON-OK             PIC A(1) VALUE "N".

    01 WRITE-JOURNAL         PIC X(13) VALUE "WRITE-JOURNAL".

    *> identifies this program and the file touched on each
    *> WRITE-JOURNAL call
    01 JOURNAL-PROGRAM-NAME  PIC X(17) VALUE "CUST-MERGE".
    01 JOURNAL-CUST-FILE     PIC X(13) VALUE "customers.dat".
    01 JOURNAL-FILE-NAME     PIC X(13) VALUE SPACES.
    01 JOURNAL-KEY           PIC 9(11) VALUE 0.
    01 JOURNAL-BEFORE        PIC X(120) VALUE SPACES.
    01 JOURNAL-AFTER         PIC X(120) VALUE SPACES.
    01 JOURNAL-OPERATOR      PIC X(8) VALUE "NIGHTRUN".

    *> reference to the shared run-log program, and the event fields
    *> each CALL fills in
    01 WRITE-RUN-LOG         PIC X(13) VALUE "WRITE-RUN-LOG".
    01 LOG-SEVERITY          PIC A(1) VALUE "I".
    01 LOG-PROGRAM           PIC X(17) VALUE "CUST-MERGE".
    01 LOG-MESSAGE           PIC X(60) VALUE SPACES.
    01 LOG-OPERATOR          PIC X(8) VALUE "NIGHTRUN".

    *> reference to the business-date program
    01 GET-BUSINESS-DATE     PIC X(17) VALUE "GET-BUSINESS-DATE".
    01 TODAY                 PIC 9(8).

    *> the cross-file audit, run before and after the merge
    01 INTEGRITY-AUDIT       PIC X(15) VALUE "INTEGRITY-AUDIT".

    01 SWITCHES.
        05 EOF-SWITCH            PIC A VALUE "N".
        05 CYCLE-OPEN-SWITCH     PIC A VALUE "N".
        05 MERGE-OK-SWITCH       PIC A VALUE "N".
        05 FOUND-SWITCH          PIC A VALUE "N".
        05 AUDIT-CLEAN-SWITCH    PIC A VALUE "N".
        05 MERGED-SWITCH         PIC A VALUE "N".
        05 RETIRED-SWITCH        PIC A VALUE "N".

    01 CONTROL-STATUS         PIC XX VALUE "00".

    *> the two accounts, and their records as first read
    01 FROM-CID               PIC 9(10) VALUE 0.
    01 TO-CID                 PIC 9(10) VALUE 0.
    01 CONFIRM-ANSWER         PIC A.
    01 SAVED-FROM-RECORD      PIC X(105) VALUE SPACES.
    01 SAVED-TO-RECORD        PIC X(105) VALUE SPACES.
    01 FROM-OWES              PIC S9(7)V9(2) VALUE 0.
    01 FROM-HOLD              PIC A(1) VALUE "N".
    01 MERGED-OWES            PIC S9(9)V9(2) VALUE 0.

    *> the customer-keyed files, in the order they are surveyed,
    *> moved, and reported; the name doubles as the journal's file
    *> column, so the archive master and the lockbox suspense file go
    *> by their first 13 characters
    01 FILE-NAME-VALUES.
        05 PIC X(13) VALUE "aropen.dat".
        05 PIC X(13) VALUE "shiptos.dat".
        05 PIC X(13) VALUE "contracts.dat".
        05 PIC X(13) VALUE "standing.dat".
        05 PIC X(13) VALUE "rmas.dat".
        05 PIC X(13) VALUE "dunlevel.dat".
        05 PIC X(13) VALUE "ordstatus.dat".
        05 PIC X(13) VALUE "transhist.dat".
        05 PIC X(13) VALUE "transhistarch".
        05 PIC X(13) VALUE "histcf.dat".
        05 PIC X(13) VALUE "custitems.dat".
        05 PIC X(13) VALUE "taxcerts.dat".
        05 PIC X(13) VALUE "shipnotif.dat".
        05 PIC X(13) VALUE "custpos.dat".
        05 PIC X(13) VALUE "quotes.dat".
        05 PIC X(13) VALUE "shipments.dat".
        05 PIC X(13) VALUE "lockboxsusp.d".
    01 FILE-NAMES REDEFINES FILE-NAME-VALUES.
        05 FILE-NAME          PIC X(13) OCCURS 17 TIMES.

    *> per file: rows each account held before the merge, rows moved
    *> to the survivor, and duplicate rows dropped or folded in
    01 FILE-COUNT-TABLE.
        05 FILE-COUNT-ENTRY         OCCURS 17 TIMES.
            10 FC-FROM              PIC 9(7).
            10 FC-TO                PIC 9(7).
            10 FC-MOVED             PIC 9(7).
            10 FC-DROPPED           PIC 9(7).
    01 FILE-NO                PIC 9(2) VALUE 0.

    *> the customer id of the row being tallied, and the account a
    *> keyed browse is walking
    01 ROW-CID                PIC 9(10) VALUE 0.
    01 CHECK-CID              PIC 9(10) VALUE 0.

    *> the survivor's second-half keys on a keyed file (ship-to code,
    *> contract product, item, state, PO number), checked against the
    *> duplicate's so a move can never collide
    01 SUBKEY-TABLE.
        05 SUBKEY-ENTRY             OCCURS 500 TIMES INDEXED BY SK.
            10 SUBKEY               PIC X(20).
    01 SUBKEY-COUNT           PIC 9(3) VALUE 0.
    01 ROW-SUBKEY             PIC X(20) VALUE SPACES.

    *> a line-sequential file, loaded whole so its lines can be
    *> re-keyed and the file rewritten in one pass (suspmaint's
    *> load-and-save pattern)
    01 LINE-TABLE.
        05 LINE-ENTRY               OCCURS 3000 TIMES INDEXED BY LX.
            10 LINE-TEXT            PIC X(120).
    01 LINE-COUNT             PIC 9(5) VALUE 0.
    01 FROM-LINE              PIC 9(5) VALUE 0.
    01 TO-LINE                PIC 9(5) VALUE 0.
    01 FOLD-NET               PIC S9(11)V9(2) VALUE 0.

    *> before and after images of the row being moved
    01 OLD-IMAGE              PIC X(120) VALUE SPACES.
    01 NEW-IMAGE              PIC X(120) VALUE SPACES.
    01 FROM-LEVEL             PIC 9(1) VALUE 0.

    *> what stops a merge: key collisions, order lines still in
    *> flight, files too big for the work table, rows that would not
    *> move
    01 CONFLICT-COUNT         PIC 9(5) VALUE 0.
    01 PENDING-COUNT          PIC 9(5) VALUE 0.
    01 FEED-COUNT             PIC 9(5) VALUE 0.
    01 PROBLEM-COUNT          PIC 9(5) VALUE 0.

    *> INTEGRITY-AUDIT's last line, "SEVERE: nnnnn WARNINGS: nnnnn"
    01 AUDIT-FOOT             PIC X(120) VALUE SPACES.
    01 AUDIT-FOOT-FIELDS REDEFINES AUDIT-FOOT.
        05 AUDIT-FOOT-LABEL   PIC X(8).
        05 AUDIT-SEVERE       PIC 9(5).
        05 FILLER             PIC X(11).
        05 AUDIT-WARNINGS     PIC 9(5).
        05 FILLER             PIC X(91).

    *> report edit fields
    01 OWES-SHOWN             PIC -(7)9.99.
    01 LIMIT-SHOWN            PIC Z(6)9.99.
    01 FROM-SHOWN             PIC Z(6)9.
    01 TO-SHOWN               PIC Z(6)9.
    01 MOVED-SHOWN            PIC Z(6)9.
    01 DROPPED-SHOWN          PIC Z(6)9.
    01 FROM-AFTER-SHOWN       PIC Z(6)9.
    01 TO-AFTER-SHOWN         PIC Z(6)9.
    01 FROM-AFTER             PIC S9(7) VALUE 0.
    01 TO-AFTER               PIC 9(7) VALUE 0.

    01 LINE-OUT               PIC X(120) VALUE SPACES.

PROCEDURE DIVISION.
*> Program controller
000-MAIN.
    CALL OPERATOR-SIGNON USING SIGNON-PROGRAM, SIGNON-LEVEL,
        SIGNON-OPERATOR, SIGNON-OK.
    IF SIGNON-OK NOT = "Y"
        DISPLAY "NOT AUTHORIZED, EXITING"
        STOP RUN
    END-IF.
    MOVE SIGNON-OPERATOR TO JOURNAL-OPERATOR.
    MOVE SIGNON-OPERATOR TO LOG-OPERATOR.
    CALL GET-BUSINESS-DATE USING TODAY.
    PERFORM 110-CHECK-CYCLE-OPEN.
    IF CYCLE-OPEN-SWITCH = "Y"
        DISPLAY "NIGHTLY CYCLE IS OPEN, MERGE REFUSED -- "
            "TRY AGAIN AFTER IT CLOSES"
        STOP RUN
    END-IF.
    PERFORM 200-TAKE-CUSTOMERS.
    IF MERGE-OK-SWITCH = "Y"
        PERFORM 100-INIT
        PERFORM 210-CHECK-CUSTOMERS
    END-IF.
    IF MERGE-OK-SWITCH = "Y"
        PERFORM 300-SURVEY
    END-IF.
    IF MERGE-OK-SWITCH = "Y"
        PERFORM 250-AUDIT-BEFORE
    END-IF.
    IF MERGE-OK-SWITCH = "Y"
        PERFORM 260-CONFIRM
    END-IF.
    IF MERGE-OK-SWITCH = "Y"
        PERFORM 500-MERGE
        IF PROBLEM-COUNT = 0
            PERFORM 600-RETIRE-CUSTOMER
        END-IF
        PERFORM 700-RUN-AUDIT
    END-IF.
    IF FROM-CID NOT = 0
        PERFORM 900-TERMINATE
    END-IF.
    STOP RUN.

*> Heads the report and clears the per-file counts
100-INIT.
    INITIALIZE FILE-COUNT-TABLE.
    OPEN OUTPUT REPORT-FILE.
    MOVE SPACES TO LINE-OUT.
    STRING "CUSTOMER MERGE  " TODAY "  OPERATOR " SIGNON-OPERATOR
        "  FROM " FROM-CID "  INTO " TO-CID
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    MOVE SPACES TO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.

*> Reads the run-control record fresh to see whether the nightly
*> cycle is open right now
110-CHECK-CYCLE-OPEN.
    MOVE "N" TO CYCLE-OPEN-SWITCH.
    OPEN INPUT CONTROL-FILE.
    IF CONTROL-STATUS = "00"
        READ CONTROL-FILE
            AT END
                CONTINUE
            NOT AT END
                IF RUN-STATUS = "O"
                    MOVE "Y" TO CYCLE-OPEN-SWITCH
                END-IF
        END-READ
        CLOSE CONTROL-FILE
    END-IF.

*> Asks for the duplicate account and the one it folds into
200-TAKE-CUSTOMERS.
    DISPLAY "ENTER CUSTOMER ID TO MERGE AWAY (0 TO EXIT): ".
    ACCEPT FROM-CID.
    IF FROM-CID NOT = 0
        DISPLAY "ENTER CUSTOMER ID THAT SURVIVES: "
        ACCEPT TO-CID
        MOVE "Y" TO MERGE-OK-SWITCH
    END-IF.

*> Both accounts must be on file and different, and the combined
*> balance must still fit CUST-OWES
210-CHECK-CUSTOMERS.
    IF TO-CID = 0 OR TO-CID = FROM-CID
        MOVE "THE TWO CUSTOMER IDS MUST DIFFER, MERGE REFUSED"
            TO LINE-OUT
        PERFORM 880-REFUSE
    ELSE
        OPEN INPUT CUSTOMER-FILE
        MOVE FROM-CID TO CUST-CID
        READ CUSTOMER-FILE
            INVALID KEY
                MOVE SPACES TO LINE-OUT
                STRING "CUSTOMER TO MERGE AWAY IS NOT ON FILE, MERGE "
                    "REFUSED"
                    DELIMITED BY SIZE INTO LINE-OUT
                PERFORM 880-REFUSE
            NOT INVALID KEY
                MOVE CUSTOMER-RECORD TO SAVED-FROM-RECORD
                MOVE CUST-OWES TO FROM-OWES
        END-READ
        MOVE TO-CID TO CUST-CID
        READ CUSTOMER-FILE
            INVALID KEY
                MOVE SPACES TO LINE-OUT
                STRING "SURVIVING CUSTOMER IS NOT ON FILE, MERGE "
                    "REFUSED"
                    DELIMITED BY SIZE INTO LINE-OUT
                PERFORM 880-REFUSE
            NOT INVALID KEY
                MOVE CUSTOMER-RECORD TO SAVED-TO-RECORD
        END-READ
        CLOSE CUSTOMER-FILE
    END-IF.
    IF MERGE-OK-SWITCH = "Y"
        MOVE SAVED-FROM-RECORD TO CUSTOMER-RECORD
        MOVE "MERGE AWAY: " TO LINE-OUT
        PERFORM 890-REPORT-CUSTOMER
        MOVE SAVED-TO-RECORD TO CUSTOMER-RECORD
        MOVE "SURVIVOR:   " TO LINE-OUT
        PERFORM 890-REPORT-CUSTOMER
        COMPUTE MERGED-OWES = FROM-OWES + CUST-OWES
        IF MERGED-OWES > 9999999.99 OR MERGED-OWES < -9999999.99
            MOVE SPACES TO LINE-OUT
            STRING "COMBINED BALANCE TOO LARGE FOR ONE ACCOUNT, MERGE "
                "REFUSED"
                DELIMITED BY SIZE INTO LINE-OUT
            PERFORM 880-REFUSE
        END-IF
    END-IF.

*> The merge must start from a clean audit, so the audit it ends
*> with proves the merge itself left nothing behind
250-AUDIT-BEFORE.
    PERFORM 710-CALL-AUDIT.
    IF AUDIT-CLEAN-SWITCH NOT = "Y"
        MOVE SPACES TO LINE-OUT
        STRING "INTEGRITY-AUDIT IS NOT CLEAN BEFORE THE MERGE -- CLEAR "
            "INTEGRITY.TXT'S FINDINGS FIRST"
            DELIMITED BY SIZE INTO LINE-OUT
        PERFORM 880-REFUSE
    END-IF.

*> The last word before anything moves
260-CONFIRM.
    DISPLAY "EVERYTHING ON CUSTOMER " FROM-CID
        " MOVES TO CUSTOMER " TO-CID.
    DISPLAY "AND " FROM-CID " IS RETIRED. PROCEED (Y/N)? ".
    ACCEPT CONFIRM-ANSWER.
    IF CONFIRM-ANSWER NOT = "Y"
        MOVE "MERGE CANCELLED BY THE OPERATOR, NOTHING MOVED"
            TO LINE-OUT
        PERFORM 880-REFUSE
    END-IF.

*> Counts what each account holds in every customer-keyed file and
*> looks for anything that would stop the merge part way
300-SURVEY.
    PERFORM 302-SURVEY-AROPEN.
    PERFORM 306-SURVEY-SHIPTOS.
    PERFORM 311-SURVEY-CONTRACTS.
    PERFORM 316-SURVEY-STANDING.
    PERFORM 321-SURVEY-RMAS.
    PERFORM 326-SURVEY-DUNLEVEL.
    PERFORM 331-SURVEY-ORDSTATUS.
    PERFORM 336-SURVEY-HISTORY.
    PERFORM 341-SURVEY-ARCHIVE.
    PERFORM 346-SURVEY-HISTCF.
    PERFORM 351-SURVEY-CUSTITEMS.
    PERFORM 356-SURVEY-TAXCERTS.
    PERFORM 361-SURVEY-SHIPNOTIF.
    PERFORM 366-SURVEY-CUSTPOS.
    PERFORM 371-SURVEY-QUOTES.
    PERFORM 376-SURVEY-SHIPMENTS.
    PERFORM 378-SURVEY-LOCKSUSP.
    PERFORM 381-SURVEY-FEEDS.
    IF CONFLICT-COUNT > 0
        MOVE SPACES TO LINE-OUT
        STRING CONFLICT-COUNT " KEYS ARE ON BOTH CUSTOMERS -- "
            "SETTLE THEM IN THEIR MAINTENANCE PROGRAMS, "
            "MERGE REFUSED" DELIMITED BY SIZE INTO LINE-OUT
        PERFORM 880-REFUSE
    END-IF.
    IF PENDING-COUNT > 0
        MOVE SPACES TO LINE-OUT
        STRING PENDING-COUNT " ORDER OR PAYMENT LINES FOR " FROM-CID
            " ARE STILL IN FLIGHT -- POST OR CANCEL THEM FIRST, "
            "MERGE REFUSED" DELIMITED BY SIZE INTO LINE-OUT
        PERFORM 880-REFUSE
    END-IF.

*> Open items: every invoice the duplicate was billed, open or paid
302-SURVEY-AROPEN.
    MOVE 1 TO FILE-NO.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT AROPEN-FILE.
    PERFORM 303-SURVEY-ONE-AROPEN UNTIL EOF-SWITCH = "Y".
    CLOSE AROPEN-FILE.

*> Tallies one invoice
303-SURVEY-ONE-AROPEN.
    READ AROPEN-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            MOVE AR-CID TO ROW-CID
            PERFORM 840-TALLY-ROW
    END-READ.

*> Ship-tos: the survivor's codes first, then the duplicate's,
*> each checked against them
306-SURVEY-SHIPTOS.
    MOVE 2 TO FILE-NO.
    MOVE 0 TO SUBKEY-COUNT.
    OPEN INPUT SHIPTO-FILE.
    MOVE TO-CID TO CHECK-CID.
    PERFORM 307-BROWSE-SHIPTOS.
    MOVE FROM-CID TO CHECK-CID.
    PERFORM 307-BROWSE-SHIPTOS.
    CLOSE SHIPTO-FILE.

*> Walks one account's ship-tos
307-BROWSE-SHIPTOS.
    MOVE "N" TO EOF-SWITCH.
    MOVE LOW-VALUES TO ST-KEY.
    MOVE CHECK-CID TO ST-CID.
    START SHIPTO-FILE KEY IS >= ST-KEY
        INVALID KEY
            MOVE "Y" TO EOF-SWITCH
    END-START.
    PERFORM 308-BROWSE-ONE-SHIPTO UNTIL EOF-SWITCH = "Y".

*> Tallies one ship-to
308-BROWSE-ONE-SHIPTO.
    READ SHIPTO-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            IF ST-CID NOT = CHECK-CID
                MOVE "Y" TO EOF-SWITCH
            ELSE
                MOVE ST-CODE TO ROW-SUBKEY
                PERFORM 830-TALLY-KEYED-ROW
            END-IF
    END-READ.

*> Contracts: one price per customer and product
311-SURVEY-CONTRACTS.
    MOVE 3 TO FILE-NO.
    MOVE 0 TO SUBKEY-COUNT.
    OPEN INPUT CONTRACT-FILE.
    MOVE TO-CID TO CHECK-CID.
    PERFORM 312-BROWSE-CONTRACTS.
    MOVE FROM-CID TO CHECK-CID.
    PERFORM 312-BROWSE-CONTRACTS.
    CLOSE CONTRACT-FILE.

*> Walks one account's contracts
312-BROWSE-CONTRACTS.
    MOVE "N" TO EOF-SWITCH.
    MOVE LOW-VALUES TO CON-KEY.
    MOVE CHECK-CID TO CON-CID.
    START CONTRACT-FILE KEY IS >= CON-KEY
        INVALID KEY
            MOVE "Y" TO EOF-SWITCH
    END-START.
    PERFORM 313-BROWSE-ONE-CONTRACT UNTIL EOF-SWITCH = "Y".

*> Tallies one contract
313-BROWSE-ONE-CONTRACT.
    READ CONTRACT-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            IF CON-CID NOT = CHECK-CID
                MOVE "Y" TO EOF-SWITCH
            ELSE
                MOVE CON-PID TO ROW-SUBKEY
                PERFORM 830-TALLY-KEYED-ROW
            END-IF
    END-READ.

*> Standing orders -- a line file, so it must also fit the table
316-SURVEY-STANDING.
    MOVE 4 TO FILE-NO.
    MOVE 0 TO LINE-COUNT.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT STANDING-FILE.
    PERFORM 317-SURVEY-ONE-STANDING UNTIL EOF-SWITCH = "Y".
    CLOSE STANDING-FILE.
    PERFORM 850-CHECK-LINE-COUNT.

*> Tallies one standing order
317-SURVEY-ONE-STANDING.
    READ STANDING-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            ADD 1 TO LINE-COUNT
            MOVE STAND-CID TO ROW-CID
            PERFORM 840-TALLY-ROW
    END-READ.

*> RMAs, open and used alike
321-SURVEY-RMAS.
    MOVE 5 TO FILE-NO.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT RMA-FILE.
    PERFORM 322-SURVEY-ONE-RMA UNTIL EOF-SWITCH = "Y".
    CLOSE RMA-FILE.

*> Tallies one RMA
322-SURVEY-ONE-RMA.
    READ RMA-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            MOVE RMA-CID TO ROW-CID
            PERFORM 840-TALLY-ROW
    END-READ.

*> Dunning memory: at most one row per customer
326-SURVEY-DUNLEVEL.
    MOVE 6 TO FILE-NO.
    OPEN INPUT DUNLEVEL-FILE.
    MOVE FROM-CID TO DUN-CID.
    READ DUNLEVEL-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            ADD 1 TO FC-FROM(FILE-NO)
    END-READ.
    MOVE TO-CID TO DUN-CID.
    READ DUNLEVEL-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            ADD 1 TO FC-TO(FILE-NO)
    END-READ.
    CLOSE DUNLEVEL-FILE.

*> Order status lines -- a line file, so it must also fit the table
331-SURVEY-ORDSTATUS.
    MOVE 7 TO FILE-NO.
    MOVE 0 TO LINE-COUNT.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT STATUS-FILE.
    PERFORM 332-SURVEY-ONE-ORDSTATUS UNTIL EOF-SWITCH = "Y".
    CLOSE STATUS-FILE.
    PERFORM 850-CHECK-LINE-COUNT.

*> Tallies one order status line
332-SURVEY-ONE-ORDSTATUS.
    READ STATUS-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            ADD 1 TO LINE-COUNT
            MOVE ORD-CID TO ROW-CID
            PERFORM 840-TALLY-ROW
    END-READ.

*> Live history, counted down the customer-id alternate key
336-SURVEY-HISTORY.
    MOVE 8 TO FILE-NO.
    OPEN INPUT HISTORY-FILE.
    MOVE FROM-CID TO CHECK-CID.
    PERFORM 337-BROWSE-HISTORY.
    MOVE TO-CID TO CHECK-CID.
    PERFORM 337-BROWSE-HISTORY.
    CLOSE HISTORY-FILE.

*> Walks one account's history rows
337-BROWSE-HISTORY.
    MOVE "N" TO EOF-SWITCH.
    MOVE CHECK-CID TO HIST-CID.
    START HISTORY-FILE KEY IS = HIST-CID
        INVALID KEY
            MOVE "Y" TO EOF-SWITCH
    END-START.
    PERFORM 338-BROWSE-ONE-HISTORY UNTIL EOF-SWITCH = "Y".

*> Tallies one history row
338-BROWSE-ONE-HISTORY.
    READ HISTORY-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            IF HIST-CID NOT = CHECK-CID
                MOVE "Y" TO EOF-SWITCH
            ELSE
                MOVE HIST-CID TO ROW-CID
                PERFORM 840-TALLY-ROW
            END-IF
    END-READ.

*> Archived history, the same way
341-SURVEY-ARCHIVE.
    MOVE 9 TO FILE-NO.
    OPEN INPUT ARCHIVE-FILE.
    MOVE FROM-CID TO CHECK-CID.
    PERFORM 342-BROWSE-ARCHIVE.
    MOVE TO-CID TO CHECK-CID.
    PERFORM 342-BROWSE-ARCHIVE.
    CLOSE ARCHIVE-FILE.

*> Walks one account's archived rows
342-BROWSE-ARCHIVE.
    MOVE "N" TO EOF-SWITCH.
    MOVE CHECK-CID TO ARCH-CID.
    START ARCHIVE-FILE KEY IS = ARCH-CID
        INVALID KEY
            MOVE "Y" TO EOF-SWITCH
    END-START.
    PERFORM 343-BROWSE-ONE-ARCHIVE UNTIL EOF-SWITCH = "Y".

*> Tallies one archived row
343-BROWSE-ONE-ARCHIVE.
    READ ARCHIVE-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            IF ARCH-CID NOT = CHECK-CID
                MOVE "Y" TO EOF-SWITCH
            ELSE
                MOVE ARCH-CID TO ROW-CID
                PERFORM 840-TALLY-ROW
            END-IF
    END-READ.

*> Carry-forwards: only the customer (C) rows belong to an account
346-SURVEY-HISTCF.
    MOVE 10 TO FILE-NO.
    MOVE 0 TO LINE-COUNT.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT CF-FILE.
    PERFORM 347-SURVEY-ONE-HISTCF UNTIL EOF-SWITCH = "Y".
    CLOSE CF-FILE.
    PERFORM 850-CHECK-LINE-COUNT.

*> Tallies one carry-forward row
347-SURVEY-ONE-HISTCF.
    READ CF-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            ADD 1 TO LINE-COUNT
            IF CF-TYPE = "C"
                MOVE CF-KEY(1:10) TO ROW-CID
                PERFORM 840-TALLY-ROW
            END-IF
    END-READ.

*> Item cross-references: one mapping per customer item number
351-SURVEY-CUSTITEMS.
    MOVE 11 TO FILE-NO.
    MOVE 0 TO SUBKEY-COUNT.
    OPEN INPUT XREF-FILE.
    MOVE TO-CID TO CHECK-CID.
    PERFORM 352-BROWSE-CUSTITEMS.
    MOVE FROM-CID TO CHECK-CID.
    PERFORM 352-BROWSE-CUSTITEMS.
    CLOSE XREF-FILE.

*> Walks one account's item cross-references
352-BROWSE-CUSTITEMS.
    MOVE "N" TO EOF-SWITCH.
    MOVE LOW-VALUES TO XREF-KEY.
    MOVE CHECK-CID TO XREF-CID.
    START XREF-FILE KEY IS >= XREF-KEY
        INVALID KEY
            MOVE "Y" TO EOF-SWITCH
    END-START.
    PERFORM 353-BROWSE-ONE-CUSTITEM UNTIL EOF-SWITCH = "Y".

*> Tallies one cross-reference
353-BROWSE-ONE-CUSTITEM.
    READ XREF-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            IF XREF-CID NOT = CHECK-CID
                MOVE "Y" TO EOF-SWITCH
            ELSE
                MOVE XREF-ITEM TO ROW-SUBKEY
                PERFORM 830-TALLY-KEYED-ROW
            END-IF
    END-READ.

*> Exemption certificates: one per customer and state
356-SURVEY-TAXCERTS.
    MOVE 12 TO FILE-NO.
    MOVE 0 TO SUBKEY-COUNT.
    OPEN INPUT TAXCERT-FILE.
    MOVE TO-CID TO CHECK-CID.
    PERFORM 357-BROWSE-TAXCERTS.
    MOVE FROM-CID TO CHECK-CID.
    PERFORM 357-BROWSE-TAXCERTS.
    CLOSE TAXCERT-FILE.

*> Walks one account's certificates
357-BROWSE-TAXCERTS.
    MOVE "N" TO EOF-SWITCH.
    MOVE LOW-VALUES TO CERT-KEY.
    MOVE CHECK-CID TO CERT-CID.
    START TAXCERT-FILE KEY IS >= CERT-KEY
        INVALID KEY
            MOVE "Y" TO EOF-SWITCH
    END-START.
    PERFORM 358-BROWSE-ONE-TAXCERT UNTIL EOF-SWITCH = "Y".

*> Tallies one certificate
358-BROWSE-ONE-TAXCERT.
    READ TAXCERT-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            IF CERT-CID NOT = CHECK-CID
                MOVE "Y" TO EOF-SWITCH
            ELSE
                MOVE CERT-STATE TO ROW-SUBKEY
                PERFORM 830-TALLY-KEYED-ROW
            END-IF
    END-READ.

*> Ship-notice mailbox: at most one row per customer
361-SURVEY-SHIPNOTIF.
    MOVE 13 TO FILE-NO.
    OPEN INPUT NOTIFY-FILE.
    MOVE FROM-CID TO NTF-CID.
    READ NOTIFY-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            ADD 1 TO FC-FROM(FILE-NO)
    END-READ.
    MOVE TO-CID TO NTF-CID.
    READ NOTIFY-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            ADD 1 TO FC-TO(FILE-NO)
    END-READ.
    CLOSE NOTIFY-FILE.

*> EDI PO register: one entry per customer PO number
366-SURVEY-CUSTPOS.
    MOVE 14 TO FILE-NO.
    MOVE 0 TO SUBKEY-COUNT.
    OPEN INPUT CUSTPO-FILE.
    MOVE TO-CID TO CHECK-CID.
    PERFORM 367-BROWSE-CUSTPOS.
    MOVE FROM-CID TO CHECK-CID.
    PERFORM 367-BROWSE-CUSTPOS.
    CLOSE CUSTPO-FILE.

*> Walks one account's PO register entries
367-BROWSE-CUSTPOS.
    MOVE "N" TO EOF-SWITCH.
    MOVE LOW-VALUES TO CPO-KEY.
    MOVE CHECK-CID TO CPO-CID.
    START CUSTPO-FILE KEY IS >= CPO-KEY
        INVALID KEY
            MOVE "Y" TO EOF-SWITCH
    END-START.
    PERFORM 368-BROWSE-ONE-CUSTPO UNTIL EOF-SWITCH = "Y".

*> Tallies one PO register entry
368-BROWSE-ONE-CUSTPO.
    READ CUSTPO-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            IF CPO-CID NOT = CHECK-CID
                MOVE "Y" TO EOF-SWITCH
            ELSE
                MOVE CPO-PO TO ROW-SUBKEY
                PERFORM 830-TALLY-KEYED-ROW
            END-IF
    END-READ.

*> Quotes, open and converted alike
371-SURVEY-QUOTES.
    MOVE 15 TO FILE-NO.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT QUOTE-FILE.
    PERFORM 372-SURVEY-ONE-QUOTE UNTIL EOF-SWITCH = "Y".
    CLOSE QUOTE-FILE.

*> Tallies one quote line
372-SURVEY-ONE-QUOTE.
    READ QUOTE-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            MOVE QT-CID TO ROW-CID
            PERFORM 840-TALLY-ROW
    END-READ.

*> Shipments
376-SURVEY-SHIPMENTS.
    MOVE 16 TO FILE-NO.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT SHIPMENT-FILE.
    PERFORM 377-SURVEY-ONE-SHIPMENT UNTIL EOF-SWITCH = "Y".
    CLOSE SHIPMENT-FILE.

*> Tallies one shipment
377-SURVEY-ONE-SHIPMENT.
    READ SHIPMENT-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            MOVE SHP-CID TO ROW-CID
            PERFORM 840-TALLY-ROW
    END-READ.

*> Suspended lockbox checks -- a line file, so it must also fit the
*> table
378-SURVEY-LOCKSUSP.
    MOVE 17 TO FILE-NO.
    MOVE 0 TO LINE-COUNT.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT LOCKSUSP-FILE.
    PERFORM 379-SURVEY-ONE-LOCKSUSP UNTIL EOF-SWITCH = "Y".
    CLOSE LOCKSUSP-FILE.
    PERFORM 850-CHECK-LINE-COUNT.

*> Tallies one suspended check
379-SURVEY-ONE-LOCKSUSP.
    READ LOCKSUSP-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            ADD 1 TO LINE-COUNT
            MOVE LKS-CID TO ROW-CID
            PERFORM 840-TALLY-ROW
    END-READ.

*> Order lines still in flight for the duplicate -- keyed today,
*> staged from EDI, waiting on stock, or waiting in suspense -- would
*> be rejected as an unknown customer once it is retired, and so
*> would its checks waiting on payments.dat, leaving the cash
*> unposted
381-SURVEY-FEEDS.
    MOVE 0 TO FEED-COUNT.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT IN-FILE.
    PERFORM 382-SURVEY-ONE-FEED-LINE UNTIL EOF-SWITCH = "Y".
    CLOSE IN-FILE.
    MOVE "TRANSACTIONS.DAT" TO ROW-SUBKEY.
    PERFORM 860-REPORT-PENDING.
    MOVE 0 TO FEED-COUNT.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT STAGE-FILE.
    PERFORM 383-SURVEY-ONE-STAGE-LINE UNTIL EOF-SWITCH = "Y".
    CLOSE STAGE-FILE.
    MOVE "STAGEDORDERS.DAT" TO ROW-SUBKEY.
    PERFORM 860-REPORT-PENDING.
    MOVE 0 TO FEED-COUNT.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT BACKORDER-FILE.
    PERFORM 384-SURVEY-ONE-BACKORDER UNTIL EOF-SWITCH = "Y".
    CLOSE BACKORDER-FILE.
    MOVE "BACKORDERS.DAT" TO ROW-SUBKEY.
    PERFORM 860-REPORT-PENDING.
    MOVE 0 TO FEED-COUNT.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT SUSPENSE-FILE.
    PERFORM 385-SURVEY-ONE-SUSPENSE UNTIL EOF-SWITCH = "Y".
    CLOSE SUSPENSE-FILE.
    MOVE "SUSPENSE.DAT" TO ROW-SUBKEY.
    PERFORM 860-REPORT-PENDING.
    MOVE 0 TO FEED-COUNT.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT PAYMENT-FILE.
    PERFORM 386-SURVEY-ONE-PAYMENT UNTIL EOF-SWITCH = "Y".
    CLOSE PAYMENT-FILE.
    MOVE "PAYMENTS.DAT" TO ROW-SUBKEY.
    PERFORM 860-REPORT-PENDING.

*> Checks one line of the day's feed
382-SURVEY-ONE-FEED-LINE.
    READ IN-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            IF IN-RECORD(15:10) = FROM-CID
                ADD 1 TO FEED-COUNT
            END-IF
    END-READ.

*> Checks one staged EDI line
383-SURVEY-ONE-STAGE-LINE.
    READ STAGE-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            IF STAGE-RECORD(15:10) = FROM-CID
                ADD 1 TO FEED-COUNT
            END-IF
    END-READ.

*> Checks one backorder
384-SURVEY-ONE-BACKORDER.
    READ BACKORDER-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            IF BACKORDER-RECORD(15:10) = FROM-CID
                ADD 1 TO FEED-COUNT
            END-IF
    END-READ.

*> Checks one suspended line
385-SURVEY-ONE-SUSPENSE.
    READ SUSPENSE-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            IF SUSPENSE-RECORD(42:10) = FROM-CID
                ADD 1 TO FEED-COUNT
            END-IF
    END-READ.

*> Checks one waiting payment
386-SURVEY-ONE-PAYMENT.
    READ PAYMENT-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            IF PAYMENT-RECORD(9:10) = FROM-CID
                ADD 1 TO FEED-COUNT
            END-IF
    END-READ.

*> Moves every file the duplicate has rows in. The customer record
*> itself goes last, so a merge that stops part way leaves the
*> duplicate on file with whatever is still to move.
500-MERGE.
    MOVE "Y" TO MERGED-SWITCH.
    IF FC-FROM(1) > 0
        PERFORM 505-MOVE-AROPEN
    END-IF.
    IF FC-FROM(2) > 0
        PERFORM 510-MOVE-SHIPTOS
    END-IF.
    IF FC-FROM(3) > 0
        PERFORM 515-MOVE-CONTRACTS
    END-IF.
    IF FC-FROM(4) > 0
        PERFORM 520-MOVE-STANDING
    END-IF.
    IF FC-FROM(5) > 0
        PERFORM 525-MOVE-RMAS
    END-IF.
    IF FC-FROM(6) > 0
        PERFORM 530-MOVE-DUNLEVEL
    END-IF.
    IF FC-FROM(7) > 0
        PERFORM 535-MOVE-ORDSTATUS
    END-IF.
    IF FC-FROM(8) > 0
        PERFORM 540-MOVE-HISTORY
    END-IF.
    IF FC-FROM(9) > 0
        PERFORM 545-MOVE-ARCHIVE
    END-IF.
    IF FC-FROM(10) > 0
        PERFORM 550-MOVE-HISTCF
    END-IF.
    IF FC-FROM(11) > 0
        PERFORM 555-MOVE-CUSTITEMS
    END-IF.
    IF FC-FROM(12) > 0
        PERFORM 560-MOVE-TAXCERTS
    END-IF.
    IF FC-FROM(13) > 0
        PERFORM 565-MOVE-SHIPNOTIF
    END-IF.
    IF FC-FROM(14) > 0
        PERFORM 570-MOVE-CUSTPOS
    END-IF.
    IF FC-FROM(15) > 0
        PERFORM 575-MOVE-QUOTES
    END-IF.
    IF FC-FROM(16) > 0
        PERFORM 580-MOVE-SHIPMENTS
    END-IF.
    IF FC-FROM(17) > 0
        PERFORM 585-MOVE-LOCKSUSP
    END-IF.

*> Re-points the duplicate's invoices at the survivor
505-MOVE-AROPEN.
    MOVE 1 TO FILE-NO.
    MOVE FILE-NAME(FILE-NO) TO JOURNAL-FILE-NAME.
    MOVE "N" TO EOF-SWITCH.
    OPEN I-O AROPEN-FILE.
    PERFORM 506-MOVE-ONE-AROPEN UNTIL EOF-SWITCH = "Y".
    CLOSE AROPEN-FILE.

*> Re-points one invoice
506-MOVE-ONE-AROPEN.
    READ AROPEN-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            IF AR-CID = FROM-CID
                MOVE AROPEN-RECORD TO OLD-IMAGE
                MOVE TO-CID TO AR-CID
                REWRITE AROPEN-RECORD
                MOVE AROPEN-RECORD TO NEW-IMAGE
                MOVE AR-ORDER TO JOURNAL-KEY
                PERFORM 810-JOURNAL-CHANGE
                ADD 1 TO FC-MOVED(FILE-NO)
            END-IF
    END-READ.

*> Re-keys the duplicate's ship-tos under the survivor. Each pass
*> starts over at the duplicate's first remaining row, since a
*> moved row leaves the duplicate's key range.
510-MOVE-SHIPTOS.
    MOVE 2 TO FILE-NO.
    MOVE FILE-NAME(FILE-NO) TO JOURNAL-FILE-NAME.
    MOVE "N" TO EOF-SWITCH.
    OPEN I-O SHIPTO-FILE.
    PERFORM 511-MOVE-ONE-SHIPTO UNTIL EOF-SWITCH = "Y".
    CLOSE SHIPTO-FILE.

*> Re-keys one ship-to
511-MOVE-ONE-SHIPTO.
    MOVE LOW-VALUES TO ST-KEY.
    MOVE FROM-CID TO ST-CID.
    START SHIPTO-FILE KEY IS >= ST-KEY
        INVALID KEY
            MOVE "Y" TO EOF-SWITCH
    END-START.
    IF EOF-SWITCH = "N"
        READ SHIPTO-FILE NEXT RECORD
            AT END
                MOVE "Y" TO EOF-SWITCH
        END-READ
    END-IF.
    IF EOF-SWITCH = "N"
        IF ST-CID NOT = FROM-CID
            MOVE "Y" TO EOF-SWITCH
        ELSE
            MOVE SHIPTO-RECORD TO OLD-IMAGE
            DELETE SHIPTO-FILE RECORD
            MOVE TO-CID TO ST-CID
            WRITE SHIPTO-RECORD
                INVALID KEY
                    MOVE OLD-IMAGE TO SHIPTO-RECORD
                    WRITE SHIPTO-RECORD
                    PERFORM 870-REPORT-NOT-MOVED
                NOT INVALID KEY
                    MOVE SHIPTO-RECORD TO NEW-IMAGE
                    PERFORM 815-JOURNAL-KEY-MOVE
            END-WRITE
        END-IF
    END-IF.

*> Re-keys the duplicate's contracts under the survivor
515-MOVE-CONTRACTS.
    MOVE 3 TO FILE-NO.
    MOVE FILE-NAME(FILE-NO) TO JOURNAL-FILE-NAME.
    MOVE "N" TO EOF-SWITCH.
    OPEN I-O CONTRACT-FILE.
    PERFORM 516-MOVE-ONE-CONTRACT UNTIL EOF-SWITCH = "Y".
    CLOSE CONTRACT-FILE.

*> Re-keys one contract
516-MOVE-ONE-CONTRACT.
    MOVE LOW-VALUES TO CON-KEY.
    MOVE FROM-CID TO CON-CID.
    START CONTRACT-FILE KEY IS >= CON-KEY
        INVALID KEY
            MOVE "Y" TO EOF-SWITCH
    END-START.
    IF EOF-SWITCH = "N"
        READ CONTRACT-FILE NEXT RECORD
            AT END
                MOVE "Y" TO EOF-SWITCH
        END-READ
    END-IF.
    IF EOF-SWITCH = "N"
        IF CON-CID NOT = FROM-CID
            MOVE "Y" TO EOF-SWITCH
        ELSE
            MOVE CONTRACT-RECORD TO OLD-IMAGE
            DELETE CONTRACT-FILE RECORD
            MOVE TO-CID TO CON-CID
            WRITE CONTRACT-RECORD
                INVALID KEY
                    MOVE OLD-IMAGE TO CONTRACT-RECORD
                    WRITE CONTRACT-RECORD
                    PERFORM 870-REPORT-NOT-MOVED
                NOT INVALID KEY
                    MOVE CONTRACT-RECORD TO NEW-IMAGE
                    PERFORM 815-JOURNAL-KEY-MOVE
            END-WRITE
        END-IF
    END-IF.

*> Re-points the duplicate's standing orders, rewriting the file
520-MOVE-STANDING.
    MOVE 4 TO FILE-NO.
    MOVE FILE-NAME(FILE-NO) TO JOURNAL-FILE-NAME.
    MOVE 0 TO LINE-COUNT.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT STANDING-FILE.
    PERFORM 521-LOAD-ONE-STANDING UNTIL EOF-SWITCH = "Y".
    CLOSE STANDING-FILE.
    PERFORM 522-MOVE-ONE-STANDING
        VARYING LX FROM 1 BY 1 UNTIL LX > LINE-COUNT.
    OPEN OUTPUT STANDING-FILE.
    PERFORM 523-SAVE-ONE-STANDING
        VARYING LX FROM 1 BY 1 UNTIL LX > LINE-COUNT.
    CLOSE STANDING-FILE.

*> Loads one standing order into the line table
521-LOAD-ONE-STANDING.
    READ STANDING-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            ADD 1 TO LINE-COUNT
            SET LX TO LINE-COUNT
            MOVE STANDING-RECORD TO LINE-TEXT(LX)
    END-READ.

*> Re-points one standing order if it is the duplicate's
522-MOVE-ONE-STANDING.
    MOVE LINE-TEXT(LX) TO STANDING-RECORD.
    IF STAND-CID = FROM-CID
        MOVE STANDING-RECORD TO OLD-IMAGE
        MOVE TO-CID TO STAND-CID
        MOVE STANDING-RECORD TO NEW-IMAGE
        MOVE STANDING-RECORD TO LINE-TEXT(LX)
        MOVE STAND-PID TO JOURNAL-KEY
        PERFORM 810-JOURNAL-CHANGE
        ADD 1 TO FC-MOVED(FILE-NO)
    END-IF.

*> Writes one standing order back
523-SAVE-ONE-STANDING.
    MOVE LINE-TEXT(LX) TO STANDING-RECORD.
    WRITE STANDING-RECORD.

*> Re-points the duplicate's RMAs
525-MOVE-RMAS.
    MOVE 5 TO FILE-NO.
    MOVE FILE-NAME(FILE-NO) TO JOURNAL-FILE-NAME.
    MOVE "N" TO EOF-SWITCH.
    OPEN I-O RMA-FILE.
    PERFORM 526-MOVE-ONE-RMA UNTIL EOF-SWITCH = "Y".
    CLOSE RMA-FILE.

*> Re-points one RMA
526-MOVE-ONE-RMA.
    READ RMA-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            IF RMA-CID = FROM-CID
                MOVE RMA-RECORD TO OLD-IMAGE
                MOVE TO-CID TO RMA-CID
                REWRITE RMA-RECORD
                MOVE RMA-RECORD TO NEW-IMAGE
                MOVE RMA-NUMBER TO JOURNAL-KEY
                PERFORM 810-JOURNAL-CHANGE
                ADD 1 TO FC-MOVED(FILE-NO)
            END-IF
    END-READ.

*> Carries the duplicate's dunning level across. If the survivor
*> is already being dunned, the further-along level of the two is
*> the one kept -- merging must never reset the dunning clock.
530-MOVE-DUNLEVEL.
    MOVE 6 TO FILE-NO.
    MOVE FILE-NAME(FILE-NO) TO JOURNAL-FILE-NAME.
    OPEN I-O DUNLEVEL-FILE.
    MOVE FROM-CID TO DUN-CID.
    READ DUNLEVEL-FILE
        INVALID KEY
            MOVE "N" TO FOUND-SWITCH
        NOT INVALID KEY
            MOVE "Y" TO FOUND-SWITCH
    END-READ.
    IF FOUND-SWITCH = "Y"
        MOVE DUN-LEVEL TO FROM-LEVEL
        MOVE DUNLEVEL-RECORD TO OLD-IMAGE
        DELETE DUNLEVEL-FILE RECORD
        MOVE TO-CID TO DUN-CID
        READ DUNLEVEL-FILE
            INVALID KEY
                MOVE TO-CID TO DUN-CID
                MOVE FROM-LEVEL TO DUN-LEVEL
                WRITE DUNLEVEL-RECORD
                MOVE DUNLEVEL-RECORD TO NEW-IMAGE
                PERFORM 815-JOURNAL-KEY-MOVE
            NOT INVALID KEY
                MOVE SPACES TO NEW-IMAGE
                MOVE FROM-CID TO JOURNAL-KEY
                PERFORM 810-JOURNAL-CHANGE
                ADD 1 TO FC-DROPPED(FILE-NO)
                IF FROM-LEVEL > DUN-LEVEL
                    MOVE DUNLEVEL-RECORD TO OLD-IMAGE
                    MOVE FROM-LEVEL TO DUN-LEVEL
                    REWRITE DUNLEVEL-RECORD
                    MOVE DUNLEVEL-RECORD TO NEW-IMAGE
                    MOVE TO-CID TO JOURNAL-KEY
                    PERFORM 810-JOURNAL-CHANGE
                END-IF
        END-READ
    END-IF.
    CLOSE DUNLEVEL-FILE.

*> Re-points the duplicate's order status lines, rewriting the file
535-MOVE-ORDSTATUS.
    MOVE 7 TO FILE-NO.
    MOVE FILE-NAME(FILE-NO) TO JOURNAL-FILE-NAME.
    MOVE 0 TO LINE-COUNT.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT STATUS-FILE.
    PERFORM 536-LOAD-ONE-ORDSTATUS UNTIL EOF-SWITCH = "Y".
    CLOSE STATUS-FILE.
    PERFORM 537-MOVE-ONE-ORDSTATUS
        VARYING LX FROM 1 BY 1 UNTIL LX > LINE-COUNT.
    OPEN OUTPUT STATUS-FILE.
    PERFORM 538-SAVE-ONE-ORDSTATUS
        VARYING LX FROM 1 BY 1 UNTIL LX > LINE-COUNT.
    CLOSE STATUS-FILE.

*> Loads one order status line into the line table
536-LOAD-ONE-ORDSTATUS.
    READ STATUS-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            ADD 1 TO LINE-COUNT
            SET LX TO LINE-COUNT
            MOVE STATUS-RECORD TO LINE-TEXT(LX)
    END-READ.

*> Re-points one order status line if it is the duplicate's
537-MOVE-ONE-ORDSTATUS.
    MOVE LINE-TEXT(LX) TO STATUS-RECORD.
    IF ORD-CID = FROM-CID
        MOVE STATUS-RECORD TO OLD-IMAGE
        MOVE TO-CID TO ORD-CID
        MOVE STATUS-RECORD TO NEW-IMAGE
        MOVE STATUS-RECORD TO LINE-TEXT(LX)
        MOVE ORD-NUMBER TO JOURNAL-KEY
        PERFORM 810-JOURNAL-CHANGE
        ADD 1 TO FC-MOVED(FILE-NO)
    END-IF.

*> Writes one order status line back
538-SAVE-ONE-ORDSTATUS.
    MOVE LINE-TEXT(LX) TO STATUS-RECORD.
    WRITE STATUS-RECORD.

*> Re-keys the duplicate's live history rows. The customer id is an
*> alternate key, so each pass starts the browse over at the
*> duplicate rather than trust the position a re-keyed row left.
540-MOVE-HISTORY.
    MOVE 8 TO FILE-NO.
    MOVE FILE-NAME(FILE-NO) TO JOURNAL-FILE-NAME.
    MOVE "N" TO EOF-SWITCH.
    OPEN I-O HISTORY-FILE.
    PERFORM 541-MOVE-ONE-HISTORY UNTIL EOF-SWITCH = "Y".
    CLOSE HISTORY-FILE.

*> Re-keys one history row
541-MOVE-ONE-HISTORY.
    MOVE FROM-CID TO HIST-CID.
    START HISTORY-FILE KEY IS = HIST-CID
        INVALID KEY
            MOVE "Y" TO EOF-SWITCH
    END-START.
    IF EOF-SWITCH = "N"
        READ HISTORY-FILE NEXT RECORD
            AT END
                MOVE "Y" TO EOF-SWITCH
        END-READ
    END-IF.
    IF EOF-SWITCH = "N"
        IF HIST-CID NOT = FROM-CID
            MOVE "Y" TO EOF-SWITCH
        ELSE
            MOVE HISTORY-RECORD TO OLD-IMAGE
            MOVE TO-CID TO HIST-CID
            REWRITE HISTORY-RECORD
            MOVE HISTORY-RECORD TO NEW-IMAGE
            MOVE HIST-SEQ TO JOURNAL-KEY
            PERFORM 810-JOURNAL-CHANGE
            ADD 1 TO FC-MOVED(FILE-NO)
        END-IF
    END-IF.

*> Re-keys the duplicate's archived history rows, the same way
545-MOVE-ARCHIVE.
    MOVE 9 TO FILE-NO.
    MOVE FILE-NAME(FILE-NO) TO JOURNAL-FILE-NAME.
    MOVE "N" TO EOF-SWITCH.
    OPEN I-O ARCHIVE-FILE.
    PERFORM 546-MOVE-ONE-ARCHIVE UNTIL EOF-SWITCH = "Y".
    CLOSE ARCHIVE-FILE.

*> Re-keys one archived row
546-MOVE-ONE-ARCHIVE.
    MOVE FROM-CID TO ARCH-CID.
    START ARCHIVE-FILE KEY IS = ARCH-CID
        INVALID KEY
            MOVE "Y" TO EOF-SWITCH
    END-START.
    IF EOF-SWITCH = "N"
        READ ARCHIVE-FILE NEXT RECORD
            AT END
                MOVE "Y" TO EOF-SWITCH
        END-READ
    END-IF.
    IF EOF-SWITCH = "N"
        IF ARCH-CID NOT = FROM-CID
            MOVE "Y" TO EOF-SWITCH
        ELSE
            MOVE ARCHIVE-RECORD TO OLD-IMAGE
            MOVE TO-CID TO ARCH-CID
            REWRITE ARCHIVE-RECORD
            MOVE ARCHIVE-RECORD TO NEW-IMAGE
            MOVE ARCH-SEQ TO JOURNAL-KEY
            PERFORM 810-JOURNAL-CHANGE
            ADD 1 TO FC-MOVED(FILE-NO)
        END-IF
    END-IF.

*> Folds the duplicate's customer carry-forward into the
*> survivor's, or re-keys it if the survivor has none yet
550-MOVE-HISTCF.
    MOVE 10 TO FILE-NO.
    MOVE FILE-NAME(FILE-NO) TO JOURNAL-FILE-NAME.
    MOVE 0 TO LINE-COUNT.
    MOVE 0 TO FROM-LINE.
    MOVE 0 TO TO-LINE.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT CF-FILE.
    PERFORM 551-LOAD-ONE-HISTCF UNTIL EOF-SWITCH = "Y".
    CLOSE CF-FILE.
    IF FROM-LINE > 0
        IF TO-LINE > 0
            PERFORM 552-FOLD-HISTCF
        ELSE
            MOVE LINE-TEXT(FROM-LINE) TO CF-RECORD
            MOVE CF-RECORD TO OLD-IMAGE
            MOVE TO-CID TO CF-KEY(1:10)
            MOVE CF-RECORD TO NEW-IMAGE
            MOVE CF-RECORD TO LINE-TEXT(FROM-LINE)
            PERFORM 815-JOURNAL-KEY-MOVE
        END-IF
        OPEN OUTPUT CF-FILE
        PERFORM 553-SAVE-ONE-HISTCF
            VARYING LX FROM 1 BY 1 UNTIL LX > LINE-COUNT
        CLOSE CF-FILE
    END-IF.

*> Loads one carry-forward row, noting where the two accounts'
*> customer rows sit
551-LOAD-ONE-HISTCF.
    READ CF-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            ADD 1 TO LINE-COUNT
            SET LX TO LINE-COUNT
            MOVE CF-RECORD TO LINE-TEXT(LX)
            IF CF-TYPE = "C"
                IF CF-KEY(1:10) = FROM-CID
                    MOVE LINE-COUNT TO FROM-LINE
                END-IF
                IF CF-KEY(1:10) = TO-CID
                    MOVE LINE-COUNT TO TO-LINE
                END-IF
            END-IF
    END-READ.

*> Adds the duplicate's archived billings into the survivor's row
*> and drops the duplicate's
552-FOLD-HISTCF.
    MOVE LINE-TEXT(FROM-LINE) TO CF-RECORD.
    MOVE CF-NET TO FOLD-NET.
    MOVE CF-RECORD TO OLD-IMAGE.
    MOVE SPACES TO NEW-IMAGE.
    MOVE FROM-CID TO JOURNAL-KEY.
    PERFORM 810-JOURNAL-CHANGE.
    MOVE SPACES TO LINE-TEXT(FROM-LINE).
    MOVE LINE-TEXT(TO-LINE) TO CF-RECORD.
    MOVE CF-RECORD TO OLD-IMAGE.
    ADD CF-NET TO FOLD-NET.
    MOVE FOLD-NET TO CF-NET.
    MOVE CF-RECORD TO NEW-IMAGE.
    MOVE CF-RECORD TO LINE-TEXT(TO-LINE).
    MOVE TO-CID TO JOURNAL-KEY.
    PERFORM 810-JOURNAL-CHANGE.
    ADD 1 TO FC-DROPPED(FILE-NO).

*> Writes one carry-forward row back, leaving out the folded one
553-SAVE-ONE-HISTCF.
    IF LINE-TEXT(LX) NOT = SPACES
        MOVE LINE-TEXT(LX) TO CF-RECORD
        WRITE CF-RECORD
    END-IF.

*> Re-keys the duplicate's item cross-references
555-MOVE-CUSTITEMS.
    MOVE 11 TO FILE-NO.
    MOVE FILE-NAME(FILE-NO) TO JOURNAL-FILE-NAME.
    MOVE "N" TO EOF-SWITCH.
    OPEN I-O XREF-FILE.
    PERFORM 556-MOVE-ONE-CUSTITEM UNTIL EOF-SWITCH = "Y".
    CLOSE XREF-FILE.

*> Re-keys one cross-reference
556-MOVE-ONE-CUSTITEM.
    MOVE LOW-VALUES TO XREF-KEY.
    MOVE FROM-CID TO XREF-CID.
    START XREF-FILE KEY IS >= XREF-KEY
        INVALID KEY
            MOVE "Y" TO EOF-SWITCH
    END-START.
    IF EOF-SWITCH = "N"
        READ XREF-FILE NEXT RECORD
            AT END
                MOVE "Y" TO EOF-SWITCH
        END-READ
    END-IF.
    IF EOF-SWITCH = "N"
        IF XREF-CID NOT = FROM-CID
            MOVE "Y" TO EOF-SWITCH
        ELSE
            MOVE XREF-RECORD TO OLD-IMAGE
            DELETE XREF-FILE RECORD
            MOVE TO-CID TO XREF-CID
            WRITE XREF-RECORD
                INVALID KEY
                    MOVE OLD-IMAGE TO XREF-RECORD
                    WRITE XREF-RECORD
                    PERFORM 870-REPORT-NOT-MOVED
                NOT INVALID KEY
                    MOVE XREF-RECORD TO NEW-IMAGE
                    PERFORM 815-JOURNAL-KEY-MOVE
            END-WRITE
        END-IF
    END-IF.

*> Re-keys the duplicate's exemption certificates
560-MOVE-TAXCERTS.
    MOVE 12 TO FILE-NO.
    MOVE FILE-NAME(FILE-NO) TO JOURNAL-FILE-NAME.
    MOVE "N" TO EOF-SWITCH.
    OPEN I-O TAXCERT-FILE.
    PERFORM 561-MOVE-ONE-TAXCERT UNTIL EOF-SWITCH = "Y".
    CLOSE TAXCERT-FILE.

*> Re-keys one certificate
561-MOVE-ONE-TAXCERT.
    MOVE LOW-VALUES TO CERT-KEY.
    MOVE FROM-CID TO CERT-CID.
    START TAXCERT-FILE KEY IS >= CERT-KEY
        INVALID KEY
            MOVE "Y" TO EOF-SWITCH
    END-START.
    IF EOF-SWITCH = "N"
        READ TAXCERT-FILE NEXT RECORD
            AT END
                MOVE "Y" TO EOF-SWITCH
        END-READ
    END-IF.
    IF EOF-SWITCH = "N"
        IF CERT-CID NOT = FROM-CID
            MOVE "Y" TO EOF-SWITCH
        ELSE
            MOVE TAXCERT-RECORD TO OLD-IMAGE
            DELETE TAXCERT-FILE RECORD
            MOVE TO-CID TO CERT-CID
            WRITE TAXCERT-RECORD
                INVALID KEY
                    MOVE OLD-IMAGE TO TAXCERT-RECORD
                    WRITE TAXCERT-RECORD
                    PERFORM 870-REPORT-NOT-MOVED
                NOT INVALID KEY
                    MOVE TAXCERT-RECORD TO NEW-IMAGE
                    PERFORM 815-JOURNAL-KEY-MOVE
            END-WRITE
        END-IF
    END-IF.

*> Carries the duplicate's ship-notice mailbox across, unless the
*> survivor already names its own -- that one stays
565-MOVE-SHIPNOTIF.
    MOVE 13 TO FILE-NO.
    MOVE FILE-NAME(FILE-NO) TO JOURNAL-FILE-NAME.
    OPEN I-O NOTIFY-FILE.
    MOVE FROM-CID TO NTF-CID.
    READ NOTIFY-FILE
        INVALID KEY
            MOVE "N" TO FOUND-SWITCH
        NOT INVALID KEY
            MOVE "Y" TO FOUND-SWITCH
    END-READ.
    IF FOUND-SWITCH = "Y"
        MOVE NOTIFY-RECORD TO OLD-IMAGE
        DELETE NOTIFY-FILE RECORD
        MOVE TO-CID TO NTF-CID
        READ NOTIFY-FILE
            INVALID KEY
                MOVE OLD-IMAGE TO NOTIFY-RECORD
                MOVE TO-CID TO NTF-CID
                WRITE NOTIFY-RECORD
                MOVE NOTIFY-RECORD TO NEW-IMAGE
                PERFORM 815-JOURNAL-KEY-MOVE
            NOT INVALID KEY
                MOVE SPACES TO NEW-IMAGE
                MOVE FROM-CID TO JOURNAL-KEY
                PERFORM 810-JOURNAL-CHANGE
                ADD 1 TO FC-DROPPED(FILE-NO)
        END-READ
    END-IF.
    CLOSE NOTIFY-FILE.

*> Re-keys the duplicate's EDI PO register entries
570-MOVE-CUSTPOS.
    MOVE 14 TO FILE-NO.
    MOVE FILE-NAME(FILE-NO) TO JOURNAL-FILE-NAME.
    MOVE "N" TO EOF-SWITCH.
    OPEN I-O CUSTPO-FILE.
    PERFORM 571-MOVE-ONE-CUSTPO UNTIL EOF-SWITCH = "Y".
    CLOSE CUSTPO-FILE.

*> Re-keys one PO register entry
571-MOVE-ONE-CUSTPO.
    MOVE LOW-VALUES TO CPO-KEY.
    MOVE FROM-CID TO CPO-CID.
    START CUSTPO-FILE KEY IS >= CPO-KEY
        INVALID KEY
            MOVE "Y" TO EOF-SWITCH
    END-START.
    IF EOF-SWITCH = "N"
        READ CUSTPO-FILE NEXT RECORD
            AT END
                MOVE "Y" TO EOF-SWITCH
        END-READ
    END-IF.
    IF EOF-SWITCH = "N"
        IF CPO-CID NOT = FROM-CID
            MOVE "Y" TO EOF-SWITCH
        ELSE
            MOVE CUSTPO-RECORD TO OLD-IMAGE
            DELETE CUSTPO-FILE RECORD
            MOVE TO-CID TO CPO-CID
            WRITE CUSTPO-RECORD
                INVALID KEY
                    MOVE OLD-IMAGE TO CUSTPO-RECORD
                    WRITE CUSTPO-RECORD
                    PERFORM 870-REPORT-NOT-MOVED
                NOT INVALID KEY
                    MOVE CUSTPO-RECORD TO NEW-IMAGE
                    PERFORM 815-JOURNAL-KEY-MOVE
            END-WRITE
        END-IF
    END-IF.

*> Re-points the duplicate's quotes
575-MOVE-QUOTES.
    MOVE 15 TO FILE-NO.
    MOVE FILE-NAME(FILE-NO) TO JOURNAL-FILE-NAME.
    MOVE "N" TO EOF-SWITCH.
    OPEN I-O QUOTE-FILE.
    PERFORM 576-MOVE-ONE-QUOTE UNTIL EOF-SWITCH = "Y".
    CLOSE QUOTE-FILE.

*> Re-points one quote line
576-MOVE-ONE-QUOTE.
    READ QUOTE-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            IF QT-CID = FROM-CID
                MOVE QUOTE-RECORD TO OLD-IMAGE
                MOVE TO-CID TO QT-CID
                REWRITE QUOTE-RECORD
                MOVE QUOTE-RECORD TO NEW-IMAGE
                MOVE QT-NUMBER TO JOURNAL-KEY
                PERFORM 810-JOURNAL-CHANGE
                ADD 1 TO FC-MOVED(FILE-NO)
            END-IF
    END-READ.

*> Re-points the duplicate's shipments
580-MOVE-SHIPMENTS.
    MOVE 16 TO FILE-NO.
    MOVE FILE-NAME(FILE-NO) TO JOURNAL-FILE-NAME.
    MOVE "N" TO EOF-SWITCH.
    OPEN I-O SHIPMENT-FILE.
    PERFORM 581-MOVE-ONE-SHIPMENT UNTIL EOF-SWITCH = "Y".
    CLOSE SHIPMENT-FILE.

*> Re-points one shipment
581-MOVE-ONE-SHIPMENT.
    READ SHIPMENT-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            IF SHP-CID = FROM-CID
                MOVE SHIPMENT-RECORD TO OLD-IMAGE
                MOVE TO-CID TO SHP-CID
                REWRITE SHIPMENT-RECORD
                MOVE SHIPMENT-RECORD TO NEW-IMAGE
                MOVE SHP-ORDER TO JOURNAL-KEY
                PERFORM 810-JOURNAL-CHANGE
                ADD 1 TO FC-MOVED(FILE-NO)
            END-IF
    END-READ.

*> Re-points the duplicate's suspended lockbox checks, rewriting the
*> file, so the bookkeeper works them against the survivor
585-MOVE-LOCKSUSP.
    MOVE 17 TO FILE-NO.
    MOVE FILE-NAME(FILE-NO) TO JOURNAL-FILE-NAME.
    MOVE 0 TO LINE-COUNT.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT LOCKSUSP-FILE.
    PERFORM 586-LOAD-ONE-LOCKSUSP UNTIL EOF-SWITCH = "Y".
    CLOSE LOCKSUSP-FILE.
    PERFORM 587-MOVE-ONE-LOCKSUSP
        VARYING LX FROM 1 BY 1 UNTIL LX > LINE-COUNT.
    OPEN OUTPUT LOCKSUSP-FILE.
    PERFORM 588-SAVE-ONE-LOCKSUSP
        VARYING LX FROM 1 BY 1 UNTIL LX > LINE-COUNT.
    CLOSE LOCKSUSP-FILE.

*> Loads one suspended check into the line table
586-LOAD-ONE-LOCKSUSP.
    READ LOCKSUSP-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            ADD 1 TO LINE-COUNT
            SET LX TO LINE-COUNT
            MOVE LOCKSUSP-RECORD TO LINE-TEXT(LX)
    END-READ.

*> Re-points one suspended check if it is the duplicate's; the line
*> has no key of its own, so it is journaled under the duplicate
587-MOVE-ONE-LOCKSUSP.
    MOVE LINE-TEXT(LX) TO LOCKSUSP-RECORD.
    IF LKS-CID = FROM-CID
        MOVE LOCKSUSP-RECORD TO OLD-IMAGE
        MOVE TO-CID TO LKS-CID
        MOVE LOCKSUSP-RECORD TO NEW-IMAGE
        MOVE LOCKSUSP-RECORD TO LINE-TEXT(LX)
        MOVE FROM-CID TO JOURNAL-KEY
        PERFORM 810-JOURNAL-CHANGE
        ADD 1 TO FC-MOVED(FILE-NO)
    END-IF.

*> Writes one suspended check back
588-SAVE-ONE-LOCKSUSP.
    MOVE LINE-TEXT(LX) TO LOCKSUSP-RECORD.
    WRITE LOCKSUSP-RECORD.

*> Moves the duplicate's balance (and any credit hold) onto the
*> survivor, removes the duplicate from customers.dat, and registers
*> the retired id. Balances are re-read here, not taken from the
*> survey, so nothing posted since is lost.
600-RETIRE-CUSTOMER.
    MOVE JOURNAL-CUST-FILE TO JOURNAL-FILE-NAME.
    OPEN I-O CUSTOMER-FILE.
    MOVE FROM-CID TO CUST-CID.
    READ CUSTOMER-FILE
        INVALID KEY
            MOVE "N" TO FOUND-SWITCH
        NOT INVALID KEY
            MOVE "Y" TO FOUND-SWITCH
            MOVE CUST-OWES TO FROM-OWES
            MOVE CUST-HOLD TO FROM-HOLD
            MOVE CUSTOMER-RECORD TO SAVED-FROM-RECORD
    END-READ.
    IF FOUND-SWITCH = "Y"
        MOVE TO-CID TO CUST-CID
        READ CUSTOMER-FILE
            INVALID KEY
                MOVE "N" TO FOUND-SWITCH
        END-READ
    END-IF.
    IF FOUND-SWITCH = "N"
        MOVE SPACES TO LINE-OUT
        STRING "A CUSTOMER RECORD WENT MISSING DURING THE MERGE -- "
            "BALANCE NOT MOVED"
            DELIMITED BY SIZE INTO LINE-OUT
        WRITE REPORT-LINE FROM LINE-OUT
        DISPLAY LINE-OUT
        ADD 1 TO PROBLEM-COUNT
    ELSE
        MOVE CUSTOMER-RECORD TO OLD-IMAGE
        ADD FROM-OWES TO CUST-OWES
        IF FROM-HOLD = "Y"
            MOVE "Y" TO CUST-HOLD
        END-IF
        REWRITE CUSTOMER-RECORD
        MOVE CUSTOMER-RECORD TO NEW-IMAGE
        MOVE CUSTOMER-RECORD TO SAVED-TO-RECORD
        MOVE TO-CID TO JOURNAL-KEY
        PERFORM 810-JOURNAL-CHANGE
        MOVE FROM-CID TO CUST-CID
        DELETE CUSTOMER-FILE RECORD
        MOVE SAVED-FROM-RECORD TO OLD-IMAGE
        MOVE SPACES TO NEW-IMAGE
        MOVE FROM-CID TO JOURNAL-KEY
        PERFORM 810-JOURNAL-CHANGE
        MOVE "Y" TO RETIRED-SWITCH
    END-IF.
    CLOSE CUSTOMER-FILE.
    IF RETIRED-SWITCH = "Y"
        OPEN EXTEND MERGED-FILE
        MOVE FROM-CID TO MRG-OLD-CID
        MOVE TO-CID TO MRG-NEW-CID
        MOVE TODAY TO MRG-DATE
        MOVE SIGNON-OPERATOR TO MRG-OPERATOR
        MOVE " " TO MRG-SPACEA
        MOVE " " TO MRG-SPACEB
        MOVE " " TO MRG-SPACEC
        WRITE MERGED-RECORD
        CLOSE MERGED-FILE
    END-IF.

*> Proves the finished merge with a fresh cross-file audit
700-RUN-AUDIT.
    PERFORM 710-CALL-AUDIT.
    MOVE SPACES TO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    IF AUDIT-CLEAN-SWITCH = "Y"
        MOVE "INTEGRITY-AUDIT CLEAN AFTER THE MERGE" TO LINE-OUT
    ELSE
        MOVE SPACES TO LINE-OUT
        STRING "INTEGRITY-AUDIT NOT CLEAN AFTER THE MERGE -- SEE "
            "INTEGRITY.TXT"
            DELIMITED BY SIZE INTO LINE-OUT
        DISPLAY LINE-OUT
    END-IF.
    WRITE REPORT-LINE FROM LINE-OUT.

*> Runs INTEGRITY-AUDIT and reads its footing back off the last
*> line of integrity.txt. CANCEL gives the next call a fresh copy,
*> counts and all; the audit's own RC=8 is not this program's.
710-CALL-AUDIT.
    CALL INTEGRITY-AUDIT.
    CANCEL INTEGRITY-AUDIT.
    MOVE 0 TO RETURN-CODE.
    MOVE SPACES TO AUDIT-FOOT.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT AUDIT-FILE.
    PERFORM 720-READ-AUDIT-LINE UNTIL EOF-SWITCH = "Y".
    CLOSE AUDIT-FILE.
    MOVE "N" TO AUDIT-CLEAN-SWITCH.
    IF AUDIT-FOOT-LABEL = "SEVERE: "
        IF AUDIT-SEVERE = 0 AND AUDIT-WARNINGS = 0
            MOVE "Y" TO AUDIT-CLEAN-SWITCH
        END-IF
    END-IF.

*> Keeps the latest integrity.txt line read
720-READ-AUDIT-LINE.
    READ AUDIT-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            MOVE AUDIT-LINE TO AUDIT-FOOT
    END-READ.

*> Journals one change to the file named in JOURNAL-FILE-NAME
810-JOURNAL-CHANGE.
    MOVE OLD-IMAGE TO JOURNAL-BEFORE.
    MOVE NEW-IMAGE TO JOURNAL-AFTER.
    CALL WRITE-JOURNAL USING JOURNAL-PROGRAM-NAME,
        JOURNAL-FILE-NAME, JOURNAL-KEY, JOURNAL-BEFORE,
        JOURNAL-AFTER, JOURNAL-OPERATOR.

*> Journals a row whose key changed as a removal under the
*> duplicate and an add under the survivor, the way the maintenance
*> programs journal their own removes and adds
815-JOURNAL-KEY-MOVE.
    MOVE OLD-IMAGE TO JOURNAL-BEFORE.
    MOVE SPACES TO JOURNAL-AFTER.
    MOVE FROM-CID TO JOURNAL-KEY.
    CALL WRITE-JOURNAL USING JOURNAL-PROGRAM-NAME,
        JOURNAL-FILE-NAME, JOURNAL-KEY, JOURNAL-BEFORE,
        JOURNAL-AFTER, JOURNAL-OPERATOR.
    MOVE SPACES TO JOURNAL-BEFORE.
    MOVE NEW-IMAGE TO JOURNAL-AFTER.
    MOVE TO-CID TO JOURNAL-KEY.
    CALL WRITE-JOURNAL USING JOURNAL-PROGRAM-NAME,
        JOURNAL-FILE-NAME, JOURNAL-KEY, JOURNAL-BEFORE,
        JOURNAL-AFTER, JOURNAL-OPERATOR.
    ADD 1 TO FC-MOVED(FILE-NO).

*> Tallies a row on a keyed file: the survivor's second-half keys
*> are remembered, and each of the duplicate's is checked against
*> them
830-TALLY-KEYED-ROW.
    IF CHECK-CID = TO-CID
        ADD 1 TO FC-TO(FILE-NO)
        IF SUBKEY-COUNT < 500
            ADD 1 TO SUBKEY-COUNT
            SET SK TO SUBKEY-COUNT
            MOVE ROW-SUBKEY TO SUBKEY(SK)
        ELSE
            MOVE SPACES TO LINE-OUT
            STRING "SURVIVOR HAS OVER 500 ROWS ON "
                FILE-NAME(FILE-NO) ", TOO MANY TO CHECK"
                DELIMITED BY SIZE INTO LINE-OUT
            WRITE REPORT-LINE FROM LINE-OUT
            ADD 1 TO CONFLICT-COUNT
        END-IF
    ELSE
        ADD 1 TO FC-FROM(FILE-NO)
        MOVE "N" TO FOUND-SWITCH
        PERFORM 835-MATCH-SUBKEY
            VARYING SK FROM 1 BY 1 UNTIL SK > SUBKEY-COUNT
        IF FOUND-SWITCH = "Y"
            MOVE SPACES TO LINE-OUT
            STRING "CONFLICT: " FILE-NAME(FILE-NO) " "
                ROW-SUBKEY " IS ON BOTH CUSTOMERS"
                DELIMITED BY SIZE INTO LINE-OUT
            WRITE REPORT-LINE FROM LINE-OUT
            DISPLAY LINE-OUT
            ADD 1 TO CONFLICT-COUNT
        END-IF
    END-IF.

*> Compares one remembered survivor key
835-MATCH-SUBKEY.
    IF SUBKEY(SK) = ROW-SUBKEY
        MOVE "Y" TO FOUND-SWITCH
    END-IF.

*> Tallies a row on a file read end to end
840-TALLY-ROW.
    IF ROW-CID = FROM-CID
        ADD 1 TO FC-FROM(FILE-NO)
    ELSE
        IF ROW-CID = TO-CID
            ADD 1 TO FC-TO(FILE-NO)
        END-IF
    END-IF.

*> A line file bigger than the work table can't be rewritten whole
850-CHECK-LINE-COUNT.
    IF LINE-COUNT > 3000 AND FC-FROM(FILE-NO) > 0
        MOVE SPACES TO LINE-OUT
        STRING FILE-NAME(FILE-NO) " HAS OVER 3000 LINES, TOO MANY "
            "TO REWRITE" DELIMITED BY SIZE INTO LINE-OUT
        WRITE REPORT-LINE FROM LINE-OUT
        DISPLAY LINE-OUT
        ADD 1 TO CONFLICT-COUNT
    END-IF.

*> Reports the duplicate's lines still waiting in one feed
860-REPORT-PENDING.
    IF FEED-COUNT > 0
        MOVE SPACES TO LINE-OUT
        STRING "IN FLIGHT: " FEED-COUNT " LINES ON "
            ROW-SUBKEY DELIMITED BY SIZE INTO LINE-OUT
        WRITE REPORT-LINE FROM LINE-OUT
        DISPLAY LINE-OUT
        ADD FEED-COUNT TO PENDING-COUNT
    END-IF.

*> A row that would not go in under the survivor (another user
*> added the same key since the survey) stays with the duplicate,
*> which then can't be retired; running the merge again finishes it
870-REPORT-NOT-MOVED.
    MOVE SPACES TO LINE-OUT.
    STRING "NOT MOVED: " FILE-NAME(FILE-NO)
        " ROW IS ALREADY ON THE SURVIVOR, LEFT ON " FROM-CID
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    DISPLAY LINE-OUT.
    ADD 1 TO PROBLEM-COUNT.
    MOVE "Y" TO EOF-SWITCH.

*> Stops the merge before anything has moved
880-REFUSE.
    MOVE "N" TO MERGE-OK-SWITCH.
    WRITE REPORT-LINE FROM LINE-OUT.
    DISPLAY LINE-OUT.

*> One customer's line on the report; the caller has put the
*> label in LINE-OUT and the record in CUSTOMER-RECORD
890-REPORT-CUSTOMER.
    MOVE CUST-OWES TO OWES-SHOWN.
    MOVE CUST-CREDIT-LIMIT TO LIMIT-SHOWN.
    STRING CUST-CID " " CUST-NAME " OWES " OWES-SHOWN
        " LIMIT " LIMIT-SHOWN " HOLD " CUST-HOLD
        DELIMITED BY SIZE INTO LINE-OUT(13:).
    WRITE REPORT-LINE FROM LINE-OUT.

*> Writes the before/after table and the surviving account, and
*> logs the outcome
900-TERMINATE.
    MOVE SPACES TO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    MOVE SPACES TO LINE-OUT.
    STRING "                  ---- BEFORE ----                 "
        "   ---- AFTER ----"
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    MOVE SPACES TO LINE-OUT.
    STRING "FILE              DUPLICATE SURVIVOR   MOVED DROPPED "
        " DUPLICATE SURVIVOR"
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    PERFORM 910-REPORT-ONE-FILE
        VARYING FILE-NO FROM 1 BY 1 UNTIL FILE-NO > 17.
    MOVE SPACES TO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    MOVE SPACES TO LOG-MESSAGE.
    IF RETIRED-SWITCH = "Y"
        MOVE SAVED-TO-RECORD TO CUSTOMER-RECORD
        MOVE "AFTER:      " TO LINE-OUT
        PERFORM 890-REPORT-CUSTOMER
        MOVE SPACES TO LINE-OUT
        STRING "CUSTOMER " FROM-CID " RETIRED, REGISTERED ON "
            "MERGEDCIDS.DAT" DELIMITED BY SIZE INTO LINE-OUT
        WRITE REPORT-LINE FROM LINE-OUT
        DISPLAY LINE-OUT
        STRING "CUSTOMER " FROM-CID " MERGED INTO " TO-CID
            DELIMITED BY SIZE INTO LOG-MESSAGE
        IF AUDIT-CLEAN-SWITCH = "Y"
            MOVE "I" TO LOG-SEVERITY
        ELSE
            MOVE "S" TO LOG-SEVERITY
            STRING "CUSTOMER " FROM-CID " MERGED, AUDIT NOT CLEAN"
                DELIMITED BY SIZE INTO LOG-MESSAGE
        END-IF
    ELSE
        IF MERGED-SWITCH = "Y"
            MOVE "W" TO LOG-SEVERITY
            STRING "MERGE OF " FROM-CID " INCOMPLETE, NOT RETIRED"
                DELIMITED BY SIZE INTO LOG-MESSAGE
            MOVE SPACES TO LINE-OUT
            STRING "MERGE INCOMPLETE -- CUSTOMER NOT RETIRED, FIX THE "
                "ROWS ABOVE AND RUN IT AGAIN"
                DELIMITED BY SIZE INTO LINE-OUT
            WRITE REPORT-LINE FROM LINE-OUT
            DISPLAY LINE-OUT
        ELSE
            MOVE "W" TO LOG-SEVERITY
            STRING "MERGE OF " FROM-CID " REFUSED, SEE CUSTMERGE.TXT"
                DELIMITED BY SIZE INTO LOG-MESSAGE
        END-IF
    END-IF.
    CLOSE REPORT-FILE.
    CALL WRITE-RUN-LOG USING LOG-SEVERITY, LOG-PROGRAM,
        LOG-MESSAGE, LOG-OPERATOR.
    DISPLAY "MERGE REPORT WRITTEN TO CUSTMERGE.TXT".

*> One file's line of the before/after table
910-REPORT-ONE-FILE.
    COMPUTE FROM-AFTER = FC-FROM(FILE-NO) - FC-MOVED(FILE-NO)
        - FC-DROPPED(FILE-NO).
    COMPUTE TO-AFTER = FC-TO(FILE-NO) + FC-MOVED(FILE-NO).
    MOVE FC-FROM(FILE-NO) TO FROM-SHOWN.
    MOVE FC-TO(FILE-NO) TO TO-SHOWN.
    MOVE FC-MOVED(FILE-NO) TO MOVED-SHOWN.
    MOVE FC-DROPPED(FILE-NO) TO DROPPED-SHOWN.
    MOVE FROM-AFTER TO FROM-AFTER-SHOWN.
    MOVE TO-AFTER TO TO-AFTER-SHOWN.
    MOVE SPACES TO LINE-OUT.
    STRING FILE-NAME(FILE-NO) "       " FROM-SHOWN "  " TO-SHOWN " "
        MOVED-SHOWN " " DROPPED-SHOWN "    " FROM-AFTER-SHOWN "  "
        TO-AFTER-SHOWN DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.

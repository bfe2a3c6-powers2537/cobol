*> instead of the bookkeeper hand-keying every check:
*>   - a check for a customer id on customers.dat loads, on account
*>     (the bookkeeper applies it to an invoice through a keyed
*>     payments.dat line when the remittance advice says which) --
*>     unless it is dated inside an open invoice's early-payment
*>     discount window and comes in at that invoice's open amount
*>     less no more than the discount, in which case it loads against
*>     that invoice so PAYMENTS closes it in full and takes the
*>     discount;
*>   - a check for an unknown customer is suspended to
*>     lockboxsusp.dat for the bookkeeper to work by hand;
*>   - a check whose reference number was already posted -- on the
    SELECT OPTIONAL SUSPEND-FILE ASSIGN TO "lockboxsusp.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
    SELECT OPTIONAL AROPEN-FILE ASSIGN TO "aropen.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AR-ORDER
        FILE STATUS IS AROPEN-STATUS.
    SELECT REPORT-FILE ASSIGN TO "lockboxedit.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
        05 CUST-OWES             PIC S9(7)V9(2).
        05 CUST-CREDIT-LIMIT     PIC 9(7)V9(2).
        05 CUST-HOLD             PIC A(1).
        05 CUST-TERMS-CODE       PIC X(4). *> terms.dat code, spaces
                                           *> = net 30
        05 CUST-FINCHG-EXEMPT    PIC A(1). *> Y = no finance charges

    *> payments.dat file definition (matches PAYMENTS') -- loaded
    *> checks are appended here for RUNPAY, on account (invoice 0)
        05 RECEIPT-INVOICE      PIC 9(6).
        05 RECEIPT-SPACEG       PIC A(1).
        05 RECEIPT-APPLIED      PIC 9(7)V9(2).
        05 RECEIPT-SPACEH       PIC A(1).
        05 RECEIPT-DISCOUNT     PIC 9(7)V9(2). *> early-payment
                                                *> discount allowed

    *> the register's nightly archive (same layout), so a reference
    *> posted weeks ago is still refused
        05 RARCH-INVOICE        PIC 9(6).
        05 RARCH-SPACEG         PIC A(1).
        05 RARCH-APPLIED        PIC 9(7)V9(2).
        05 RARCH-SPACEH         PIC A(1).
        05 RARCH-DISCOUNT       PIC 9(7)V9(2).

    *> suspended checks, the bank line carried whole for the
    *> bookkeeper to work by hand
    FD SUSPEND-FILE.
    01 SUSPEND-RECORD           PIC X(42).

    *> aropen.dat file definition (matches READ-TRANSACTIONS') --
    *> read for the open invoices still inside a discount window
    FD AROPEN-FILE.
    01 AROPEN-RECORD.
        05 AR-ORDER              PIC 9(6).
        05 AR-CID                PIC 9(10).
        05 AR-DATE               PIC 9(8).
        05 AR-BILLED             PIC S9(7)V9(2).
        05 AR-PAID               PIC S9(7)V9(2).
        05 AR-STATUS             PIC A(1). *> O = open, P = paid in full
        05 AR-DUE-DATE           PIC 9(8).
        05 AR-DISC-DATE          PIC 9(8).
        05 AR-DISC-PCT           PIC V999.
        05 AR-DISC-TAKEN         PIC S9(7)V9(2).

    *> edit report output, one free-form line at a time
    FD REPORT-FILE.
    01 REPORT-LINE              PIC X(120).
    01 PAYMENT-STATUS         PIC XX VALUE "00".
    01 RECEIPT-STATUS         PIC XX VALUE "00".
    01 RECEIPT-ARCH-STATUS    PIC XX VALUE "00".
    01 AROPEN-STATUS          PIC XX VALUE "00".

    *> open invoices that offer an early-payment discount, with the
    *> least a check can be and still pay the invoice in full; each
    *> is matched to one check at most
    01 DISC-TABLE.
        05 DISC-ENTRY            OCCURS 2000 TIMES INDEXED BY D.
            10 DISC-ORDER        PIC 9(6).
            10 DISC-CID          PIC 9(10).
            10 DISC-DATE         PIC 9(8).
            10 DISC-OPEN         PIC S9(7)V9(2).
            10 DISC-FLOOR        PIC S9(7)V9(2).
            10 DISC-USED         PIC A(1).
    01 DISC-COUNT             PIC 9(4) VALUE 0.
    01 DISC-OPEN-AMOUNT       PIC S9(7)V9(2) VALUE 0.
    01 DISC-ALLOWED           PIC S9(7)V9(2) VALUE 0.
    01 MATCHED-INVOICE        PIC 9(6) VALUE 0.
    01 DISC-MATCHED-COUNT     PIC 9(6) VALUE 0.

    *> every check reference already posted or already seen, loaded
    *> from the live register, its archive, the payments already
            LOG-MESSAGE, LOG-OPERATOR
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM 160-LOAD-DISCOUNT-ITEMS
        PERFORM 200-PROCESS-BANK-FILE
        PERFORM 800-PROVE-AGAINST-TRAILER
    END-IF.
        MOVE REF-STAGED TO REF-VALUE(R)
    END-IF.

*> Loads the open invoices whose terms offer an early-payment
*> discount. A missing aropen.dat just means nothing can match, and
*> every check loads on account as before.
160-LOAD-DISCOUNT-ITEMS.
    MOVE "N" TO EOF-SWITCH.
    OPEN INPUT AROPEN-FILE.
    IF AROPEN-STATUS = "00"
        PERFORM 170-LOAD-ONE-DISCOUNT-ITEM UNTIL EOF-SWITCH = "Y"
        CLOSE AROPEN-FILE
    END-IF.

*> One open item into the table if it carries a discount offer.
*> Stops loading (with a report line) instead of subscripting past
*> DISC-TABLE's OCCURS 2000; later checks simply load on account.
170-LOAD-ONE-DISCOUNT-ITEM.
    READ AROPEN-FILE
        AT END
            MOVE "Y" TO EOF-SWITCH
        NOT AT END
            COMPUTE DISC-OPEN-AMOUNT = AR-BILLED - AR-PAID
            IF AR-STATUS NOT = "P" AND DISC-OPEN-AMOUNT > 0
                AND AR-DISC-PCT IS NUMERIC AND AR-DISC-PCT > 0
                AND AR-DISC-DATE IS NUMERIC AND AR-DISC-DATE > 0
                IF DISC-COUNT >= 2000
                    MOVE "DISCOUNT TABLE FULL, REMAINING INVOICES NOT MATCHED"
                        TO LINE-OUT
                    WRITE REPORT-LINE FROM LINE-OUT
                    MOVE "Y" TO EOF-SWITCH
                ELSE
                    ADD 1 TO DISC-COUNT
                    SET D TO DISC-COUNT
                    MOVE AR-ORDER TO DISC-ORDER(D)
                    MOVE AR-CID TO DISC-CID(D)
                    MOVE AR-DISC-DATE TO DISC-DATE(D)
                    MOVE DISC-OPEN-AMOUNT TO DISC-OPEN(D)
                    COMPUTE DISC-ALLOWED ROUNDED =
                        DISC-OPEN-AMOUNT * AR-DISC-PCT
                    COMPUTE DISC-FLOOR(D) =
                        DISC-OPEN-AMOUNT - DISC-ALLOWED
                    MOVE "N" TO DISC-USED(D)
                END-IF
            END-IF
    END-READ.

*> Walks the bank file, dispatching each line
200-PROCESS-BANK-FILE.
    MOVE "N" TO EOF-SWITCH.
*> Appends the check to payments.dat, on account, and remembers its
*> reference so a repeat later in the same file is refused
500-LOAD-CHECK.
    PERFORM 510-MATCH-DISCOUNTED-INVOICE.
    OPEN EXTEND PAYMENT-FILE.
    MOVE LBX-DATE TO PAY-DATE.
    MOVE LBX-CID TO PAY-CID.
    MOVE LBX-AMOUNT TO PAY-AMOUNT.
    MOVE LBX-REFERENCE TO PAY-REFERENCE.
    MOVE MATCHED-INVOICE TO PAY-INVOICE.
    WRITE PAYMENT-RECORD.
    CLOSE PAYMENT-FILE.
    ADD 1 TO LOADED-COUNT.
        MOVE LBX-REFERENCE TO REF-VALUE(R)
    END-IF.
    MOVE SPACES TO LINE-OUT.
    IF MATCHED-INVOICE > 0
        STRING "LOADED: CHECK " LBX-REFERENCE " CID " LBX-CID
            " " CUST-NAME " AMOUNT " LBX-AMOUNT
            " DISCOUNTED PAYMENT OF INVOICE " MATCHED-INVOICE
            DELIMITED BY SIZE INTO LINE-OUT
    ELSE
        STRING "LOADED: CHECK " LBX-REFERENCE " CID " LBX-CID
            " " CUST-NAME " AMOUNT " LBX-AMOUNT
            DELIMITED BY SIZE INTO LINE-OUT
    END-IF.
    WRITE REPORT-LINE FROM LINE-OUT.

*> Looks for an open invoice of this customer's that the check pays
*> in full under its early-payment terms: dated on or before the
*> discount date, at least the discounted amount, short of the full
*> open amount. The first such invoice is taken and marked so no
*> second check in the file lands on it; no match leaves the check
*> on account.
510-MATCH-DISCOUNTED-INVOICE.
    MOVE 0 TO MATCHED-INVOICE.
    SET D TO 1.
    SEARCH DISC-ENTRY
        AT END
            CONTINUE
        WHEN D > DISC-COUNT
            CONTINUE
        WHEN DISC-CID(D) = LBX-CID AND DISC-USED(D) = "N"
            AND LBX-DATE <= DISC-DATE(D)
            AND LBX-AMOUNT >= DISC-FLOOR(D)
            AND LBX-AMOUNT < DISC-OPEN(D)
            MOVE DISC-ORDER(D) TO MATCHED-INVOICE
            MOVE "Y" TO DISC-USED(D)
            ADD 1 TO DISC-MATCHED-COUNT
    END-SEARCH.

*> Foots what was read against the bank's own trailer; a file with
*> no trailer, or one whose trailer disagrees, comes back RC=8 so
*> nobody posts a short or doubled deposit
        " / REJECTED " REJECTED-COUNT " FOR " REJECTED-TOTAL
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    MOVE SPACES TO LINE-OUT.
    STRING "OF THOSE LOADED, " DISC-MATCHED-COUNT
        " MATCHED TO AN INVOICE AT ITS EARLY-PAYMENT DISCOUNT"
        DELIMITED BY SIZE INTO LINE-OUT.
    WRITE REPORT-LINE FROM LINE-OUT.
    MOVE "N" TO MISMATCH-SWITCH.
    IF TRAILER-SEEN-SWITCH = "N"
        MOVE "NO BANK TRAILER ON THE FILE, DEPOSIT NOT PROVABLE"

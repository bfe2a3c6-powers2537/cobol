*> ORDER-NUMBER, written by READ-TRANSACTIONS as each order bills and
*> paid down invoice by invoice by PAYMENTS) and produces an
*> accounts-receivable aging report, bucketing each invoice's unpaid
*> balance into current/30/60/90-day columns based on how far past
*> its due date it is today -- the due date READ-TRANSACTIONS stamped
*> from the customer's payment terms, so a net 60 customer is not
*> shown a month late -- grouped by customer. Aging real
*> unpaid invoices replaced the old guesswork over transhist.dat --
*> the history never saw payments, so this program used to have to
*> assume which charges a payment retired; now PAYMENTS records which
        05 AR-BILLED             PIC S9(7)V9(2).
        05 AR-PAID               PIC S9(7)V9(2).
        05 AR-STATUS             PIC A(1). *> O = open, P = paid in full
        05 AR-DUE-DATE           PIC 9(8). *> net due, CCYYMMDD
        05 AR-DISC-DATE          PIC 9(8). *> discount good through,
                                            *> 0 = no discount offered
        05 AR-DISC-PCT           PIC V999. *> e.g. .020 = 2%
        05 AR-DISC-TAKEN         PIC S9(7)V9(2). *> early-payment
                                                  *> discount allowed

    *> aging report output file, one free-form line at a time
    FD AGING-FILE.
        05 CUST-OWES             PIC S9(7)V9(2).
        05 CUST-CREDIT-LIMIT     PIC 9(7)V9(2).
        05 CUST-HOLD             PIC A(1).
        05 CUST-TERMS-CODE       PIC X(4). *> terms.dat code, spaces
                                           *> = net 30
        05 CUST-FINCHG-EXEMPT    PIC A(1). *> Y = no finance charges

WORKING-STORAGE SECTION.
    *> reference to the shared run-log program, and the event fields
    *> reference to the business-date program
    01 GET-BUSINESS-DATE    PIC X(17) VALUE "GET-BUSINESS-DATE".
    01 TODAY                 PIC 9(8).
    01 DAYS-PAST-DUE         PIC S9(5) VALUE 0.

    *> the invoice being aged's unpaid balance
    01 INVOICE-OPEN          PIC S9(7)V9(2) VALUE 0.
            MOVE CUST-NAME TO AGING-NAME(K)
    END-READ.

*> Determines how many days past due this invoice is and adds its
*> unpaid balance into the matching current/30/60/90-day column --
*> current until the due date passes, then a column per 30 days
*> late. An item with no due date on it is taken as net 30 from its
*> billing date, the basis everything was aged on before terms.
400-BUCKET-AMOUNT.
    IF AR-DUE-DATE IS NUMERIC AND AR-DUE-DATE > 0
        COMPUTE DAYS-PAST-DUE =
            FUNCTION INTEGER-OF-DATE(TODAY)
                - FUNCTION INTEGER-OF-DATE(AR-DUE-DATE)
    ELSE
        COMPUTE DAYS-PAST-DUE =
            FUNCTION INTEGER-OF-DATE(TODAY)
                - FUNCTION INTEGER-OF-DATE(AR-DATE) - 30
    END-IF.
    EVALUATE TRUE
        WHEN DAYS-PAST-DUE < 0
            ADD INVOICE-OPEN TO AGING-CURRENT(K)
        WHEN DAYS-PAST-DUE < 30
            ADD INVOICE-OPEN TO AGING-30(K)
        WHEN DAYS-PAST-DUE < 60
            ADD INVOICE-OPEN TO AGING-60(K)
        WHEN OTHER
            ADD INVOICE-OPEN TO AGING-90(K)

        05 CUST-OWES             PIC S9(7)V9(2).
        05 CUST-CREDIT-LIMIT     PIC 9(7)V9(2).
        05 CUST-HOLD             PIC A(1).
        05 CUST-TERMS-CODE       PIC X(4). *> terms.dat code, spaces
                                           *> = net 30
        05 CUST-FINCHG-EXEMPT    PIC A(1). *> Y = no finance charges

    *> inventory.dat file definition (indexed, keyed by PROD-PID),
    *> opened INPUT only -- contracts are validated against it
                                             *> falls to here, 0 =
                                             *> use the legacy ladder
        05 PROD-REORDER-TO        PIC 9(7). *> order back up to here
        05 PROD-REPLACED-BY       PIC 9(11). *> successor product, 0 = none
        05 PROD-REPLACE-DATE      PIC 9(8). *> successor effective date

WORKING-STORAGE SECTION.
    *> reference to the shared sign-on program, and the fields each

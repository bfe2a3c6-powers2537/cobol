            05 OWES        PIC S9(7)V9(2). *> current ammount owed
            05 CREDIT-LIMIT       PIC 9(7)V9(2). *> maximum allowed balance
            05 HOLD        PIC A(1). *> Y = credit hold
            05 TERMS-CODE  PIC X(4). *> terms.dat code, spaces = net 30
            05 FINCHG-EXEMPT  PIC A(1). *> Y = no finance charges

    WORKING-STORAGE SECTION.
        01 SWITCHES.
                10 CUSTOMER-OWES        PIC S9(7)V9(2).
                10 CUSTOMER-CREDIT-LIMIT PIC 9(7)V9(2).
                10 CUSTOMER-HOLD        PIC A(1).
                10 CUSTOMER-TERMS-CODE  PIC X(4).
                10 CUSTOMER-FINCHG-EXEMPT  PIC A(1).
        *> count of customer records actually in the table
        01 CUSTOMER-COUNT          PIC 9(4).

    MOVE CUSTOMER-OWES(I) TO OWES.
    MOVE CUSTOMER-CREDIT-LIMIT(I) TO CREDIT-LIMIT.
    MOVE CUSTOMER-HOLD(I) TO HOLD.
    MOVE CUSTOMER-TERMS-CODE(I) TO TERMS-CODE.
    MOVE CUSTOMER-FINCHG-EXEMPT(I) TO FINCHG-EXEMPT.
    WRITE OUT-RECORD.

*> Clean up

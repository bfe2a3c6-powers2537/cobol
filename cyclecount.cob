*> back into line with reality. Every write to either file is
*> journaled through WRITE-JOURNAL so it is explainable later. Uses
*> READ-INVENTORY/REWRITE-INVENTORY, the same subprograms
*> RECEIVE-INVENTORY uses. The day's scheduled counts come off
*> ABC-ANALYSIS' countsheet.dat, already in this layout with the
*> quantities zero: key the counted figures over it and it serves as
*> counts.dat.
IDENTIFICATION DIVISION.
PROGRAM-ID. CYCLE-COUNT.
ENVIRONMENT DIVISION.
            10 PRODUCT-SHIP-WEIGHT  PIC 9(3)V9(2).
            10 PRODUCT-REORDER-POINT PIC 9(7).
            10 PRODUCT-REORDER-TO   PIC 9(7).
            10 PRODUCT-REPLACED-BY  PIC 9(11).
            10 PRODUCT-REPLACE-DATE PIC 9(8).

    *> the count lines, held so the adjustments can be applied as one
    *> pass after the operator has reviewed the variance report

      *              nothing spending against it - this is what
      *              finally does.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Added BG-ENCUMBERED-AMOUNT - open purchase
      *                  orders' claim on the budget, set by POENT01
      *                  at issue and relieved by invoice entry and
      *                  PO close.  Existing budget files need a
      *                  one-time reformat; a record whose field is
      *                  not numeric reads as nothing encumbered.
      ******************************************************************
       FD  BUDGET-FILE
           LABEL RECORDS ARE STANDARD.
               10 BG-PERIOD            PIC 9(06).
           05 BG-BUDGET-AMOUNT         PIC S9(09)V99 COMP-3.
           05 BG-COMMITTED-AMOUNT      PIC S9(09)V99 COMP-3.
           05 BG-ENCUMBERED-AMOUNT     PIC S9(09)V99 COMP-3.

      *                  job is accepted (010 keyed at entry means
      *                  ten percent).  Zero means no withholding,
      *                  which is what every existing order carries.
      *   2026-10-15 DW  Added PO-MATCH-TYPE.  "3" is a goods order
      *                  matched three ways at invoice entry -
      *                  invoice against order against what the
      *                  dock signed for on RECEIVING-FILE.  "2" is
      *                  a services order with nothing to receive,
      *                  matched to the authorization only, which
      *                  is how a space on an existing order reads.
      *   2026-10-15 DW  Added PO-COST-CENTER, PO-ENCUMBER-PERIOD and
      *                  PO-ENCUMBERED-AMOUNT.  Raising an order
      *                  encumbers its cost center's budget; invoices
      *                  vouchered against it relieve the encumbrance
      *                  and closing it releases what is left.
      *                  Existing PO files need a one-time reformat;
      *                  an order carried over with a blank cost
      *                  center encumbers nothing.
      ******************************************************************
       FD  PO-FILE
           LABEL RECORDS ARE STANDARD.
               88 PO-STATUS-OPEN           VALUE "O".
               88 PO-STATUS-CLOSED         VALUE "C".
           05 PO-RETAINAGE-PCT         PIC 9V99 COMP-3.
           05 PO-MATCH-TYPE            PIC X(01).
               88 PO-MATCH-THREE-WAY       VALUE "3".
               88 PO-MATCH-TWO-WAY         VALUE "2" SPACE.
      * THE BUDGET THE ORDER ENCUMBERS - THE COST CENTER, THE PERIOD
      * IT WAS ENCUMBERED IN, AND HOW MUCH OF THE ENCUMBRANCE IS
      * STILL STANDING.  A BLANK COST CENTER ENCUMBERS NOTHING.
           05 PO-COST-CENTER           PIC X(06).
           05 PO-ENCUMBER-PERIOD       PIC 9(06).
           05 PO-ENCUMBERED-AMOUNT     PIC S9(09)V99 COMP-3.

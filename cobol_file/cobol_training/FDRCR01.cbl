      *              generation step turns due templates into open
      *              invoices for the payment run.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Added RT-CONTRACT-NUMBER - the vendor
      *                  contract the recurring charge bills against
      *                  (a lease, a maintenance agreement); blank
      *                  when it is not under one.
      *   2026-10-15 DW  Added RT-ALLOC-TEMPLATE - the cost
      *                  allocation template each generated invoice
      *                  is split by; blank to code it at vendor
      *                  level.  Existing template files need a
      *                  one-time reformat to carry the field.
      ******************************************************************
       FD  RECUR-TEMPLATE-FILE
           LABEL RECORDS ARE STANDARD.
           05 RT-EXPIRY-DATE           PIC 9(08).
           05 RT-LAST-GEN-DATE         PIC 9(08).
           05 RT-DESCRIPTION           PIC X(30).
           05 RT-CONTRACT-NUMBER       PIC X(12).
           05 RT-ALLOC-TEMPLATE        PIC X(06).

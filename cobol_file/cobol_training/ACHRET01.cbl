      *                  vendor's EFT flag goes to "F" so the
      *                  waiting details never graduate to live,
      *                  and the failure is on the report.
      *   2026-10-15 DW  Reopening an invoice keeps any prepayment
      *                  applied to it on the paid-to-date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHRET01.

       4100-REOPEN-ONE-INVOICE.
            SET INV-STATUS-OPEN TO TRUE.
      * A PREPAYMENT APPLIED TO THE INVOICE WASN'T PART OF THE
      * RETURNED ENTRY, SO IT STAYS ON THE PAID-TO-DATE.
            IF INV-DOC-INVOICE
                MOVE INV-PREPAY-APPLIED TO INV-AMOUNT-PAID
            ELSE
                MOVE ZERO TO INV-AMOUNT-PAID
            END-IF.
            MOVE ZERO TO INV-PARTIAL-AMOUNT.
            MOVE ZERO TO INV-PAID-DATE.
            MOVE ZERO TO INV-CHECK-NUMBER.

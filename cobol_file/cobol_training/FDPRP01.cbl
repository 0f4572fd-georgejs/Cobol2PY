      *              proposal left unreleased past its expiry date is
      *              expired and its invoices go back to open.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Added PP-REMIT-CODE, carried from the
      *                  invoice so the release knows which remit-to
      *                  address the vendor's check goes to.
      ******************************************************************
       FD  PROPOSAL-FILE
           LABEL RECORDS ARE STANDARD.
           05 PP-PROPOSAL-DATE         PIC 9(08).
           05 PP-EXPIRY-DATE           PIC 9(08).
           05 PP-COMPANY-CODE          PIC X(02).
           05 PP-REMIT-CODE            PIC X(02).

      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Record layout for BACKUP-WH-FILE - one record
      *              for every payment PAYREL01 withheld federal
      *              backup withholding from, kept forever.  The
      *              reportable amount is the gross payment (what
      *              VENDOR-YTD-PAID and the payment ledger carry);
      *              the withheld amount is what never left in the
      *              check or EFT and is owed to the IRS instead.
      *              The GL extract credits it to the backup-
      *              withholding payable account on the payment
      *              date, by company.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  The ledger also carries nonresident (chapter
      *                  3) withholding from foreign payees - BW-
      *                  WITHHOLDING-TYPE tells the two apart, and a
      *                  nonresident record adds the 1042-S income
      *                  and exemption codes and the payment
      *                  currency, the amounts being in that
      *                  currency.  Records written before the type
      *                  existed read as backup withholding.
      ******************************************************************
       FD  BACKUP-WH-FILE
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-WH-RECORD.
           05 BW-VENDOR-NUMBER         PIC 9(05).
           05 BW-PAYMENT-DATE          PIC 9(08).
           05 BW-PAYMENT-TIME          PIC 9(08).
           05 BW-COMPANY-CODE          PIC X(02).
           05 BW-TIN                   PIC X(09).
           05 BW-RATE                  PIC 9V9999.
           05 BW-REPORTABLE-AMOUNT     PIC S9(09)V99 COMP-3.
           05 BW-WITHHELD-AMOUNT       PIC S9(09)V99 COMP-3.
           05 BW-OPERATOR-ID           PIC X(08).
           05 BW-WITHHOLDING-TYPE      PIC X(01).
               88 BW-TYPE-BACKUP           VALUE "B" SPACE.
               88 BW-TYPE-NONRESIDENT      VALUE "N".
           05 BW-INCOME-CODE           PIC X(02).
           05 BW-EXEMPTION-CODE        PIC X(02).
           05 BW-CURRENCY-CODE         PIC X(03).

      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Record layout for PETTY-CASH-VOUCHER-FILE.  A
      *              voucher is ON HAND in the box from the day it is
      *              entered (PCVENT01) until PCRPL01 puts it on a
      *              replenishment invoice to the custodian - it is
      *              then SUBMITTED, carrying that invoice number,
      *              until the invoice is paid and it is REPLENISHED.
      *              A voucher still on hand can be VOIDED.  The
      *              account and cost center go onto the invoice's
      *              distribution lines, so GLEXT01 books the spend
      *              where it belongs when the check is cut.
      * Tectonics: cobc
      ******************************************************************
       FD  PETTY-CASH-VOUCHER-FILE
           LABEL RECORDS ARE STANDARD.
       01  PETTY-CASH-VOUCHER-RECORD.
           05 PV-KEY.
               10 PV-FUND-CODE         PIC X(04).
               10 PV-VOUCHER-NUMBER    PIC 9(06).
           05 PV-VOUCHER-DATE          PIC 9(08).
           05 PV-PAID-TO               PIC X(30).
           05 PV-DESCRIPTION           PIC X(30).
           05 PV-GL-ACCOUNT            PIC X(08).
           05 PV-COST-CENTER           PIC X(06).
           05 PV-AMOUNT                PIC S9(07)V99 COMP-3.
           05 PV-STATUS                PIC X(01).
               88 PV-STATUS-ON-HAND        VALUE "U".
               88 PV-STATUS-SUBMITTED      VALUE "S".
               88 PV-STATUS-REPLENISHED    VALUE "R".
               88 PV-STATUS-VOID           VALUE "V".
           05 PV-REPLENISH-INVOICE     PIC X(15).
           05 PV-REPLENISH-DATE        PIC 9(08).
           05 PV-ENTRY-DATE            PIC 9(08).
           05 PV-ENTERED-BY            PIC X(08).
           05 FILLER                   PIC X(20).

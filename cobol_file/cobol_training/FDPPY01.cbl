      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Record layout for PROMPT-PAY-FILE - one record
      *              for every vendor invoice line PAYREL01 releases,
      *              on time or not, kept forever.  PY-DAYS-LATE is
      *              calendar days from the due date to the payment
      *              date, zero for anything paid on or before it.
      *              PY-INTEREST-AMOUNT is the late-payment interest
      *              paid with the invoice - zero unless the vendor
      *              is interest-bearing and the line ran past the
      *              grace days - at PY-ANNUAL-RATE.  The GL extract
      *              books the interest to expense on the payment
      *              date; the prompt-payment report totals the
      *              ledger by vendor and company.  Payments to
      *              employees are not carried.
      * Tectonics: cobc
      ******************************************************************
       FD  PROMPT-PAY-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROMPT-PAY-RECORD.
           05 PY-PAYMENT-DATE          PIC 9(08).
           05 PY-VENDOR-NUMBER         PIC 9(05).
           05 PY-COMPANY-CODE          PIC X(02).
           05 PY-INVOICE-NUMBER        PIC X(15).
           05 PY-DUE-DATE              PIC 9(08).
           05 PY-DAYS-LATE             PIC 9(05).
           05 PY-NET-AMOUNT            PIC S9(09)V99 COMP-3.
           05 PY-INTEREST-AMOUNT       PIC S9(09)V99 COMP-3.
           05 PY-ANNUAL-RATE           PIC 9(02)V9(04) COMP-3.
           05 PY-OPERATOR-ID           PIC X(08).
           05 FILLER                   PIC X(10).

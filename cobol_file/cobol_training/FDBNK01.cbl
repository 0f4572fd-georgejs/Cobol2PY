      *                  check writer refuses to draw another
      *                  company's payments on it.  Spaces read as
      *                  the parent ("01").
      *   2026-10-15 DW  Added BA-ON-BEHALF-FLAG from the last FILLER
      *                  - "Y" lets the check writer draw another
      *                  company's payments on this account when the
      *                  run names that company.  Anything else
      *                  (including an unconverted record) keeps the
      *                  account to its own company.
      ******************************************************************
       FD  BANK-ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
           05 BA-NEXT-CHECK-NUMBER     PIC 9(08).
           05 BA-DUAL-SIGN-LIMIT       PIC S9(09)V99 COMP-3.
           05 BA-COMPANY-CODE          PIC X(02).
           05 BA-ON-BEHALF-FLAG        PIC X(01).
               88 BA-MAY-PAY-ON-BEHALF     VALUE "Y".
           05 FILLER                   PIC X(01).

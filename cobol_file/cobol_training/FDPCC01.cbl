      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Record layout for PETTY-CASH-COUNT-FILE.  Each
      *              surprise count keeps the fund as it stood at the
      *              count - authorized amount, vouchers in the box,
      *              vouchers submitted but not yet repaid - so the
      *              cash that should have been there is fixed on the
      *              record, beside the cash actually counted.  The
      *              over/short is counted less expected: negative
      *              is a shortage.  PCFMNT01 records the count;
      *              PCSHRT01 reports the shortages.
      * Tectonics: cobc
      ******************************************************************
       FD  PETTY-CASH-COUNT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PETTY-CASH-COUNT-RECORD.
           05 PC-KEY.
               10 PC-FUND-CODE         PIC X(04).
               10 PC-COUNT-DATE        PIC 9(08).
               10 PC-COUNT-TIME        PIC 9(06).
           05 PC-COUNTED-BY            PIC X(08).
           05 PC-WITNESS               PIC X(20).
           05 PC-AUTHORIZED-AMOUNT     PIC S9(07)V99 COMP-3.
           05 PC-VOUCHERS-ON-HAND      PIC S9(07)V99 COMP-3.
           05 PC-AWAITING-REPLENISH    PIC S9(07)V99 COMP-3.
           05 PC-CASH-EXPECTED         PIC S9(07)V99 COMP-3.
           05 PC-CASH-COUNTED          PIC S9(07)V99 COMP-3.
           05 PC-OVER-SHORT            PIC S9(07)V99 COMP-3.
           05 PC-NOTE                  PIC X(40).
           05 FILLER                   PIC X(20).

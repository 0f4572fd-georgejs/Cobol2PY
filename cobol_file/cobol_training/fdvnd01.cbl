      *                  through VNDAPP01.  The classic fake-vendor
      *                  path - set one up tonight, invoice it
      *                  tonight - closes.
      *   2026-10-15 DW  VENDOR-STATUS now recognizes "S" - SANCTIONS
      *                  HOLD.  A vendor whose name, address or bank
      *                  country screens as a potential OFAC SDN
      *                  match (SDNSCR01) is held here until a
      *                  compliance officer clears or confirms the
      *                  match through SDNCLR01.  "S" is not ACTIVE,
      *                  so every gate already refuses it; a cleared
      *                  vendor goes back to the status it had.
      *   2026-10-15 DW  Added VENDOR-CARD-FLAG - "Y" when the vendor
      *                  takes payment on our single-use virtual
      *                  card, which pays us a rebate.  The card
      *                  settlement run sets "D" when the issuer
      *                  declines a charge; "D" is not "Y", so the
      *                  vendor falls back to ACH or a check until
      *                  somebody re-flags it.  Record length grows
      *                  from 257 to 258.
      *   2026-10-15 DW  The currencies a vendor may be carried in now
      *                  live on the currency master (FDCUR01), not
      *                  in 88-levels here.  VENDOR-CURR-CAD and
      *                  VENDOR-CURR-GBP are gone; VENDOR-CURR-HOME
      *                  (USD or blank) replaces the "CAD or GBP"
      *                  tests for a foreign vendor.
      *   2026-10-15 DW  Added VENDOR-INTEREST-FLAG - "Y" when the
      *                  vendor is owed interest on a late payment
      *                  (a contract or statute says so).  The
      *                  release step adds the interest, at the
      *                  rate on LATE-INTEREST-FILE, to the payment.
      *                  Record length grows from 258 to 259.
      ******************************************************************
       FD VENDOR-FILE
           LABEL RECORDS ARE STANDARD.
               88 VENDOR-ACTIVE        VALUE "A".
               88 VENDOR-INACTIVE      VALUE "I".
               88 VENDOR-PENDING       VALUE "P".
               88 VENDOR-SANCTIONS-HOLD VALUE "S".
           05 VENDOR-STATUS-DATE   PIC 9(08).
           05 VENDOR-BANK-INFO.
               10 VENDOR-EFT-FLAG       PIC X(01).
                   88 VENDOR-ACCT-SAVINGS   VALUE "S".
           05 VENDOR-CURRENCY-CODE PIC X(03).
               88 VENDOR-CURR-USD      VALUE "USD".
               88 VENDOR-CURR-HOME     VALUE "USD" "   ".
           05 VENDOR-YTD-PAID      PIC S9(09)V99 COMP-3.
           05 VENDOR-1099-FLAG     PIC X(01).
               88 VENDOR-1099-ELIGIBLE  VALUE "Y".
           05 VENDOR-PRIORITY      PIC 9(01).
               88 VENDOR-PRIORITY-CRITICAL VALUE 1.
           05 VENDOR-PRENOTE-DATE  PIC 9(08).
           05 VENDOR-CARD-FLAG     PIC X(01).
               88 VENDOR-ACCEPTS-CARD   VALUE "Y".
               88 VENDOR-CARD-DECLINED  VALUE "D".
           05 VENDOR-INTEREST-FLAG PIC X(01).
               88 VENDOR-INTEREST-BEARING VALUE "Y".

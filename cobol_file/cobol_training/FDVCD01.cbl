      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Record layout for CARD-CHARGE-FILE.  VCDGEN01
      *              writes one record per payment it sends the card
      *              issuer, keyed by a charge number that never
      *              repeats - it is the reference the issuer carries
      *              back, and it is what the card run stamps into
      *              INV-CHECK-NUMBER on the invoices the charge
      *              covers.  VCDSTL01 applies the issuer's
      *              settlement file to it: an authorization code, a
      *              settled date and amount and the rebate earned,
      *              or a decline.  Record 00000000 is the control
      *              record holding the last charge number issued.
      *              150 bytes.
      * Tectonics: cobc
      ******************************************************************
       FD  CARD-CHARGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CARD-CHARGE-RECORD.
           05 VC-KEY.
               10 VC-CHARGE-NUMBER     PIC 9(08).
                   88 VC-CONTROL-ENTRY     VALUE ZERO.
           05 VC-VENDOR-NUMBER         PIC 9(05).
           05 VC-VENDOR-NAME           PIC X(30).
           05 VC-COMPANY-CODE          PIC X(02).
           05 VC-PAYMENT-DATE          PIC 9(08).
           05 VC-REQUEST-DATE          PIC 9(08).
           05 VC-AMOUNT                PIC S9(09)V99 COMP-3.
           05 VC-INVOICE-COUNT         PIC 9(05).
           05 VC-STATUS                PIC X(01).
               88 VC-STATUS-REQUESTED      VALUE "R".
               88 VC-STATUS-AUTHORIZED     VALUE "A".
               88 VC-STATUS-SETTLED        VALUE "S".
               88 VC-STATUS-VARIANCE       VALUE "V".
               88 VC-STATUS-DECLINED       VALUE "D".
               88 VC-STATUS-OPEN           VALUE "R" "A".
           05 VC-AUTH-CODE             PIC X(06).
           05 VC-AUTH-DATE             PIC 9(08).
           05 VC-SETTLED-DATE          PIC 9(08).
           05 VC-SETTLED-AMOUNT        PIC S9(09)V99 COMP-3.
           05 VC-REBATE-AMOUNT         PIC S9(07)V99 COMP-3.
           05 VC-DECLINE-CODE          PIC X(04).
           05 VC-DECLINE-REASON        PIC X(20).
           05 FILLER                   PIC X(20).
       01  CARD-CONTROL-RECORD.
           05 VC-CTL-KEY               PIC 9(08).
           05 VC-CTL-LAST-CHARGE       PIC 9(08).
           05 VC-CTL-LAST-REQUEST-DATE PIC 9(08).
           05 VC-CTL-LAST-SETTLE-DATE  PIC 9(08).
           05 FILLER                   PIC X(118).

      *                  it, and the check writer refuses a payment
      *                  whose company doesn't own the run's
      *                  disbursement account.
      *   2026-10-15 DW  The "V" record carries PAY-BACKUP-WITHHELD -
      *                  for a vendor under backup withholding,
      *                  PAY-AMOUNT is the net disbursed and this is
      *                  the amount kept for the IRS, so the "I"
      *                  records (at gross) sum to the two together.
      *                  Zero for everyone else.
      *   2026-10-15 DW  The "V" record carries PAY-NRA-WITHHELD, the
      *                  chapter 3 tax kept from a foreign payee's
      *                  payment, alongside PAY-BACKUP-WITHHELD -
      *                  a payment carries one or the other, never
      *                  both, and the "I" records sum to PAY-AMOUNT
      *                  plus whichever it is.
      *   2026-10-15 DW  Levies and assignments.  A vendor payment
      *                  split under LEVY-FILE is followed, after
      *                  its "I" records, by one "L" record per
      *                  holder paid - laid out like a "V" record,
      *                  with the holder as payee and the levied
      *                  vendor and notice reference in the new
      *                  PAY-LEVY- fields.  On the "V" record,
      *                  PAY-LEVY-AMOUNT is the total redirected, so
      *                  the "I" records sum to PAY-AMOUNT plus it
      *                  plus any tax withheld.
      *   2026-10-15 DW  PAY-EFT-FLAG "C" - the payment goes on the
      *                  vendor's virtual card (VCDGEN01).  "C" is
      *                  not "Y", so the ACH run passes it over; the
      *                  check writer passes it over by name.
      *   2026-10-15 DW  The "V" record carries PAY-REMIT-CODE, the
      *                  remit-to address the invoices asked for;
      *                  blank means the vendor's default.
      *   2026-10-15 DW  Late-payment interest.  An interest-bearing
      *                  vendor paid late gets one "N" record per
      *                  late invoice, after its "I" records and
      *                  before any "L" records, naming the invoice,
      *                  its due date, the days late and the
      *                  interest.  PAY-INTEREST-AMOUNT on the "V"
      *                  record is their total and is inside
      *                  PAY-AMOUNT, so the "I" records sum to
      *                  PAY-AMOUNT less the interest, plus any tax
      *                  withheld and levy.
      ******************************************************************
       FD  PAYMENT-FILE
           LABEL RECORDS ARE STANDARD.
           05 PAY-RECORD-TYPE          PIC X(01).
               88 PAY-TYPE-VENDOR          VALUE "V".
               88 PAY-TYPE-INVOICE         VALUE "I".
               88 PAY-TYPE-LEVY            VALUE "L".
               88 PAY-TYPE-INTEREST        VALUE "N".
               88 PAY-TYPE-DISBURSEMENT    VALUE "V" "L".
           05 PAY-VENDOR-NUMBER        PIC 9(05).
           05 PAY-PAYMENT-DATE         PIC 9(08).
           05 PAY-AMOUNT               PIC S9(09)V99 COMP-3.
           05 PAY-EFT-FLAG             PIC X(01).
               88 PAY-BY-EFT               VALUE "Y".
               88 PAY-BY-CARD              VALUE "C".
           05 PAY-CURRENCY-CODE        PIC X(03).
           05 PAY-VENDOR-NAME          PIC X(30).
           05 PAY-INVOICE-COUNT        PIC 9(05).
           05 PAY-COMPANY-CODE         PIC X(02).
           05 PAY-BACKUP-WITHHELD      PIC S9(09)V99 COMP-3.
           05 PAY-NRA-WITHHELD         PIC S9(09)V99 COMP-3.
           05 PAY-LEVY-AMOUNT          PIC S9(09)V99 COMP-3.
           05 PAY-LEVY-FOR-VENDOR      PIC 9(05).
           05 PAY-LEVY-TYPE            PIC X(01).
               88 PAY-LEVY-IS-LEVY         VALUE "L".
               88 PAY-LEVY-IS-ASSIGNMENT   VALUE "A".
           05 PAY-LEVY-REFERENCE       PIC X(20).
           05 PAY-REMIT-CODE           PIC X(02).
           05 PAY-INTEREST-AMOUNT      PIC S9(09)V99 COMP-3.
       01  PAYMENT-INVOICE-RECORD.
           05 PAY-INV-RECORD-TYPE      PIC X(01).
           05 PAY-INV-VENDOR-NUMBER    PIC 9(05).
           05 PAY-INV-GROSS-AMOUNT     PIC S9(09)V99 COMP-3.
           05 PAY-INV-DISCOUNT         PIC S9(07)V99 COMP-3.
           05 PAY-INV-NET-AMOUNT       PIC S9(09)V99 COMP-3.
       01  PAYMENT-INTEREST-RECORD.
           05 PAY-INT-RECORD-TYPE      PIC X(01).
           05 PAY-INT-VENDOR-NUMBER    PIC 9(05).
           05 PAY-INT-INVOICE-NUMBER   PIC X(15).
           05 PAY-INT-DUE-DATE         PIC 9(08).
           05 PAY-INT-DAYS-LATE        PIC 9(05).
           05 PAY-INT-ANNUAL-RATE      PIC 9(02)V9(04) COMP-3.
           05 PAY-INT-AMOUNT           PIC S9(09)V99 COMP-3.

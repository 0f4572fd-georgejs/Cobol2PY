      *                  file, and memo conventions stopped being a
      *                  control.  "01" is the parent; spaces on an
      *                  unconverted record read as the parent too.
      *   2026-10-15 DW  Two more hold reasons, both set by invoice
      *                  entry's three-way match rather than keyed:
      *                  R - NO RECEIPT (nothing signed for on the
      *                  receiving log) and V - PRICE VARIANCE
      *                  (billed past the received value).
      *   2026-10-15 DW  Added the PENDING APPROVAL and REJECTED
      *                  statuses and the approval stamp.  A new
      *                  invoice waits in W until the approver for
      *                  its cost center and amount (APPROVER-FILE)
      *                  or that approver's delegate passes it in
      *                  INVAPR01; INV-APPROVED-BY and
      *                  INV-APPROVAL-DATE say who and when.  A
      *                  rejected invoice stays on file in X and
      *                  never pays.
      *   2026-10-15 DW  Added the PREPAYMENT document type and the
      *                  prepayment fields.  A deposit paid ahead of
      *                  the real invoice loads as doc type P, pays
      *                  through the normal cycle, and once paid sits
      *                  as an open asset against the vendor until
      *                  INVHLD01 applies it to the invoice that
      *                  arrives.  On the invoice, INV-PREPAY-NUMBER,
      *                  INV-PREPAY-APPLIED and INV-PREPAY-DATE say
      *                  which prepayment was applied, how much and
      *                  when - the amount also goes onto
      *                  INV-AMOUNT-PAID, so the payment run pays
      *                  only what is left.  On the prepayment,
      *                  INV-PREPAY-CONSUMED is how much of it has
      *                  been applied so far.
      *   2026-10-15 DW  Added INV-CONTRACT-NUMBER - the vendor
      *                  contract (CONTRACT-FILE) an invoice bills
      *                  against - and two more entry-time hold
      *                  reasons: N - OVER CEILING (past the
      *                  contract's not-to-exceed amount) and K -
      *                  OFF CONTRACT (dated outside its term).
      *   2026-10-15 DW  Regrouped for the alternate indexes.  Company,
      *                  status and due date now sit together (the
      *                  status/due-date and company/status keys),
      *                  and doc type sits ahead of the paid date (the
      *                  doc-type/paid-date key).  No field changed
      *                  size, but the file must be carried over once
      *                  by INVCNV01 from an unload in the old order,
      *                  which ends at the company code - the later
      *                  fields load empty.
      *   2026-10-15 DW  Added INV-REMIT-CODE - the vendor remit-to
      *                  address (REMIT-TO-FILE) the invoice is to be
      *                  paid at; blank means the vendor's default.
      *                  An existing file is carried over through
      *                  INVCNV01, which loads the new field blank.
      *   2026-10-15 DW  Added hold reason E - OVER POLICY, set by
      *                  the employee expense load when a claim
      *                  breaks the expense policy table.
      *   2026-10-15 DW  Added INV-ENTRY-DATE, INV-ENTRY-TIME and
      *                  INV-ENTERED-BY - when the invoice was put on
      *                  file and by whom ("BATCH" for an unattended
      *                  or generated load), for the fraud analytics'
      *                  weekend and overnight entry test.  An
      *                  existing file is carried over through
      *                  INVCNV01, which loads the new fields empty
      *                  (the date and time as zero).
      *   2026-10-15 DW  Added INV-HOLD-DATE - the day the invoice
      *                  went on hold (zero when it is not held), so
      *                  a hold can be aged.  Set by invoice entry for
      *                  a match or policy hold and by INVHLD01 when
      *                  one is keyed; cleared on release.  Zero on a
      *                  carried-over record.
      *   2026-10-15 DW  Added INV-ALLOC-TEMPLATE - the cost
      *                  allocation template the invoice's
      *                  distribution was expanded from; blank when
      *                  it was coded by hand or at vendor level.
      *                  Blank on a carried-over record.
      ******************************************************************
       FD  INVOICE-FILE
           LABEL RECORDS ARE STANDARD.
               10 INV-VENDOR-NUMBER    PIC 9(05).
               10 INV-INVOICE-NUMBER   PIC X(15).
           05 INV-INVOICE-DATE         PIC 9(08).
           05 INV-AMOUNT               PIC S9(09)V99 COMP-3.
      * THE INDEXED FIELDS.  STATUS PLUS DUE DATE FINDS THE OPEN OR
      * SELECTED ITEMS DUE BY A DATE; COMPANY PLUS STATUS (THE
      * REDEFINITION) FINDS ONE COMPANY'S ITEMS IN ONE STATUS; DOC
      * TYPE PLUS PAID DATE FINDS WHAT SETTLED ON A DAY.  NONE OF
      * THE THREE NEEDS THE PAID HISTORY READ TO GET THERE.
           05 INV-STATUS-FIELDS.
               10 INV-COMPANY-CODE     PIC X(02).
               10 INV-STATUS-DUE-KEY.
                   15 INV-STATUS       PIC X(01).
                       88 INV-STATUS-OPEN      VALUE "O".
                       88 INV-STATUS-SELECTED  VALUE "S".
                       88 INV-STATUS-PAID      VALUE "P".
                       88 INV-STATUS-HELD      VALUE "H".
                       88 INV-STATUS-PENDING   VALUE "W".
                       88 INV-STATUS-REJECTED  VALUE "X".
                   15 INV-DUE-DATE     PIC 9(08).
           05 INV-STATUS-FIELDS-R REDEFINES INV-STATUS-FIELDS.
               10 INV-COMPANY-STATUS-KEY PIC X(03).
               10 FILLER               PIC X(08).
           05 INV-DOC-PAID-KEY.
               10 INV-DOC-TYPE         PIC X(01).
                   88 INV-DOC-INVOICE      VALUE "I".
                   88 INV-DOC-CREDIT       VALUE "C".
                   88 INV-DOC-PREPAYMENT   VALUE "P".
               10 INV-PAID-DATE        PIC 9(08).
           05 INV-CHECK-NUMBER         PIC 9(08).
           05 INV-DISCOUNT-DATE        PIC 9(08).
           05 INV-DISCOUNT-AMOUNT      PIC S9(07)V99 COMP-3.
           05 INV-PO-NUMBER            PIC X(10).
           05 INV-AMOUNT-PAID          PIC S9(09)V99 COMP-3.
           05 INV-PARTIAL-AMOUNT       PIC S9(09)V99 COMP-3.
           05 INV-HOLD-REASON          PIC X(01).
               88 INV-HOLD-DAMAGED-GOODS   VALUE "D".
               88 INV-HOLD-AWAIT-CREDIT    VALUE "C".
               88 INV-HOLD-MISSING-DOCS    VALUE "M".
               88 INV-HOLD-NO-RECEIPT      VALUE "R".
               88 INV-HOLD-PRICE-VARIANCE  VALUE "V".
               88 INV-HOLD-OVER-CEILING    VALUE "N".
               88 INV-HOLD-OFF-CONTRACT    VALUE "K".
               88 INV-HOLD-OVER-POLICY     VALUE "E".
               88 INV-HOLD-NONE            VALUE SPACE.
           05 INV-TAX-CODE             PIC X(01).
               88 INV-TAX-NONE             VALUE SPACE "N".
               88 INV-TAX-USE              VALUE "U".
           05 INV-TAX-JURISDICTION     PIC X(02).
           05 INV-USE-TAX-AMOUNT       PIC S9(07)V99 COMP-3.
           05 INV-APPROVED-BY          PIC X(08).
           05 INV-APPROVAL-DATE        PIC 9(08).
           05 INV-PREPAY-NUMBER        PIC X(15).
           05 INV-PREPAY-APPLIED       PIC S9(09)V99 COMP-3.
           05 INV-PREPAY-DATE          PIC 9(08).
           05 INV-PREPAY-CONSUMED      PIC S9(09)V99 COMP-3.
           05 INV-CONTRACT-NUMBER      PIC X(12).
           05 INV-REMIT-CODE           PIC X(02).
           05 INV-ENTRY-DATE           PIC 9(08).
           05 INV-ENTRY-TIME           PIC 9(08).
           05 INV-ENTERED-BY           PIC X(08).
           05 INV-HOLD-DATE            PIC 9(08).
           05 INV-ALLOC-TEMPLATE       PIC X(06).

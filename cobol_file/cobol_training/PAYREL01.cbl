      *                  off its proposal lines - the selection run
      *                  picks one company per run, so the lines
      *                  agree by construction.
      *   2026-10-15 DW  Backup withholding.  A vendor whose TIN-
      *                  STATUS-FILE record has backup withholding
      *                  switched on (BNTMNT01, after a B-notice)
      *                  has 24% of each payment held back - the
      *                  "V" record's PAY-AMOUNT is the net that
      *                  actually goes out, PAY-BACKUP-WITHHELD the
      *                  amount kept, and a BACKUP-WH-FILE record
      *                  carries it to the GL extract.  The vendor
      *                  YTD, PMTCTL, the payment ledger and the "I"
      *                  records all stay at the gross, which is
      *                  what the 1099 reports and what settles the
      *                  invoices.
      *   2026-10-15 DW  Nonresident withholding.  A foreign payee -
      *                  a FOREIGN-STATUS-FILE record marked foreign,
      *                  or a CAD/GBP vendor with no record at all -
      *                  has chapter 3 tax held back instead: the
      *                  treaty or other rate on a current W-8, the
      *                  statutory 30% when the W-8 is missing or
      *                  expired.  PAY-NRA-WITHHELD carries the
      *                  amount kept, and the withholding ledger
      *                  gets a nonresident record (with the 1042-S
      *                  codes) for every foreign payment, withheld
      *                  or treaty-exempt.  Backup withholding never
      *                  applies on top.
      *   2026-10-15 DW  Levies and assignments.  A vendor with
      *                  active LEVY-FILE records has each one's
      *                  share - a fixed amount or a percentage,
      *                  held to its cap - taken out of what is left
      *                  after withholding, in sequence order.  Each
      *                  share goes to PAYMENT-FILE as an "L" record
      *                  paying the holder, the vendor's "V" record
      *                  carries the remainder and the total
      *                  redirected, and the levy record is brought
      *                  up to date (marked satisfied at its cap).
      *                  The posting to the vendor stays at the
      *                  gross - the levy pays the vendor's debt.
      *   2026-10-15 DW  Sanctions gate.  Every payee is screened
      *                  against the SDN list (SDNSCR01) before its
      *                  payment posts - vendors with their bank
      *                  country off INTL-BANK-FILE, employees by
      *                  name and address.  A vendor on sanctions
      *                  hold, a payee with a hit awaiting
      *                  compliance, or a new potential match is
      *                  backed out like any other payment that
      *                  can't post; a new match on a vendor also
      *                  puts it on hold with a history image.
      *   2026-10-15 DW  Virtual card.  A USD payment to a vendor
      *                  flagged to accept the card goes out with
      *                  PAY-EFT-FLAG "C" for the card run (VCDGEN01)
      *                  instead of ACH or a check - the issuer pays
      *                  us a rebate on it.  A payment redirected in
      *                  full to a levy holder still goes to the
      *                  check writer.
      *   2026-10-15 DW  The vendor payment carries the remit-to code
      *                  its invoices asked for (PAY-REMIT-CODE) for
      *                  the check writer.  Invoices of one vendor
      *                  naming different remit-tos still make one
      *                  payment, paid at the vendor's default.
      *   2026-10-15 DW  The currency master (CURVAL01) is consulted at
      *                  release: a vendor billing in a currency that
      *                  is not active there is backed out and
      *                  counted; an EFT payment in a currency with no
      *                  ACH or wire rail goes by check; a check in a
      *                  currency that allows none is warned about.
      *                  A foreign vendor is now any not carried in
      *                  the home currency, not just CAD or GBP.
      *   2026-10-15 DW  Release authority limits.  The decision is
      *                  now payee by payee: R releases every payee
      *                  within the operator's OP-RELEASE-LIMIT, V
      *                  asks about each one.  A payment over the
      *                  limit needs a second level-3 releaser, who
      *                  signs on there and then and whose own limit
      *                  must cover it; otherwise the payee's lines
      *                  stay on the proposal for a higher authority.
      *                  Each release (and co-release, and each
      *                  over-limit refusal) is journaled, and a
      *                  release record - payee, net, released by,
      *                  second releaser, disposition - is added to
      *                  the end of the proposal register.
      *   2026-10-15 DW  Late-payment interest.  An interest-bearing
      *                  vendor is paid simple interest on each line
      *                  released past its due date plus the grace
      *                  days, at the rate in force (LATEINT); the
      *                  interest rides in the payment with one "N"
      *                  record per line, and every vendor line paid
      *                  goes on the prompt-payment ledger (PPAYLG).
      *   2026-10-15 DW  A release is refused while the PAYMENT-FILE
      *                  on disk still carries payments no check,
      *                  ACH, wire or card run has produced - a second
      *                  release after a partial one would otherwise
      *                  write over the first.  A partial release now
      *                  says, on screen and on the register, that the
      *                  payees left must be released or expired
      *                  before the next payment run can select.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYREL01.
           COPY "SLPDL01.cbl".
           COPY "SLPAY01.cbl".
           COPY "SLEMP01.cbl".
           COPY "SLTIN01.cbl".
           COPY "SLBWH01.cbl".
           COPY "SLFRN01.cbl".
           COPY "SLLEV01.cbl".
           COPY "SLIBD01.cbl".
           COPY "SLOPR01.cbl".
           COPY "SLLIR01.cbl".
           COPY "SLPPY01.cbl".
           COPY "Hello-world.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "fdvnd01.cbl".
           COPY "FDPDL01.cbl".
           COPY "FDPAY01.cbl".
           COPY "FDEMP01.cbl".
           COPY "FDTIN01.cbl".
           COPY "FDBWH01.cbl".
           COPY "FDFRN01.cbl".
           COPY "FDLEV01.cbl".
           COPY "FDIBD01.cbl".
           COPY "FDOPR01.cbl".
           COPY "FDLIR01.cbl".
           COPY "FDPPY01.cbl".

      * THE RELEASE RECORD IS ADDED TO THE END OF THE PROPOSAL
      * REGISTER PAYRUN01 PRINTED, SO THE ONE DOCUMENT SHOWS WHAT
      * WAS PROPOSED AND WHO RELEASED WHICH PAYEE.
       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RELEASE-PRINT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VENDOR-FILE-STATUS      PIC X(02).
           88 WS-PAYMENT-DTL-MISSING      VALUE "35".
       01  WS-PAYMENT-FILE-STATUS     PIC X(02).
           88 WS-PAYMENT-FILE-OK          VALUE "00".
           88 WS-PAYMENT-FILE-EOF         VALUE "10".
           88 WS-PAYMENT-FILE-MISSING     VALUE "35".
       01  WS-EMPLOYEE-FILE-STATUS    PIC X(02).
           88 WS-EMPLOYEE-FILE-OK         VALUE "00".
           88 WS-EMPLOYEE-NOT-FOUND       VALUE "23".
           88 WS-EMPLOYEE-MISSING         VALUE "35".
       01  WS-TIN-STATUS-STATUS       PIC X(02).
           88 WS-TIN-STATUS-OK            VALUE "00".
           88 WS-TIN-STATUS-NOT-FOUND     VALUE "23".
           88 WS-TIN-STATUS-MISSING       VALUE "35".
       01  WS-BACKUP-WH-STATUS        PIC X(02).
           88 WS-BACKUP-WH-OK             VALUE "00".
           88 WS-BACKUP-WH-MISSING        VALUE "35".
       01  WS-FOREIGN-STATUS-STATUS   PIC X(02).
           88 WS-FOREIGN-STATUS-OK        VALUE "00".
           88 WS-FOREIGN-STATUS-MISSING   VALUE "35".
       01  WS-LEVY-FILE-STATUS        PIC X(02).
           88 WS-LEVY-FILE-OK             VALUE "00".
           88 WS-LEVY-FILE-EOF            VALUE "10".
           88 WS-LEVY-FILE-MISSING        VALUE "35".
       01  WS-INTL-BANK-STATUS        PIC X(02).
           88 WS-INTL-BANK-OK             VALUE "00".
           88 WS-INTL-BANK-MISSING        VALUE "35".
       01  WS-OPERATOR-FILE-STATUS    PIC X(02).
           88 WS-OPERATOR-FILE-OK         VALUE "00".
       01  WS-LATE-INT-STATUS         PIC X(02).
           88 WS-LATE-INT-OK              VALUE "00".
           88 WS-LATE-INT-EOF             VALUE "10".
           88 WS-LATE-INT-MISSING         VALUE "35".
       01  WS-PROMPT-PAY-STATUS       PIC X(02).
           88 WS-PROMPT-PAY-OK            VALUE "00".
           88 WS-PROMPT-PAY-MISSING       VALUE "35".
       01  WS-PRINT-FILE-NAME         PIC X(20).
       01  WS-PRINT-FILE-STATUS       PIC X(02).
           88 WS-PRINT-FILE-OK            VALUE "00".
           88 WS-PRINT-FILE-MISSING       VALUE "35".

       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-SIGNON-OK-SWITCH        PIC X(01) VALUE "N".
       01  WS-SCAN-EOF-SWITCH          PIC X(01).
           88 WS-SCAN-DONE                 VALUE "Y".

      * THE PAYMENT-FILE LEFT BY THE LAST RELEASE - HOW MANY OF ITS
      * INVOICES NO DISBURSEMENT RUN HAS STAMPED YET.
       01  WS-HANDOFF-EOF-SWITCH       PIC X(01).
           88 WS-HANDOFF-DONE              VALUE "Y".
       01  WS-HANDOFF-PENDING          PIC 9(07) COMP.

      * ONE VENDOR'S GROUP OF PROPOSAL LINES IS ACCUMULATED AND
      * POSTED, THEN ITS LINES ARE CLEARED OFF THE PROPOSAL.
       01  WS-CURRENT-VENDOR           PIC 9(05).
       01  WS-VENDOR-COMPANY           PIC X(02).
      * THE REMIT-TO THE VENDOR'S INVOICES ASKED FOR.  ONE CHECK
      * CAN ONLY GO TO ONE ADDRESS, SO INVOICES ASKING FOR
      * DIFFERENT ONES PAY AT THE VENDOR'S DEFAULT.
       01  WS-VENDOR-REMIT-CODE        PIC X(02).
       01  WS-REMIT-CONFLICT-SWITCH    PIC X(01).
           88 WS-REMIT-CONFLICT            VALUE "Y".
       01  WS-VENDOR-PAY-AMOUNT        PIC S9(09)V99.
       01  WS-VENDOR-INV-COUNT         PIC 9(05).
       01  WS-BEFORE-VENDOR-RECORD     PIC X(300).
           88 WS-VENDOR-POSTED             VALUE "Y".
       01  WS-RUN-MEMO                 PIC X(200).

      * RELEASE AUTHORITY.  EACH OPERATOR MAY RELEASE A SINGLE
      * PAYEE'S PAYMENT UP TO THEIR OP-RELEASE-LIMIT ALONE; OVER IT
      * A SECOND LEVEL-3 OPERATOR WHOSE OWN LIMIT COVERS THE
      * PAYMENT SIGNS ON AS SECOND RELEASER, OR THE PAYEE STAYS ON
      * THE PROPOSAL FOR A HIGHER AUTHORITY.
       01  WS-OPR-FILE-OPEN-SWITCH     PIC X(01) VALUE "N".
           88 WS-OPR-FILE-OPEN             VALUE "Y".
       01  WS-RELEASE-LIMIT            PIC S9(09)V99 COMP-3
                                       VALUE ZERO.
       01  WS-LOOKED-UP-LIMIT          PIC S9(09)V99 COMP-3.
       01  WS-RELEASE-MODE             PIC X(01).
           88 WS-RELEASE-WITHIN-LIMIT      VALUE "R".
           88 WS-RELEASE-EACH-VENDOR       VALUE "V".
       01  WS-VENDOR-RELEASE-SWITCH    PIC X(01).
           88 WS-VENDOR-TO-RELEASE         VALUE "Y".
       01  WS-VENDOR-ANSWER            PIC X(01).
       01  WS-LEFT-REASON              PIC X(30).
       01  WS-SECOND-RELEASER          PIC X(08).
       01  WS-SECOND-OPERATOR-ID       PIC X(08).
       01  WS-SECOND-PASSWORD          PIC X(08).
       01  WS-SECOND-LEVEL             PIC 9(01).
       01  WS-SECOND-RESULT            PIC X(01).
           88 WS-SECOND-ACCEPTED           VALUE "O".
       01  WS-SHOW-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-SHOW-LIMIT               PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-REGISTER-OPEN-SWITCH     PIC X(01) VALUE "N".
           88 WS-REGISTER-OPEN             VALUE "Y".

           COPY "RPTHDR1.cbl".

       01  WS-RLS-TITLE-LINE.
           05 FILLER                PIC X(30) VALUE
               "PROPOSAL RELEASE RECORD".
           05 FILLER                PIC X(09) VALUE "PROPOSED ".
           05 WS-RT-PROPOSAL-DATE   PIC 9(08).
           05 FILLER                PIC X(17) VALUE
               "  RELEASE RUN BY ".
           05 WS-RT-OPERATOR        PIC X(08).

       01  WS-RLS-COLUMN-HEADING.
           05 FILLER                PIC X(08) VALUE "PAYEE".
           05 FILLER                PIC X(10) VALUE "INVOICES".
           05 FILLER                PIC X(15) VALUE
               "            NET".
           05 FILLER                PIC X(03) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE "RELEASED BY".
           05 FILLER                PIC X(17) VALUE
               "SECOND RELEASER".
           05 FILLER                PIC X(11) VALUE "DISPOSITION".

       01  WS-RLS-DETAIL-LINE.
           05 WS-RD-PAYEE           PIC 9(05).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-RD-INVOICES        PIC ZZZZ9.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 WS-RD-NET             PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-RD-RELEASER        PIC X(08).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-RD-SECOND          PIC X(08).
           05 FILLER                PIC X(09) VALUE SPACES.
           05 WS-RD-DISPOSITION     PIC X(30).

       01  WS-RLS-TOTAL-LINE.
           05 WS-RTL-LABEL          PIC X(30).
           05 WS-RTL-COUNT          PIC ZZZ,ZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-RTL-AMOUNT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

      * FEDERAL BACKUP WITHHOLDING - THE STATUTORY RATE, AND WHAT
      * IT TAKES OUT OF THE VENDOR'S PAYMENT.  THE DISBURSED AMOUNT
      * IS WHAT THE CHECK OR THE EFT ACTUALLY CARRIES.
       01  WS-BACKUP-WH-RATE           PIC 9V9999 VALUE 0.2400.
       01  WS-VENDOR-WITHHELD          PIC S9(09)V99.
       01  WS-VENDOR-DISBURSED         PIC S9(09)V99.
       01  WS-TIN-FILE-OPEN-SWITCH     PIC X(01) VALUE "N".
           88 WS-TIN-FILE-OPEN             VALUE "Y".

      * NONRESIDENT (CHAPTER 3) WITHHOLDING - THE STATUTORY RATE A
      * FOREIGN PAYEE WITHOUT A CURRENT W-8 IS HELD TO, AND THE RATE
      * AND 1042-S CODES ACTUALLY APPLIED TO THIS PAYMENT.
       01  WS-NRA-STATUTORY-RATE       PIC 9V9999 VALUE 0.3000.
       01  WS-NRA-RATE                 PIC 9V9999.
       01  WS-NRA-INCOME-CODE          PIC X(02).
       01  WS-NRA-EXEMPTION-CODE       PIC X(02).
       01  WS-VENDOR-NRA-WITHHELD      PIC S9(09)V99.
       01  WS-FRN-FILE-OPEN-SWITCH     PIC X(01) VALUE "N".
           88 WS-FRN-FILE-OPEN             VALUE "Y".
       01  WS-FRN-FOUND-SWITCH         PIC X(01).
           88 WS-FRN-FOUND                 VALUE "Y".
       01  WS-FOREIGN-PAYEE-SWITCH     PIC X(01).
           88 WS-FOREIGN-PAYEE             VALUE "Y".
       01  WS-W8-CURRENT-SWITCH        PIC X(01).
           88 WS-W8-CURRENT                VALUE "Y".

      * LEVIES AND ASSIGNMENTS - THE SHARE EACH HOLDER TAKES OUT OF
      * THIS VENDOR'S PAYMENT, KEPT UNTIL THE "I" RECORDS ARE OUT
      * AND THE "L" RECORDS CAN FOLLOW THEM.  THE VENDOR'S OWN
      * RECORD IS PUT ASIDE WHILE EACH HOLDER IS LOOKED UP.
       01  WS-LEVY-FILE-OPEN-SWITCH    PIC X(01) VALUE "N".
           88 WS-LEVY-FILE-OPEN            VALUE "Y".
       01  WS-LEVY-SCAN-SWITCH         PIC X(01).
           88 WS-LEVY-SCAN-DONE            VALUE "Y".
       01  WS-PAYEE-VENDOR-RECORD      PIC X(300).
       01  WS-LEVY-CURRENCY            PIC X(03).
       01  WS-LEVY-BASE                PIC S9(09)V99.
       01  WS-LEVY-SHARE               PIC S9(09)V99.
       01  WS-LEVY-ROOM                PIC S9(09)V99.
       01  WS-VENDOR-LEVIED            PIC S9(09)V99.
       01  WS-LEVY-MAX                 PIC 9(02) VALUE 10.
       01  WS-LEVY-COUNT               PIC 9(02) VALUE ZERO.
       01  WS-LEVY-SUB                 PIC 9(02).
       01  WS-LEVY-TABLE.
           05 WS-LT-ENTRY OCCURS 10 TIMES.
               10 WS-LT-HOLDER         PIC 9(05).
               10 WS-LT-NAME           PIC X(30).
               10 WS-LT-EFT-FLAG       PIC X(01).
               10 WS-LT-TYPE           PIC X(01).
               10 WS-LT-REFERENCE      PIC X(20).
               10 WS-LT-AMOUNT         PIC S9(09)V99.

      * SANCTIONS SCREEN - THE SDNSCR01 CALL FIELDS.  THE BANK
      * COUNTRY COMES OFF INTL-BANK-FILE WHEN IT IS THERE.
       01  WS-IB-FILE-OPEN-SWITCH      PIC X(01) VALUE "N".
           88 WS-IB-FILE-OPEN              VALUE "Y".
       01  WS-SANCTIONS-SWITCH         PIC X(01).
           88 WS-PAYEE-SANCTIONS-HELD      VALUE "Y".
       01  WS-SS-FUNCTION              PIC X(01).
       01  WS-SS-PAYEE-TYPE            PIC X(01).
       01  WS-SS-PAYEE-NUMBER          PIC 9(05).
       01  WS-SS-NAME                  PIC X(30).
       01  WS-SS-ADDRESS               PIC X(30).
       01  WS-SS-CITY                  PIC X(20).
       01  WS-SS-COUNTRY               PIC X(02).
       01  WS-SS-SOURCE                PIC X(01).
       01  WS-SS-PRIOR-STATUS          PIC X(01).
       01  WS-SS-RESULT                PIC X(01).
           88 WS-SS-POTENTIAL-MATCH        VALUE "M".
           88 WS-SS-PAYEE-BLOCKED          VALUE "B".
       01  WS-SS-SCORE                 PIC 9(03).
       01  WS-SS-MATCH-NAME            PIC X(60).

      * FIELDS FOR THE CURVAL01 CURRENCY MASTER LOOK-UP - A VENDOR
      * BILLING IN AN INACTIVE CURRENCY IS NOT PAID, AND A PAYMENT
      * GOES OUT ONLY ON A RAIL ITS CURRENCY ALLOWS.
       01  WS-CV-CURRENCY-CODE         PIC X(03).
       01  WS-CV-DESCRIPTION           PIC X(30).
       01  WS-CV-DECIMAL-PLACES        PIC 9(01).
       01  WS-CV-RAIL-ACH              PIC X(01).
           88 WS-CV-ACH-ALLOWED            VALUE "Y".
       01  WS-CV-RAIL-WIRE             PIC X(01).
           88 WS-CV-WIRE-ALLOWED           VALUE "Y".
       01  WS-CV-RAIL-CHECK            PIC X(01).
           88 WS-CV-CHECK-ALLOWED          VALUE "Y".
       01  WS-CV-RESULT                PIC X(01).
           88 WS-CV-CURRENCY-ACTIVE        VALUE "A".

      * LATE-PAYMENT INTEREST - THE RATE AND GRACE DAYS IN FORCE ON
      * THE RUN DATE OFF LATE-INTEREST-FILE, WHAT EACH LINE EARNS,
      * AND THE LATE LINES OF THE PAYEE BEING POSTED, KEPT UNTIL ITS
      * "I" RECORDS ARE OUT AND THE "N" RECORDS CAN FOLLOW THEM.
       01  WS-LATE-RATE                PIC 9(02)V9(04) VALUE ZERO.
       01  WS-LATE-GRACE-DAYS          PIC 9(03) VALUE ZERO.
       01  WS-LATE-RATE-DATE           PIC 9(08) VALUE ZERO.
       01  WS-LIR-SCAN-SWITCH          PIC X(01) VALUE "N".
           88 WS-LIR-SCAN-DONE             VALUE "Y".
       01  WS-PPY-FILE-OPEN-SWITCH     PIC X(01) VALUE "N".
           88 WS-PPY-FILE-OPEN             VALUE "Y".
       01  WS-INTEREST-BEARING-SWITCH  PIC X(01) VALUE "N".
           88 WS-INTEREST-BEARING          VALUE "Y".
       01  WS-LINE-DAYS-LATE           PIC 9(05).
       01  WS-LINE-INTEREST            PIC S9(09)V99.
       01  WS-VENDOR-INTEREST          PIC S9(09)V99.
       01  WS-INT-MAX                  PIC 9(02) VALUE 50.
       01  WS-INT-COUNT                PIC 9(02) VALUE ZERO.
       01  WS-INT-SUB                  PIC 9(02).
       01  WS-INTEREST-TABLE.
           05 WS-IT-ENTRY OCCURS 50 TIMES.
               10 WS-IT-INVOICE        PIC X(15).
               10 WS-IT-DUE-DATE       PIC 9(08).
               10 WS-IT-DAYS-LATE      PIC 9(05).
               10 WS-IT-AMOUNT         PIC S9(09)V99.

      * FIELDS FOR THE DATECALC1 DAYS-LATE CALL.
       01  WS-DC-FUNCTION              PIC X(01).
       01  WS-DC-DATE-1                PIC 9(08).
       01  WS-DC-DATE-2                PIC 9(08).
       01  WS-DC-DAYS                  PIC S9(07).
       01  WS-DC-RESULT-DATE           PIC 9(08).
       01  WS-DC-ERROR-SWITCH          PIC X(01).
           88 WS-DC-DATE-ERROR             VALUE "Y".
       01  WS-DC-CALENDAR-CODE         PIC X(03) VALUE SPACES.

      * CONTROL TOTALS FOR THE RELEASE.
       01  WS-BATCH-CONTROLS.
           05 WS-VENDORS-PAID          PIC 9(07) COMP.
           05 WS-VENDORS-BACKED-OUT    PIC 9(07) COMP.
           05 WS-AMOUNT-PAID-TOTAL     PIC S9(11)V99 COMP-3.
           05 WS-INVOICES-REOPENED     PIC 9(07) COMP.
           05 WS-VENDORS-WITHHELD      PIC 9(07) COMP.
           05 WS-WITHHELD-TOTAL        PIC S9(11)V99 COMP-3.
           05 WS-FOREIGN-PAYEES        PIC 9(07) COMP.
           05 WS-NRA-WITHHELD-TOTAL    PIC S9(11)V99 COMP-3.
           05 WS-LEVIES-APPLIED        PIC 9(07) COMP.
           05 WS-LEVY-TOTAL            PIC S9(11)V99 COMP-3.
           05 WS-PAYEES-SANCTIONS-HELD PIC 9(07) COMP.
           05 WS-PAYEES-CURRENCY-HELD  PIC 9(07) COMP.
           05 WS-CARD-PAYMENTS         PIC 9(07) COMP.
           05 WS-CARD-TOTAL            PIC S9(11)V99 COMP-3.
           05 WS-VENDORS-CO-RELEASED   PIC 9(07) COMP.
           05 WS-VENDORS-LEFT          PIC 9(07) COMP.
           05 WS-AMOUNT-LEFT-TOTAL     PIC S9(11)V99 COMP-3.
           05 WS-LATE-LINES-PAID       PIC 9(07) COMP.
           05 WS-INTEREST-LINES        PIC 9(07) COMP.
           05 WS-INTEREST-TOTAL        PIC S9(11)V99 COMP-3.

       PROCEDURE DIVISION.
       0000-MAINLINE.
            END-IF.
            PERFORM 1600-OPEN-PAYMENT-CONTROL-FILE.
            PERFORM 1700-OPEN-PAYMENT-DETAIL.
            PERFORM 1800-OPEN-BACKUP-WH-FILES.
            PERFORM 1850-OPEN-LEVY-FILE.
            PERFORM 1870-OPEN-INTL-BANK.
            PERFORM 1900-OPEN-OPERATOR-FILE.
            PERFORM 1880-READ-LATE-INTEREST-RATE.
            PERFORM 1890-OPEN-PROMPT-PAY.

      * OPEN PAYMENT-CONTROL-FILE I-O, CREATING AN EMPTY ONE THE FIRST
      * TIME A PAYMENT IS EVER POSTED, THE SAME WAY VNDMNT01 DOES.
                    WS-PAYMENT-DTL-STATUS
            END-IF.

      * NO TIN-STATUS-FILE MEANS NO VENDOR HAS EVER BEEN PUT UNDER
      * BACKUP WITHHOLDING - THE RELEASE RUNS WITHOUT IT.  NO
      * FOREIGN-STATUS-FILE MEANS NO W-8 HAS EVER BEEN ENTERED, SO
      * EVERY FOREIGN-CURRENCY VENDOR IS WITHHELD AT THE STATUTORY
      * RATE.  THE WITHHOLDING LEDGER IS CREATED THE FIRST TIME IT IS
      * NEEDED, THE SAME WAY AS THE PAYMENT DETAIL LEDGER.
       1800-OPEN-BACKUP-WH-FILES.
            OPEN INPUT TIN-STATUS-FILE.
            IF WS-TIN-STATUS-OK
                SET WS-TIN-FILE-OPEN TO TRUE
            ELSE IF NOT WS-TIN-STATUS-MISSING
                DISPLAY "UNABLE TO OPEN TIN-STATUS-FILE, STATUS = "
                    WS-TIN-STATUS-STATUS
            END-IF.
            OPEN INPUT FOREIGN-STATUS-FILE.
            IF WS-FOREIGN-STATUS-OK
                SET WS-FRN-FILE-OPEN TO TRUE
            ELSE IF NOT WS-FOREIGN-STATUS-MISSING
                DISPLAY "UNABLE TO OPEN FOREIGN-STATUS-FILE, STATUS = "
                    WS-FOREIGN-STATUS-STATUS
            END-IF.
            OPEN EXTEND BACKUP-WH-FILE.
            IF WS-BACKUP-WH-MISSING
                OPEN OUTPUT BACKUP-WH-FILE
                CLOSE BACKUP-WH-FILE
                OPEN EXTEND BACKUP-WH-FILE
            END-IF.
            IF NOT WS-BACKUP-WH-OK
                DISPLAY "UNABLE TO OPEN BACKUP-WH-FILE, STATUS = "
                    WS-BACKUP-WH-STATUS
            END-IF.

      * THE LEVY FILE IS UPDATED AS SHARES ARE TAKEN.  NO FILE MEANS
      * NO LEVY HAS EVER BEEN SET UP (LEVMNT01 CREATES IT).
       1850-OPEN-LEVY-FILE.
            OPEN I-O LEVY-FILE.
            IF WS-LEVY-FILE-OK
                SET WS-LEVY-FILE-OPEN TO TRUE
            ELSE IF NOT WS-LEVY-FILE-MISSING
                DISPLAY "UNABLE TO OPEN LEVY-FILE, STATUS = "
                    WS-LEVY-FILE-STATUS
            END-IF.

      * NO INTL-BANK-FILE MEANS NO VENDOR IS PAID ABROAD - THE
      * SCREEN RUNS WITHOUT A BANK COUNTRY.
       1870-OPEN-INTL-BANK.
            OPEN INPUT INTL-BANK-FILE.
            IF WS-INTL-BANK-OK
                SET WS-IB-FILE-OPEN TO TRUE
            ELSE IF NOT WS-INTL-BANK-MISSING
                DISPLAY "UNABLE TO OPEN INTL-BANK-FILE, STATUS = "
                    WS-INTL-BANK-STATUS
            END-IF.

      * THE RATE IN FORCE TODAY IS THE ONE WITH THE LATEST
      * EFFECTIVE DATE NOT AFTER THE RUN DATE.  NO TABLE, OR NO RATE
      * IN FORCE YET, MEANS NO INTEREST IS PAID - THE RUN SAYS SO.
       1880-READ-LATE-INTEREST-RATE.
            OPEN INPUT LATE-INTEREST-FILE.
            IF WS-LATE-INT-OK
                MOVE "N" TO WS-LIR-SCAN-SWITCH
                PERFORM 8400-READ-NEXT-LATE-RATE
                PERFORM UNTIL WS-LIR-SCAN-DONE
                    OR LI-EFFECTIVE-DATE > WS-RUN-DATE
                    MOVE LI-EFFECTIVE-DATE TO WS-LATE-RATE-DATE
                    MOVE LI-ANNUAL-RATE TO WS-LATE-RATE
                    MOVE LI-GRACE-DAYS TO WS-LATE-GRACE-DAYS
                    PERFORM 8400-READ-NEXT-LATE-RATE
                END-PERFORM
                CLOSE LATE-INTEREST-FILE
            ELSE IF NOT WS-LATE-INT-MISSING
                DISPLAY "UNABLE TO OPEN LATE-INTEREST-FILE, STATUS = "
                    WS-LATE-INT-STATUS
            END-IF.
            IF WS-LATE-RATE = ZERO
                DISPLAY "NO LATE-PAYMENT INTEREST RATE IN FORCE - NO "
                    "INTEREST WILL BE PAID"
            ELSE
                DISPLAY "LATE-PAYMENT INTEREST " WS-LATE-RATE
                    " PCT, GRACE " WS-LATE-GRACE-DAYS " DAYS, RATE OF "
                    WS-LATE-RATE-DATE
            END-IF.

      * THE PROMPT-PAYMENT LEDGER IS CREATED THE FIRST TIME IT IS
      * NEEDED, THE SAME WAY AS THE WITHHOLDING LEDGER.
       1890-OPEN-PROMPT-PAY.
            OPEN EXTEND PROMPT-PAY-FILE.
            IF WS-PROMPT-PAY-MISSING
                OPEN OUTPUT PROMPT-PAY-FILE
                CLOSE PROMPT-PAY-FILE
                OPEN EXTEND PROMPT-PAY-FILE
            END-IF.
            IF WS-PROMPT-PAY-OK
                SET WS-PPY-FILE-OPEN TO TRUE
            ELSE
                DISPLAY "UNABLE TO OPEN PROMPT-PAY-FILE, STATUS = "
                    WS-PROMPT-PAY-STATUS
            END-IF.

      * THE SECURITY MASTER IS READ HERE FOR RELEASE LIMITS ONLY -
      * OPRSEC01 STILL OWNS SIGN-ON AND THE JOURNAL.
       1900-OPEN-OPERATOR-FILE.
            OPEN INPUT OPERATOR-FILE.
            IF WS-OPERATOR-FILE-OK
                SET WS-OPR-FILE-OPEN TO TRUE
            ELSE
                DISPLAY "UNABLE TO OPEN OPERATOR-FILE, STATUS = "
                    WS-OPERATOR-FILE-STATUS
                    " - NO RELEASE LIMIT CAN BE READ"
            END-IF.
            MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
            PERFORM 1950-READ-RELEASE-LIMIT.
            MOVE WS-LOOKED-UP-LIMIT TO WS-RELEASE-LIMIT.

      * THE LIMIT OF THE OPERATOR IN OP-OPERATOR-ID.  NOT ON FILE,
      * REVOKED, OR A RECORD FROM BEFORE LIMITS EXISTED ALL MEAN
      * ZERO - NO RELEASE AUTHORITY.
       1950-READ-RELEASE-LIMIT.
            MOVE ZERO TO WS-LOOKED-UP-LIMIT.
            IF WS-OPR-FILE-OPEN
                READ OPERATOR-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        IF OP-ACTIVE AND OP-RELEASE-LIMIT NUMERIC
                            MOVE OP-RELEASE-LIMIT
                                TO WS-LOOKED-UP-LIMIT
                        END-IF
                END-READ
            END-IF.

      * SHOW THE OPERATOR WHAT IS WAITING - VENDORS, INVOICES, NET
      * TOTAL, PROPOSAL AND EXPIRY DATES - THEN TAKE THE DECISION.
      * A PROPOSAL PAST ITS EXPIRY DATE IS NOT RELEASABLE; THE ONLY
                DISPLAY "VENDORS  : " WS-PROP-VENDOR-COUNT
                DISPLAY "INVOICES : " WS-PROP-INVOICE-COUNT
                DISPLAY "NET TOTAL: " WS-PROP-NET-TOTAL
                MOVE WS-RELEASE-LIMIT TO WS-SHOW-LIMIT
                DISPLAY "YOUR RELEASE LIMIT PER PAYEE: " WS-SHOW-LIMIT
                IF WS-RUN-DATE > WS-PROP-EXPIRY
                    SET WS-PROPOSAL-EXPIRED TO TRUE
                    DISPLAY "PROPOSAL HAS EXPIRED - INVOICES WILL "
                PERFORM 8000-READ-NEXT-PROPOSAL
            END-PERFORM.

      * R RELEASES EVERY PAYEE WITHIN THE OPERATOR'S LIMIT (AND
      * OFFERS A SECOND RELEASER FOR EACH ONE OVER IT); V ASKS
      * ABOUT EACH PAYEE IN TURN.  WHATEVER IS NOT RELEASED STAYS
      * ON THE PROPOSAL FOR THE NEXT RELEASER.
       2500-TAKE-THE-DECISION.
            DISPLAY "R-RELEASE WITHIN MY LIMIT  V-VENDOR BY VENDOR  "
                "E-EXPIRE (REOPEN ITEMS)  X-LEAVE AS IS".
            DISPLAY "ENTER CHOICE: ".
            ACCEPT WS-ANSWER.
            EVALUATE WS-ANSWER
                WHEN "R"
                WHEN "V"
                    MOVE WS-ANSWER TO WS-RELEASE-MODE
                    MOVE WS-RUN-DATE TO WS-PK-EFFECTIVE-DATE
                    CALL "PERCHK01" USING WS-PK-EFFECTIVE-DATE
                        WS-PK-RESULT
                    DISPLAY "INVALID CHOICE"
            END-EVALUATE.

      * RELEASE - POST EVERY PROPOSED VENDOR THE OPERATOR MAY
      * RELEASE.  ONE VENDOR AT A TIME: ITS PROPOSAL LINES ARE
      * ACCUMULATED, THE RELEASE AUTHORITY IS CHECKED, THE PAYMENT
      * POSTS THE WAY PAYRUN01 USED TO POST IT, THE PAYMENT-FILE
      * RECORD GOES TO THE CHECK WRITER, AND THE LINES COME OFF THE
      * PROPOSAL.  A VENDOR NOT RELEASED KEEPS ITS LINES.  THE
      * INVOICES STAY SELECTED - THE CHECK WRITER AND THE EFT RUNS
      * STAMP THEM PAID, AS THEY ALWAYS HAVE.
      * EVERY RELEASE WRITES A NEW PAYMENT-FILE (OPEN OUTPUT), SO A
      * RELEASE IS REFUSED WHILE THE ONE ON DISK IS STILL WAITING
      * FOR CHKWTR01, ACHGEN01, WIRGEN01 OR VCDGEN01 - THE PAYEES
      * LEFT BY A PARTIAL RELEASE WAIT UNTIL THE FIRST BATCH HAS
      * GONE OUT.
       3000-RELEASE-PROPOSAL.
            PERFORM 3010-CHECK-PAYMENT-HANDOFF.
            IF WS-HANDOFF-PENDING > ZERO
                DISPLAY "PAYMENT-FILE STILL HOLDS " WS-HANDOFF-PENDING
                    " INVOICE(S) NOT YET PAID OUT"
                DISPLAY "RUN THE CHECK WRITER AND THE ACH, WIRE AND "
                    "CARD RUNS BEFORE RELEASING AGAIN"
                DISPLAY "PROPOSAL NOT RELEASED"
                MOVE "D" TO WS-OS-RESULT
                MOVE "RELEASE REFUSED" TO WS-OS-EVENT
                PERFORM 0600-JOURNAL-EVENT
            ELSE
                PERFORM 3020-WRITE-RELEASE
            END-IF.

      * AN "I" RECORD WHOSE INVOICE IS STILL SELECTED, AND NO LONGER
      * ON THE PROPOSAL, HAS NOT BEEN PAID OUT BY ANY DISBURSEMENT
      * RUN.  NO PAYMENT-FILE AT ALL MEANS NOTHING IS WAITING.
       3010-CHECK-PAYMENT-HANDOFF.
            MOVE ZERO TO WS-HANDOFF-PENDING.
            MOVE "N" TO WS-HANDOFF-EOF-SWITCH.
            OPEN INPUT PAYMENT-FILE.
            IF WS-PAYMENT-FILE-OK
                PERFORM 3015-READ-HANDOFF
                PERFORM 3012-CHECK-ONE-HANDOFF
                    UNTIL WS-HANDOFF-DONE
                CLOSE PAYMENT-FILE
            ELSE IF NOT WS-PAYMENT-FILE-MISSING
                DISPLAY "UNABLE TO OPEN PAYMENT-FILE, STATUS = "
                    WS-PAYMENT-FILE-STATUS
            END-IF.

       3012-CHECK-ONE-HANDOFF.
            IF PAY-RECORD-TYPE = "I"
                MOVE PAY-INV-VENDOR-NUMBER TO INV-VENDOR-NUMBER
                MOVE PAY-INV-INVOICE-NUMBER TO INV-INVOICE-NUMBER
                READ INVOICE-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        IF INV-STATUS-SELECTED
                            MOVE INV-KEY TO PP-KEY
                            READ PROPOSAL-FILE
                                INVALID KEY
                                    ADD 1 TO WS-HANDOFF-PENDING
                            END-READ
                        END-IF
                END-READ
            END-IF.
            PERFORM 3015-READ-HANDOFF.

       3015-READ-HANDOFF.
            READ PAYMENT-FILE
                AT END SET WS-HANDOFF-DONE TO TRUE
            END-READ.
            IF NOT WS-PAYMENT-FILE-OK AND NOT WS-PAYMENT-FILE-EOF
                DISPLAY "PAYMENT-FILE READ ERROR, STATUS = "
                    WS-PAYMENT-FILE-STATUS
                SET WS-HANDOFF-DONE TO TRUE
            END-IF.

       3020-WRITE-RELEASE.
            MOVE SPACES TO WS-RUN-MEMO.
            STRING "PAYMENT RUN " DELIMITED BY SIZE
                   WS-PROP-DATE   DELIMITED BY SIZE
                DISPLAY "UNABLE TO OPEN PAYMENT-FILE, STATUS = "
                    WS-PAYMENT-FILE-STATUS
            ELSE
                PERFORM 3050-OPEN-RELEASE-REGISTER
                PERFORM 3100-FIND-FIRST-VENDOR
                PERFORM 3200-POST-ONE-VENDOR
                    UNTIL WS-SCAN-DONE
                CLOSE PAYMENT-FILE
                PERFORM 3060-CLOSE-RELEASE-REGISTER
                MOVE "O" TO WS-OS-RESULT
                IF WS-VENDORS-LEFT > ZERO
                    MOVE "PARTIAL RELEASE" TO WS-OS-EVENT
                ELSE
                    MOVE "PROPOSAL RELEASED" TO WS-OS-EVENT
                END-IF
                PERFORM 0600-JOURNAL-EVENT
                DISPLAY "VENDORS PAID            : " WS-VENDORS-PAID
                DISPLAY "INVOICES PAID           : " WS-INVOICES-PAID
                DISPLAY "VENDORS BACKED OUT      : "
                    WS-VENDORS-BACKED-OUT
                DISPLAY "  HELD FOR SANCTIONS    : "
                    WS-PAYEES-SANCTIONS-HELD
                DISPLAY "  INACTIVE CURRENCY     : "
                    WS-PAYEES-CURRENCY-HELD
                DISPLAY "AMOUNT PAID TOTAL       : "
                    WS-AMOUNT-PAID-TOTAL
                DISPLAY "VENDORS WITHHELD FROM   : "
                    WS-VENDORS-WITHHELD
                DISPLAY "BACKUP WITHHOLDING      : "
                    WS-WITHHELD-TOTAL
                DISPLAY "FOREIGN PAYEES PAID     : "
                    WS-FOREIGN-PAYEES
                DISPLAY "NONRESIDENT WITHHOLDING : "
                    WS-NRA-WITHHELD-TOTAL
                DISPLAY "LEVY SHARES PAID OVER   : "
                    WS-LEVIES-APPLIED
                DISPLAY "LEVY/ASSIGNMENT TOTAL   : "
                    WS-LEVY-TOTAL
                DISPLAY "PAYMENTS ROUTED TO CARD : "
                    WS-CARD-PAYMENTS
                DISPLAY "CARD PAYMENT TOTAL      : "
                    WS-CARD-TOTAL
                DISPLAY "INVOICES PAID LATE      : "
                    WS-LATE-LINES-PAID
                DISPLAY "LATE INTEREST LINES     : "
                    WS-INTEREST-LINES
                DISPLAY "LATE INTEREST PAID      : "
                    WS-INTEREST-TOTAL
                DISPLAY "WITH A SECOND RELEASER  : "
                    WS-VENDORS-CO-RELEASED
                DISPLAY "LEFT ON THE PROPOSAL    : "
                    WS-VENDORS-LEFT
                DISPLAY "AMOUNT LEFT ON PROPOSAL : "
                    WS-AMOUNT-LEFT-TOTAL
                IF WS-VENDORS-LEFT > ZERO
                    DISPLAY "PROPOSAL STAYS ON FILE FOR A HIGHER "
                        "RELEASE AUTHORITY"
                    DISPLAY "THE PAYEES LEFT MUST BE RELEASED OR "
                        "EXPIRED BEFORE THE NEXT PAYMENT RUN CAN "
                        "SELECT"
                END-IF
            END-IF.

      * THE RELEASE RECORD GOES ON THE END OF PAYRUN01'S REGISTER.
      * A REGISTER THAT HAS GONE MISSING IS STARTED AFRESH.
       3050-OPEN-RELEASE-REGISTER.
            MOVE "PAYPROP.PRT" TO WS-PRINT-FILE-NAME.
            OPEN EXTEND PRINT-FILE.
            IF WS-PRINT-FILE-MISSING
                OPEN OUTPUT PRINT-FILE
            END-IF.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO OPEN PROPOSAL REGISTER, STATUS = "
                    WS-PRINT-FILE-STATUS
            ELSE
                SET WS-REGISTER-OPEN TO TRUE
                MOVE SPACES TO RELEASE-PRINT-LINE
                PERFORM 8300-WRITE-PRINT-LINE
                PERFORM 7900-PRINT-STANDARD-HEADING
                MOVE WS-PROP-DATE TO WS-RT-PROPOSAL-DATE
                MOVE WS-OPERATOR-ID TO WS-RT-OPERATOR
                MOVE WS-RLS-TITLE-LINE TO RELEASE-PRINT-LINE
                PERFORM 8300-WRITE-PRINT-LINE
                MOVE WS-RLS-COLUMN-HEADING TO RELEASE-PRINT-LINE
                PERFORM 8300-WRITE-PRINT-LINE
            END-IF.

       3060-CLOSE-RELEASE-REGISTER.
            IF WS-REGISTER-OPEN
                MOVE SPACES TO RELEASE-PRINT-LINE
                PERFORM 8300-WRITE-PRINT-LINE
                MOVE SPACES TO WS-RLS-TOTAL-LINE
                MOVE "PAYEES PAID" TO WS-RTL-LABEL
                MOVE WS-VENDORS-PAID TO WS-RTL-COUNT
                MOVE WS-AMOUNT-PAID-TOTAL TO WS-RTL-AMOUNT
                MOVE WS-RLS-TOTAL-LINE TO RELEASE-PRINT-LINE
                PERFORM 8300-WRITE-PRINT-LINE
                MOVE SPACES TO WS-RLS-TOTAL-LINE
                MOVE "  WITH A SECOND RELEASER" TO WS-RTL-LABEL
                MOVE WS-VENDORS-CO-RELEASED TO WS-RTL-COUNT
                MOVE WS-RLS-TOTAL-LINE TO RELEASE-PRINT-LINE
                PERFORM 8300-WRITE-PRINT-LINE
                MOVE SPACES TO WS-RLS-TOTAL-LINE
                MOVE "PAYEES BACKED OUT" TO WS-RTL-LABEL
                MOVE WS-VENDORS-BACKED-OUT TO WS-RTL-COUNT
                MOVE WS-RLS-TOTAL-LINE TO RELEASE-PRINT-LINE
                PERFORM 8300-WRITE-PRINT-LINE
                MOVE SPACES TO WS-RLS-TOTAL-LINE
                MOVE "PAYEES LEFT ON THE PROPOSAL" TO WS-RTL-LABEL
                MOVE WS-VENDORS-LEFT TO WS-RTL-COUNT
                MOVE WS-AMOUNT-LEFT-TOTAL TO WS-RTL-AMOUNT
                MOVE WS-RLS-TOTAL-LINE TO RELEASE-PRINT-LINE
                PERFORM 8300-WRITE-PRINT-LINE
                IF WS-VENDORS-LEFT > ZERO
                    MOVE SPACES TO RELEASE-PRINT-LINE
                    STRING "PARTIAL RELEASE - THE PAYEES LEFT MUST "
                                DELIMITED BY SIZE
                           "BE RELEASED OR EXPIRED BEFORE THE NEXT "
                                DELIMITED BY SIZE
                           "PAYMENT RUN CAN SELECT" DELIMITED BY SIZE
                        INTO RELEASE-PRINT-LINE
                    PERFORM 8300-WRITE-PRINT-LINE
                END-IF
                CLOSE PRINT-FILE
                MOVE "N" TO WS-REGISTER-OPEN-SWITCH
            END-IF.

       3100-FIND-FIRST-VENDOR.
            END-IF.
            MOVE ZERO TO WS-VENDOR-PAY-AMOUNT.
            MOVE ZERO TO WS-VENDOR-INV-COUNT.
            MOVE ZERO TO WS-LEVY-COUNT.
            MOVE ZERO TO WS-VENDOR-INTEREST.
            MOVE ZERO TO WS-INT-COUNT.
            MOVE "N" TO WS-INTEREST-BEARING-SWITCH.
            MOVE "N" TO WS-VENDOR-POSTED-SWITCH.
            MOVE PP-REMIT-CODE TO WS-VENDOR-REMIT-CODE.
            MOVE "N" TO WS-REMIT-CONFLICT-SWITCH.
            PERFORM UNTIL WS-SCAN-DONE
                OR PP-VENDOR-NUMBER NOT = WS-CURRENT-VENDOR
                ADD PP-NET-AMOUNT TO WS-VENDOR-PAY-AMOUNT
                ADD 1 TO WS-VENDOR-INV-COUNT
                IF PP-REMIT-CODE NOT = WS-VENDOR-REMIT-CODE
                    SET WS-REMIT-CONFLICT TO TRUE
                END-IF
                PERFORM 8000-READ-NEXT-PROPOSAL
            END-PERFORM.
            IF WS-REMIT-CONFLICT
                DISPLAY "VENDOR " WS-CURRENT-VENDOR
                    " INVOICES NAME DIFFERENT REMIT-TOS - PAID AT "
                    "THE DEFAULT"
                MOVE SPACES TO WS-VENDOR-REMIT-CODE
            END-IF.
            PERFORM 3250-DECIDE-THE-VENDOR.
            IF WS-VENDOR-TO-RELEASE
                PERFORM 3300-POST-VENDOR-PAYMENT
                PERFORM 3700-CLEAR-VENDOR-LINES
                IF WS-VENDOR-POSTED AND WS-INT-COUNT > ZERO
                    PERFORM 7650-WRITE-INTEREST-LINES
                END-IF
                IF WS-VENDOR-POSTED AND WS-LEVY-COUNT > ZERO
                    PERFORM 7700-WRITE-LEVY-PAYMENTS
                END-IF
                PERFORM 3290-JOURNAL-THE-RELEASE
            ELSE
                ADD 1 TO WS-VENDORS-LEFT
                ADD WS-VENDOR-PAY-AMOUNT TO WS-AMOUNT-LEFT-TOTAL
            END-IF.
            PERFORM 3280-PRINT-RELEASE-LINE.

      * WHO MAY RELEASE THIS PAYEE.  VENDOR BY VENDOR, THE OPERATOR
      * IS ASKED ABOUT EACH ONE FIRST.  A PAYMENT WITHIN THE
      * OPERATOR'S LIMIT GOES ON THEIR SAY-SO ALONE; ONE OVER IT
      * NEEDS A SECOND RELEASER, OR IT STAYS ON THE PROPOSAL.  THE
      * LINES OF A PAYEE LEFT BEHIND ARE NOT TOUCHED - THE SCAN IS
      * ALREADY ON THE NEXT PAYEE'S FIRST LINE.
       3250-DECIDE-THE-VENDOR.
            SET WS-VENDOR-TO-RELEASE TO TRUE.
            MOVE SPACES TO WS-SECOND-RELEASER.
            MOVE SPACES TO WS-LEFT-REASON.
            MOVE WS-VENDOR-PAY-AMOUNT TO WS-SHOW-AMOUNT.
            IF WS-RELEASE-EACH-VENDOR
                DISPLAY "PAYEE " WS-CURRENT-VENDOR "  INVOICES "
                    WS-VENDOR-INV-COUNT "  NET " WS-SHOW-AMOUNT
                DISPLAY "R-RELEASE  L-LEAVE ON PROPOSAL: "
                ACCEPT WS-VENDOR-ANSWER
                IF WS-VENDOR-ANSWER NOT = "R"
                    MOVE "N" TO WS-VENDOR-RELEASE-SWITCH
                    MOVE "LEFT BY RELEASER" TO WS-LEFT-REASON
                END-IF
            END-IF.
            IF WS-VENDOR-TO-RELEASE
                AND WS-VENDOR-PAY-AMOUNT > WS-RELEASE-LIMIT
                MOVE WS-RELEASE-LIMIT TO WS-SHOW-LIMIT
                DISPLAY "PAYEE " WS-CURRENT-VENDOR " NET "
                    WS-SHOW-AMOUNT " IS OVER YOUR LIMIT OF "
                    WS-SHOW-LIMIT
                DISPLAY "SECOND RELEASER PRESENT? (Y/N): "
                ACCEPT WS-VENDOR-ANSWER
                IF WS-VENDOR-ANSWER = "Y"
                    PERFORM 3260-SECOND-RELEASER
                END-IF
                IF WS-SECOND-RELEASER = SPACES
                    MOVE "N" TO WS-VENDOR-RELEASE-SWITCH
                    MOVE "LEFT - OVER RELEASE LIMIT"
                        TO WS-LEFT-REASON
                    MOVE "D" TO WS-OS-RESULT
                    MOVE SPACES TO WS-OS-EVENT
                    STRING "OVER LIMIT " DELIMITED BY SIZE
                           WS-CURRENT-VENDOR DELIMITED BY SIZE
                        INTO WS-OS-EVENT
                    PERFORM 0600-JOURNAL-EVENT
                END-IF
            END-IF.

      * THE SECOND RELEASER SIGNS ON THROUGH OPRSEC01 LIKE ANYONE
      * ELSE (SO THE ATTEMPT IS JOURNALED), MUST BE SOMEONE OTHER
      * THAN THE FIRST, MUST HOLD LEVEL 3, AND MUST HAVE A LIMIT
      * OF THEIR OWN THAT COVERS THE PAYMENT.
       3260-SECOND-RELEASER.
            DISPLAY "SECOND RELEASER OPERATOR ID: ".
            ACCEPT WS-SECOND-OPERATOR-ID.
            DISPLAY "SECOND RELEASER PASSWORD: ".
            ACCEPT WS-SECOND-PASSWORD.
            IF WS-SECOND-OPERATOR-ID = WS-OPERATOR-ID
                DISPLAY "THE SECOND RELEASER MUST BE ANOTHER OPERATOR"
            ELSE
                MOVE "S" TO WS-OS-FUNCTION
                MOVE ZERO TO WS-SECOND-LEVEL
                CALL "OPRSEC01" USING WS-OS-FUNCTION
                    WS-SECOND-OPERATOR-ID WS-SECOND-PASSWORD
                    WS-OS-PROGRAM WS-OS-EVENT WS-SECOND-LEVEL
                    WS-SECOND-RESULT
                IF NOT WS-SECOND-ACCEPTED
                    DISPLAY "SECOND RELEASER NOT ACCEPTED"
                ELSE IF WS-SECOND-LEVEL < 3
                    DISPLAY "SECOND RELEASER NEEDS LEVEL 3"
                ELSE
                    MOVE WS-SECOND-OPERATOR-ID TO OP-OPERATOR-ID
                    PERFORM 1950-READ-RELEASE-LIMIT
                    IF WS-LOOKED-UP-LIMIT < WS-VENDOR-PAY-AMOUNT
                        DISPLAY "PAYMENT IS OVER THE SECOND "
                            "RELEASER'S LIMIT TOO"
                    ELSE
                        MOVE WS-SECOND-OPERATOR-ID
                            TO WS-SECOND-RELEASER
                    END-IF
                END-IF
            END-IF.
            MOVE SPACES TO WS-SECOND-PASSWORD.

      * ONE REGISTER LINE PER PAYEE - WHO RELEASED IT AND WHAT
      * BECAME OF IT, OR WHY IT WAS LEFT.
       3280-PRINT-RELEASE-LINE.
            IF WS-REGISTER-OPEN
                MOVE WS-CURRENT-VENDOR TO WS-RD-PAYEE
                MOVE WS-VENDOR-INV-COUNT TO WS-RD-INVOICES
                MOVE WS-VENDOR-PAY-AMOUNT TO WS-RD-NET
                IF WS-VENDOR-TO-RELEASE
                    MOVE WS-OPERATOR-ID TO WS-RD-RELEASER
                    MOVE WS-SECOND-RELEASER TO WS-RD-SECOND
                    IF WS-VENDOR-POSTED
                        MOVE "PAID" TO WS-RD-DISPOSITION
                    ELSE
                        MOVE "BACKED OUT" TO WS-RD-DISPOSITION
                    END-IF
                ELSE
                    MOVE SPACES TO WS-RD-RELEASER
                    MOVE SPACES TO WS-RD-SECOND
                    MOVE WS-LEFT-REASON TO WS-RD-DISPOSITION
                END-IF
                MOVE WS-RLS-DETAIL-LINE TO RELEASE-PRINT-LINE
                PERFORM 8300-WRITE-PRINT-LINE
            END-IF.

      * EACH PAYEE RELEASED IS JOURNALED UNDER THE RELEASER, AND
      * UNDER THE SECOND RELEASER TOO WHEN ONE WAS NEEDED.
       3290-JOURNAL-THE-RELEASE.
            MOVE "O" TO WS-OS-RESULT.
            MOVE SPACES TO WS-OS-EVENT.
            STRING "RELEASED " DELIMITED BY SIZE
                   WS-CURRENT-VENDOR DELIMITED BY SIZE
                INTO WS-OS-EVENT.
            PERFORM 0600-JOURNAL-EVENT.
            IF WS-SECOND-RELEASER NOT = SPACES
                ADD 1 TO WS-VENDORS-CO-RELEASED
                MOVE "L" TO WS-OS-FUNCTION
                MOVE "O" TO WS-SECOND-RESULT
                MOVE SPACES TO WS-OS-EVENT
                STRING "CO-RELEASED " DELIMITED BY SIZE
                       WS-CURRENT-VENDOR DELIMITED BY SIZE
                    INTO WS-OS-EVENT
                CALL "OPRSEC01" USING WS-OS-FUNCTION
                    WS-SECOND-RELEASER WS-SECOND-PASSWORD
                    WS-OS-PROGRAM WS-OS-EVENT WS-SECOND-LEVEL
                    WS-SECOND-RESULT
            END-IF.

      * POST ONE VENDOR'S PAYMENT THE SAME WAY VNDMNT01'S POST-PAYMENT
      * OPTION DOES - VENDOR-YTD-PAID, THE HISTORY BEFORE/AFTER IMAGE,
                        PERFORM 3800-REOPEN-VENDOR-INVOICES
                        ADD 1 TO WS-VENDORS-BACKED-OUT
                    NOT INVALID KEY
                        PERFORM 3310-SCREEN-THE-VENDOR
                        PERFORM 3330-LOOK-UP-CURRENCY
                        IF WS-PAYEE-SANCTIONS-HELD
                            PERFORM 3390-BACK-OUT-SANCTIONED
                        ELSE IF NOT WS-CV-CURRENCY-ACTIVE
                            PERFORM 3395-BACK-OUT-CURRENCY
                        ELSE
                            PERFORM 3400-POST-THIS-VENDOR
                        END-IF
                END-READ
            END-IF.

      * THE SANCTIONS GATE.  A VENDOR ALREADY ON HOLD IS NOT PAID
      * WHATEVER THE SCREEN SAYS; OTHERWISE A NEW POTENTIAL MATCH
      * PUTS IT ON HOLD HERE AND NOW, AND A HIT STILL AWAITING
      * COMPLIANCE STOPS IT THE SAME AS A HOLD.
       3310-SCREEN-THE-VENDOR.
            MOVE "N" TO WS-SANCTIONS-SWITCH.
            IF VENDOR-SANCTIONS-HOLD
                SET WS-PAYEE-SANCTIONS-HELD TO TRUE
            ELSE
                MOVE "V" TO WS-SS-PAYEE-TYPE
                MOVE VENDOR-NUMBER TO WS-SS-PAYEE-NUMBER
                MOVE VENDOR-NAME TO WS-SS-NAME
                MOVE VENDOR-ADDRESS-1 TO WS-SS-ADDRESS
                MOVE VENDOR-CITY TO WS-SS-CITY
                MOVE VENDOR-STATUS TO WS-SS-PRIOR-STATUS
                MOVE SPACES TO WS-SS-COUNTRY
                IF WS-IB-FILE-OPEN
                    MOVE VENDOR-NUMBER TO IB-VENDOR-NUMBER
                    READ INTL-BANK-FILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            MOVE IB-BANK-COUNTRY TO WS-SS-COUNTRY
                    END-READ
                END-IF
                PERFORM 3380-CALL-SCREEN
                IF WS-SS-POTENTIAL-MATCH OR WS-SS-PAYEE-BLOCKED
                    SET WS-PAYEE-SANCTIONS-HELD TO TRUE
                    PERFORM 3320-HOLD-THE-VENDOR
                END-IF
            END-IF.

       3320-HOLD-THE-VENDOR.
            MOVE VENDOR-RECORD TO WS-BEFORE-VENDOR-RECORD.
            SET VENDOR-SANCTIONS-HOLD TO TRUE.
            MOVE WS-RUN-DATE TO VENDOR-STATUS-DATE.
            REWRITE VENDOR-RECORD.
            IF NOT WS-VENDOR-FILE-OK
                DISPLAY "UNABLE TO REWRITE VENDOR, STATUS = "
                    WS-VENDOR-FILE-STATUS
            ELSE
                SET VH-ACTION-UPDATE TO TRUE
                PERFORM 6000-WRITE-HISTORY
            END-IF.

       3360-SCREEN-THE-EMPLOYEE.
            MOVE "N" TO WS-SANCTIONS-SWITCH.
            MOVE "E" TO WS-SS-PAYEE-TYPE.
            MOVE EM-EMPLOYEE-NUMBER TO WS-SS-PAYEE-NUMBER.
            MOVE EM-NAME TO WS-SS-NAME.
            MOVE EM-ADDRESS-1 TO WS-SS-ADDRESS.
            MOVE EM-CITY TO WS-SS-CITY.
            MOVE EM-STATUS TO WS-SS-PRIOR-STATUS.
            MOVE SPACES TO WS-SS-COUNTRY.
            PERFORM 3380-CALL-SCREEN.
            IF WS-SS-POTENTIAL-MATCH OR WS-SS-PAYEE-BLOCKED
                SET WS-PAYEE-SANCTIONS-HELD TO TRUE
            END-IF.

       3380-CALL-SCREEN.
            MOVE "S" TO WS-SS-FUNCTION.
            MOVE "P" TO WS-SS-SOURCE.
            CALL "SDNSCR01" USING WS-SS-FUNCTION WS-SS-PAYEE-TYPE
                WS-SS-PAYEE-NUMBER WS-SS-NAME WS-SS-ADDRESS
                WS-SS-CITY WS-SS-COUNTRY WS-SS-SOURCE
                WS-SS-PRIOR-STATUS WS-SS-RESULT WS-SS-SCORE
                WS-SS-MATCH-NAME.

       3390-BACK-OUT-SANCTIONED.
            DISPLAY "PAYEE " WS-CURRENT-VENDOR " ON SANCTIONS HOLD - "
                "PAYMENT BACKED OUT PENDING COMPLIANCE".
            PERFORM 3800-REOPEN-VENDOR-INVOICES.
            ADD 1 TO WS-VENDORS-BACKED-OUT.
            ADD 1 TO WS-PAYEES-SANCTIONS-HELD.

       3330-LOOK-UP-CURRENCY.
            MOVE VENDOR-CURRENCY-CODE TO WS-CV-CURRENCY-CODE.
            CALL "CURVAL01" USING WS-CV-CURRENCY-CODE
                WS-CV-DESCRIPTION WS-CV-DECIMAL-PLACES
                WS-CV-RAIL-ACH WS-CV-RAIL-WIRE WS-CV-RAIL-CHECK
                WS-CV-RESULT.

      * A CURRENCY TAKEN OFF THE CURRENCY MASTER, OR SWITCHED OFF
      * THERE, CANNOT BE PAID IN.  THE INVOICES GO BACK TO OPEN
      * UNTIL THE VENDOR IS MOVED TO AN ACTIVE CURRENCY.
       3395-BACK-OUT-CURRENCY.
            DISPLAY "VENDOR " WS-CURRENT-VENDOR " BILLS IN "
                VENDOR-CURRENCY-CODE ", NOT ACTIVE ON THE CURRENCY "
                "MASTER - PAYMENT BACKED OUT".
            PERFORM 3800-REOPEN-VENDOR-INVOICES.
            ADD 1 TO WS-VENDORS-BACKED-OUT.
            ADD 1 TO WS-PAYEES-CURRENCY-HELD.

      * AN EMPLOYEE REIMBURSEMENT HAS NO VENDOR MASTER RECORD TO
      * ACCUMULATE OR IMAGE - THE PMTCTL TOTAL AND THE DETAIL
      * LEDGER CARRY THE POSTING, AND THE PAYMENT GOES OUT UNDER
                    PERFORM 3800-REOPEN-VENDOR-INVOICES
                    ADD 1 TO WS-VENDORS-BACKED-OUT
                NOT INVALID KEY
                    PERFORM 3360-SCREEN-THE-EMPLOYEE
                    IF WS-PAYEE-SANCTIONS-HELD
                        PERFORM 3390-BACK-OUT-SANCTIONED
                    ELSE
                        PERFORM 3370-POST-THIS-EMPLOYEE
                    END-IF
            END-READ.

      * 7000 KEYS PMTCTL OFF VENDOR-NUMBER - FOR AN EMPLOYEE THE
      * VENDOR BUFFER STILL HOLDS WHOEVER POSTED LAST, SO THE
      * PAYEE NUMBER IS SET EXPLICITLY FIRST.
       3370-POST-THIS-EMPLOYEE.
            MOVE WS-CURRENT-VENDOR TO VENDOR-NUMBER.
            PERFORM 7000-UPDATE-PAYMENT-CONTROL.
            PERFORM 7550-WRITE-EMPLOYEE-PAYMENT.
            SET WS-VENDOR-POSTED TO TRUE.
            ADD 1 TO WS-VENDORS-PAID.
            ADD WS-VENDOR-INV-COUNT TO WS-INVOICES-PAID.
            ADD WS-VENDOR-PAY-AMOUNT TO WS-AMOUNT-PAID-TOTAL.

       7550-WRITE-EMPLOYEE-PAYMENT.
            SET PAY-TYPE-VENDOR       TO TRUE.
            MOVE EM-NAME              TO PAY-VENDOR-NAME.
            MOVE WS-VENDOR-INV-COUNT  TO PAY-INVOICE-COUNT.
            MOVE WS-VENDOR-COMPANY    TO PAY-COMPANY-CODE.
            MOVE ZERO                 TO PAY-BACKUP-WITHHELD.
            MOVE ZERO                 TO PAY-NRA-WITHHELD.
            MOVE ZERO                 TO PAY-LEVY-AMOUNT.
            MOVE ZERO                 TO PAY-LEVY-FOR-VENDOR.
            MOVE SPACE                TO PAY-LEVY-TYPE.
            MOVE SPACES               TO PAY-LEVY-REFERENCE.
            MOVE SPACES               TO PAY-REMIT-CODE.
            MOVE ZERO                 TO PAY-INTEREST-AMOUNT.
            WRITE PAYMENT-RECORD.
            IF NOT WS-PAYMENT-FILE-OK
                DISPLAY "UNABLE TO WRITE PAYMENT-RECORD, STATUS = "

       3400-POST-THIS-VENDOR.
            MOVE VENDOR-RECORD TO WS-BEFORE-VENDOR-RECORD.
            MOVE VENDOR-INTEREST-FLAG TO WS-INTEREST-BEARING-SWITCH.
            MOVE "N" TO WS-PAYMENT-SIZE-SWITCH.
            ADD WS-VENDOR-PAY-AMOUNT TO VENDOR-YTD-PAID
                ON SIZE ERROR
                    SET VH-ACTION-UPDATE TO TRUE
                    PERFORM 6000-WRITE-HISTORY
                    PERFORM 7000-UPDATE-PAYMENT-CONTROL
                    PERFORM 3420-FIGURE-WITHHOLDING
                    PERFORM 3480-FIGURE-LEVIES
                    PERFORM 3440-FIGURE-LATE-INTEREST
                    PERFORM 7500-WRITE-PAYMENT
                    SET WS-VENDOR-POSTED TO TRUE
                    ADD 1 TO WS-VENDORS-PAID
                END-IF
            END-IF.

      * A FOREIGN PAYEE IS WITHHELD UNDER CHAPTER 3 AND NOTHING ELSE;
      * EVERYONE ELSE GOES THROUGH THE BACKUP-WITHHOLDING CHECK.
       3420-FIGURE-WITHHOLDING.
            MOVE ZERO TO WS-VENDOR-WITHHELD.
            MOVE ZERO TO WS-VENDOR-NRA-WITHHELD.
            MOVE WS-VENDOR-PAY-AMOUNT TO WS-VENDOR-DISBURSED.
            PERFORM 3430-CHECK-FOREIGN-STATUS.
            IF WS-FOREIGN-PAYEE
                IF WS-VENDOR-PAY-AMOUNT > ZERO
                    PERFORM 3470-TAKE-NRA-WH
                END-IF
            ELSE
                PERFORM 3450-FIGURE-BACKUP-WH
            END-IF.

      * THE STATUS RECORD DECIDES WHEN THERE IS ONE.  WITHOUT ONE, A
      * VENDOR BILLING IN A FOREIGN CURRENCY IS TAKEN AS FOREIGN AND
      * UNDOCUMENTED - THE PRESUMPTION THE IRS HOLDS A PAYER TO.  A
      * W-8 IS CURRENT THROUGH ITS EXPIRY DATE.
       3430-CHECK-FOREIGN-STATUS.
            MOVE "N" TO WS-FOREIGN-PAYEE-SWITCH.
            MOVE "N" TO WS-W8-CURRENT-SWITCH.
            MOVE "N" TO WS-FRN-FOUND-SWITCH.
            IF WS-FRN-FILE-OPEN
                MOVE VENDOR-NUMBER TO FS-VENDOR-NUMBER
                READ FOREIGN-STATUS-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-FRN-FOUND TO TRUE
                END-READ
            END-IF.
            IF WS-FRN-FOUND
                IF FS-FOREIGN-PERSON
                    SET WS-FOREIGN-PAYEE TO TRUE
                    IF NOT FS-FORM-NONE
                        AND FS-FORM-EXPIRY-DATE NOT < WS-RUN-DATE
                        SET WS-W8-CURRENT TO TRUE
                    END-IF
                END-IF
            ELSE IF NOT VENDOR-CURR-HOME
                SET WS-FOREIGN-PAYEE TO TRUE
            END-IF.

      * A CURRENT W-8 GIVES ITS OWN RATE AND CODES (A TREATY RATE MAY
      * BE ZERO); OTHERWISE 30% UNDER EXEMPTION CODE 00.  EVERY
      * FOREIGN PAYMENT GOES TO THE LEDGER, WITHHELD OR NOT, SO THE
      * 1042-S CAN SHOW THE RATE EACH PAYMENT WAS MADE UNDER.
       3470-TAKE-NRA-WH.
            IF WS-W8-CURRENT
                MOVE FS-WITHHOLDING-RATE TO WS-NRA-RATE
                MOVE FS-INCOME-CODE TO WS-NRA-INCOME-CODE
                MOVE FS-EXEMPTION-CODE TO WS-NRA-EXEMPTION-CODE
            ELSE
                MOVE WS-NRA-STATUTORY-RATE TO WS-NRA-RATE
                MOVE "00" TO WS-NRA-EXEMPTION-CODE
                IF WS-FRN-FOUND
                    MOVE FS-INCOME-CODE TO WS-NRA-INCOME-CODE
                ELSE
                    MOVE SPACES TO WS-NRA-INCOME-CODE
                END-IF
                DISPLAY "VENDOR " VENDOR-NUMBER " HAS NO CURRENT "
                    "W-8 - WITHHELD AT THE STATUTORY RATE"
            END-IF.
            COMPUTE WS-VENDOR-NRA-WITHHELD ROUNDED =
                WS-VENDOR-PAY-AMOUNT * WS-NRA-RATE.
            SUBTRACT WS-VENDOR-NRA-WITHHELD FROM WS-VENDOR-DISBURSED.
            MOVE VENDOR-NUMBER TO BW-VENDOR-NUMBER.
            MOVE WS-RUN-DATE TO BW-PAYMENT-DATE.
            ACCEPT BW-PAYMENT-TIME FROM TIME.
            MOVE WS-VENDOR-COMPANY TO BW-COMPANY-CODE.
            MOVE VENDOR-TIN TO BW-TIN.
            MOVE WS-NRA-RATE TO BW-RATE.
            MOVE WS-VENDOR-PAY-AMOUNT TO BW-REPORTABLE-AMOUNT.
            MOVE WS-VENDOR-NRA-WITHHELD TO BW-WITHHELD-AMOUNT.
            MOVE WS-OPERATOR-ID TO BW-OPERATOR-ID.
            SET BW-TYPE-NONRESIDENT TO TRUE.
            MOVE WS-NRA-INCOME-CODE TO BW-INCOME-CODE.
            MOVE WS-NRA-EXEMPTION-CODE TO BW-EXEMPTION-CODE.
            MOVE VENDOR-CURRENCY-CODE TO BW-CURRENCY-CODE.
            WRITE BACKUP-WH-RECORD.
            IF NOT WS-BACKUP-WH-OK
                DISPLAY "UNABLE TO WRITE BACKUP-WH-FILE, STATUS = "
                    WS-BACKUP-WH-STATUS
            END-IF.
            ADD 1 TO WS-FOREIGN-PAYEES.
            ADD WS-VENDOR-NRA-WITHHELD TO WS-NRA-WITHHELD-TOTAL.

      * A VENDOR UNDER BACKUP WITHHOLDING IS PAID THE GROSS LESS 24%,
      * ROUNDED TO THE CENT.  THE GROSS STILL POSTS EVERYWHERE ELSE -
      * IT IS THE REPORTABLE PAYMENT - AND THE AMOUNT KEPT GOES TO
      * THE WITHHOLDING LEDGER FOR THE GL EXTRACT.
       3450-FIGURE-BACKUP-WH.
            IF WS-TIN-FILE-OPEN AND WS-VENDOR-PAY-AMOUNT > ZERO
                MOVE VENDOR-NUMBER TO TS-VENDOR-NUMBER
                READ TIN-STATUS-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF TS-BACKUP-WH-ACTIVE
                            PERFORM 3460-TAKE-BACKUP-WH
                        END-IF
                END-READ
            END-IF.

       3460-TAKE-BACKUP-WH.
            COMPUTE WS-VENDOR-WITHHELD ROUNDED =
                WS-VENDOR-PAY-AMOUNT * WS-BACKUP-WH-RATE.
            SUBTRACT WS-VENDOR-WITHHELD FROM WS-VENDOR-DISBURSED.
            MOVE VENDOR-NUMBER TO BW-VENDOR-NUMBER.
            MOVE WS-RUN-DATE TO BW-PAYMENT-DATE.
            ACCEPT BW-PAYMENT-TIME FROM TIME.
            MOVE WS-VENDOR-COMPANY TO BW-COMPANY-CODE.
            MOVE VENDOR-TIN TO BW-TIN.
            MOVE WS-BACKUP-WH-RATE TO BW-RATE.
            MOVE WS-VENDOR-PAY-AMOUNT TO BW-REPORTABLE-AMOUNT.
            MOVE WS-VENDOR-WITHHELD TO BW-WITHHELD-AMOUNT.
            MOVE WS-OPERATOR-ID TO BW-OPERATOR-ID.
            SET BW-TYPE-BACKUP TO TRUE.
            MOVE SPACES TO BW-INCOME-CODE.
            MOVE SPACES TO BW-EXEMPTION-CODE.
            MOVE VENDOR-CURRENCY-CODE TO BW-CURRENCY-CODE.
            WRITE BACKUP-WH-RECORD.
            IF NOT WS-BACKUP-WH-OK
                DISPLAY "UNABLE TO WRITE BACKUP-WH-FILE, STATUS = "
                    WS-BACKUP-WH-STATUS
            END-IF.
            ADD 1 TO WS-VENDORS-WITHHELD.
            ADD WS-VENDOR-WITHHELD TO WS-WITHHELD-TOTAL.
            DISPLAY "VENDOR " VENDOR-NUMBER " UNDER BACKUP "
                "WITHHOLDING - " WS-VENDOR-WITHHELD " WITHHELD".

      * AN INTEREST-BEARING VENDOR IS PAID INTEREST ON EVERY LINE
      * PAID MORE THAN THE GRACE DAYS AFTER ITS DUE DATE.  THE
      * INTEREST IS THE VENDOR'S OWN MONEY, ON TOP OF WHAT THE
      * INVOICES PAY - IT IS NOT WITHHELD FROM OR LEVIED, AND IT
      * DOES NOT GO INTO THE YTD PAID OR THE PAYMENT CONTROL TOTAL.
      * THE VENDOR'S LINES ARE READ ONCE HERE FOR THE TOTAL THE "V"
      * RECORD CARRIES; 3700 READS THEM AGAIN AS IT CLEARS THEM.
      * THE FLAG WAS SAVED IN 3400 - THE LEVY LOOK-UPS READ THE
      * HOLDERS INTO THE VENDOR RECORD AREA.
       3440-FIGURE-LATE-INTEREST.
            MOVE ZERO TO WS-VENDOR-INTEREST.
            IF WS-LATE-RATE = ZERO
                MOVE "N" TO WS-INTEREST-BEARING-SWITCH
            END-IF.
            IF WS-INTEREST-BEARING
                MOVE "N" TO WS-SCAN-EOF-SWITCH
                MOVE WS-CURRENT-VENDOR TO PP-VENDOR-NUMBER
                MOVE LOW-VALUES TO PP-INVOICE-NUMBER
                START PROPOSAL-FILE KEY IS NOT LESS THAN PP-KEY
                    INVALID KEY SET WS-SCAN-DONE TO TRUE
                END-START
                IF NOT WS-SCAN-DONE
                    PERFORM 8000-READ-NEXT-PROPOSAL
                END-IF
                PERFORM 3442-ADD-LINE-INTEREST
                    UNTIL WS-SCAN-DONE
                    OR PP-VENDOR-NUMBER NOT = WS-CURRENT-VENDOR
                ADD WS-VENDOR-INTEREST TO WS-VENDOR-DISBURSED
            END-IF.

       3442-ADD-LINE-INTEREST.
            PERFORM 3444-FIGURE-LINE-LATENESS.
            ADD WS-LINE-INTEREST TO WS-VENDOR-INTEREST.
            PERFORM 8000-READ-NEXT-PROPOSAL.

      * DAYS LATE ARE CALENDAR DAYS FROM THE DUE DATE TO THE RUN
      * DATE; A LINE WITH NO DUE DATE IS NEVER LATE.  SIMPLE
      * INTEREST ON THE NET PAID, AT THE ANNUAL RATE OVER 365 DAYS.
       3444-FIGURE-LINE-LATENESS.
            MOVE ZERO TO WS-LINE-DAYS-LATE.
            MOVE ZERO TO WS-LINE-INTEREST.
            IF PP-DUE-DATE NOT = ZERO AND PP-DUE-DATE < WS-RUN-DATE
                MOVE "D" TO WS-DC-FUNCTION
                MOVE PP-DUE-DATE TO WS-DC-DATE-1
                MOVE WS-RUN-DATE TO WS-DC-DATE-2
                CALL "DATECALC1" USING WS-DC-FUNCTION
                    WS-DC-DATE-1 WS-DC-DATE-2 WS-DC-DAYS
                    WS-DC-RESULT-DATE WS-DC-ERROR-SWITCH
                    WS-DC-CALENDAR-CODE
                IF NOT WS-DC-DATE-ERROR AND WS-DC-DAYS > ZERO
                    MOVE WS-DC-DAYS TO WS-LINE-DAYS-LATE
                END-IF
            END-IF.
            IF WS-INTEREST-BEARING
                AND WS-LINE-DAYS-LATE > WS-LATE-GRACE-DAYS
                AND PP-NET-AMOUNT > ZERO
                COMPUTE WS-LINE-INTEREST ROUNDED =
                    PP-NET-AMOUNT * WS-LATE-RATE * WS-LINE-DAYS-LATE
                    / 36500
            END-IF.

      * LEVIES AND ASSIGNMENTS COME OUT OF WHAT IS LEFT AFTER TAX
      * WITHHOLDING, IN SEQUENCE ORDER.  A PERCENTAGE IS OF THAT
      * AMOUNT; EACH SHARE IS HELD TO THE LEVY'S CAP AND TO WHAT THE
      * EARLIER ONES LEFT.  THE VENDOR IS PAID THE REST.
       3480-FIGURE-LEVIES.
            MOVE ZERO TO WS-VENDOR-LEVIED.
            MOVE ZERO TO WS-LEVY-COUNT.
            IF WS-LEVY-FILE-OPEN AND WS-VENDOR-DISBURSED > ZERO
                MOVE WS-VENDOR-DISBURSED TO WS-LEVY-BASE
                MOVE VENDOR-CURRENCY-CODE TO WS-LEVY-CURRENCY
                MOVE VENDOR-RECORD TO WS-PAYEE-VENDOR-RECORD
                MOVE "N" TO WS-LEVY-SCAN-SWITCH
                MOVE WS-CURRENT-VENDOR TO LV-VENDOR-NUMBER
                MOVE ZERO TO LV-SEQUENCE
                START LEVY-FILE KEY IS NOT LESS THAN LV-KEY
                    INVALID KEY SET WS-LEVY-SCAN-DONE TO TRUE
                END-START
                IF NOT WS-LEVY-SCAN-DONE
                    PERFORM 8200-READ-NEXT-LEVY
                END-IF
                PERFORM 3485-APPLY-ONE-LEVY
                    UNTIL WS-LEVY-SCAN-DONE
                    OR LV-VENDOR-NUMBER NOT = WS-CURRENT-VENDOR
                MOVE WS-PAYEE-VENDOR-RECORD TO VENDOR-RECORD
            END-IF.

      * A LEVY IS IN FORCE WHILE IT IS ACTIVE AND THE RUN DATE IS
      * INSIDE ITS EFFECTIVE DATES.
       3485-APPLY-ONE-LEVY.
            IF LV-STATUS-ACTIVE
                AND LV-EFFECTIVE-FROM NOT > WS-RUN-DATE
                AND (LV-EFFECTIVE-TO = ZERO
                    OR LV-EFFECTIVE-TO NOT < WS-RUN-DATE)
                AND WS-VENDOR-DISBURSED > ZERO
                PERFORM 3490-FIGURE-LEVY-SHARE
            END-IF.
            PERFORM 8200-READ-NEXT-LEVY.

       3490-FIGURE-LEVY-SHARE.
            IF LV-BY-PERCENT
                COMPUTE WS-LEVY-SHARE ROUNDED =
                    WS-LEVY-BASE * LV-PERCENT / 100
            ELSE
                MOVE LV-FIXED-AMOUNT TO WS-LEVY-SHARE
            END-IF.
            IF LV-CAP-AMOUNT > ZERO
                COMPUTE WS-LEVY-ROOM = LV-CAP-AMOUNT - LV-PAID-TO-DATE
                IF WS-LEVY-SHARE > WS-LEVY-ROOM
                    MOVE WS-LEVY-ROOM TO WS-LEVY-SHARE
                END-IF
            END-IF.
            IF WS-LEVY-SHARE > WS-VENDOR-DISBURSED
                MOVE WS-VENDOR-DISBURSED TO WS-LEVY-SHARE
            END-IF.
            IF WS-LEVY-SHARE > ZERO
                IF WS-LEVY-COUNT NOT < WS-LEVY-MAX
                    DISPLAY "VENDOR " WS-CURRENT-VENDOR " HAS MORE "
                        "THAN " WS-LEVY-MAX " LEVIES IN FORCE - "
                        "SEQUENCE " LV-SEQUENCE " NOT APPLIED"
                ELSE
                    PERFORM 3495-FIND-LEVY-HOLDER
                END-IF
            END-IF.

      * THE HOLDER IS PAID OFF ITS OWN VENDOR MASTER RECORD.  ONE
      * THAT IS MISSING LEAVES THE SHARE WITH THE VENDOR, LOUDLY,
      * SO THE PAYMENT CAN BE STOPPED BEFORE IT GOES OUT.
       3495-FIND-LEVY-HOLDER.
            MOVE LV-HOLDER-NUMBER TO VENDOR-NUMBER.
            READ VENDOR-FILE
                INVALID KEY
                    DISPLAY "LEVY HOLDER " LV-HOLDER-NUMBER
                        " NOT ON VENDOR-FILE - VENDOR "
                        WS-CURRENT-VENDOR " SEQUENCE " LV-SEQUENCE
                        " NOT APPLIED - STOP THIS PAYMENT"
                NOT INVALID KEY
                    PERFORM 3497-TAKE-LEVY-SHARE
            END-READ.

      * THE HOLDER IS PAID ELECTRONICALLY ONLY WHEN BOTH THE PAYMENT
      * AND THE HOLDER ARE IN DOLLARS - A FOREIGN-CURRENCY SHARE GOES
      * BY CHECK.  A LEVY THAT REACHES ITS CAP IS SATISFIED.
       3497-TAKE-LEVY-SHARE.
            ADD 1 TO WS-LEVY-COUNT.
            MOVE LV-HOLDER-NUMBER TO WS-LT-HOLDER(WS-LEVY-COUNT).
            MOVE VENDOR-NAME TO WS-LT-NAME(WS-LEVY-COUNT).
            IF WS-LEVY-CURRENCY = "USD" AND VENDOR-CURR-USD
                MOVE VENDOR-EFT-FLAG TO WS-LT-EFT-FLAG(WS-LEVY-COUNT)
            ELSE
                MOVE "N" TO WS-LT-EFT-FLAG(WS-LEVY-COUNT)
            END-IF.
            MOVE LV-TYPE TO WS-LT-TYPE(WS-LEVY-COUNT).
            MOVE LV-REFERENCE TO WS-LT-REFERENCE(WS-LEVY-COUNT).
            MOVE WS-LEVY-SHARE TO WS-LT-AMOUNT(WS-LEVY-COUNT).
            SUBTRACT WS-LEVY-SHARE FROM WS-VENDOR-DISBURSED.
            ADD WS-LEVY-SHARE TO WS-VENDOR-LEVIED.
            ADD WS-LEVY-SHARE TO LV-PAID-TO-DATE.
            MOVE WS-RUN-DATE TO LV-LAST-PAID-DATE.
            IF LV-CAP-AMOUNT > ZERO
                AND LV-PAID-TO-DATE NOT < LV-CAP-AMOUNT
                SET LV-STATUS-SATISFIED TO TRUE
                DISPLAY "VENDOR " WS-CURRENT-VENDOR " SEQUENCE "
                    LV-SEQUENCE " - LEVY/ASSIGNMENT SATISFIED"
            END-IF.
            REWRITE LEVY-RECORD.
            IF NOT WS-LEVY-FILE-OK
                DISPLAY "UNABLE TO REWRITE LEVY-FILE, STATUS = "
                    WS-LEVY-FILE-STATUS
            END-IF.
            ADD 1 TO WS-LEVIES-APPLIED.
            ADD WS-LEVY-SHARE TO WS-LEVY-TOTAL.
            DISPLAY "VENDOR " WS-CURRENT-VENDOR " - " WS-LEVY-SHARE
                " PAID OVER TO HOLDER " LV-HOLDER-NUMBER.

      * TAKE THE POSTED (OR BACKED-OUT) VENDOR'S LINES OFF THE
      * PROPOSAL, AND LEAVE THE SCAN ON THE NEXT VENDOR'S FIRST
      * LINE FOR THE OUTER LOOP.  A POSTED VENDOR'S LINES GO TO
                IF WS-VENDOR-POSTED
                    PERFORM 7600-WRITE-PAYMENT-INVOICE
                    PERFORM 7100-WRITE-PAYMENT-DETAIL
                    IF WS-CURRENT-VENDOR < 90000
                        PERFORM 7800-RECORD-PROMPT-PAY
                    END-IF
                END-IF
                DELETE PROPOSAL-FILE
                    INVALID KEY
            SET PAY-TYPE-VENDOR       TO TRUE.
            MOVE VENDOR-NUMBER        TO PAY-VENDOR-NUMBER.
            MOVE WS-RUN-DATE          TO PAY-PAYMENT-DATE.
            MOVE WS-VENDOR-DISBURSED  TO PAY-AMOUNT.
            MOVE VENDOR-EFT-FLAG      TO PAY-EFT-FLAG.
            MOVE VENDOR-CURRENCY-CODE TO PAY-CURRENCY-CODE.
            MOVE VENDOR-NAME          TO PAY-VENDOR-NAME.
            MOVE WS-VENDOR-INV-COUNT  TO PAY-INVOICE-COUNT.
            MOVE WS-VENDOR-COMPANY    TO PAY-COMPANY-CODE.
            MOVE WS-VENDOR-WITHHELD   TO PAY-BACKUP-WITHHELD.
            MOVE WS-VENDOR-NRA-WITHHELD TO PAY-NRA-WITHHELD.
            MOVE WS-VENDOR-LEVIED     TO PAY-LEVY-AMOUNT.
            MOVE ZERO                 TO PAY-LEVY-FOR-VENDOR.
            MOVE SPACE                TO PAY-LEVY-TYPE.
            MOVE SPACES               TO PAY-LEVY-REFERENCE.
            MOVE WS-VENDOR-REMIT-CODE TO PAY-REMIT-CODE.
            MOVE WS-VENDOR-INTEREST   TO PAY-INTEREST-AMOUNT.
      * A PAYMENT REDIRECTED IN FULL HAS NOTHING TO SEND THE VENDOR
      * ELECTRONICALLY - IT GOES TO THE CHECK WRITER, WHICH PRINTS
      * THE STUB AS A NON-NEGOTIABLE ADVICE AND SETTLES THE ITEMS.
            IF WS-VENDOR-DISBURSED = ZERO AND WS-VENDOR-LEVIED > ZERO
                MOVE "N" TO PAY-EFT-FLAG
            END-IF.
      * AN EFT PAYMENT IN A CURRENCY WITH NEITHER AN ACH NOR A WIRE
      * RAIL WOULD BE PASSED OVER BY BOTH RUNS - IT GOES TO THE
      * CHECK WRITER INSTEAD.  A CHECK IN A CURRENCY THAT DOES NOT
      * ALLOW CHECKS IS STILL WRITTEN, BUT SAID OUT LOUD.
            PERFORM 3330-LOOK-UP-CURRENCY.
            IF PAY-BY-EFT AND NOT WS-CV-ACH-ALLOWED
                AND NOT WS-CV-WIRE-ALLOWED
                MOVE "N" TO PAY-EFT-FLAG
                DISPLAY "VENDOR " VENDOR-NUMBER " - NO EFT RAIL FOR "
                    VENDOR-CURRENCY-CODE " - PAID BY CHECK"
            END-IF.
            IF NOT PAY-BY-EFT AND NOT WS-CV-CHECK-ALLOWED
                AND WS-VENDOR-DISBURSED > ZERO
                DISPLAY "WARNING - VENDOR " VENDOR-NUMBER " PAID BY "
                    "CHECK BUT " VENDOR-CURRENCY-CODE " DOES NOT "
                    "ALLOW CHECKS - SET UP EFT"
            END-IF.
      * A CARD-ACCEPTING VENDOR BILLING IN DOLLARS IS PAID ON THE
      * VIRTUAL CARD, AHEAD OF ACH OR A CHECK - THE ISSUER CHARGES
      * ONLY USD, AND ONLY WHAT IS ACTUALLY DISBURSED.
            IF VENDOR-ACCEPTS-CARD AND VENDOR-CURR-USD
                AND WS-VENDOR-DISBURSED > ZERO
                SET PAY-BY-CARD TO TRUE
                ADD 1 TO WS-CARD-PAYMENTS
                ADD WS-VENDOR-DISBURSED TO WS-CARD-TOTAL
            END-IF.
            WRITE PAYMENT-RECORD.
            IF NOT WS-PAYMENT-FILE-OK
                DISPLAY "UNABLE TO WRITE PAYMENT-RECORD, STATUS = "
                    WS-PAYMENT-FILE-STATUS
            END-IF.

      * ONE "N" RECORD PER LATE LINE THAT EARNED INTEREST, BEHIND
      * THE VENDOR'S "I" RECORDS, FOR THE STUB AND THE ADVICE.
       7650-WRITE-INTEREST-LINES.
            PERFORM 7660-WRITE-ONE-INTEREST
                VARYING WS-INT-SUB FROM 1 BY 1
                UNTIL WS-INT-SUB > WS-INT-COUNT.

       7660-WRITE-ONE-INTEREST.
            MOVE "N"                  TO PAY-INT-RECORD-TYPE.
            MOVE WS-CURRENT-VENDOR    TO PAY-INT-VENDOR-NUMBER.
            MOVE WS-IT-INVOICE(WS-INT-SUB) TO PAY-INT-INVOICE-NUMBER.
            MOVE WS-IT-DUE-DATE(WS-INT-SUB) TO PAY-INT-DUE-DATE.
            MOVE WS-IT-DAYS-LATE(WS-INT-SUB) TO PAY-INT-DAYS-LATE.
            MOVE WS-LATE-RATE         TO PAY-INT-ANNUAL-RATE.
            MOVE WS-IT-AMOUNT(WS-INT-SUB) TO PAY-INT-AMOUNT.
            WRITE PAYMENT-INTEREST-RECORD.
            IF NOT WS-PAYMENT-FILE-OK
                DISPLAY "UNABLE TO WRITE PAYMENT-INTEREST, STATUS = "
                    WS-PAYMENT-FILE-STATUS
            END-IF.

      * EVERY VENDOR LINE PAID GOES ON THE PROMPT-PAYMENT LEDGER,
      * LATE OR NOT, WITH WHATEVER INTEREST IT EARNED - THE SAME
      * FIGURE 3440 PUT INTO THE PAYMENT.  A LINE THAT EARNED
      * INTEREST IS KEPT FOR ITS "N" RECORD; PAST THE TABLE'S
      * FIFTY LINES THE REST ARE ADDED INTO THE LAST ONE, WHICH
      * THEN NAMES NO SINGLE INVOICE.
       7800-RECORD-PROMPT-PAY.
            PERFORM 3444-FIGURE-LINE-LATENESS.
            IF WS-LINE-DAYS-LATE > ZERO
                ADD 1 TO WS-LATE-LINES-PAID
            END-IF.
            IF WS-LINE-INTEREST > ZERO
                ADD 1 TO WS-INTEREST-LINES
                ADD WS-LINE-INTEREST TO WS-INTEREST-TOTAL
                IF WS-INT-COUNT < WS-INT-MAX
                    ADD 1 TO WS-INT-COUNT
                    MOVE PP-INVOICE-NUMBER
                        TO WS-IT-INVOICE(WS-INT-COUNT)
                    MOVE PP-DUE-DATE TO WS-IT-DUE-DATE(WS-INT-COUNT)
                    MOVE WS-LINE-DAYS-LATE
                        TO WS-IT-DAYS-LATE(WS-INT-COUNT)
                    MOVE WS-LINE-INTEREST
                        TO WS-IT-AMOUNT(WS-INT-COUNT)
                ELSE
                    MOVE "VARIOUS" TO WS-IT-INVOICE(WS-INT-COUNT)
                    MOVE ZERO TO WS-IT-DUE-DATE(WS-INT-COUNT)
                    MOVE ZERO TO WS-IT-DAYS-LATE(WS-INT-COUNT)
                    ADD WS-LINE-INTEREST
                        TO WS-IT-AMOUNT(WS-INT-COUNT)
                END-IF
            END-IF.
            IF WS-PPY-FILE-OPEN
                MOVE WS-RUN-DATE        TO PY-PAYMENT-DATE
                MOVE WS-CURRENT-VENDOR  TO PY-VENDOR-NUMBER
                MOVE WS-VENDOR-COMPANY  TO PY-COMPANY-CODE
                MOVE PP-INVOICE-NUMBER  TO PY-INVOICE-NUMBER
                MOVE PP-DUE-DATE        TO PY-DUE-DATE
                MOVE WS-LINE-DAYS-LATE  TO PY-DAYS-LATE
                MOVE PP-NET-AMOUNT      TO PY-NET-AMOUNT
                MOVE WS-LINE-INTEREST   TO PY-INTEREST-AMOUNT
                IF WS-LINE-INTEREST > ZERO
                    MOVE WS-LATE-RATE   TO PY-ANNUAL-RATE
                ELSE
                    MOVE ZERO           TO PY-ANNUAL-RATE
                END-IF
                MOVE WS-OPERATOR-ID     TO PY-OPERATOR-ID
                MOVE SPACES TO PROMPT-PAY-RECORD(68:10)
                WRITE PROMPT-PAY-RECORD
                IF NOT WS-PROMPT-PAY-OK
                    DISPLAY "UNABLE TO WRITE PROMPT-PAY-FILE, "
                        "STATUS = " WS-PROMPT-PAY-STATUS
                END-IF
            END-IF.

      * ONE "L" RECORD PER HOLDER, BEHIND THE VENDOR'S "I" RECORDS -
      * THE HOLDER IS THE PAYEE, THE LEVIED VENDOR AND THE NOTICE
      * REFERENCE RIDE ALONG FOR THE STUB AND THE ADVICE.
       7700-WRITE-LEVY-PAYMENTS.
            PERFORM 7710-WRITE-ONE-LEVY
                VARYING WS-LEVY-SUB FROM 1 BY 1
                UNTIL WS-LEVY-SUB > WS-LEVY-COUNT.

       7710-WRITE-ONE-LEVY.
            SET PAY-TYPE-LEVY         TO TRUE.
            MOVE WS-LT-HOLDER(WS-LEVY-SUB) TO PAY-VENDOR-NUMBER.
            MOVE WS-RUN-DATE          TO PAY-PAYMENT-DATE.
            MOVE WS-LT-AMOUNT(WS-LEVY-SUB) TO PAY-AMOUNT.
            MOVE WS-LT-EFT-FLAG(WS-LEVY-SUB) TO PAY-EFT-FLAG.
            MOVE WS-LEVY-CURRENCY     TO PAY-CURRENCY-CODE.
            MOVE WS-LT-NAME(WS-LEVY-SUB) TO PAY-VENDOR-NAME.
            MOVE ZERO                 TO PAY-INVOICE-COUNT.
            MOVE WS-VENDOR-COMPANY    TO PAY-COMPANY-CODE.
            MOVE ZERO                 TO PAY-BACKUP-WITHHELD.
            MOVE ZERO                 TO PAY-NRA-WITHHELD.
            MOVE ZERO                 TO PAY-LEVY-AMOUNT.
            MOVE WS-CURRENT-VENDOR    TO PAY-LEVY-FOR-VENDOR.
            MOVE WS-LT-TYPE(WS-LEVY-SUB) TO PAY-LEVY-TYPE.
            MOVE WS-LT-REFERENCE(WS-LEVY-SUB) TO PAY-LEVY-REFERENCE.
            MOVE SPACES               TO PAY-REMIT-CODE.
            MOVE ZERO                 TO PAY-INTEREST-AMOUNT.
            WRITE PAYMENT-RECORD.
            IF NOT WS-PAYMENT-FILE-OK
                DISPLAY "UNABLE TO WRITE PAYMENT-RECORD, STATUS = "
                    WS-PAYMENT-FILE-STATUS
            END-IF.

       8000-READ-NEXT-PROPOSAL.
            READ PROPOSAL-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
                SET WS-SCAN-DONE TO TRUE
            END-IF.

       8200-READ-NEXT-LEVY.
            READ LEVY-FILE NEXT RECORD
                AT END SET WS-LEVY-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-LEVY-FILE-OK AND NOT WS-LEVY-FILE-EOF
                DISPLAY "LEVY-FILE READ ERROR, STATUS = "
                    WS-LEVY-FILE-STATUS
                SET WS-LEVY-SCAN-DONE TO TRUE
            END-IF.

       8400-READ-NEXT-LATE-RATE.
            READ LATE-INTEREST-FILE NEXT RECORD
                AT END SET WS-LIR-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-LATE-INT-OK AND NOT WS-LATE-INT-EOF
                DISPLAY "LATE-INTEREST-FILE READ ERROR, STATUS = "
                    WS-LATE-INT-STATUS
                SET WS-LIR-SCAN-DONE TO TRUE
            END-IF.

      * PRINT THE STANDARD COMPANY/RUN-DATE/RUN-TIME/PAGE-NUMBER
      * HEADING (SEE RPTHDR1.cbl) AT THE TOP OF THE RELEASE RECORD.
       7900-PRINT-STANDARD-HEADING.
            ADD 1 TO WS-RPT-PAGE-COUNT.
            MOVE WS-RPT-PAGE-COUNT TO WS-RPT-PAGE-NUMBER.
            ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RPT-RUN-TIME FROM TIME.
            MOVE WS-RPT-HEADING-LINE-1 TO RELEASE-PRINT-LINE.
            PERFORM 8300-WRITE-PRINT-LINE.
            MOVE WS-RPT-HEADING-LINE-2 TO RELEASE-PRINT-LINE.
            PERFORM 8300-WRITE-PRINT-LINE.

       8300-WRITE-PRINT-LINE.
            WRITE RELEASE-PRINT-LINE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO WRITE PROPOSAL REGISTER, STATUS = "
                    WS-PRINT-FILE-STATUS
            END-IF.

       9000-CLOSE-FILES.
            MOVE "X" TO WS-SS-FUNCTION.
            CALL "SDNSCR01" USING WS-SS-FUNCTION WS-SS-PAYEE-TYPE
                WS-SS-PAYEE-NUMBER WS-SS-NAME WS-SS-ADDRESS
                WS-SS-CITY WS-SS-COUNTRY WS-SS-SOURCE
                WS-SS-PRIOR-STATUS WS-SS-RESULT WS-SS-SCORE
                WS-SS-MATCH-NAME.
            IF WS-IB-FILE-OPEN
                CLOSE INTL-BANK-FILE
            END-IF.
            IF WS-LEVY-FILE-OPEN
                CLOSE LEVY-FILE
            END-IF.
            IF WS-FRN-FILE-OPEN
                CLOSE FOREIGN-STATUS-FILE
            END-IF.
            IF WS-PPY-FILE-OPEN
                CLOSE PROMPT-PAY-FILE
            END-IF.
            CLOSE BACKUP-WH-FILE.
            CLOSE TIN-STATUS-FILE.
            CLOSE PAYMENT-DETAIL-FILE.
            CLOSE PAYMENT-CONTROL-FILE.
            CLOSE VENDOR-HISTORY-FILE.
            CLOSE EMPLOYEE-FILE.
            CLOSE VENDOR-FILE.
            CLOSE PROPOSAL-FILE.
            IF WS-OPR-FILE-OPEN
                CLOSE OPERATOR-FILE
            END-IF.
       END PROGRAM PAYREL01.

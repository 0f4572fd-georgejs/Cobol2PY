      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Wire-payment file generator.  The payments the
      *              ACH run can't route - EFT vendors billing in a
      *              currency the currency master sends by wire and
      *              not by ACH - are output here in the bank's
      *              international wire format, using the IBAN/SWIFT
      *              details on INTL-BANK-FILE.  Invoices covered are
      *              flipped from SELECTED to PAID with the wire
      *                  PAYMENT-FILE's own "I" detail records (see
      *                  FDPAY01), each stamped directly by key -
      *                  the per-vendor SELECTED scan is retired.
      *   2026-10-15 DW  Each wire sent is entered on EFT-SETTLE-FILE
      *                  (run date/time, wire sequence, value date,
      *                  currency, amount) so EFTRCN01 can match the
      *                  bank's debit back to it.
      *   2026-10-15 DW  A wire to a foreign payee goes out at the net
      *                  the release step left after nonresident
      *                  withholding - the tax is figured once, at
      *                  release, never again here - and each wire
      *                  with tax held back is listed with its gross
      *                  and withheld amounts, totalled at the end,
      *                  for the 1042 deposit.
      *   2026-10-15 DW  An EFT payment is wired when the currency
      *                  master (CURVAL01) allows its currency by
      *                  wire and not by ACH, instead of when it is
      *                  CAD or GBP - the two runs split EFT on the
      *                  same flags, so nothing is sent twice.
      *   2026-10-15 DW  A levy or assignment holder's "L" record is
      *                  wired like a vendor payment when its currency
      *                  has a wire rail and no ACH rail - the ACH run
      *                  leaves it here, and until now neither run
      *                  sent it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIRGEN01.
           COPY "SLINV01.cbl".
           COPY "SLPAY01.cbl".
           COPY "SLIBD01.cbl".
           COPY "SLEFS01.cbl".
           SELECT WIRE-FILE ASSIGN TO "WIREOUT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WIRE-FILE-STATUS.
           COPY "FDINV01.cbl".
           COPY "FDPAY01.cbl".
           COPY "FDIBD01.cbl".
           COPY "FDEFS01.cbl".

      * THE BANK'S INTERNATIONAL PAYMENT LAYOUT - FIXED 132-BYTE
      * RECORDS: SEQUENCE (7), VALUE DATE (8), CURRENCY (3), AMOUNT
           88 WS-INTL-BANK-MISSING        VALUE "35".
       01  WS-WIRE-FILE-STATUS        PIC X(02).
           88 WS-WIRE-FILE-OK             VALUE "00".
       01  WS-EFT-SETTLE-STATUS       PIC X(02).
           88 WS-EFT-SETTLE-OK            VALUE "00".
           88 WS-EFT-SETTLE-MISSING       VALUE "35".
       01  WS-SETTLE-REGISTER-SWITCH   PIC X(01) VALUE "N".
           88 WS-SETTLE-REGISTER-OPEN      VALUE "Y".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88 WS-NO-MORE-PAYMENTS          VALUE "Y".
       01  WS-PAY-DATE                 PIC 9(08).
       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-RUN-TIME                 PIC 9(08).
       01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME.
           05 WS-RUN-HHMM              PIC 9(04).
           05 FILLER                   PIC X(04).

       01  WS-WIRE-SEQUENCE            PIC 9(07) VALUE ZERO.
       01  WS-WIRES-WRITTEN            PIC 9(05) VALUE ZERO.
       01  WS-OTHERS-BYPASSED          PIC 9(05) VALUE ZERO.
       01  WS-WIRE-AMOUNT-TOTAL        PIC S9(11)V99 COMP-3
                                           VALUE ZERO.
       01  WS-WIRE-GROSS               PIC S9(11)V99.
       01  WS-WIRES-WITHHELD           PIC 9(05) VALUE ZERO.
       01  WS-NRA-WITHHELD-TOTAL       PIC S9(11)V99 COMP-3
                                           VALUE ZERO.
       01  WS-WIRE-RAIL-SWITCH         PIC X(01).
           88 WS-GOES-BY-WIRE              VALUE "Y".

      * FIELDS FOR THE CURVAL01 CURRENCY MASTER LOOK-UP.
       01  WS-CV-CURRENCY-CODE         PIC X(03).
       01  WS-CV-DESCRIPTION           PIC X(30).
       01  WS-CV-DECIMAL-PLACES        PIC 9(01).
       01  WS-CV-RAIL-ACH              PIC X(01).
           88 WS-CV-ACH-ALLOWED            VALUE "Y".
       01  WS-CV-RAIL-WIRE             PIC X(01).
           88 WS-CV-WIRE-ALLOWED           VALUE "Y".
       01  WS-CV-RAIL-CHECK            PIC X(01).
       01  WS-CV-RESULT                PIC X(01).

       PROCEDURE DIVISION.
       0000-MAINLINE.
            STOP RUN.

       1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-TIME FROM TIME.
            OPEN INPUT PAYMENT-FILE.
            IF NOT WS-PAYMENT-FILE-OK
                DISPLAY "UNABLE TO OPEN PAYMENT-FILE, STATUS = "
                DISPLAY "UNABLE TO OPEN INVOICE-FILE, STATUS = "
                    WS-INVOICE-FILE-STATUS
            END-IF.
            OPEN I-O EFT-SETTLE-FILE.
            IF WS-EFT-SETTLE-MISSING
                OPEN OUTPUT EFT-SETTLE-FILE
                CLOSE EFT-SETTLE-FILE
                OPEN I-O EFT-SETTLE-FILE
            END-IF.
            IF NOT WS-EFT-SETTLE-OK
                DISPLAY "UNABLE TO OPEN EFT-SETTLE-FILE, STATUS = "
                    WS-EFT-SETTLE-STATUS
                    " - WIRES WILL NOT BE REGISTERED FOR SETTLEMENT"
            ELSE
                SET WS-SETTLE-REGISTER-OPEN TO TRUE
            END-IF.
            OPEN OUTPUT WIRE-FILE.
            IF NOT WS-WIRE-FILE-OK
                DISPLAY "UNABLE TO OPEN WIRE-FILE, STATUS = "
                PERFORM 8100-READ-NEXT-PAYMENT
            END-IF.

      * ONLY AN EFT PAYMENT IN A CURRENCY THE CURRENCY MASTER SENDS
      * BY WIRE AND NOT BY ACH BELONGS HERE - THE REST OF EFT WAS
      * THE ACH RUN'S, AND CHECK PAYMENTS WERE THE CHECK WRITER'S.
      * ONLY "V" AND "L" RECORDS DRIVE THE RUN - A SENT WIRE
      * CONSUMES ITS OWN "I" RECORDS TO STAMP THE COVERED INVOICES;
      * A BYPASSED PAYMENT'S "I" RECORDS FALL THROUGH THE ELSE
      * BRANCH.  A LEVY HOLDER'S "L" RECORD IS WIRED LIKE A "V"
      * RECORD, WITH NO "I" RECORDS BEHIND IT.
       2000-PROCESS-PAYMENTS.
            MOVE "N" TO WS-WIRE-RAIL-SWITCH.
            IF PAY-TYPE-DISBURSEMENT AND PAY-BY-EFT
                PERFORM 2100-CHECK-WIRE-RAIL
            END-IF.
            IF WS-GOES-BY-WIRE
                PERFORM 3000-BUILD-ONE-WIRE
            ELSE
                IF PAY-TYPE-DISBURSEMENT
                    ADD 1 TO WS-OTHERS-BYPASSED
                END-IF
                PERFORM 8100-READ-NEXT-PAYMENT
            END-IF.

       2100-CHECK-WIRE-RAIL.
            MOVE PAY-CURRENCY-CODE TO WS-CV-CURRENCY-CODE.
            CALL "CURVAL01" USING WS-CV-CURRENCY-CODE
                WS-CV-DESCRIPTION WS-CV-DECIMAL-PLACES
                WS-CV-RAIL-ACH WS-CV-RAIL-WIRE WS-CV-RAIL-CHECK
                WS-CV-RESULT.
            IF WS-CV-WIRE-ALLOWED AND NOT WS-CV-ACH-ALLOWED
                SET WS-GOES-BY-WIRE TO TRUE
            END-IF.

       3000-BUILD-ONE-WIRE.
            MOVE PAY-VENDOR-NUMBER TO IB-VENDOR-NUMBER.
            READ INTL-BANK-FILE
            ELSE
                ADD 1 TO WS-WIRES-WRITTEN
                ADD PAY-AMOUNT TO WS-WIRE-AMOUNT-TOTAL
                PERFORM 3200-REGISTER-SETTLEMENT
                IF PAY-NRA-WITHHELD NOT = ZERO
                    PERFORM 3150-REPORT-WITHHOLDING
                END-IF
            END-IF.

      * THE WIRE CARRIES THE NET; THE GROSS IS WHAT THE PAYEE EARNED
      * AND THE DIFFERENCE IS OWED TO THE IRS IN THE WIRE CURRENCY.
       3150-REPORT-WITHHOLDING.
            COMPUTE WS-WIRE-GROSS = PAY-AMOUNT + PAY-NRA-WITHHELD.
            DISPLAY "WIRE " WS-WIRE-SEQUENCE " VENDOR "
                PAY-VENDOR-NUMBER " " PAY-CURRENCY-CODE
                " GROSS " WS-WIRE-GROSS
                " NONRESIDENT TAX WITHHELD " PAY-NRA-WITHHELD.
            ADD 1 TO WS-WIRES-WITHHELD.
            ADD PAY-NRA-WITHHELD TO WS-NRA-WITHHELD-TOTAL.

      * ENTER THE WIRE ON THE SETTLEMENT REGISTER - THE BANK DEBITS
      * IT ON THE VALUE DATE AND CARRIES THE SEQUENCE BACK AS THE
      * CUSTOMER REFERENCE.
       3200-REGISTER-SETTLEMENT.
            IF WS-SETTLE-REGISTER-OPEN
                MOVE SPACES TO EFT-SETTLE-RECORD
                SET ES-TYPE-WIRE TO TRUE
                MOVE WS-RUN-DATE        TO ES-RUN-DATE
                MOVE WS-RUN-HHMM        TO ES-RUN-TIME
                MOVE WS-WIRE-SEQUENCE   TO ES-SEQUENCE
                MOVE WS-WIRE-SEQUENCE   TO ES-REFERENCE
                MOVE PAY-PAYMENT-DATE   TO ES-VALUE-DATE
                MOVE PAY-CURRENCY-CODE  TO ES-CURRENCY
                MOVE PAY-AMOUNT         TO ES-AMOUNT
                MOVE 1                  TO ES-ITEM-COUNT
                SET ES-STATUS-OUTSTANDING TO TRUE
                MOVE ZERO TO ES-SETTLED-DATE ES-SETTLED-AMOUNT
                    ES-SETTLE-COUNT
                WRITE EFT-SETTLE-RECORD
                IF NOT WS-EFT-SETTLE-OK
                    DISPLAY "UNABLE TO REGISTER WIRE " WS-WIRE-SEQUENCE
                        " FOR SETTLEMENT, STATUS = "
                        WS-EFT-SETTLE-STATUS
                END-IF
            END-IF.

      * FLIP THE COVERED INVOICES TO PAID FROM THE PAYMENT-FILE'S
      * OWN "I" RECORDS, EACH FOUND DIRECTLY BY KEY - THE SAME
      * STAMP THE ACH AND CHECK RUNS LEAVE, WITH THE WIRE SEQUENCE
      * IN PLACE OF A CHECK NUMBER.  AN "L" RECORD HAS NONE, SO THE
      * LOOP ENDS ON THE NEXT PAYMENT'S RECORD.
       3300-MARK-INVOICES-PAID.
            PERFORM 8100-READ-NEXT-PAYMENT.
            PERFORM UNTIL WS-NO-MORE-PAYMENTS
            DISPLAY "OTHER PAYMENTS BYPASSED : " WS-OTHERS-BYPASSED.
            DISPLAY "WIRE AMOUNT TOTAL       : "
                WS-WIRE-AMOUNT-TOTAL.
            DISPLAY "WIRES WITH TAX WITHHELD : " WS-WIRES-WITHHELD.
            DISPLAY "NONRESIDENT TAX WITHHELD: "
                WS-NRA-WITHHELD-TOTAL.
            CLOSE WIRE-FILE.
            CLOSE EFT-SETTLE-FILE.
            CLOSE INVOICE-FILE.
            CLOSE INTL-BANK-FILE.
            CLOSE PAYMENT-FILE.

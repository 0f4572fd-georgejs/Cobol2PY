      *                  dependence on the ACH step's paid-date
      *                  stamp, and a partial payment shows its own
      *                  paid amount against the invoice gross.
      *   2026-10-15 DW  A payment with backup withholding taken
      *                  prints the amount withheld under the
      *                  invoice list, so the vendor can see why the
      *                  deposit is short of the invoices paid.
      *   2026-10-15 DW  Nonresident withholding from a foreign
      *                  payee prints the same way, under its own
      *                  caption.
      *   2026-10-15 DW  Levies and assignments.  A vendor advice
      *                  shows the amount redirected to levy or
      *                  assignment holders under the invoice list,
      *                  and a holder paid by EFT gets an advice of
      *                  its own quoting the notice reference and the
      *                  vendor the money was taken from.
      *   2026-10-15 DW  A payment made on the virtual card gets an
      *                  advice too - the issuer's charge notice
      *                  says how much, not which invoices.
      *   2026-10-15 DW  Late-payment interest lines listed under the
      *                  covered invoices.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMTADV01.
       FILE-CONTROL.
           COPY "SLPMT01.cbl".
           COPY "SLPAY01.cbl".
           COPY "SLVND01.cbl".
           COPY "Hello-world.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDPMT01.cbl".
           COPY "FDPAY01.cbl".
           COPY "fdvnd01.cbl".

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-PAYMENT-FILE-STATUS     PIC X(02).
           88 WS-PAYMENT-FILE-OK          VALUE "00".
           88 WS-PAYMENT-FILE-EOF         VALUE "10".
       01  WS-VENDOR-FILE-STATUS      PIC X(02).
           88 WS-VENDOR-FILE-OK           VALUE "00".
           88 WS-VENDOR-FILE-NOT-FOUND    VALUE "23".
       01  WS-PRINT-FILE-NAME         PIC X(20).
       01  WS-PRINT-FILE-STATUS       PIC X(02).
           88 WS-PRINT-FILE-OK            VALUE "00".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88 WS-NO-MORE-PAYMENTS          VALUE "Y".
       01  WS-PAY-VENDOR               PIC 9(05).
       01  WS-PAY-WITHHELD             PIC S9(09)V99.
       01  WS-PAY-NRA-WITHHELD         PIC S9(09)V99.
       01  WS-PAY-LEVIED               PIC S9(09)V99.

       01  WS-ADVICES-PRINTED          PIC 9(07) COMP VALUE ZERO.

           COPY "RPTHDR1.cbl".

       01  WS-ADVICE-TITLE.
           05 WS-AD-TITLE           PIC X(40).

       01  WS-ADVICE-LINE-1.
           05 FILLER                PIC X(07) VALUE "VENDOR ".
           05 WS-LS-AMOUNT          PIC Z,ZZZ,ZZ9.99-.
           05 WS-LS-PAID            PIC Z,ZZZ,ZZ9.99-.

       01  WS-INTEREST-LINE.
           05 WS-IS-INVOICE-NUMBER  PIC X(15).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(14) VALUE "LATE INTEREST ".
           05 WS-IS-DAYS-LATE       PIC ZZZZ9.
           05 FILLER                PIC X(08) VALUE " DAYS   ".
           05 WS-IS-AMOUNT          PIC Z,ZZZ,ZZ9.99-.

       01  WS-WITHHELD-LINE.
           05 WS-WH-CAPTION         PIC X(31).
           05 FILLER                PIC X(13) VALUE SPACES.
           05 WS-WH-AMOUNT          PIC Z,ZZZ,ZZ9.99-.

       01  WS-LEVY-LINE-1.
           05 WS-LY-CAPTION         PIC X(20).
           05 FILLER                PIC X(10) VALUE "REFERENCE ".
           05 WS-LY-REFERENCE       PIC X(20).

       01  WS-LEVY-LINE-2.
           05 FILLER                PIC X(26) VALUE
               "TAKEN FROM PAYMENT DUE TO ".
           05 WS-LY-VENDOR          PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-LY-VENDOR-NAME     PIC X(30).

       01  WS-MEMO-LINE.
           05 FILLER                PIC X(05) VALUE "MEMO ".
           05 WS-AD-MEMO            PIC X(95).
                    WS-PAYMENT-FILE-STATUS
                SET WS-NO-MORE-PAYMENTS TO TRUE
            END-IF.
            OPEN INPUT VENDOR-FILE.
            IF NOT WS-VENDOR-FILE-OK
                DISPLAY "UNABLE TO OPEN VENDOR-FILE, STATUS = "
                    WS-VENDOR-FILE-STATUS
            END-IF.
            OPEN INPUT PAYMENT-CONTROL-FILE.
            IF NOT WS-PAYMENT-CTL-OK AND NOT WS-PAYMENT-CTL-NOT-FOUND
                DISPLAY "UNABLE TO OPEN PAYMENT-CONTROL-FILE, STATUS = "

      * ONLY "V" RECORDS DRIVE THE RUN - AN ADVICE CONSUMES ITS OWN
      * "I" RECORDS FOR THE INVOICE LIST, AND A CHECK PAYMENT'S "I"
      * RECORDS FALL THROUGH THE ELSE BRANCH.  A LEVY HOLDER PAID
      * BY EFT ("L" RECORD) GETS ITS OWN ADVICE.  A VENDOR PAID ON
      * THE VIRTUAL CARD GETS ONE THE SAME AS AN EFT VENDOR.
       2000-PROCESS-PAYMENTS.
            IF PAY-TYPE-DISBURSEMENT AND (PAY-BY-EFT OR PAY-BY-CARD)
                PERFORM 3000-PRINT-ONE-ADVICE
            ELSE
                PERFORM 8100-READ-NEXT-PAYMENT
      * PAYMENT RUN LEFT ON THE VENDOR'S PAYMENT-CONTROL RECORD.
       3000-PRINT-ONE-ADVICE.
            PERFORM 3900-PRINT-STANDARD-HEADING.
            IF PAY-TYPE-LEVY
                MOVE "REMITTANCE ADVICE - LEVY/ASSIGNMENT EFT"
                    TO WS-AD-TITLE
            ELSE IF PAY-BY-CARD
                MOVE "REMITTANCE ADVICE - VIRTUAL CARD" TO WS-AD-TITLE
            ELSE
                MOVE "REMITTANCE ADVICE - EFT" TO WS-AD-TITLE
            END-IF.
            MOVE WS-ADVICE-TITLE TO ADVICE-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE PAY-VENDOR-NUMBER TO WS-AD-VENDOR.
            MOVE PAY-VENDOR-NUMBER TO WS-PAY-VENDOR.
            MOVE PAY-VENDOR-NAME   TO WS-AD-NAME.
            MOVE PAY-BACKUP-WITHHELD TO WS-PAY-WITHHELD.
            MOVE PAY-NRA-WITHHELD TO WS-PAY-NRA-WITHHELD.
            MOVE PAY-LEVY-AMOUNT TO WS-PAY-LEVIED.
            MOVE WS-ADVICE-LINE-1  TO ADVICE-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE PAY-PAYMENT-DATE  TO WS-AD-DATE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE SPACES TO ADVICE-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            IF PAY-TYPE-LEVY
                PERFORM 3400-PRINT-LEVY-DETAIL
            ELSE
                PERFORM 3200-PRINT-VENDOR-DETAIL
            END-IF.
            ADD 1 TO WS-ADVICES-PRINTED.

       3200-PRINT-VENDOR-DETAIL.
            MOVE WS-LIST-HEADING TO ADVICE-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            PERFORM 3300-LIST-COVERED-INVOICES.
            IF WS-PAY-WITHHELD NOT = ZERO
                MOVE "LESS FEDERAL BACKUP WITHHOLDING"
                    TO WS-WH-CAPTION
                MOVE WS-PAY-WITHHELD TO WS-WH-AMOUNT
                MOVE WS-WITHHELD-LINE TO ADVICE-PRINT-LINE
                PERFORM 8000-WRITE-PRINT-LINE
            END-IF.
            IF WS-PAY-NRA-WITHHELD NOT = ZERO
                MOVE "LESS U.S. NONRESIDENT TAX" TO WS-WH-CAPTION
                MOVE WS-PAY-NRA-WITHHELD TO WS-WH-AMOUNT
                MOVE WS-WITHHELD-LINE TO ADVICE-PRINT-LINE
                PERFORM 8000-WRITE-PRINT-LINE
            END-IF.
            IF WS-PAY-LEVIED NOT = ZERO
                MOVE "LESS PAID UNDER LEVY/ASSIGNMENT" TO WS-WH-CAPTION
                MOVE WS-PAY-LEVIED TO WS-WH-AMOUNT
                MOVE WS-WITHHELD-LINE TO ADVICE-PRINT-LINE
                PERFORM 8000-WRITE-PRINT-LINE
            END-IF.
            PERFORM 3500-PRINT-PAYMENT-MEMO.

      * THE INVOICES THIS PAYMENT COVERS ARE ITS OWN "I" RECORDS,
      * SITTING RIGHT BEHIND THE "V" RECORD ON PAYMENT-FILE.
      * ANY LATE-PAYMENT INTEREST FOLLOWS AS ITS "N" RECORDS.
       3300-LIST-COVERED-INVOICES.
            PERFORM 8100-READ-NEXT-PAYMENT.
            PERFORM UNTIL WS-NO-MORE-PAYMENTS
                PERFORM 8000-WRITE-PRINT-LINE
                PERFORM 8100-READ-NEXT-PAYMENT
            END-PERFORM.
            PERFORM UNTIL WS-NO-MORE-PAYMENTS
                OR NOT PAY-TYPE-INTEREST
                MOVE PAY-INT-INVOICE-NUMBER TO WS-IS-INVOICE-NUMBER
                MOVE PAY-INT-DAYS-LATE      TO WS-IS-DAYS-LATE
                MOVE PAY-INT-AMOUNT         TO WS-IS-AMOUNT
                MOVE WS-INTEREST-LINE       TO ADVICE-PRINT-LINE
                PERFORM 8000-WRITE-PRINT-LINE
                PERFORM 8100-READ-NEXT-PAYMENT
            END-PERFORM.

      * A HOLDER'S ADVICE HAS NO INVOICES OF ITS OWN - IT QUOTES THE
      * NOTICE OR AGREEMENT REFERENCE AND THE VENDOR WHOSE PAYMENT
      * THE MONEY CAME OUT OF, THE SAME AS THE CHECK STUB.
       3400-PRINT-LEVY-DETAIL.
            IF PAY-LEVY-IS-ASSIGNMENT
                MOVE "ASSIGNMENT PAYMENT" TO WS-LY-CAPTION
            ELSE
                MOVE "LEVY PAYMENT" TO WS-LY-CAPTION
            END-IF.
            MOVE PAY-LEVY-REFERENCE TO WS-LY-REFERENCE.
            MOVE WS-LEVY-LINE-1 TO ADVICE-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE PAY-LEVY-FOR-VENDOR TO WS-LY-VENDOR.
            MOVE PAY-LEVY-FOR-VENDOR TO VENDOR-NUMBER.
            READ VENDOR-FILE
                INVALID KEY
                    MOVE SPACES TO WS-LY-VENDOR-NAME
                NOT INVALID KEY
                    MOVE VENDOR-NAME TO WS-LY-VENDOR-NAME
            END-READ.
            MOVE WS-LEVY-LINE-2 TO ADVICE-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            PERFORM 8100-READ-NEXT-PAYMENT.

       8100-READ-NEXT-PAYMENT.
            READ PAYMENT-FILE
            DISPLAY "REMITTANCE ADVICES PRINTED: " WS-ADVICES-PRINTED.
            CLOSE PRINT-FILE.
            CLOSE PAYMENT-CONTROL-FILE.
            CLOSE VENDOR-FILE.
            CLOSE PAYMENT-FILE.
       END PROGRAM RMTADV01.

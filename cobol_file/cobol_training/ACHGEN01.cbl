      *                  entry builds through the same code.  The
      *                  prenote cycle stays a vendor affair;
      *                  employee details go live as keyed.
      *   2026-10-15 DW  Each batch sent is entered on EFT-SETTLE-FILE
      *                  (run date/time, file ID, credit total, entry
      *                  count) so EFTRCN01 can match the bank's
      *                  settlement debit back to this run.  A
      *                  prenote-only batch moves no money and is
      *                  not entered.
      *   2026-10-15 DW  Levy and assignment holders paid
      *                  electronically - an "L" record with the EFT
      *                  flag builds an entry to the holder's bank
      *                  account off its own vendor record, the same
      *                  as a "V" record, and is counted separately.
      *   2026-10-15 DW  The batch effective date (and the settlement
      *                  value date) is the next business day after
      *                  the run on the bank-holiday calendar, not the
      *                  run date.  The prenote wait is three banking
      *                  days counted on the same calendar instead of
      *                  six calendar days.
      *   2026-10-15 DW  Whether an EFT payment or a prenote goes on
      *                  ACH is decided by the ACH rail flag on the
      *                  currency master (CURVAL01) for the vendor's
      *                  currency, instead of "USD only".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHGEN01.
           COPY "SLINV01.cbl".
           COPY "SLPAY01.cbl".
           COPY "SLHST01.cbl".
           COPY "SLEFS01.cbl".
           SELECT ACH-FILE ASSIGN TO "ACHPAY.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACH-FILE-STATUS.
           COPY "FDINV01.cbl".
           COPY "FDPAY01.cbl".
           COPY "VNDHIST1.cbl".
           COPY "FDEFS01.cbl".

       FD  ACH-FILE
           LABEL RECORDS ARE STANDARD.
           88 WS-ACH-FILE-OK              VALUE "00".
       01  WS-VENDOR-HIST-STATUS      PIC X(02).
           88 WS-VENDOR-HIST-OK           VALUE "00".
       01  WS-EFT-SETTLE-STATUS       PIC X(02).
           88 WS-EFT-SETTLE-OK            VALUE "00".
           88 WS-EFT-SETTLE-MISSING       VALUE "35".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88 WS-NO-MORE-PAYMENTS          VALUE "Y".
       01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME.
           05 WS-RUN-HHMM              PIC X(04).
           05 FILLER                   PIC X(04).
      * THE ENTRIES SETTLE ON THE NEXT BANKING DAY AFTER THE RUN -
      * NEVER A WEEKEND OR A FEDERAL RESERVE HOLIDAY, WHICH THE
      * BANK REJECTS THE WHOLE FILE FOR.
       01  WS-EFFECTIVE-DATE           PIC 9(08).
       01  WS-EFFECTIVE-DATE-X REDEFINES WS-EFFECTIVE-DATE.
           05 FILLER                   PIC X(02).
           05 WS-EFFECTIVE-YYMMDD      PIC X(06).

      * RUN CONTROL TOTALS - ENTRY COUNT, CREDIT TOTAL, AND THE NACHA
      * ENTRY HASH (SUM OF THE 8-DIGIT RECEIVING ROUTING PREFIXES,
           05 WS-EFT-SKIPPED           PIC 9(07) COMP.
           05 WS-CHECKS-BYPASSED       PIC 9(07) COMP.
           05 WS-WIRES-BYPASSED        PIC 9(07) COMP.
           05 WS-LEVY-ENTRIES          PIC 9(07) COMP.
           05 WS-CREDIT-TOTAL          PIC 9(10)V99 VALUE ZERO.
           05 WS-ENTRY-HASH            PIC 9(16) VALUE ZERO.
       01  WS-ROUTING-PREFIX           PIC 9(08).

      * PRENOTE CYCLE CONTROLS - THE WAITING PERIOD IS THE THREE
      * BANKING DAYS NACHA ASKS FOR, COUNTED FROM THE STAMPED
      * PRENOTE DATE ON THE BANK-HOLIDAY CALENDAR.
       01  WS-PRENOTE-WAIT-DAYS        PIC 9(02) VALUE 03.
       01  WS-PRENOTES-SENT            PIC 9(07) COMP VALUE ZERO.
       01  WS-PRENOTES-WENT-LIVE       PIC 9(07) COMP VALUE ZERO.
       01  WS-VENDOR-SCAN-SWITCH       PIC X(01).
           88 WS-VENDOR-SCAN-DONE          VALUE "Y".
       01  WS-BEFORE-VENDOR-RECORD     PIC X(300).

      * FIELDS FOR THE CURVAL01 CURRENCY MASTER LOOK-UP.
       01  WS-CV-CURRENCY-CODE         PIC X(03).
       01  WS-CV-DESCRIPTION           PIC X(30).
       01  WS-CV-DECIMAL-PLACES        PIC 9(01).
       01  WS-CV-RAIL-ACH              PIC X(01).
           88 WS-CV-ACH-ALLOWED            VALUE "Y".
       01  WS-CV-RAIL-WIRE             PIC X(01).
       01  WS-CV-RAIL-CHECK            PIC X(01).
       01  WS-CV-RESULT                PIC X(01).

      * FIELDS FOR THE DATECALC1 PRENOTE-AGING AND EFFECTIVE-DATE
      * CALLS.
       01  WS-DC-FUNCTION              PIC X(01).
       01  WS-DC-DATE-1                PIC 9(08).
       01  WS-DC-DATE-2                PIC 9(08).
       01  WS-DC-RESULT-DATE           PIC 9(08).
       01  WS-DC-ERROR-SWITCH          PIC X(01).
           88 WS-DC-DATE-ERROR             VALUE "Y".
       01  WS-DC-CALENDAR-CODE         PIC X(03) VALUE SPACES.
       01  WS-RECORD-COUNT             PIC 9(07) COMP.
       01  WS-BLOCK-QUOTIENT           PIC 9(07) COMP.
       01  WS-BLOCK-REMAINDER          PIC 9(02) COMP.
            IF WS-HEADERS-WRITTEN
                PERFORM 5000-SEND-PRENOTES
                PERFORM 4000-WRITE-TRAILERS
                PERFORM 4500-REGISTER-SETTLEMENT
            END-IF.
            PERFORM 9000-TERMINATE.
            STOP RUN.
       1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-TIME FROM TIME.
            PERFORM 1100-DERIVE-EFFECTIVE-DATE.
            OPEN INPUT PAYMENT-FILE.
            IF NOT WS-PAYMENT-FILE-OK
                DISPLAY "UNABLE TO OPEN PAYMENT-FILE, STATUS = "
                PERFORM 8100-READ-NEXT-PAYMENT
            END-IF.

       1100-DERIVE-EFFECTIVE-DATE.
            MOVE "B" TO WS-DC-FUNCTION.
            MOVE WS-RUN-DATE TO WS-DC-DATE-1.
            MOVE 1 TO WS-DC-DAYS.
            CALL "DATECALC1" USING WS-DC-FUNCTION
                WS-DC-DATE-1 WS-DC-DATE-2 WS-DC-DAYS
                WS-DC-RESULT-DATE WS-DC-ERROR-SWITCH
                WS-DC-CALENDAR-CODE.
            IF WS-DC-DATE-ERROR
                MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
            ELSE
                MOVE WS-DC-RESULT-DATE TO WS-EFFECTIVE-DATE
            END-IF.

       1500-WRITE-HEADERS.
            SET WS-HEADERS-WRITTEN TO TRUE.
            MOVE WS-IMMED-DEST    TO WS-FH-IMMED-DEST.
            MOVE WS-COMPANY-NAME-16 TO WS-BH-COMPANY-NAME.
            MOVE WS-COMPANY-ID    TO WS-BH-COMPANY-ID.
            MOVE WS-RUN-YYMMDD    TO WS-BH-DESC-DATE.
            MOVE WS-EFFECTIVE-YYMMDD TO WS-BH-EFFECT-DATE.
            MOVE WS-ODFI-PREFIX   TO WS-BH-ODFI.
            MOVE WS-BATCH-HEADER  TO ACH-RECORD.
            PERFORM 8000-WRITE-ACH-RECORD.
      * FOR EFT, BILLS IN USD, AND ACTUALLY HAS BANK DETAILS ON FILE.
      * ONLY "V" RECORDS DRIVE THE RUN - A SENT ENTRY CONSUMES ITS
      * OWN "I" RECORDS TO STAMP THE COVERED INVOICES; A BYPASSED
      * PAYMENT'S "I" RECORDS FALL THROUGH THE ELSE BRANCH.  A
      * LEVY HOLDER'S "L" RECORD IS ENTERED LIKE A "V" RECORD, WITH
      * NO "I" RECORDS BEHIND IT.
       2000-PROCESS-PAYMENTS.
            IF PAY-TYPE-DISBURSEMENT AND PAY-BY-EFT
                PERFORM 3000-BUILD-ONE-ENTRY
            ELSE
                IF PAY-TYPE-DISBURSEMENT
                    ADD 1 TO WS-CHECKS-BYPASSED
                END-IF
                PERFORM 8100-READ-NEXT-PAYMENT
                ADD 1 TO WS-EFT-SKIPPED
            END-IF.

      * AN EFT PAYMENT GOES OUT ON ACH ONLY WHERE THE CURRENCY
      * MASTER ALLOWS ACH FOR THE VENDOR'S CURRENCY; ANY OTHER IS
      * LEFT FOR THE WIRE RUN.
       3010-BUILD-FROM-BUFFER.
            IF WS-VENDOR-FILE-OK
                PERFORM 3020-CHECK-ACH-RAIL
                IF NOT WS-CV-ACH-ALLOWED
                    ADD 1 TO WS-WIRES-BYPASSED
                    PERFORM 8100-READ-NEXT-PAYMENT
                ELSE IF VENDOR-BANK-ROUTING = SPACES
                PERFORM 8100-READ-NEXT-PAYMENT
            END-IF.

       3020-CHECK-ACH-RAIL.
            MOVE VENDOR-CURRENCY-CODE TO WS-CV-CURRENCY-CODE.
            CALL "CURVAL01" USING WS-CV-CURRENCY-CODE
                WS-CV-DESCRIPTION WS-CV-DECIMAL-PLACES
                WS-CV-RAIL-ACH WS-CV-RAIL-WIRE WS-CV-RAIL-CHECK
                WS-CV-RESULT.

       3100-WRITE-ENTRY-DETAIL.
            IF VENDOR-ACCT-SAVINGS
                MOVE "32" TO WS-ED-TRAN-CODE
            PERFORM 8000-WRITE-ACH-RECORD.
            ADD 1 TO WS-ENTRY-COUNT.
            ADD PAY-AMOUNT TO WS-CREDIT-TOTAL.
            IF PAY-TYPE-LEVY
                ADD 1 TO WS-LEVY-ENTRIES
            END-IF.
            IF VENDOR-BANK-ROUTING(1:8) NUMERIC
                MOVE VENDOR-BANK-ROUTING(1:8) TO WS-ROUTING-PREFIX
                ADD WS-ROUTING-PREFIX TO WS-ENTRY-HASH
            END-PERFORM.

       1250-AGE-ONE-PRENOTE.
            MOVE "W" TO WS-DC-FUNCTION.
            MOVE VENDOR-PRENOTE-DATE TO WS-DC-DATE-1.
            MOVE WS-RUN-DATE TO WS-DC-DATE-2.
            CALL "DATECALC1" USING WS-DC-FUNCTION
                WS-DC-DATE-1 WS-DC-DATE-2 WS-DC-DAYS
                WS-DC-RESULT-DATE WS-DC-ERROR-SWITCH
                WS-DC-CALENDAR-CODE.
            IF NOT WS-DC-DATE-ERROR
                AND WS-DC-DAYS >= WS-PRENOTE-WAIT-DAYS
                MOVE VENDOR-RECORD TO WS-BEFORE-VENDOR-RECORD
            PERFORM UNTIL WS-VENDOR-SCAN-DONE
                IF VENDOR-EFT-PRENOTE
                    AND VENDOR-PRENOTE-DATE = ZERO
                    AND VENDOR-BANK-ROUTING NOT = SPACES
                    AND VENDOR-BANK-ACCOUNT NOT = SPACES
                    PERFORM 3020-CHECK-ACH-RAIL
                    IF WS-CV-ACH-ALLOWED
                        PERFORM 5100-SEND-ONE-PRENOTE
                    END-IF
                END-IF
                PERFORM 8200-READ-NEXT-VENDOR
            END-PERFORM.
                GIVING WS-BLOCK-QUOTIENT
                REMAINDER WS-BLOCK-REMAINDER.

      * ENTER THE BATCH ON THE SETTLEMENT REGISTER - THE BANK TAKES
      * THE CREDIT TOTAL OUT OF THE ACCOUNT IN ONE OFFSETTING DEBIT
      * ON THE EFFECTIVE DATE, CARRYING THE FILE ID (THE HEADER'S
      * CREATION DATE AND TIME) BACK ON THE STATEMENT.
       4500-REGISTER-SETTLEMENT.
            IF WS-CREDIT-TOTAL > ZERO
                OPEN I-O EFT-SETTLE-FILE
                IF WS-EFT-SETTLE-MISSING
                    OPEN OUTPUT EFT-SETTLE-FILE
                    CLOSE EFT-SETTLE-FILE
                    OPEN I-O EFT-SETTLE-FILE
                END-IF
                IF NOT WS-EFT-SETTLE-OK
                    DISPLAY "UNABLE TO OPEN EFT-SETTLE-FILE, STATUS = "
                        WS-EFT-SETTLE-STATUS
                        " - BATCH NOT REGISTERED FOR SETTLEMENT"
                ELSE
                    MOVE SPACES TO EFT-SETTLE-RECORD
                    SET ES-TYPE-ACH TO TRUE
                    MOVE WS-RUN-DATE       TO ES-RUN-DATE
                    MOVE WS-RUN-HHMM       TO ES-RUN-TIME
                    MOVE 1                 TO ES-SEQUENCE
                    MOVE WS-RUN-YYMMDD     TO ES-REFERENCE(1:6)
                    MOVE WS-RUN-HHMM       TO ES-REFERENCE(7:4)
                    MOVE WS-EFFECTIVE-DATE TO ES-VALUE-DATE
                    MOVE "USD"             TO ES-CURRENCY
                    MOVE WS-CREDIT-TOTAL   TO ES-AMOUNT
                    MOVE WS-ENTRY-COUNT    TO ES-ITEM-COUNT
                    SET ES-STATUS-OUTSTANDING TO TRUE
                    MOVE ZERO TO ES-SETTLED-DATE ES-SETTLED-AMOUNT
                        ES-SETTLE-COUNT
                    WRITE EFT-SETTLE-RECORD
                    IF NOT WS-EFT-SETTLE-OK
                        DISPLAY "UNABLE TO REGISTER BATCH FOR "
                            "SETTLEMENT, STATUS = "
                            WS-EFT-SETTLE-STATUS
                    END-IF
                    CLOSE EFT-SETTLE-FILE
                END-IF
            END-IF.

       8000-WRITE-ACH-RECORD.
            WRITE ACH-RECORD.
            IF NOT WS-ACH-FILE-OK
            DISPLAY "ACH ENTRIES WRITTEN     : " WS-ENTRY-COUNT.
            DISPLAY "EFT PAYMENTS SKIPPED    : " WS-EFT-SKIPPED.
            DISPLAY "CHECK PAYMENTS BYPASSED : " WS-CHECKS-BYPASSED.
            DISPLAY "LEVY/ASSIGNMENT ENTRIES : " WS-LEVY-ENTRIES.
            DISPLAY "LEFT FOR THE WIRE RUN   : " WS-WIRES-BYPASSED.
            DISPLAY "ACH CREDIT TOTAL        : " WS-CREDIT-TOTAL.
            DISPLAY "ENTRY HASH (LOW 10)     : " WS-ENTRY-HASH(7:10).

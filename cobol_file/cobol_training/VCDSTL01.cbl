      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Virtual-card settlement import.  The card issuer
      *              reports back on every charge VCDGEN01 requested:
      *              authorized (the card was minted and the merchant
      *              has it), settled (the merchant has charged it -
      *              with the amount, the post date and the rebate
      *              the charge earned us), or declined.  Each line
      *              is matched to CARD-CHARGE-FILE by charge number
      *              and the register brought up to date.  A settled
      *              amount different from the amount requested is
      *              settled as a variance for AP to chase.  A
      *              declined charge moved no money, so it is
      *              reversed the way ACHRET01 reverses a returned
      *              ACH entry: VENDOR-YTD-PAID and the PMTCTL
      *              control total backed out, a negative PAYMENT-
      *              DETAIL-FILE record and the history image
      *              written, and the invoices the charge covered -
      *              found by the charge number the card run stamped
      *              into INV-CHECK-NUMBER - put back to open.  The
      *              vendor's card flag goes to "D" so the next cycle
      *              pays it by ACH or check instead.  Everything
      *              that doesn't match is reported for review.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original card settlement import.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VCDSTL01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLVND01.cbl".
           COPY "SLINV01.cbl".
           COPY "SLHST01.cbl".
           COPY "SLPMT01.cbl".
           COPY "SLPDL01.cbl".
           COPY "SLVCD01.cbl".
           COPY "Hello-world.cbl".
           SELECT CARD-SETTLE-FILE ASSIGN TO "VCARDSTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SETTLE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY "fdvnd01.cbl".
           COPY "FDINV01.cbl".
           COPY "VNDHIST1.cbl".
           COPY "FDPMT01.cbl".
           COPY "FDPDL01.cbl".
           COPY "FDVCD01.cbl".

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SETTLE-PRINT-LINE           PIC X(110).

      * THE ISSUER'S SETTLEMENT LAYOUT - FIXED 100-BYTE RECORDS.  ONLY
      * THE "D" RECORDS ARE READ; THE HEADER AND TRAILER ARE PASSED
      * OVER.  ST-RESULT IS "A" AUTHORIZED, "S" SETTLED OR "D"
      * DECLINED.  AMOUNTS ARE ZONED, IMPLIED TWO DECIMALS.
       FD  CARD-SETTLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ST-DETAIL-RECORD.
           05 ST-RECORD-TYPE           PIC X(01).
               88 ST-TYPE-DETAIL           VALUE "D".
           05 ST-CHARGE-NUMBER         PIC X(08).
           05 ST-RESULT                PIC X(01).
               88 ST-RESULT-AUTHORIZED     VALUE "A".
               88 ST-RESULT-SETTLED        VALUE "S".
               88 ST-RESULT-DECLINED       VALUE "D".
           05 ST-AUTH-CODE             PIC X(06).
           05 ST-POST-DATE             PIC 9(08).
           05 ST-AMOUNT                PIC 9(09)V99.
           05 ST-REBATE-AMOUNT         PIC 9(07)V99.
           05 ST-DECLINE-CODE          PIC X(04).
           05 ST-DECLINE-REASON        PIC X(20).
           05 FILLER                   PIC X(32).

       WORKING-STORAGE SECTION.
       01  WS-VENDOR-FILE-STATUS      PIC X(02).
           88 WS-VENDOR-FILE-OK           VALUE "00".
           88 WS-VENDOR-FILE-NOT-FOUND    VALUE "23".
       01  WS-INVOICE-FILE-STATUS     PIC X(02).
           88 WS-INVOICE-FILE-OK          VALUE "00".
           88 WS-INVOICE-FILE-EOF         VALUE "10".
       01  WS-VENDOR-HIST-STATUS      PIC X(02).
           88 WS-VENDOR-HIST-OK           VALUE "00".
       01  WS-PAYMENT-CTL-STATUS      PIC X(02).
           88 WS-PAYMENT-CTL-OK           VALUE "00".
           88 WS-PAYMENT-CTL-NOT-FOUND    VALUE "23".
           88 WS-PAYMENT-CTL-MISSING      VALUE "35".
       01  WS-PAYMENT-DTL-STATUS      PIC X(02).
           88 WS-PAYMENT-DTL-OK           VALUE "00".
           88 WS-PAYMENT-DTL-MISSING      VALUE "35".
       01  WS-CARD-CHARGE-STATUS      PIC X(02).
           88 WS-CARD-CHARGE-OK           VALUE "00".
           88 WS-CARD-CHARGE-NOT-FOUND    VALUE "23".
           88 WS-CARD-CHARGE-MISSING      VALUE "35".
       01  WS-SETTLE-FILE-STATUS      PIC X(02).
           88 WS-SETTLE-FILE-OK           VALUE "00".
           88 WS-SETTLE-FILE-EOF          VALUE "10".
           88 WS-SETTLE-FILE-MISSING      VALUE "35".
       01  WS-PRINT-FILE-NAME         PIC X(20).
       01  WS-PRINT-FILE-STATUS       PIC X(02).
           88 WS-PRINT-FILE-OK            VALUE "00".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88 WS-NO-MORE-SETTLEMENTS       VALUE "Y".
       01  WS-SCAN-EOF-SWITCH          PIC X(01).
           88 WS-SCAN-DONE                 VALUE "Y".
       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-LAST-POST-DATE           PIC 9(08) VALUE ZERO.

      * THE REVERSAL POSTS UNDER THE PROGRAM'S OWN NAME, THE SAME AS
      * AN ACH RETURN.
       01  WS-OPERATOR-ID              PIC X(08) VALUE "VCDSTL01".

       01  WS-CHARGE-VENDOR            PIC 9(05).
       01  WS-CHARGE-NUMBER            PIC 9(08).
       01  WS-REVERSAL-AMOUNT          PIC S9(09)V99.
       01  WS-BEFORE-VENDOR-RECORD     PIC X(300).
       01  WS-PAYMENT-SIZE-SWITCH      PIC X(01) VALUE "N".
           88 WS-PAYMENT-SIZE-ERROR        VALUE "Y".
       01  WS-RUN-MEMO                 PIC X(200).
       01  WS-AMOUNT-ED                PIC ZZZ,ZZZ,ZZ9.99.

      * RUN CONTROL TOTALS.
       01  WS-BATCH-CONTROLS.
           05 WS-LINES-READ            PIC 9(07) COMP.
           05 WS-CHARGES-AUTHORIZED    PIC 9(07) COMP.
           05 WS-CHARGES-SETTLED       PIC 9(07) COMP.
           05 WS-CHARGES-VARIANCE      PIC 9(07) COMP.
           05 WS-CHARGES-DECLINED      PIC 9(07) COMP.
           05 WS-LINES-UNMATCHED       PIC 9(07) COMP.
           05 WS-INVOICES-REOPENED     PIC 9(07) COMP.
           05 WS-SETTLED-TOTAL         PIC S9(11)V99 COMP-3.
           05 WS-REBATE-TOTAL          PIC S9(11)V99 COMP-3.
           05 WS-DECLINED-TOTAL        PIC S9(11)V99 COMP-3.

      * FIELDS FOR THE RUNLOG01 RUN-CONTROL CALLS.
       01  WS-RL-FUNCTION            PIC X(01).
       01  WS-RL-PROGRAM             PIC X(08) VALUE "VCDSTL01".
       01  WS-RL-LABEL               PIC X(24).
       01  WS-RL-VALUE               PIC S9(13)V99.
       01  WS-RL-RECORDS-IN          PIC 9(07) VALUE ZERO.
       01  WS-RL-RECORDS-OUT         PIC 9(07) VALUE ZERO.
       01  WS-RL-REJECTS             PIC 9(07) VALUE ZERO.
       01  WS-RL-STATUS-TEXT         PIC X(08).

           COPY "RPTHDR1.cbl".

       01  WS-COLUMN-HEADING.
           05 FILLER                PIC X(08) VALUE "CHARGE".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(06) VALUE "VENDOR".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(22) VALUE "NAME".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(14) VALUE "        AMOUNT".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(04) VALUE "CODE".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(40) VALUE "ACTION".

       01  WS-DETAIL-LINE.
           05 WS-D-CHARGE           PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-D-VENDOR           PIC X(05).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-D-NAME             PIC X(22).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-D-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-D-CODE             PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-D-ACTION           PIC X(40).

       01  WS-TOTAL-LINE.
           05 WS-T-CAPTION          PIC X(24).
           05 WS-T-COUNT            PIC ZZZ,ZZ9.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE "TOTAL : ".
           05 WS-T-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE.
            MOVE "S" TO WS-RL-FUNCTION.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            PERFORM 1000-INITIALIZE.
            PERFORM 2000-PROCESS-SETTLEMENTS
                UNTIL WS-NO-MORE-SETTLEMENTS.
            PERFORM 9000-TERMINATE.
            STOP RUN.

       1000-INITIALIZE.
            INITIALIZE WS-BATCH-CONTROLS.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            OPEN INPUT CARD-SETTLE-FILE.
            IF WS-SETTLE-FILE-MISSING
                DISPLAY "NO CARD SETTLEMENT FILE - NOTHING TO PROCESS"
                SET WS-NO-MORE-SETTLEMENTS TO TRUE
            ELSE IF NOT WS-SETTLE-FILE-OK
                DISPLAY "UNABLE TO OPEN CARD-SETTLE-FILE, STATUS = "
                    WS-SETTLE-FILE-STATUS
                SET WS-NO-MORE-SETTLEMENTS TO TRUE
            END-IF.
            OPEN I-O CARD-CHARGE-FILE.
            IF NOT WS-CARD-CHARGE-OK
                DISPLAY "UNABLE TO OPEN CARD-CHARGE-FILE, STATUS = "
                    WS-CARD-CHARGE-STATUS
                SET WS-NO-MORE-SETTLEMENTS TO TRUE
            END-IF.
            OPEN I-O VENDOR-FILE.
            IF NOT WS-VENDOR-FILE-OK
                DISPLAY "UNABLE TO OPEN VENDOR-FILE, STATUS = "
                    WS-VENDOR-FILE-STATUS
                SET WS-NO-MORE-SETTLEMENTS TO TRUE
            END-IF.
            OPEN I-O INVOICE-FILE.
            IF NOT WS-INVOICE-FILE-OK
                DISPLAY "UNABLE TO OPEN INVOICE-FILE, STATUS = "
                    WS-INVOICE-FILE-STATUS
            END-IF.
            OPEN EXTEND VENDOR-HISTORY-FILE.
            IF NOT WS-VENDOR-HIST-OK
                DISPLAY "UNABLE TO OPEN VENDOR-HISTORY-FILE, STATUS = "
                    WS-VENDOR-HIST-STATUS
            END-IF.
            PERFORM 1600-OPEN-PAYMENT-CONTROL-FILE.
            PERFORM 1700-OPEN-PAYMENT-DETAIL.
            MOVE "VCDSTL.PRT" TO WS-PRINT-FILE-NAME.
            OPEN OUTPUT PRINT-FILE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO OPEN SETTLEMENT REPORT, STATUS = "
                    WS-PRINT-FILE-STATUS
            END-IF.
            PERFORM 3900-PRINT-STANDARD-HEADING.
            MOVE WS-COLUMN-HEADING TO SETTLE-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            IF NOT WS-NO-MORE-SETTLEMENTS
                PERFORM 8500-READ-NEXT-SETTLEMENT
            END-IF.

      * OPEN PAYMENT-CONTROL-FILE I-O, CREATING AN EMPTY ONE IF NO
      * PAYMENT HAS EVER POSTED, THE SAME WAY VNDMNT01 DOES.
       1600-OPEN-PAYMENT-CONTROL-FILE.
            OPEN I-O PAYMENT-CONTROL-FILE.
            IF WS-PAYMENT-CTL-MISSING
                OPEN OUTPUT PAYMENT-CONTROL-FILE
                CLOSE PAYMENT-CONTROL-FILE
                OPEN I-O PAYMENT-CONTROL-FILE
            END-IF.
            IF NOT WS-PAYMENT-CTL-OK
                DISPLAY "UNABLE TO OPEN PAYMENT-CONTROL-FILE, STATUS = "
                    WS-PAYMENT-CTL-STATUS
            END-IF.

      * OPEN THE PAYMENT DETAIL LEDGER EXTEND, CREATING IT THE FIRST
      * TIME, THE SAME WAY VNDMNT01 DOES.
       1700-OPEN-PAYMENT-DETAIL.
            OPEN EXTEND PAYMENT-DETAIL-FILE.
            IF WS-PAYMENT-DTL-MISSING
                OPEN OUTPUT PAYMENT-DETAIL-FILE
                CLOSE PAYMENT-DETAIL-FILE
                OPEN EXTEND PAYMENT-DETAIL-FILE
            END-IF.
            IF NOT WS-PAYMENT-DTL-OK
                DISPLAY "UNABLE TO OPEN PAYMENT-DETAIL-FILE, STATUS = "
                    WS-PAYMENT-DTL-STATUS
            END-IF.

      * ONE "D" LINE PER CHARGE EVENT.  A LINE FOR A CHARGE ALREADY
      * SETTLED OR DECLINED IS A REPEAT FROM THE ISSUER AND CHANGES
      * NOTHING; AN AUTHORIZATION ARRIVING AFTER THE SETTLEMENT IS
      * LIKEWISE LEFT ALONE.
       2000-PROCESS-SETTLEMENTS.
            IF ST-TYPE-DETAIL
                ADD 1 TO WS-LINES-READ
                PERFORM 2100-MATCH-ONE-LINE
            END-IF.
            PERFORM 8500-READ-NEXT-SETTLEMENT.

       2100-MATCH-ONE-LINE.
            IF ST-CHARGE-NUMBER NUMERIC
                MOVE ST-CHARGE-NUMBER TO WS-CHARGE-NUMBER
            ELSE
                MOVE ZERO TO WS-CHARGE-NUMBER
            END-IF.
            IF WS-CHARGE-NUMBER = ZERO
                ADD 1 TO WS-LINES-UNMATCHED
                MOVE "NOT A CHARGE NUMBER - REVIEW BY HAND"
                    TO WS-D-ACTION
                PERFORM 5100-REPORT-UNMATCHED
            ELSE
                MOVE WS-CHARGE-NUMBER TO VC-CHARGE-NUMBER
                READ CARD-CHARGE-FILE
                    INVALID KEY
                        ADD 1 TO WS-LINES-UNMATCHED
                        MOVE "NOT ON THE CARD REGISTER - REVIEW"
                            TO WS-D-ACTION
                        PERFORM 5100-REPORT-UNMATCHED
                    NOT INVALID KEY
                        PERFORM 2200-APPLY-ONE-LINE
                END-READ
            END-IF.

       2200-APPLY-ONE-LINE.
            EVALUATE TRUE
                WHEN NOT VC-STATUS-OPEN
                    ADD 1 TO WS-LINES-UNMATCHED
                    MOVE "CHARGE ALREADY CLOSED - REPEAT IGNORED"
                        TO WS-D-ACTION
                    PERFORM 5000-REPORT-REGISTER-LINE
                WHEN ST-RESULT-AUTHORIZED
                    PERFORM 2300-AUTHORIZE-CHARGE
                WHEN ST-RESULT-SETTLED
                    PERFORM 2400-SETTLE-CHARGE
                WHEN ST-RESULT-DECLINED
                    PERFORM 3000-DECLINE-CHARGE
                WHEN OTHER
                    ADD 1 TO WS-LINES-UNMATCHED
                    MOVE "UNKNOWN RESULT CODE - REVIEW BY HAND"
                        TO WS-D-ACTION
                    PERFORM 5000-REPORT-REGISTER-LINE
            END-EVALUATE.

      * AN AUTHORIZATION ONLY SAYS THE CARD WAS ISSUED AND DELIVERED -
      * NO MONEY HAS MOVED YET.  IT IS RECORDED BUT NOT PRINTED.
       2300-AUTHORIZE-CHARGE.
            SET VC-STATUS-AUTHORIZED TO TRUE.
            MOVE ST-AUTH-CODE TO VC-AUTH-CODE.
            MOVE ST-POST-DATE TO VC-AUTH-DATE.
            PERFORM 7500-REWRITE-CHARGE.
            ADD 1 TO WS-CHARGES-AUTHORIZED.

      * THE MERCHANT HAS CHARGED THE CARD.  THE CARD WAS MINTED FOR
      * THE EXACT AMOUNT, SO A DIFFERENT SETTLED AMOUNT IS AN
      * EXCEPTION - IT IS STILL SETTLED, BUT AS A VARIANCE.
       2400-SETTLE-CHARGE.
            IF ST-AUTH-CODE NOT = SPACES
                MOVE ST-AUTH-CODE TO VC-AUTH-CODE
            END-IF.
            MOVE ST-POST-DATE TO VC-SETTLED-DATE.
            MOVE ST-AMOUNT TO VC-SETTLED-AMOUNT.
            MOVE ST-REBATE-AMOUNT TO VC-REBATE-AMOUNT.
            IF VC-SETTLED-AMOUNT = VC-AMOUNT
                SET VC-STATUS-SETTLED TO TRUE
                ADD 1 TO WS-CHARGES-SETTLED
            ELSE
                SET VC-STATUS-VARIANCE TO TRUE
                ADD 1 TO WS-CHARGES-VARIANCE
                MOVE ST-AMOUNT TO WS-AMOUNT-ED
                MOVE SPACES TO WS-D-ACTION
                STRING "SETTLED AT " DELIMITED BY SIZE
                       WS-AMOUNT-ED  DELIMITED BY SIZE
                       " - CHASE THE DIFFERENCE" DELIMITED BY SIZE
                    INTO WS-D-ACTION
                END-STRING
                PERFORM 5000-REPORT-REGISTER-LINE
            END-IF.
            PERFORM 7500-REWRITE-CHARGE.
            ADD VC-SETTLED-AMOUNT TO WS-SETTLED-TOTAL.
            ADD VC-REBATE-AMOUNT TO WS-REBATE-TOTAL.
            IF ST-POST-DATE > WS-LAST-POST-DATE
                MOVE ST-POST-DATE TO WS-LAST-POST-DATE
            END-IF.

      * A DECLINED CHARGE NEVER PAID THE VENDOR.  REVERSE THE
      * POSTING THE RELEASE STEP MADE AND REOPEN THE INVOICES.
       3000-DECLINE-CHARGE.
            SET VC-STATUS-DECLINED TO TRUE.
            MOVE ST-DECLINE-CODE TO VC-DECLINE-CODE.
            MOVE ST-DECLINE-REASON TO VC-DECLINE-REASON.
            MOVE ST-POST-DATE TO VC-SETTLED-DATE.
            MOVE ZERO TO VC-SETTLED-AMOUNT VC-REBATE-AMOUNT.
            PERFORM 7500-REWRITE-CHARGE.
            MOVE VC-VENDOR-NUMBER TO WS-CHARGE-VENDOR.
            MOVE VC-VENDOR-NUMBER TO VENDOR-NUMBER.
            READ VENDOR-FILE
                INVALID KEY
                    DISPLAY "DECLINED VENDOR " WS-CHARGE-VENDOR
                        " NOT ON VENDOR-FILE - NOT REVERSED"
                    ADD 1 TO WS-LINES-UNMATCHED
                    MOVE "VENDOR NOT ON FILE - NOT REVERSED"
                        TO WS-D-ACTION
                    PERFORM 5000-REPORT-REGISTER-LINE
                NOT INVALID KEY
                    PERFORM 3100-BACK-OUT-THIS-VENDOR
            END-READ.

       3100-BACK-OUT-THIS-VENDOR.
            MOVE VENDOR-RECORD TO WS-BEFORE-VENDOR-RECORD.
            COMPUTE WS-REVERSAL-AMOUNT = VC-AMOUNT * -1.
            MOVE "N" TO WS-PAYMENT-SIZE-SWITCH.
            ADD WS-REVERSAL-AMOUNT TO VENDOR-YTD-PAID
                ON SIZE ERROR
                    SET WS-PAYMENT-SIZE-ERROR TO TRUE
                    DISPLAY "REVERSAL TOO LARGE FOR VENDOR "
                        VENDOR-NUMBER " - NOT REVERSED"
                    ADD 1 TO WS-LINES-UNMATCHED
                    MOVE "REVERSAL TOO LARGE - NOT REVERSED"
                        TO WS-D-ACTION
                    PERFORM 5000-REPORT-REGISTER-LINE
            END-ADD.
            IF NOT WS-PAYMENT-SIZE-ERROR
                SET VENDOR-CARD-DECLINED TO TRUE
                REWRITE VENDOR-RECORD
                IF NOT WS-VENDOR-FILE-OK
                    DISPLAY "UNABLE TO REWRITE VENDOR, STATUS = "
                        WS-VENDOR-FILE-STATUS
                ELSE
                    MOVE SPACES TO WS-RUN-MEMO
                    STRING "CARD DECLINE "   DELIMITED BY SIZE
                           ST-DECLINE-CODE   DELIMITED BY SIZE
                           " CHARGE "        DELIMITED BY SIZE
                           WS-CHARGE-NUMBER  DELIMITED BY SIZE
                        INTO WS-RUN-MEMO
                    END-STRING
                    SET VH-ACTION-VOID TO TRUE
                    PERFORM 6000-WRITE-HISTORY
                    PERFORM 7000-UPDATE-PAYMENT-CONTROL
                    PERFORM 7100-WRITE-PAYMENT-DETAIL
                    ADD 1 TO WS-CHARGES-DECLINED
                    ADD VC-AMOUNT TO WS-DECLINED-TOTAL
                    MOVE "DECLINED - REVERSED, CARD FLAG SET D"
                        TO WS-D-ACTION
                    PERFORM 5000-REPORT-REGISTER-LINE
                    PERFORM 4000-REOPEN-COVERED-INVOICES
                END-IF
            END-IF.

      * PUT THE INVOICES THIS CHARGE COVERED BACK TO OPEN.  THE CARD
      * RUN STAMPED THE CHARGE NUMBER INTO INV-CHECK-NUMBER, SO A
      * KEYED WALK OF JUST THIS VENDOR'S INVOICES FINDS THEM.
       4000-REOPEN-COVERED-INVOICES.
            MOVE "N" TO WS-SCAN-EOF-SWITCH.
            MOVE WS-CHARGE-VENDOR TO INV-VENDOR-NUMBER.
            MOVE LOW-VALUES TO INV-INVOICE-NUMBER.
            START INVOICE-FILE KEY IS NOT LESS THAN INV-KEY
                INVALID KEY SET WS-SCAN-DONE TO TRUE
            END-START.
            IF NOT WS-SCAN-DONE
                PERFORM 8100-READ-NEXT-INVOICE
            END-IF.
            PERFORM 4050-CHECK-ONE-INVOICE
                UNTIL WS-SCAN-DONE
                    OR INV-VENDOR-NUMBER NOT = WS-CHARGE-VENDOR.

       4050-CHECK-ONE-INVOICE.
            IF INV-CHECK-NUMBER = WS-CHARGE-NUMBER
                AND (INV-STATUS-PAID OR INV-STATUS-OPEN)
                AND INV-PAID-DATE NOT = ZERO
                PERFORM 4100-REOPEN-ONE-INVOICE
            END-IF.
            PERFORM 8100-READ-NEXT-INVOICE.

       4100-REOPEN-ONE-INVOICE.
            SET INV-STATUS-OPEN TO TRUE.
      * A PREPAYMENT APPLIED TO THE INVOICE WASN'T PART OF THE
      * DECLINED CHARGE, SO IT STAYS ON THE PAID-TO-DATE.
            IF INV-DOC-INVOICE
                MOVE INV-PREPAY-APPLIED TO INV-AMOUNT-PAID
            ELSE
                MOVE ZERO TO INV-AMOUNT-PAID
            END-IF.
            MOVE ZERO TO INV-PARTIAL-AMOUNT.
            MOVE ZERO TO INV-PAID-DATE.
            MOVE ZERO TO INV-CHECK-NUMBER.
            REWRITE INVOICE-RECORD.
            IF NOT WS-INVOICE-FILE-OK
                DISPLAY "UNABLE TO REWRITE INVOICE, STATUS = "
                    WS-INVOICE-FILE-STATUS
            ELSE
                ADD 1 TO WS-INVOICES-REOPENED
                MOVE SPACES TO WS-DETAIL-LINE
                MOVE SPACES TO WS-D-ACTION
                STRING "  REOPENED INVOICE " DELIMITED BY SIZE
                       INV-INVOICE-NUMBER   DELIMITED BY SIZE
                    INTO WS-D-ACTION
                END-STRING
                MOVE WS-DETAIL-LINE TO SETTLE-PRINT-LINE
                PERFORM 8000-WRITE-PRINT-LINE
            END-IF.

      * A LINE MATCHED TO THE REGISTER PRINTS THE REGISTER'S OWN
      * VENDOR AND AMOUNT; WS-D-ACTION IS FILLED BY THE CALLER.
       5000-REPORT-REGISTER-LINE.
            MOVE WS-D-ACTION TO WS-RUN-MEMO.
            MOVE SPACES TO WS-DETAIL-LINE.
            MOVE VC-CHARGE-NUMBER TO WS-D-CHARGE.
            MOVE VC-VENDOR-NUMBER TO WS-D-VENDOR.
            MOVE VC-VENDOR-NAME TO WS-D-NAME.
            MOVE VC-AMOUNT TO WS-D-AMOUNT.
            MOVE ST-DECLINE-CODE TO WS-D-CODE.
            MOVE WS-RUN-MEMO TO WS-D-ACTION.
            MOVE WS-DETAIL-LINE TO SETTLE-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

       5100-REPORT-UNMATCHED.
            MOVE WS-D-ACTION TO WS-RUN-MEMO.
            MOVE SPACES TO WS-DETAIL-LINE.
            MOVE ST-CHARGE-NUMBER TO WS-D-CHARGE.
            MOVE ST-AMOUNT TO WS-D-AMOUNT.
            MOVE ST-DECLINE-CODE TO WS-D-CODE.
            MOVE WS-RUN-MEMO TO WS-D-ACTION.
            MOVE WS-DETAIL-LINE TO SETTLE-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

      * WRITE THE BEFORE/AFTER IMAGE OF THE VENDOR TO THE AUDIT
      * TRAIL, THE SAME VH-ACTION-VOID IMAGE AN ACH RETURN WRITES.
       6000-WRITE-HISTORY.
            MOVE VENDOR-NUMBER TO VH-VENDOR-NUMBER.
            ACCEPT VH-CHANGE-DATE FROM DATE YYYYMMDD.
            ACCEPT VH-CHANGE-TIME FROM TIME.
            MOVE WS-OPERATOR-ID TO VH-OPERATOR-ID.
            MOVE WS-BEFORE-VENDOR-RECORD TO VH-BEFORE-IMAGE.
            MOVE VENDOR-RECORD TO VH-AFTER-IMAGE.
            WRITE VENDOR-HISTORY-RECORD.
            IF NOT WS-VENDOR-HIST-OK
                DISPLAY "UNABLE TO WRITE HISTORY RECORD, STATUS = "
                    WS-VENDOR-HIST-STATUS
            END-IF.

      * BACK THE REVERSAL OUT OF THE INDEPENDENT PAYMENT-CONTROL
      * TOTAL, THE SAME WAY THE VOID FUNCTION DOES.
       7000-UPDATE-PAYMENT-CONTROL.
            MOVE VENDOR-NUMBER TO PC-VENDOR-NUMBER.
            READ PAYMENT-CONTROL-FILE
                INVALID KEY
                    MOVE WS-REVERSAL-AMOUNT TO PC-PAYMENT-TOTAL
                    MOVE WS-RUN-MEMO TO PC-PAYMENT-MEMO
                    WRITE PAYMENT-CONTROL-RECORD
                NOT INVALID KEY
                    ADD WS-REVERSAL-AMOUNT TO PC-PAYMENT-TOTAL
                    MOVE WS-RUN-MEMO TO PC-PAYMENT-MEMO
                    REWRITE PAYMENT-CONTROL-RECORD
            END-READ.
            IF NOT WS-PAYMENT-CTL-OK AND NOT WS-PAYMENT-CTL-NOT-FOUND
                DISPLAY "UNABLE TO UPDATE PAYMENT-CONTROL-FILE, "
                    "STATUS = " WS-PAYMENT-CTL-STATUS
            END-IF.

      * THE REVERSAL IS ITS OWN NEGATIVE LEDGER RECORD, SO THE
      * VENDOR STATEMENT SHOWS THE PAYMENT AND ITS DECLINE BOTH.
       7100-WRITE-PAYMENT-DETAIL.
            MOVE VENDOR-NUMBER TO PD-VENDOR-NUMBER.
            MOVE WS-RUN-DATE TO PD-PAYMENT-DATE.
            ACCEPT PD-PAYMENT-TIME FROM TIME.
            MOVE WS-REVERSAL-AMOUNT TO PD-AMOUNT.
            MOVE WS-OPERATOR-ID TO PD-OPERATOR-ID.
            MOVE WS-RUN-MEMO TO PD-PAYMENT-MEMO.
            MOVE SPACES TO PD-INVOICE-NUMBER.
            WRITE PAYMENT-DETAIL-RECORD.
            IF NOT WS-PAYMENT-DTL-OK
                DISPLAY "UNABLE TO WRITE PAYMENT-DETAIL, STATUS = "
                    WS-PAYMENT-DTL-STATUS
            END-IF.

       7500-REWRITE-CHARGE.
            REWRITE CARD-CHARGE-RECORD.
            IF NOT WS-CARD-CHARGE-OK
                DISPLAY "UNABLE TO REWRITE CARD CHARGE "
                    VC-CHARGE-NUMBER ", STATUS = "
                    WS-CARD-CHARGE-STATUS
            END-IF.

       8500-READ-NEXT-SETTLEMENT.
            READ CARD-SETTLE-FILE
                AT END SET WS-NO-MORE-SETTLEMENTS TO TRUE
            END-READ.
            IF NOT WS-SETTLE-FILE-OK AND NOT WS-SETTLE-FILE-EOF
                DISPLAY "CARD-SETTLE-FILE READ ERROR, STATUS = "
                    WS-SETTLE-FILE-STATUS
                SET WS-NO-MORE-SETTLEMENTS TO TRUE
            END-IF.

       8100-READ-NEXT-INVOICE.
            READ INVOICE-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-INVOICE-FILE-OK AND NOT WS-INVOICE-FILE-EOF
                DISPLAY "INVOICE-FILE READ ERROR, STATUS = "
                    WS-INVOICE-FILE-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.

      * PRINT THE STANDARD COMPANY/RUN-DATE/RUN-TIME/PAGE-NUMBER
      * HEADING (SEE RPTHDR1.cbl) AHEAD OF THE COLUMN HEADING LINE.
       3900-PRINT-STANDARD-HEADING.
            ADD 1 TO WS-RPT-PAGE-COUNT.
            MOVE WS-RPT-PAGE-COUNT TO WS-RPT-PAGE-NUMBER.
            ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RPT-RUN-TIME FROM TIME.
            MOVE WS-RPT-HEADING-LINE-1 TO SETTLE-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-RPT-HEADING-LINE-2 TO SETTLE-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

       8000-WRITE-PRINT-LINE.
            WRITE SETTLE-PRINT-LINE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO WRITE SETTLEMENT REPORT, STATUS = "
                    WS-PRINT-FILE-STATUS
            END-IF.

      * THE TOTALS CLOSE THE REPORT, AND THE LATEST POST DATE SEEN
      * GOES ON THE REGISTER'S CONTROL RECORD.
       9000-TERMINATE.
            MOVE SPACES TO SETTLE-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE "CHARGES SETTLED       : " TO WS-T-CAPTION.
            COMPUTE WS-T-COUNT = WS-CHARGES-SETTLED
                + WS-CHARGES-VARIANCE.
            MOVE WS-SETTLED-TOTAL TO WS-T-AMOUNT.
            MOVE WS-TOTAL-LINE TO SETTLE-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE "CHARGES DECLINED      : " TO WS-T-CAPTION.
            MOVE WS-CHARGES-DECLINED TO WS-T-COUNT.
            MOVE WS-DECLINED-TOTAL TO WS-T-AMOUNT.
            MOVE WS-TOTAL-LINE TO SETTLE-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE "REBATE EARNED         : " TO WS-T-CAPTION.
            COMPUTE WS-T-COUNT = WS-CHARGES-SETTLED
                + WS-CHARGES-VARIANCE.
            MOVE WS-REBATE-TOTAL TO WS-T-AMOUNT.
            MOVE WS-TOTAL-LINE TO SETTLE-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            IF WS-LAST-POST-DATE > ZERO
                MOVE ZERO TO VC-CTL-KEY
                READ CARD-CHARGE-FILE
                    NOT INVALID KEY
                        MOVE WS-LAST-POST-DATE
                            TO VC-CTL-LAST-SETTLE-DATE
                        REWRITE CARD-CONTROL-RECORD
                END-READ
            END-IF.
            MOVE "E" TO WS-RL-FUNCTION.
            MOVE WS-LINES-READ TO WS-RL-RECORDS-IN.
            COMPUTE WS-RL-RECORDS-OUT = WS-CHARGES-AUTHORIZED
                + WS-CHARGES-SETTLED + WS-CHARGES-VARIANCE
                + WS-CHARGES-DECLINED.
            MOVE WS-LINES-UNMATCHED TO WS-RL-REJECTS.
            MOVE WS-SETTLED-TOTAL TO WS-RL-VALUE.
            IF WS-LINES-UNMATCHED = ZERO AND WS-CHARGES-VARIANCE = ZERO
                AND WS-CHARGES-DECLINED = ZERO
                MOVE "CLEAN" TO WS-RL-STATUS-TEXT
            ELSE
                MOVE "REVIEW" TO WS-RL-STATUS-TEXT
            END-IF.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            DISPLAY "SETTLEMENT LINES READ   : " WS-LINES-READ.
            DISPLAY "CHARGES AUTHORIZED      : " WS-CHARGES-AUTHORIZED.
            DISPLAY "CHARGES SETTLED         : " WS-CHARGES-SETTLED.
            DISPLAY "SETTLED WITH VARIANCE   : " WS-CHARGES-VARIANCE.
            DISPLAY "CHARGES DECLINED        : " WS-CHARGES-DECLINED.
            DISPLAY "NOT MATCHED             : " WS-LINES-UNMATCHED.
            DISPLAY "INVOICES REOPENED       : " WS-INVOICES-REOPENED.
            DISPLAY "AMOUNT SETTLED          : " WS-SETTLED-TOTAL.
            DISPLAY "REBATE EARNED           : " WS-REBATE-TOTAL.
            DISPLAY "AMOUNT DECLINED         : " WS-DECLINED-TOTAL.
            CLOSE PRINT-FILE.
            CLOSE PAYMENT-DETAIL-FILE.
            CLOSE PAYMENT-CONTROL-FILE.
            CLOSE VENDOR-HISTORY-FILE.
            CLOSE INVOICE-FILE.
            CLOSE VENDOR-FILE.
            CLOSE CARD-CHARGE-FILE.
            CLOSE CARD-SETTLE-FILE.
       END PROGRAM VCDSTL01.

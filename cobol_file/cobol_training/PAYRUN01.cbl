      *                  document (COMPLIANCE-FILE expiry passed)
      *                  is held whole and reported - the sweep
      *                  report names the document.
      *   2026-10-15 DW  Only an approved invoice is open to the
      *                  run.  One still PENDING APPROVAL (INVAPR01)
      *                  is skipped even when due, and the due ones
      *                  are counted and reported beside the holds
      *                  so AP can chase the approvers.
      *   2026-10-15 DW  Prepayments.  A prepayment is selected and
      *                  paid like any open item.  An invoice with a
      *                  prepayment applied (INVHLD01) already
      *                  carries it on its paid-to-date, so the run
      *                  pays only the rest; the discount still
      *                  applies if nothing else has been paid and
      *                  it fits under what is left.  The register
      *                  shows the prepayment under the invoice and
      *                  totals the prepayments netted.
      *   2026-10-15 DW  The proposal expiry date rolls forward to the
      *                  next business day on the bank-holiday
      *                  calendar.
      *   2026-10-15 DW  Reads only the run company's open, held and
      *                  awaiting-approval slices of the company/
      *                  status index, sorted back into vendor order,
      *                  instead of the whole invoice file.
      *   2026-10-15 DW  The proposal line carries the invoice's
      *                  remit-to code through to the release.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYRUN01.
           COPY "SLINV01.cbl".
           COPY "SLPRP01.cbl".
           SELECT DEFER-SORT-FILE ASSIGN TO "PDSORT.TMP".
           SELECT SELECT-SORT-FILE ASSIGN TO "PSSORT.TMP".
           COPY "SLCMP01.cbl".
           COPY "SLEMP01.cbl".
           COPY "Hello-world.cbl".
           05 DS-DISC-TAKEN         PIC S9(07)V99.
           05 DS-INV-COUNT          PIC 9(05).

      * THE KEYS OF THE RUN COMPANY'S OPEN, HELD AND AWAITING-
      * APPROVAL ITEMS, PULLED OFF THE COMPANY/STATUS INDEX AND
      * SORTED BACK INTO VENDOR/INVOICE ORDER FOR THE VENDOR BREAKS.
       SD  SELECT-SORT-FILE.
       01  SS-RECORD.
           05 SS-INV-KEY            PIC X(20).

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROPOSAL-PRINT-LINE         PIC X(132).
       01  WS-EXPIRY-DATE              PIC 9(08).
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88 WS-NO-MORE-INVOICES          VALUE "Y".
       01  WS-INV-FOUND-SWITCH         PIC X(01).
           88 WS-INV-FOUND                 VALUE "Y".

      * THE SLICES OF THE COMPANY/STATUS INDEX THE RUN LOOKS AT -
      * OPEN, HELD, AWAITING APPROVAL.  PAID HISTORY IS NEVER READ.
       01  WS-SLICE-LIST               PIC X(03) VALUE "OHW".
       01  WS-SLICE-TABLE REDEFINES WS-SLICE-LIST.
           05 WS-SLICE-STATUS          PIC X(01) OCCURS 3 TIMES.
       01  WS-SLICE-IX                 PIC 9(01) COMP VALUE ZERO.
       01  WS-SLICE-END-SWITCH         PIC X(01).
           88 WS-SLICE-ENDED               VALUE "Y".
       01  WS-SLICE-SCAN-SWITCH        PIC X(01) VALUE "N".
           88 WS-SLICE-SCAN-DONE           VALUE "Y".
       01  WS-SLICE-KEY.
           05 WS-SK-COMPANY            PIC X(02).
           05 WS-SK-STATUS             PIC X(01).
       01  WS-BLOCKED-SWITCH           PIC X(01) VALUE "N".
           88 WS-RUN-BLOCKED               VALUE "Y".

       01  WS-DC-RESULT-DATE           PIC 9(08).
       01  WS-DC-ERROR-SWITCH          PIC X(01).
           88 WS-DC-DATE-ERROR             VALUE "Y".
       01  WS-DC-CALENDAR-CODE         PIC X(03) VALUE SPACES.

      * ONE VENDOR'S PROPOSAL IS BUILT UP ACROSS ITS GROUP OF INVOICE
      * RECORDS, THEN KEPT OR RELEASED WHEN THE VENDOR NUMBER BREAKS.
           05 WS-DISCOUNTS-LOST        PIC S9(09)V99 COMP-3.
           05 WS-INVOICES-HELD         PIC 9(07) COMP.
           05 WS-AMOUNT-HELD           PIC S9(11)V99 COMP-3.
           05 WS-INVOICES-UNAPPROVED   PIC 9(07) COMP.
           05 WS-AMOUNT-UNAPPROVED     PIC S9(11)V99 COMP-3.
           05 WS-PREPAY-NETTED         PIC S9(11)V99 COMP-3.
       01  WS-INVOICE-PAY-AMOUNT       PIC S9(09)V99.
       01  WS-INVOICE-DISC-AMOUNT      PIC S9(07)V99.
       01  WS-SAVED-INV-KEY            PIC X(20).
           05 WS-D-DISCOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
           05 WS-D-NET              PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-PREPAY-LINE.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(19) VALUE
               "PREPAYMENT APPLIED ".
           05 WS-PL-NUMBER          PIC X(15).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 WS-PL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-SUBTOTAL-LINE.
           05 FILLER                PIC X(42) VALUE
               "  VENDOR TOTAL".
            PERFORM 0700-SET-RUN-COMPANY.
            PERFORM 1000-INITIALIZE.
            IF NOT WS-RUN-BLOCKED
                SORT SELECT-SORT-FILE
                    ON ASCENDING KEY SS-INV-KEY
                    INPUT PROCEDURE IS 1800-LOAD-SELECT-SORT
                    OUTPUT PROCEDURE IS 1900-SELECT-VENDOR-GROUPS
                IF WS-CASH-CEILING > ZERO
                    AND WS-AMOUNT-PROPOSED-TOTAL > WS-CASH-CEILING
                    PERFORM 2600-APPLY-CASH-CEILING
                IF NOT WS-INVOICE-FILE-OK
                    DISPLAY "UNABLE TO OPEN INVOICE-FILE, STATUS = "
                        WS-INVOICE-FILE-STATUS
                    SET WS-NO-MORE-INVOICES TO TRUE
                END-IF
            END-IF.

       1100-DERIVE-EXPIRY-DATE.
                MOVE WS-RUN-DATE TO WS-EXPIRY-DATE
            ELSE
                MOVE WS-DC-RESULT-DATE TO WS-EXPIRY-DATE
      * A PROPOSAL MUST NOT EXPIRE OVER A WEEKEND OR HOLIDAY WHEN
      * NOBODY IS IN TO RELEASE IT - IT RUNS TO THE NEXT BUSINESS DAY.
                MOVE "F" TO WS-DC-FUNCTION
                MOVE WS-EXPIRY-DATE TO WS-DC-DATE-1
                CALL "DATECALC1" USING WS-DC-FUNCTION
                    WS-DC-DATE-1 WS-DC-DATE-2 WS-DC-DAYS
                    WS-DC-RESULT-DATE WS-DC-ERROR-SWITCH
                    WS-DC-CALENDAR-CODE
                IF NOT WS-DC-DATE-ERROR
                    MOVE WS-DC-RESULT-DATE TO WS-EXPIRY-DATE
                END-IF
            END-IF.

      * A PROPOSAL STILL ON FILE MEANS AN EARLIER SELECTION WAS
                END-IF
            END-IF.

      * RELEASE THE KEY OF EVERY ITEM IN THE RUN COMPANY'S OPEN,
      * HELD AND AWAITING-APPROVAL SLICES.  A SELECTED ITEM CAN ONLY
      * BELONG TO A PROPOSAL STILL ON FILE, AND THAT BLOCKS THE RUN.
       1800-LOAD-SELECT-SORT.
            IF WS-NO-MORE-INVOICES
                SET WS-SLICE-SCAN-DONE TO TRUE
            ELSE
                SET WS-SLICE-ENDED TO TRUE
                PERFORM 1850-START-NEXT-SLICE
                    UNTIL NOT WS-SLICE-ENDED OR WS-SLICE-SCAN-DONE
            END-IF.
            PERFORM UNTIL WS-SLICE-SCAN-DONE
                MOVE INV-KEY TO SS-INV-KEY
                RELEASE SS-RECORD
                PERFORM 1860-READ-WITHIN-SLICE
                PERFORM 1850-START-NEXT-SLICE
                    UNTIL NOT WS-SLICE-ENDED OR WS-SLICE-SCAN-DONE
            END-PERFORM.

       1850-START-NEXT-SLICE.
            IF WS-SLICE-IX = 3
                SET WS-SLICE-SCAN-DONE TO TRUE
            ELSE
                ADD 1 TO WS-SLICE-IX
                MOVE "N" TO WS-SLICE-END-SWITCH
                MOVE WS-RUN-COMPANY TO WS-SK-COMPANY
                MOVE WS-SLICE-STATUS(WS-SLICE-IX) TO WS-SK-STATUS
                MOVE WS-SLICE-KEY TO INV-COMPANY-STATUS-KEY
                START INVOICE-FILE
                    KEY IS EQUAL TO INV-COMPANY-STATUS-KEY
                    INVALID KEY SET WS-SLICE-ENDED TO TRUE
                END-START
                IF NOT WS-SLICE-ENDED
                    PERFORM 1860-READ-WITHIN-SLICE
                END-IF
            END-IF.

       1860-READ-WITHIN-SLICE.
            MOVE "N" TO WS-SLICE-END-SWITCH.
            READ INVOICE-FILE NEXT RECORD
                AT END SET WS-SLICE-ENDED TO TRUE
            END-READ.
            IF NOT WS-INVOICE-FILE-OK AND NOT WS-INVOICE-FILE-EOF
                DISPLAY "INVOICE-FILE READ ERROR, STATUS = "
                    WS-INVOICE-FILE-STATUS
                SET WS-SLICE-SCAN-DONE TO TRUE
                SET WS-SLICE-ENDED TO TRUE
            ELSE IF NOT WS-SLICE-ENDED
                AND INV-COMPANY-STATUS-KEY NOT = WS-SLICE-KEY
                SET WS-SLICE-ENDED TO TRUE
            END-IF.

       1900-SELECT-VENDOR-GROUPS.
            PERFORM 8000-READ-NEXT-INVOICE.
            PERFORM 2000-PROCESS-VENDOR-GROUP
                UNTIL WS-NO-MORE-INVOICES.

      * ONE PASS OF THIS PARAGRAPH HANDLES ONE VENDOR'S GROUP OF
      * INVOICES - THE FILE KEY IS VENDOR NUMBER PLUS INVOICE NUMBER,
      * SO A VENDOR'S INVOICES ARRIVE TOGETHER.  THE VENDOR IS READ
                DISPLAY "HELD - VENDOR " INV-VENDOR-NUMBER
                    " INVOICE " INV-INVOICE-NUMBER
                    " REASON " INV-HOLD-REASON " - NOT PROPOSED"
      * DUE BUT NOBODY HAS APPROVED IT - IT WAITS, AND THE REGISTER
      * SAYS HOW MUCH MONEY IS STUCK BEHIND AN APPROVER.
            ELSE IF WS-VENDOR-PAYABLE AND INV-STATUS-PENDING
                AND INV-DUE-DATE NOT > WS-RUN-DATE
                ADD 1 TO WS-INVOICES-UNAPPROVED
                ADD INV-AMOUNT TO WS-AMOUNT-UNAPPROVED
                DISPLAY "AWAITING APPROVAL - VENDOR " INV-VENDOR-NUMBER
                    " INVOICE " INV-INVOICE-NUMBER " - NOT PROPOSED"
            ELSE IF WS-VENDOR-PAYABLE
                AND INV-STATUS-OPEN
                AND INV-DUE-DATE NOT > WS-RUN-DATE
      * THE PAYABLE AMOUNT IS THE UNPAID BALANCE.  AN APPROVED
      * PARTIAL (INVHLD01) TAKES ITS AMOUNT INSTEAD AND LEAVES THE
      * REST OPEN; THE DISCOUNT ONLY APPLIES WHEN THE INVOICE PAYS
      * WHOLE AND NOTHING HAS BEEN TAKEN AGAINST IT BEFORE - AN
      * APPLIED PREPAYMENT DOESN'T COUNT, BUT THE DISCOUNT MUST
      * STILL FIT UNDER WHAT THE PREPAYMENT LEFT TO PAY.
                COMPUTE WS-INVOICE-PAY-AMOUNT =
                    INV-AMOUNT - INV-AMOUNT-PAID
                MOVE ZERO TO WS-INVOICE-DISC-AMOUNT
                        TO WS-INVOICE-PAY-AMOUNT
                ELSE
                    IF INV-DISCOUNT-AMOUNT > ZERO
                        AND INV-AMOUNT-PAID = INV-PREPAY-APPLIED
                        AND INV-DISCOUNT-AMOUNT < WS-INVOICE-PAY-AMOUNT
                        AND WS-RUN-DATE NOT > INV-DISCOUNT-DATE
                        MOVE INV-DISCOUNT-AMOUNT
                            TO WS-INVOICE-DISC-AMOUNT
            MOVE WS-RUN-DATE           TO PP-PROPOSAL-DATE.
            MOVE WS-EXPIRY-DATE        TO PP-EXPIRY-DATE.
            MOVE WS-RUN-COMPANY        TO PP-COMPANY-CODE.
            MOVE INV-REMIT-CODE        TO PP-REMIT-CODE.
            WRITE PAYMENT-PROPOSAL-RECORD
                INVALID KEY
                    DISPLAY "DUPLICATE PROPOSAL LINE - VENDOR "
            END-RETURN.

      * PUT A NON-PAYING VENDOR'S SELECTED ITEMS BACK TO OPEN, TAKE
      * ITS LINES BACK OFF THE PROPOSAL, THEN READ BACK THE RECORD
      * THAT BROKE THE GROUP, SO THE OUTER LOOP CARRIES ON
      * UNDISTURBED.
       2900-RELEASE-SELECTED-ITEMS.
            MOVE INV-KEY TO WS-SAVED-INV-KEY.
            MOVE "N" TO WS-RELEASE-EOF-SWITCH.
            END-PERFORM.
            IF NOT WS-NO-MORE-INVOICES
                MOVE WS-SAVED-INV-KEY TO INV-KEY
                READ INVOICE-FILE
                    INVALID KEY
                        DISPLAY "INVOICE " WS-SAVED-INV-KEY
                            " NO LONGER ON INVOICE-FILE"
                        PERFORM 8000-READ-NEXT-INVOICE
                END-READ
            END-IF.

       2950-READ-NEXT-RELEASE.
            MOVE PP-NET-AMOUNT     TO WS-D-NET.
            MOVE WS-DETAIL-LINE TO PROPOSAL-PRINT-LINE.
            PERFORM 8100-WRITE-PRINT-LINE.
            PERFORM 5150-PRINT-PREPAYMENT.
            ADD PP-NET-AMOUNT TO WS-REG-VENDOR-NET.
            PERFORM 5800-READ-NEXT-PROPOSAL.

      * AN INVOICE WITH A PREPAYMENT APPLIED SHOWS IT UNDERNEATH, SO
      * THE REVIEWER SEES WHY THE GROSS IS SHORT OF THE BILL.
       5150-PRINT-PREPAYMENT.
            MOVE PP-KEY TO INV-KEY.
            READ INVOICE-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF INV-DOC-INVOICE
                        AND INV-PREPAY-APPLIED NOT = ZERO
                        MOVE INV-PREPAY-NUMBER TO WS-PL-NUMBER
                        MOVE INV-PREPAY-APPLIED TO WS-PL-AMOUNT
                        MOVE WS-PREPAY-LINE TO PROPOSAL-PRINT-LINE
                        PERFORM 8100-WRITE-PRINT-LINE
                        ADD INV-PREPAY-APPLIED TO WS-PREPAY-NETTED
                    END-IF
            END-READ.

       5200-PRINT-VENDOR-LINE.
            MOVE ZERO TO WS-REG-VENDOR-NET.
            MOVE WS-REG-VENDOR TO WS-VL-NUMBER.
            MOVE WS-AMOUNT-HELD TO WS-T-VALUE.
            MOVE WS-TOTAL-LINE TO PROPOSAL-PRINT-LINE.
            PERFORM 8100-WRITE-PRINT-LINE.
            MOVE "DUE, AWAITING APPROVAL" TO WS-T-LABEL.
            MOVE WS-INVOICES-UNAPPROVED TO WS-T-VALUE.
            MOVE WS-TOTAL-LINE TO PROPOSAL-PRINT-LINE.
            PERFORM 8100-WRITE-PRINT-LINE.
            MOVE "AMOUNT AWAITING APPROVAL" TO WS-T-LABEL.
            MOVE WS-AMOUNT-UNAPPROVED TO WS-T-VALUE.
            MOVE WS-TOTAL-LINE TO PROPOSAL-PRINT-LINE.
            PERFORM 8100-WRITE-PRINT-LINE.
            MOVE "PREPAYMENTS NETTED" TO WS-T-LABEL.
            MOVE WS-PREPAY-NETTED TO WS-T-VALUE.
            MOVE WS-TOTAL-LINE TO PROPOSAL-PRINT-LINE.
            PERFORM 8100-WRITE-PRINT-LINE.

      * EXACTLY WHAT THE CEILING PUSHED OUT AND WHAT PUSHING IT OUT
      * COSTS IN DISCOUNTS - THE PAGE TREASURY ASKED FOR.
            MOVE WS-RPT-HEADING-LINE-2 TO PROPOSAL-PRINT-LINE.
            PERFORM 8100-WRITE-PRINT-LINE.

      * THE NEXT SORTED KEY, READ BACK FROM INVOICE-FILE FOR THE
      * CURRENT RECORD.
       8000-READ-NEXT-INVOICE.
            MOVE "N" TO WS-INV-FOUND-SWITCH.
            PERFORM 8050-RETURN-NEXT-KEY
                UNTIL WS-INV-FOUND OR WS-NO-MORE-INVOICES.

       8050-RETURN-NEXT-KEY.
            RETURN SELECT-SORT-FILE
                AT END SET WS-NO-MORE-INVOICES TO TRUE
            END-RETURN.
            IF NOT WS-NO-MORE-INVOICES
                MOVE SS-INV-KEY TO INV-KEY
                READ INVOICE-FILE
                    INVALID KEY
                        DISPLAY "INVOICE " SS-INV-KEY
                            " NO LONGER ON INVOICE-FILE"
                    NOT INVALID KEY
                        SET WS-INV-FOUND TO TRUE
                END-READ
            END-IF.

       8100-WRITE-PRINT-LINE.
            DISPLAY "DISCOUNTS LOST          : " WS-DISCOUNTS-LOST.
            DISPLAY "INVOICES ON HOLD        : " WS-INVOICES-HELD.
            DISPLAY "AMOUNT ON HOLD          : " WS-AMOUNT-HELD.
            DISPLAY "DUE, AWAITING APPROVAL  : "
                WS-INVOICES-UNAPPROVED.
            DISPLAY "AMOUNT AWAITING APPROVAL: "
                WS-AMOUNT-UNAPPROVED.
            DISPLAY "PREPAYMENTS NETTED      : " WS-PREPAY-NETTED.
            IF NOT WS-RUN-BLOCKED
                DISPLAY "PROPOSAL AWAITING RELEASE - RUN PAYREL01"
                CLOSE INVOICE-FILE

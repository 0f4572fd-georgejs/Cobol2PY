      * Purpose:     Tax-liability report by jurisdiction, for the
      *              monthly returns.  Walks the open-invoice file
      *              and totals the self-assessed use tax per
      *              jurisdiction - split between tax on invoices
      *              settled in the return month (accrued through the
      *              GL extract) and tax still riding open items
      *              (coming due) - so the return preparer works from
      *              one page instead of a spreadsheet.  PARM is the
      *              return month, YYYYMM; it defaults to the month
      *              of the run.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-09-02 DW  Original tax-liability report.
      *   2026-10-15 DW  Pending column reads only the unpaid slices
      *                  of the status/due-date index; accrued column
      *                  reads only items paid in the return month
      *                  (PARM YYYYMM, default the run month) through
      *                  the doc-type/paid-date index, instead of all
      *                  paid history.  Rejected items are no longer
      *                  counted as pending.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXRPT01.

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88 WS-NO-MORE-INVOICES          VALUE "Y".
       01  WS-INVOICE-OPEN-SWITCH      PIC X(01) VALUE "N".
           88 WS-INVOICE-FILE-OPENED       VALUE "Y".

      * THE UNPAID SLICES OF THE STATUS/DUE-DATE INDEX, WALKED IN
      * TURN FOR THE PENDING COLUMN - OPEN, SELECTED, HELD, AWAITING
      * APPROVAL.
       01  WS-SLICE-LIST               PIC X(04) VALUE "OSHW".
       01  WS-SLICE-TABLE REDEFINES WS-SLICE-LIST.
           05 WS-SLICE-STATUS          PIC X(01) OCCURS 4 TIMES.
       01  WS-SLICE-IX                 PIC 9(01) COMP VALUE ZERO.
       01  WS-SLICE-END-SWITCH         PIC X(01).
           88 WS-SLICE-ENDED               VALUE "Y".

      * THE ACCRUED COLUMN WALKS THE DOC-TYPE/PAID-DATE INDEX, ONE
      * DOC TYPE AT A TIME, FOR THE RETURN MONTH ONLY.
       01  WS-PASS-SWITCH              PIC X(01) VALUE "U".
           88 WS-UNPAID-PASS               VALUE "U".
           88 WS-PAID-PASS                 VALUE "P".
       01  WS-DOC-TYPE-LIST            PIC X(03) VALUE "ICP".
       01  WS-DOC-TYPE-TABLE REDEFINES WS-DOC-TYPE-LIST.
           05 WS-DOC-TYPE-ENTRY        PIC X(01) OCCURS 3 TIMES.
       01  WS-DOC-IX                   PIC 9(01) COMP VALUE ZERO.

       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-MONTH             PIC 9(06).
           05 FILLER                   PIC 9(02).
       01  WS-PARM-PERIOD              PIC X(06).
       01  WS-PERIOD-START.
           05 WS-PS-MONTH              PIC 9(06).
           05 WS-PS-DAY                PIC 9(02) VALUE 01.
       01  WS-PERIOD-START-DATE REDEFINES WS-PERIOD-START
                                       PIC 9(08).
       01  WS-PERIOD-END.
           05 WS-PE-MONTH              PIC 9(06).
           05 WS-PE-DAY                PIC 9(02) VALUE 31.
       01  WS-PERIOD-END-DATE REDEFINES WS-PERIOD-END
                                       PIC 9(08).

      * ONE SLOT PER JURISDICTION SEEN - MORE STATES THAN WE BUY
      * FROM WILL EVER FIT IN SIXTY.
       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INITIALIZE.
            PERFORM 2000-TALLY-ONE-INVOICE
                UNTIL WS-NO-MORE-INVOICES.
            PERFORM 2500-START-PAID-PASS.
            PERFORM 2000-TALLY-ONE-INVOICE
                UNTIL WS-NO-MORE-INVOICES.
            PERFORM 4000-PRINT-JURISDICTIONS.
            STOP RUN.

       1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            MOVE WS-RUN-MONTH TO WS-PS-MONTH.
            ACCEPT WS-PARM-PERIOD FROM COMMAND-LINE.
            IF WS-PARM-PERIOD NUMERIC AND WS-PARM-PERIOD NOT = ZEROS
                MOVE WS-PARM-PERIOD TO WS-PS-MONTH
            END-IF.
            MOVE WS-PS-MONTH TO WS-PE-MONTH.
            DISPLAY "RETURN MONTH " WS-PS-MONTH.
            OPEN INPUT INVOICE-FILE.
            IF WS-INVOICE-FILE-MISSING
                DISPLAY "NO INVOICE-FILE - NOTHING TO REPORT"
                DISPLAY "UNABLE TO OPEN INVOICE-FILE, STATUS = "
                    WS-INVOICE-FILE-STATUS
                SET WS-NO-MORE-INVOICES TO TRUE
            ELSE
                SET WS-INVOICE-FILE-OPENED TO TRUE
            END-IF.
            MOVE "TAXRPT.PRT" TO WS-PRINT-FILE-NAME.
            OPEN OUTPUT PRINT-FILE.
                    WS-PRINT-FILE-STATUS
            END-IF.
            IF NOT WS-NO-MORE-INVOICES
                PERFORM 8100-READ-NEXT-INVOICE
            END-IF.

      * AN ITEM REOPENED AFTER PAYMENT KEEPS ITS OLD PAID DATE, SO
      * THE PAID PASS TAKES ONLY ITEMS STILL PAID - THE UNPAID PASS
      * HAS ALREADY COUNTED THE REST AS PENDING.
       2000-TALLY-ONE-INVOICE.
            IF INV-TAX-USE AND INV-USE-TAX-AMOUNT NOT = ZERO
                AND (WS-UNPAID-PASS OR INV-STATUS-PAID)
                ADD 1 TO WS-TAX-ITEMS-READ
                PERFORM 3000-FIND-JURIS-SLOT
                ADD 1 TO WS-JT-ITEMS(WS-JX)
            END-IF.
            PERFORM 8100-READ-NEXT-INVOICE.

       2500-START-PAID-PASS.
            IF WS-INVOICE-FILE-OPENED
                SET WS-PAID-PASS TO TRUE
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM 8100-READ-NEXT-INVOICE
            END-IF.

       3000-FIND-JURIS-SLOT.
            MOVE "N" TO WS-JURIS-FOUND-SWITCH.
            PERFORM VARYING WS-JX FROM 1 BY 1
            MOVE WS-DETAIL-LINE TO REPORT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

      * THE NEXT ITEM - THE NEXT RECORD ON THE STATUS/DUE-DATE
      * INDEX WHILE IT IS STILL IN THE SLICE BEING WALKED, ELSE THE
      * FIRST RECORD OF THE NEXT SLICE THAT HAS ANY.
       8100-READ-NEXT-INVOICE.
            IF WS-PAID-PASS
                PERFORM 8200-READ-NEXT-PAID-INVOICE
            ELSE IF WS-SLICE-IX = ZERO
                SET WS-SLICE-ENDED TO TRUE
                PERFORM 8150-START-NEXT-SLICE
                    UNTIL NOT WS-SLICE-ENDED OR WS-NO-MORE-INVOICES
            ELSE
                PERFORM 8160-READ-WITHIN-SLICE
                PERFORM 8150-START-NEXT-SLICE
                    UNTIL NOT WS-SLICE-ENDED OR WS-NO-MORE-INVOICES
            END-IF.

       8150-START-NEXT-SLICE.
            IF WS-SLICE-IX = 4
                SET WS-NO-MORE-INVOICES TO TRUE
            ELSE
                ADD 1 TO WS-SLICE-IX
                MOVE "N" TO WS-SLICE-END-SWITCH
                MOVE WS-SLICE-STATUS(WS-SLICE-IX) TO INV-STATUS
                MOVE ZERO TO INV-DUE-DATE
                START INVOICE-FILE
                    KEY IS NOT LESS THAN INV-STATUS-DUE-KEY
                    INVALID KEY SET WS-SLICE-ENDED TO TRUE
                END-START
                IF NOT WS-SLICE-ENDED
                    PERFORM 8160-READ-WITHIN-SLICE
                END-IF
            END-IF.

       8160-READ-WITHIN-SLICE.
            MOVE "N" TO WS-SLICE-END-SWITCH.
            READ INVOICE-FILE NEXT RECORD
                AT END SET WS-SLICE-ENDED TO TRUE
            END-READ.
            IF NOT WS-INVOICE-FILE-OK AND NOT WS-INVOICE-FILE-EOF
                DISPLAY "INVOICE-FILE READ ERROR, STATUS = "
                    WS-INVOICE-FILE-STATUS
                SET WS-NO-MORE-INVOICES TO TRUE
                SET WS-SLICE-ENDED TO TRUE
            ELSE IF NOT WS-SLICE-ENDED
                AND INV-STATUS NOT = WS-SLICE-STATUS(WS-SLICE-IX)
                SET WS-SLICE-ENDED TO TRUE
            END-IF.

      * THE NEXT ITEM PAID IN THE RETURN MONTH - THE NEXT RECORD ON
      * THE DOC-TYPE/PAID-DATE INDEX WHILE IT IS STILL THE SAME DOC
      * TYPE AND INSIDE THE MONTH, ELSE THE FIRST SUCH RECORD OF THE
      * NEXT DOC TYPE.
       8200-READ-NEXT-PAID-INVOICE.
            IF WS-DOC-IX = ZERO
                SET WS-SLICE-ENDED TO TRUE
            ELSE
                PERFORM 8260-READ-WITHIN-DOC-TYPE
            END-IF.
            PERFORM 8250-START-NEXT-DOC-TYPE
                UNTIL NOT WS-SLICE-ENDED OR WS-NO-MORE-INVOICES.

       8250-START-NEXT-DOC-TYPE.
            IF WS-DOC-IX = 3
                SET WS-NO-MORE-INVOICES TO TRUE
            ELSE
                ADD 1 TO WS-DOC-IX
                MOVE "N" TO WS-SLICE-END-SWITCH
                MOVE WS-DOC-TYPE-ENTRY(WS-DOC-IX) TO INV-DOC-TYPE
                MOVE WS-PERIOD-START-DATE TO INV-PAID-DATE
                START INVOICE-FILE
                    KEY IS NOT LESS THAN INV-DOC-PAID-KEY
                    INVALID KEY SET WS-SLICE-ENDED TO TRUE
                END-START
                IF NOT WS-SLICE-ENDED
                    PERFORM 8260-READ-WITHIN-DOC-TYPE
                END-IF
            END-IF.

       8260-READ-WITHIN-DOC-TYPE.
            MOVE "N" TO WS-SLICE-END-SWITCH.
            READ INVOICE-FILE NEXT RECORD
                AT END SET WS-SLICE-ENDED TO TRUE
            END-READ.
            IF NOT WS-INVOICE-FILE-OK AND NOT WS-INVOICE-FILE-EOF
                DISPLAY "INVOICE-FILE READ ERROR, STATUS = "
                    WS-INVOICE-FILE-STATUS
                SET WS-NO-MORE-INVOICES TO TRUE
                SET WS-SLICE-ENDED TO TRUE
            ELSE IF NOT WS-SLICE-ENDED
                AND (INV-DOC-TYPE NOT = WS-DOC-TYPE-ENTRY(WS-DOC-IX)
                    OR INV-PAID-DATE > WS-PERIOD-END-DATE)
                SET WS-SLICE-ENDED TO TRUE
            END-IF.

      * PRINT THE STANDARD COMPANY/RUN-DATE/RUN-TIME/PAGE-NUMBER

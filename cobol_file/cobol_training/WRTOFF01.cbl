      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-09-02 DW  Original write-off run.
      *   2026-10-15 DW  Reads only the open slice of the status/due-
      *                  date index instead of the whole invoice file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRTOFF01.

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88 WS-NO-MORE-INVOICES          VALUE "Y".

      * ONLY THE OPEN SLICE OF THE STATUS/DUE-DATE INDEX IS WALKED.
      * AN ITEM WRITTEN OFF IS REWRITTEN AS PAID WHILE THE INDEX IS
      * BEING BROWSED - A REWRITE LEAVES THE BROWSE WHERE IT WAS, SO
      * THE NEXT READ STILL PICKS UP THE NEXT OPEN ITEM.
       01  WS-SLICE-LIST               PIC X(01) VALUE "O".
       01  WS-SLICE-TABLE REDEFINES WS-SLICE-LIST.
           05 WS-SLICE-STATUS          PIC X(01) OCCURS 1 TIMES.
       01  WS-SLICE-IX                 PIC 9(01) COMP VALUE ZERO.
       01  WS-SLICE-END-SWITCH         PIC X(01).
           88 WS-SLICE-ENDED               VALUE "Y".
       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-OPERATOR-ID              PIC X(08) VALUE "WRTOFF01".

            MOVE WS-COLUMN-HEADING TO REGISTER-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            IF NOT WS-NO-MORE-INVOICES
                PERFORM 8100-READ-NEXT-INVOICE
            END-IF.

      * ONLY AN OPEN ITEM INSIDE THE TOLERANCE CLOSES - SELECTED
            MOVE WS-DETAIL-LINE TO REGISTER-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

      * THE NEXT ITEM - THE NEXT RECORD ON THE STATUS/DUE-DATE
      * INDEX WHILE IT IS STILL IN THE SLICE BEING WALKED, ELSE THE
      * FIRST RECORD OF THE NEXT SLICE THAT HAS ANY.
       8100-READ-NEXT-INVOICE.
            IF WS-SLICE-IX = ZERO
                SET WS-SLICE-ENDED TO TRUE
            ELSE
                PERFORM 8160-READ-WITHIN-SLICE
            END-IF.
            PERFORM 8150-START-NEXT-SLICE
                UNTIL NOT WS-SLICE-ENDED OR WS-NO-MORE-INVOICES.

       8150-START-NEXT-SLICE.
            IF WS-SLICE-IX = 1
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

      * PRINT THE STANDARD COMPANY/RUN-DATE/RUN-TIME/PAGE-NUMBER

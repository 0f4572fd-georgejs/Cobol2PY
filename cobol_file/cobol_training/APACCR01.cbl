      *                  distinct company code folds into the
      *                  parent with a console warning instead of
      *                  running off the end of the table.
      *   2026-10-15 DW  A rejected invoice is no liability - it is
      *                  skipped like a paid one, so the accrual
      *                  agrees with the APTIE01 open-item balance.
      *   2026-10-15 DW  Reads only the unpaid items - the open,
      *                  selected, held and awaiting-approval slices
      *                  of the status/due-date index - instead of
      *                  the whole invoice file and its paid history.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APACCR01.

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88 WS-NO-MORE-INVOICES          VALUE "Y".

      * THE UNPAID SLICES OF THE STATUS/DUE-DATE INDEX, WALKED IN
      * TURN - OPEN, SELECTED, HELD, AWAITING APPROVAL.  PAID AND
      * REJECTED ITEMS ARE NEVER READ.
       01  WS-SLICE-LIST               PIC X(04) VALUE "OSHW".
       01  WS-SLICE-TABLE REDEFINES WS-SLICE-LIST.
           05 WS-SLICE-STATUS          PIC X(01) OCCURS 4 TIMES.
       01  WS-SLICE-IX                 PIC 9(01) COMP VALUE ZERO.
       01  WS-SLICE-END-SWITCH         PIC X(01).
           88 WS-SLICE-ENDED               VALUE "Y".
       01  WS-RUN-DATE                 PIC 9(08).

      * THE FIRST OF THE NEXT MONTH, FOR THE REVERSAL JOURNAL.
                SET WS-NO-MORE-INVOICES TO TRUE
            END-IF.
            IF NOT WS-NO-MORE-INVOICES
                PERFORM 8100-READ-NEXT-INVOICE
            END-IF.

      * THE REVERSAL POSTS ON THE FIRST OF THE MONTH AFTER THE RUN.
      * THROUGH AS A NEGATIVE DEBIT AND REDUCES THE LIABILITY.
       2000-ACCRUE-OPEN-ITEMS.
            ADD 1 TO WS-INVOICES-READ.
            IF NOT INV-STATUS-PAID AND NOT INV-STATUS-REJECTED
                COMPUTE WS-OPEN-BALANCE =
                    INV-AMOUNT - INV-AMOUNT-PAID
                IF WS-OPEN-BALANCE NOT = ZERO
                    "STATUS = " WS-REVERSAL-JRNL-STATUS
            END-IF.

      * THE NEXT UNPAID ITEM - THE NEXT RECORD ON THE STATUS/DUE-
      * DATE INDEX WHILE IT IS STILL IN THE SLICE BEING WALKED, ELSE
      * THE FIRST RECORD OF THE NEXT SLICE THAT HAS ANY.
       8100-READ-NEXT-INVOICE.
            IF WS-SLICE-IX = ZERO
                SET WS-SLICE-ENDED TO TRUE
            ELSE
                PERFORM 8160-READ-WITHIN-SLICE
            END-IF.
            PERFORM 8150-START-NEXT-SLICE
                UNTIL NOT WS-SLICE-ENDED OR WS-NO-MORE-INVOICES.

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

       8200-READ-NEXT-DIST-LINE.

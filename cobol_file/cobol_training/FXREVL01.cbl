      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-09-02 DW  Original revaluation run.
      *   2026-10-15 DW  A rejected invoice is no liability - it is
      *                  not revalued, so the FX movement agrees with
      *                  the APTIE01 open-item balance.
      *   2026-10-15 DW  Reads only the unpaid slices of the status/
      *                  due-date index instead of the whole invoice
      *                  file.
      *   2026-10-15 DW  A foreign-currency vendor is any vendor not
      *                  carried in the home currency (VENDOR-CURR-
      *                  HOME), not just CAD or GBP, now that the
      *                  currency master can add currencies.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXREVL01.

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

      * THE FIRST OF THE NEXT MONTH, FOR THE REVERSAL JOURNAL -
                SET WS-NO-MORE-INVOICES TO TRUE
            END-IF.
            IF NOT WS-NO-MORE-INVOICES
                PERFORM 8100-READ-NEXT-INVOICE
            END-IF.

      * EVERY UNPAID ITEM OF A FOREIGN-CURRENCY VENDOR REVALUES ITS OPEN
      * BALANCE.  THE ITEMS ARRIVE IN STATUS/DUE-DATE ORDER, SO THE
      * VENDOR'S CURRENCY IS FETCHED AGAIN WHENEVER THE VENDOR
      * CHANGES FROM THE LAST ITEM.
       2000-REVALUE-ONE-ITEM.
            ADD 1 TO WS-ITEMS-EXAMINED.
            IF NOT INV-STATUS-PAID AND NOT INV-STATUS-REJECTED
                IF INV-VENDOR-NUMBER NOT = WS-CURRENT-VENDOR
                    PERFORM 2100-FETCH-VENDOR-CURRENCY
                END-IF
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF NOT VENDOR-CURR-HOME
                        SET WS-VENDOR-FOREIGN TO TRUE
                        MOVE VENDOR-CURRENCY-CODE
                            TO WS-VENDOR-CURRENCY
                    WS-REVAL-REV-STATUS
            END-IF.

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

       9000-TERMINATE.

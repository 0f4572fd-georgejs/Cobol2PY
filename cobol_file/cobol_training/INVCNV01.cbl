      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     One-time reload of INVOICE-FILE onto the
      *              regrouped FDINV01.cbl record that carries the
      *              alternate keys.  Reads a sequential unload of
      *              the file in the old field order
      *              (INVOICE-FILE-OLD) and writes every record to
      *              a freshly defined INVOICE-FILE, field by field,
      *              so the status/due-date, company/status and doc-
      *              type/paid-date indexes are built as it loads.
      *              An item still carrying a blank company code is
      *              written as the parent, "01" - the company/status
      *              index has to agree with what every program
      *              already reads a blank company as.  Take a full
      *              backup (BAKFUL01) after the reload; a backup
      *              taken before it is in the old order.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original invoice reload.
      *   2026-10-15 DW  Old-order record cut back to the production
      *                  layout, ending at the company code.  The
      *                  approval, prepayment and contract fields are
      *                  not on an unload and now load empty.
      *   2026-10-15 DW  The entry date, entry time and hold date load
      *                  as zero, not spaces.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVCNV01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLINVO1.cbl".
           COPY "SLINV01.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDINVO1.cbl".
           COPY "FDINV01.cbl".

       WORKING-STORAGE SECTION.
       01  WS-INVOICE-OLD-STATUS      PIC X(02).
           88 WS-INVOICE-OLD-OK           VALUE "00".
           88 WS-INVOICE-OLD-EOF          VALUE "10".
       01  WS-INVOICE-FILE-STATUS     PIC X(02).
           88 WS-INVOICE-FILE-OK          VALUE "00".
           88 WS-INVOICE-FILE-NOT-FOUND   VALUE "35".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88 WS-NO-MORE-OLD-INVOICES      VALUE "Y".
       01  WS-RECORDS-CONVERTED        PIC 9(07) VALUE ZERO.
       01  WS-RECORDS-REJECTED         PIC 9(07) VALUE ZERO.
       01  WS-COMPANIES-DEFAULTED      PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INITIALIZE.
            PERFORM 2000-CONVERT-INVOICES
                UNTIL WS-NO-MORE-OLD-INVOICES.
            PERFORM 9000-TERMINATE.
            STOP RUN.

       1000-INITIALIZE.
            OPEN INPUT INVOICE-FILE-OLD.
            IF NOT WS-INVOICE-OLD-OK
                DISPLAY "UNABLE TO OPEN INVOICE-FILE-OLD, STATUS = "
                    WS-INVOICE-OLD-STATUS
                SET WS-NO-MORE-OLD-INVOICES TO TRUE
            END-IF.
            OPEN I-O INVOICE-FILE.
            IF WS-INVOICE-FILE-NOT-FOUND
                OPEN OUTPUT INVOICE-FILE
                CLOSE INVOICE-FILE
                OPEN I-O INVOICE-FILE
            END-IF.
            IF NOT WS-INVOICE-FILE-OK
                DISPLAY "UNABLE TO OPEN INVOICE-FILE, STATUS = "
                    WS-INVOICE-FILE-STATUS
                SET WS-NO-MORE-OLD-INVOICES TO TRUE
            END-IF.
            IF NOT WS-NO-MORE-OLD-INVOICES
                PERFORM 8000-READ-OLD-INVOICE
            END-IF.

      * EVERY FIELD ON THE OLD RECORD CARRIES OVER AS IT WAS - ONLY
      * THE ORDER HAS CHANGED.  THE ONE DEFAULT IS THE BLANK COMPANY
      * CODE.  THE APPROVAL, PREPAYMENT AND CONTRACT FIELDS ARE NOT ON
      * THE OLD RECORD AND LOAD EMPTY, THE SAME AS THE REMIT, ENTRY-
      * STAMP, HOLD-DATE AND TEMPLATE FIELDS.
       2000-CONVERT-INVOICES.
            MOVE SPACES               TO INVOICE-RECORD.
            MOVE IO-VENDOR-NUMBER     TO INV-VENDOR-NUMBER.
            MOVE IO-INVOICE-NUMBER    TO INV-INVOICE-NUMBER.
            MOVE IO-INVOICE-DATE      TO INV-INVOICE-DATE.
            MOVE IO-AMOUNT            TO INV-AMOUNT.
            IF IO-COMPANY-CODE = SPACES
                MOVE "01" TO INV-COMPANY-CODE
                ADD 1 TO WS-COMPANIES-DEFAULTED
            ELSE
                MOVE IO-COMPANY-CODE  TO INV-COMPANY-CODE
            END-IF.
            MOVE IO-STATUS            TO INV-STATUS.
            MOVE IO-DUE-DATE          TO INV-DUE-DATE.
            MOVE IO-DOC-TYPE          TO INV-DOC-TYPE.
            MOVE IO-PAID-DATE         TO INV-PAID-DATE.
            MOVE IO-CHECK-NUMBER      TO INV-CHECK-NUMBER.
            MOVE IO-DISCOUNT-DATE     TO INV-DISCOUNT-DATE.
            MOVE IO-DISCOUNT-AMOUNT   TO INV-DISCOUNT-AMOUNT.
            MOVE IO-PO-NUMBER         TO INV-PO-NUMBER.
            MOVE IO-AMOUNT-PAID       TO INV-AMOUNT-PAID.
            MOVE IO-PARTIAL-AMOUNT    TO INV-PARTIAL-AMOUNT.
            MOVE IO-HOLD-REASON       TO INV-HOLD-REASON.
            MOVE IO-TAX-CODE          TO INV-TAX-CODE.
            MOVE IO-TAX-JURISDICTION  TO INV-TAX-JURISDICTION.
            MOVE IO-USE-TAX-AMOUNT    TO INV-USE-TAX-AMOUNT.
            MOVE ZERO TO INV-APPROVAL-DATE INV-PREPAY-APPLIED
                         INV-PREPAY-DATE INV-PREPAY-CONSUMED
                         INV-ENTRY-DATE INV-ENTRY-TIME INV-HOLD-DATE.
            WRITE INVOICE-RECORD
                INVALID KEY
                    DISPLAY "VENDOR " INV-VENDOR-NUMBER " INVOICE "
                        INV-INVOICE-NUMBER
                        " ALREADY ON INVOICE-FILE - NOT CONVERTED"
                    ADD 1 TO WS-RECORDS-REJECTED
                NOT INVALID KEY
                    ADD 1 TO WS-RECORDS-CONVERTED
            END-WRITE.
            PERFORM 8000-READ-OLD-INVOICE.

       8000-READ-OLD-INVOICE.
            READ INVOICE-FILE-OLD
                AT END SET WS-NO-MORE-OLD-INVOICES TO TRUE
            END-READ.
            IF NOT WS-INVOICE-OLD-OK AND NOT WS-INVOICE-OLD-EOF
                DISPLAY "INVOICE-FILE-OLD READ ERROR, STATUS = "
                    WS-INVOICE-OLD-STATUS
                SET WS-NO-MORE-OLD-INVOICES TO TRUE
            END-IF.

       9000-TERMINATE.
            DISPLAY "INVOICE RECORDS CONVERTED: " WS-RECORDS-CONVERTED.
            DISPLAY "INVOICE RECORDS REJECTED : " WS-RECORDS-REJECTED.
            DISPLAY "BLANK COMPANIES SET TO 01: "
                WS-COMPANIES-DEFAULTED.
            CLOSE INVOICE-FILE-OLD.
            CLOSE INVOICE-FILE.
       END PROGRAM INVCNV01.

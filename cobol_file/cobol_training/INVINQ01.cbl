      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-09-02 DW  Original status inquiry.
      *   2026-10-15 DW  Shows an invoice awaiting approval or
      *                  rejected, and who approved an open one.
      *   2026-10-15 DW  Lists the scanned documents filed against
      *                  the invoice on the image index - document
      *                  ID, type, pages and scan date - so the
      *                  caller can pull the image up in the viewer.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVINQ01.
           COPY "SLVND01.cbl".
           COPY "SLINV01.cbl".
           COPY "SLCHR01.cbl".
           COPY "SLIMG01.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "fdvnd01.cbl".
           COPY "FDINV01.cbl".
           COPY "FDCHR01.cbl".
           COPY "FDIMG01.cbl".

       WORKING-STORAGE SECTION.
       01  WS-VENDOR-FILE-STATUS      PIC X(02).
           88 WS-CHECK-REG-OK             VALUE "00".
           88 WS-CHECK-REG-EOF            VALUE "10".
           88 WS-CHECK-REG-MISSING        VALUE "35".
       01  WS-IMAGE-INDEX-STATUS      PIC X(02).
           88 WS-IMAGE-INDEX-OK           VALUE "00".
           88 WS-IMAGE-INDEX-EOF          VALUE "10".
           88 WS-IMAGE-INDEX-MISSING      VALUE "35".

       01  WS-DONE-SWITCH              PIC X(01) VALUE "N".
           88 WS-INQUIRY-DONE              VALUE "Y".
       01  WS-OPEN-BALANCE             PIC S9(09)V99.
       01  WS-CLEAR-FOUND-SWITCH       PIC X(01).
           88 WS-CLEAR-FOUND               VALUE "Y".
       01  WS-IMAGE-SCAN-SWITCH        PIC X(01).
           88 WS-IMAGE-SCAN-DONE           VALUE "Y".
       01  WS-IMAGES-SHOWN             PIC 9(03).
       01  WS-IMAGE-TYPE-NAME          PIC X(09).

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-OPEN-FILES.
            PERFORM 1500-INQUIRY-LOOP UNTIL WS-INQUIRY-DONE.
            CLOSE IMAGE-INDEX-FILE.
            CLOSE CHECK-REGISTER-FILE.
            CLOSE INVOICE-FILE.
            CLOSE VENDOR-FILE.
                DISPLAY "UNABLE TO OPEN CHECK-REGISTER-FILE, "
                    "STATUS = " WS-CHECK-REG-STATUS
            END-IF.
            OPEN INPUT IMAGE-INDEX-FILE.
            IF WS-IMAGE-INDEX-MISSING
                DISPLAY "NO IMAGE INDEX - DOCUMENT REFERENCES "
                    "UNAVAILABLE"
            ELSE IF NOT WS-IMAGE-INDEX-OK
                DISPLAY "UNABLE TO OPEN IMAGE-INDEX-FILE, "
                    "STATUS = " WS-IMAGE-INDEX-STATUS
            END-IF.

       1500-INQUIRY-LOOP.
            DISPLAY "1-VENDOR BY NUMBER  2-FIND VENDOR BY NAME  "
                    DISPLAY "  STATUS: ON HOLD, REASON "
                        INV-HOLD-REASON "  BALANCE "
                        WS-OPEN-BALANCE
                WHEN INV-STATUS-PENDING
                    DISPLAY "  STATUS: AWAITING APPROVAL  BALANCE "
                        WS-OPEN-BALANCE
                WHEN INV-STATUS-REJECTED
                    DISPLAY "  STATUS: REJECTED BY " INV-APPROVED-BY
                        " ON " INV-APPROVAL-DATE " - WILL NOT PAY"
                WHEN INV-STATUS-SELECTED
                    DISPLAY "  STATUS: SELECTED ON A PAYMENT "
                        "PROPOSAL - AWAITING RELEASE"
                WHEN OTHER
                    DISPLAY "  STATUS: OPEN  BALANCE "
                        WS-OPEN-BALANCE
                    IF INV-APPROVED-BY NOT = SPACES
                        DISPLAY "  APPROVED BY " INV-APPROVED-BY
                            " ON " INV-APPROVAL-DATE
                    END-IF
                    IF INV-PARTIAL-AMOUNT NOT = ZERO
                        DISPLAY "  PARTIAL OF " INV-PARTIAL-AMOUNT
                            " APPROVED FOR THE NEXT RUN"
                    END-IF
            END-EVALUATE.
            PERFORM 6500-SHOW-IMAGE-REFERENCES.

      * EVERY DOCUMENT SCANNED AGAINST THE INVOICE SITS TOGETHER ON
      * THE IMAGE INDEX UNDER ITS VENDOR AND INVOICE NUMBER.  THE
      * DOCUMENT ID IS WHAT THE IMAGING VIEWER IS SEARCHED BY.
       6500-SHOW-IMAGE-REFERENCES.
            IF WS-IMAGE-INDEX-MISSING
                CONTINUE
            ELSE
                MOVE ZERO TO WS-IMAGES-SHOWN
                MOVE "N" TO WS-IMAGE-SCAN-SWITCH
                MOVE INV-VENDOR-NUMBER TO IX-VENDOR-NUMBER
                MOVE INV-INVOICE-NUMBER TO IX-INVOICE-NUMBER
                MOVE LOW-VALUES TO IX-DOCUMENT-ID
                START IMAGE-INDEX-FILE KEY IS NOT LESS THAN IX-KEY
                    INVALID KEY SET WS-IMAGE-SCAN-DONE TO TRUE
                END-START
                IF NOT WS-IMAGE-SCAN-DONE
                    PERFORM 6900-READ-NEXT-IMAGE
                END-IF
                PERFORM 6600-SHOW-ONE-IMAGE
                    UNTIL WS-IMAGE-SCAN-DONE
                IF WS-IMAGES-SHOWN = ZERO
                    DISPLAY "  NO SCANNED DOCUMENTS ON FILE"
                END-IF
            END-IF.

       6600-SHOW-ONE-IMAGE.
            ADD 1 TO WS-IMAGES-SHOWN.
            EVALUATE TRUE
                WHEN IX-DOC-INVOICE
                    MOVE "INVOICE" TO WS-IMAGE-TYPE-NAME
                WHEN IX-DOC-PURCHASE-ORDER
                    MOVE "PO" TO WS-IMAGE-TYPE-NAME
                WHEN IX-DOC-RECEIVING
                    MOVE "RECEIVING" TO WS-IMAGE-TYPE-NAME
                WHEN OTHER
                    MOVE IX-DOC-TYPE TO WS-IMAGE-TYPE-NAME
            END-EVALUATE.
            DISPLAY "  IMAGE " IX-DOCUMENT-ID " " WS-IMAGE-TYPE-NAME
                " " IX-PAGE-COUNT " PAGES SCANNED " IX-SCAN-DATE.
            PERFORM 6900-READ-NEXT-IMAGE.

       6900-READ-NEXT-IMAGE.
            READ IMAGE-INDEX-FILE NEXT RECORD
                AT END SET WS-IMAGE-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-IMAGE-INDEX-OK AND NOT WS-IMAGE-INDEX-EOF
                DISPLAY "IMAGE-INDEX READ ERROR, STATUS = "
                    WS-IMAGE-INDEX-STATUS
                SET WS-IMAGE-SCAN-DONE TO TRUE
            ELSE IF NOT WS-IMAGE-SCAN-DONE
                AND (IX-VENDOR-NUMBER NOT = INV-VENDOR-NUMBER
                    OR IX-INVOICE-NUMBER NOT = INV-INVOICE-NUMBER)
                SET WS-IMAGE-SCAN-DONE TO TRUE
            END-IF.

      * THE REGISTER IS KEYED ON ACCOUNT PLUS CHECK NUMBER AND THE
      * INVOICE ONLY CARRIES THE NUMBER, SO THE MATCH IS A WALK -

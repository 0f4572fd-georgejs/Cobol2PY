      *                  most recent notes off the contact log, so
      *                  whoever answers the phone knows what the
      *                  last person promised.
      *   2026-10-15 DW  The profile shows the virtual-card flag.
      *   2026-10-15 DW  The profile shows the late-payment interest
      *                  flag.
      *   2026-10-15 DW  The profile lists the vendor's scanned W-9
      *                  and contract documents off the image index;
      *                  an invoice's own documents show on INVINQ01.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDINQ01.
       FILE-CONTROL.
           COPY "SLVND01.cbl".
           COPY "SLNOT01.cbl".
           COPY "SLIMG01.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "fdvnd01.cbl".
           COPY "FDNOT01.cbl".
           COPY "FDIMG01.cbl".

       WORKING-STORAGE SECTION.
       01  WS-VENDOR-FILE-STATUS      PIC X(02).
       01  WS-NOTE-SCAN-SWITCH         PIC X(01).
           88 WS-NOTE-SCAN-DONE            VALUE "Y".
       01  WS-NOTES-SHOWN              PIC 9(03).
       01  WS-IMAGE-INDEX-STATUS       PIC X(02).
           88 WS-IMAGE-INDEX-OK            VALUE "00".
           88 WS-IMAGE-INDEX-EOF           VALUE "10".
           88 WS-IMAGE-INDEX-MISSING       VALUE "35".
       01  WS-IMAGE-SCAN-SWITCH        PIC X(01).
           88 WS-IMAGE-SCAN-DONE           VALUE "Y".
       01  WS-IMAGE-TYPE-NAME          PIC X(08).

       PROCEDURE DIVISION.
       0000-MAINLINE.
                DISPLAY "UNABLE TO OPEN VENDOR-NOTES-FILE, STATUS = "
                    WS-VENDOR-NOTES-STATUS
            END-IF.
            OPEN INPUT IMAGE-INDEX-FILE.
            IF WS-IMAGE-INDEX-MISSING
                CONTINUE
            ELSE IF NOT WS-IMAGE-INDEX-OK
                DISPLAY "UNABLE TO OPEN IMAGE-INDEX-FILE, STATUS = "
                    WS-IMAGE-INDEX-STATUS
            END-IF.
            PERFORM 1000-INQUIRY-LOOP UNTIL WS-INQUIRY-DONE.
            CLOSE IMAGE-INDEX-FILE.
            CLOSE VENDOR-NOTES-FILE.
            CLOSE VENDOR-FILE.
            GOBACK.
            ELSE
                DISPLAY "EFT     : N"
            END-IF.
            DISPLAY "CARD    : " VENDOR-CARD-FLAG.
            DISPLAY "LATE INT: " VENDOR-INTEREST-FLAG.
            DISPLAY "1099    : " VENDOR-1099-FLAG
                "  TIN TYPE " VENDOR-TIN-TYPE.
            PERFORM 3400-SHOW-VENDOR-DOCUMENTS.
            PERFORM 3200-SHOW-RECENT-NOTES.

      * THE CONTACT LOG IN DATE ORDER - THE LAST LINES SHOWN ARE THE
                    WS-VENDOR-NOTES-STATUS
                SET WS-NOTE-SCAN-DONE TO TRUE
            END-IF.

      * A W-9 OR CONTRACT IS FILED WITH A BLANK INVOICE NUMBER, SO
      * THE VENDOR'S OWN DOCUMENTS ARE THE FIRST ON THE INDEX UNDER
      * ITS NUMBER.  THE DOCUMENT ID IS WHAT THE IMAGING VIEWER IS
      * SEARCHED BY.
       3400-SHOW-VENDOR-DOCUMENTS.
            IF WS-IMAGE-INDEX-MISSING
                CONTINUE
            ELSE
                MOVE "N" TO WS-IMAGE-SCAN-SWITCH
                MOVE VENDOR-NUMBER TO IX-VENDOR-NUMBER
                MOVE SPACES TO IX-INVOICE-NUMBER
                MOVE LOW-VALUES TO IX-DOCUMENT-ID
                START IMAGE-INDEX-FILE KEY IS NOT LESS THAN IX-KEY
                    INVALID KEY SET WS-IMAGE-SCAN-DONE TO TRUE
                END-START
                IF NOT WS-IMAGE-SCAN-DONE
                    PERFORM 3600-READ-NEXT-IMAGE
                END-IF
                IF WS-IMAGE-SCAN-DONE
                    DISPLAY "DOCS    : NO W-9 OR CONTRACT ON FILE"
                ELSE
                    DISPLAY "DOCS    :"
                END-IF
                PERFORM 3500-SHOW-ONE-DOCUMENT
                    UNTIL WS-IMAGE-SCAN-DONE
            END-IF.

       3500-SHOW-ONE-DOCUMENT.
            IF IX-DOC-W9
                MOVE "W-9" TO WS-IMAGE-TYPE-NAME
            ELSE IF IX-DOC-CONTRACT
                MOVE "CONTRACT" TO WS-IMAGE-TYPE-NAME
            ELSE
                MOVE IX-DOC-TYPE TO WS-IMAGE-TYPE-NAME
            END-IF.
            DISPLAY "  " IX-DOCUMENT-ID " " WS-IMAGE-TYPE-NAME
                " " IX-PAGE-COUNT " PAGES SCANNED " IX-SCAN-DATE.
            PERFORM 3600-READ-NEXT-IMAGE.

       3600-READ-NEXT-IMAGE.
            READ IMAGE-INDEX-FILE NEXT RECORD
                AT END SET WS-IMAGE-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-IMAGE-INDEX-OK AND NOT WS-IMAGE-INDEX-EOF
                DISPLAY "IMAGE-INDEX READ ERROR, STATUS = "
                    WS-IMAGE-INDEX-STATUS
                SET WS-IMAGE-SCAN-DONE TO TRUE
            ELSE IF NOT WS-IMAGE-SCAN-DONE
                AND (IX-VENDOR-NUMBER NOT = VENDOR-NUMBER
                    OR IX-INVOICE-NUMBER NOT = SPACES)
                SET WS-IMAGE-SCAN-DONE TO TRUE
            END-IF.
       END PROGRAM VNDINQ01.

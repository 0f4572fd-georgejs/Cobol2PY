      *                  a document on file past its expiry date.
      *                  The payment run holds rule-08 vendors; the
      *                  sweep is where somebody sees WHY.
      *   2026-10-15 DW  Rule 09 - a supplier-diversity certificate on
      *                  DIVERSITY-FILE expired or expiring within 60
      *                  days, so the renewal is asked for before the
      *                  vendor drops out of the diversity spend.
      *   2026-10-15 DW  Whether an EFT vendor needs domestic bank
      *                  details (rule 01) or international ones is
      *                  decided by the currency master's ACH rail
      *                  (CURVAL01), the same test ACHGEN01 routes on.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCPSWP01.
           COPY "SLPMT01.cbl".
           COPY "SLIBD01.cbl".
           COPY "SLCMP01.cbl".
           COPY "SLDIV01.cbl".
           SELECT SORT-WORK-FILE ASSIGN TO "EXSORT.TMP".
           COPY "Hello-world.cbl".
       DATA DIVISION.
           COPY "FDPMT01.cbl".
           COPY "FDIBD01.cbl".
           COPY "FDCMP01.cbl".
           COPY "FDDIV01.cbl".

       SD  SORT-WORK-FILE.
       01  SW-RECORD.
           88 WS-CMP-SCAN-DONE         VALUE "Y".
       01  WS-W9-FOUND-SWITCH      PIC X(01).
           88 WS-W9-ON-FILE            VALUE "Y".
       01  WS-DIVERSITY-STATUS     PIC X(02).
           88 WS-DIVERSITY-OK          VALUE "00".
           88 WS-DIVERSITY-MISSING     VALUE "35".
           88 WS-DIVERSITY-EOF         VALUE "10".
       01  WS-DIV-SCAN-SWITCH      PIC X(01).
           88 WS-DIV-SCAN-DONE         VALUE "Y".
      * A DIVERSITY CERTIFICATE LISTS WHEN IT RUNS OUT WITHIN THE
      * WARNING WINDOW - TIME TO ASK THE VENDOR FOR THE RENEWAL.
       01  WS-DIV-WARNING-DAYS     PIC S9(07) VALUE +60.
       01  WS-DIV-WARNING-DATE     PIC 9(08).
       01  WS-PRINT-FILE-NAME      PIC X(20).
       01  WS-PRINT-FILE-STATUS    PIC X(02).
           88 WS-PRINT-FILE-OK         VALUE "00".
       01  WS-RULE-COUNT            PIC 9(05).
       01  WS-TOTAL-EXCEPTIONS      PIC 9(05) VALUE ZERO.

      * FIELDS FOR THE CURVAL01 CURRENCY MASTER LOOK-UP - WHETHER
      * AN EFT VENDOR'S MONEY GOES BY ACH OR BY WIRE.
       01  WS-CV-CURRENCY-CODE      PIC X(03).
       01  WS-CV-DESCRIPTION        PIC X(30).
       01  WS-CV-DECIMAL-PLACES     PIC 9(01).
       01  WS-CV-RAIL-ACH           PIC X(01).
           88 WS-CV-ACH-ALLOWED         VALUE "Y".
       01  WS-CV-RAIL-WIRE          PIC X(01).
       01  WS-CV-RAIL-CHECK         PIC X(01).
       01  WS-CV-RESULT             PIC X(01).

      * FIELDS FOR THE DATECALC1 DORMANCY CALL.
       01  WS-DC-FUNCTION           PIC X(01).
       01  WS-DC-DATE-1             PIC 9(08).
               "07 ACTIVE VENDOR WITH NO W-9 ON FILE".
           05 FILLER PIC X(40) VALUE
               "08 COMPLIANCE DOCUMENT EXPIRED".
           05 FILLER PIC X(40) VALUE
               "09 DIVERSITY CERTIFICATE EXPIRING".
       01  WS-RULE-TEXT-TABLE REDEFINES WS-RULE-TEXT-VALUES.
           05 WS-RULE-TEXT          OCCURS 9 TIMES PIC X(40).

       01  WS-SECTION-LINE.
           05 FILLER                PIC X(05) VALUE "RULE ".
                DISPLAY "UNABLE TO OPEN COMPLIANCE-FILE, STATUS = "
                    WS-COMPLIANCE-STATUS
            END-IF.
            OPEN INPUT DIVERSITY-FILE.
            IF NOT WS-DIVERSITY-OK AND NOT WS-DIVERSITY-MISSING
                DISPLAY "UNABLE TO OPEN DIVERSITY-FILE, STATUS = "
                    WS-DIVERSITY-STATUS
            END-IF.
            MOVE "A" TO WS-DC-FUNCTION.
            MOVE WS-RUN-DATE TO WS-DC-DATE-1.
            MOVE WS-DIV-WARNING-DAYS TO WS-DC-DAYS.
            CALL "DATECALC1" USING WS-DC-FUNCTION WS-DC-DATE-1
                WS-DC-DATE-2 WS-DC-DAYS WS-DC-RESULT-DATE
                WS-DC-ERROR-SWITCH.
            MOVE WS-DC-RESULT-DATE TO WS-DIV-WARNING-DATE.
            IF NOT WS-NO-MORE-VENDORS
                PERFORM 2900-READ-NEXT-VENDOR
            END-IF.
            PERFORM 2100-APPLY-THE-RULES
                UNTIL WS-NO-MORE-VENDORS.
            CLOSE COMPLIANCE-FILE.
            CLOSE DIVERSITY-FILE.
            CLOSE INTL-BANK-FILE.
            CLOSE PAYMENT-CONTROL-FILE.
            CLOSE VENDOR-FILE.
            ADD 1 TO WS-RL-RECORDS-IN.
            MOVE VENDOR-NUMBER TO SW-VENDOR.
            MOVE VENDOR-NAME TO SW-NAME.
            MOVE VENDOR-CURRENCY-CODE TO WS-CV-CURRENCY-CODE.
            CALL "CURVAL01" USING WS-CV-CURRENCY-CODE
                WS-CV-DESCRIPTION WS-CV-DECIMAL-PLACES
                WS-CV-RAIL-ACH WS-CV-RAIL-WIRE WS-CV-RAIL-CHECK
                WS-CV-RESULT.
            IF VENDOR-PAY-BY-EFT AND WS-CV-ACH-ALLOWED
                AND (VENDOR-BANK-ROUTING = SPACES
                    OR VENDOR-BANK-ACCOUNT = SPACES)
                MOVE 01 TO SW-RULE
                    TO SW-NOTE
                RELEASE SW-RECORD
            END-IF.
            IF VENDOR-PAY-BY-EFT AND NOT WS-CV-ACH-ALLOWED
                PERFORM 2200-CHECK-INTL-DETAILS
            END-IF.
            IF VENDOR-ACTIVE AND VENDOR-YTD-PAID = ZERO
            IF VENDOR-ACTIVE AND NOT WS-COMPLIANCE-MISSING
                PERFORM 2400-CHECK-COMPLIANCE
            END-IF.
            IF VENDOR-ACTIVE AND NOT WS-DIVERSITY-MISSING
                PERFORM 2500-CHECK-DIVERSITY
            END-IF.
            PERFORM 2900-READ-NEXT-VENDOR.

      * AN INACTIVE VENDOR SHOULD HAVE NO PAYMENT ACTIVITY - ON THE
                SET WS-CMP-SCAN-DONE TO TRUE
            END-IF.

      * A DIVERSITY CERTIFICATE ALREADY LAPSED, OR LAPSING INSIDE
      * THE WARNING WINDOW, IS RULE 09.  SPEND STOPS COUNTING
      * TOWARD THE CLASSIFICATION ON THE EXPIRY DATE.
       2500-CHECK-DIVERSITY.
            MOVE "N" TO WS-DIV-SCAN-SWITCH.
            MOVE VENDOR-NUMBER TO DV-VENDOR-NUMBER.
            MOVE SPACES TO DV-CLASS.
            START DIVERSITY-FILE KEY IS NOT LESS THAN DV-KEY
                INVALID KEY SET WS-DIV-SCAN-DONE TO TRUE
            END-START.
            IF NOT WS-DIV-SCAN-DONE
                PERFORM 2590-READ-NEXT-CERTIFICATE
            END-IF.
            PERFORM UNTIL WS-DIV-SCAN-DONE
                OR DV-VENDOR-NUMBER NOT = VENDOR-NUMBER
                IF DV-EXPIRY-DATE NOT = ZERO
                    AND DV-EXPIRY-DATE NOT > WS-DIV-WARNING-DATE
                    MOVE 09 TO SW-RULE
                    MOVE SPACES TO SW-NOTE
                    IF DV-EXPIRY-DATE < WS-RUN-DATE
                        STRING DV-CLASS DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               DV-CERT-NUMBER DELIMITED BY SPACE
                               " EXPIRED " DELIMITED BY SIZE
                               DV-EXPIRY-DATE DELIMITED BY SIZE
                            INTO SW-NOTE
                        END-STRING
                    ELSE
                        STRING DV-CLASS DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               DV-CERT-NUMBER DELIMITED BY SPACE
                               " EXPIRES " DELIMITED BY SIZE
                               DV-EXPIRY-DATE DELIMITED BY SIZE
                            INTO SW-NOTE
                        END-STRING
                    END-IF
                    RELEASE SW-RECORD
                END-IF
                PERFORM 2590-READ-NEXT-CERTIFICATE
            END-PERFORM.

       2590-READ-NEXT-CERTIFICATE.
            READ DIVERSITY-FILE NEXT RECORD
                AT END SET WS-DIV-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-DIVERSITY-OK AND NOT WS-DIVERSITY-EOF
                DISPLAY "DIVERSITY-FILE READ ERROR, STATUS = "
                    WS-DIVERSITY-STATUS
                SET WS-DIV-SCAN-DONE TO TRUE
            END-IF.

       2900-READ-NEXT-VENDOR.
            READ VENDOR-FILE NEXT RECORD
                AT END SET WS-NO-MORE-VENDORS TO TRUE
       5200-PRINT-RULE-HEADING.
            MOVE SPACES TO SWEEP-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            IF WS-CURRENT-RULE >= 1 AND WS-CURRENT-RULE <= 9
                MOVE WS-RULE-TEXT (WS-CURRENT-RULE) TO WS-S-TEXT
            ELSE
                MOVE SPACES TO WS-S-TEXT

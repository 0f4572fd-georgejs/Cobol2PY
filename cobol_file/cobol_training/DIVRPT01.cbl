      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Quarterly supplier-diversity spend report.
      *              Totals every payment posting of the quarter on
      *              the payment detail ledger (PAYDETL) by company
      *              and by diversity classification - small,
      *              minority-owned, woman-owned, veteran-owned and
      *              HUBZone - for the government customers who ask
      *              for it.  A posting counts toward a
      *              classification when the vendor holds that
      *              certification on DIVERSITY-FILE and it was
      *              current on the payment date.  A vendor certified
      *              in two classifications counts in both, so the
      *              classification lines do not add across; the
      *              DIVERSE SPEND line counts each posting once.
      *              The company comes off the posting's invoice the
      *              way GLEXT01 codes it - a posting with no invoice
      *              belongs to the parent, 01.
      *
      *              PARM - quarter YYYYQ in positions 1-5 (20263 =
      *              July-September 2026); default is the last
      *              quarter completed before the run date.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original diversity spend report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIVRPT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLPDL01.cbl".
           COPY "SLINV01.cbl".
           COPY "SLDIV01.cbl".
           COPY "Hello-world.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDPDL01.cbl".
           COPY "FDINV01.cbl".
           COPY "FDDIV01.cbl".

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  DIVERSITY-PRINT-LINE        PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PAYMENT-DTL-STATUS      PIC X(02).
           88 WS-PAYMENT-DTL-OK           VALUE "00".
           88 WS-PAYMENT-DTL-EOF          VALUE "10".
           88 WS-PAYMENT-DTL-MISSING      VALUE "35".
       01  WS-INVOICE-FILE-STATUS     PIC X(02).
           88 WS-INVOICE-FILE-OK          VALUE "00".
           88 WS-INVOICE-FILE-NOT-FOUND   VALUE "23".
           88 WS-INVOICE-FILE-MISSING     VALUE "35".
       01  WS-DIVERSITY-STATUS        PIC X(02).
           88 WS-DIVERSITY-OK             VALUE "00".
           88 WS-DIVERSITY-EOF            VALUE "10".
           88 WS-DIVERSITY-MISSING        VALUE "35".
       01  WS-PRINT-FILE-NAME         PIC X(20).
       01  WS-PRINT-FILE-STATUS       PIC X(02).
           88 WS-PRINT-FILE-OK            VALUE "00".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88 WS-NO-MORE-POSTINGS          VALUE "Y".
       01  WS-DIV-SCAN-SWITCH          PIC X(01).
           88 WS-DIV-SCAN-DONE             VALUE "Y".
       01  WS-DIVERSE-SWITCH           PIC X(01).
           88 WS-POSTING-IS-DIVERSE        VALUE "Y".

      * PARM - THE QUARTER AS YYYYQ.
       01  WS-PARM-VALUE.
           05 WS-PARM-YEAR             PIC X(04).
           05 WS-PARM-QUARTER          PIC X(01).
       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR              PIC 9(04).
           05 WS-RUN-MONTH             PIC 9(02).
           05 WS-RUN-DAY               PIC 9(02).
       01  WS-REPORT-YEAR              PIC 9(04).
       01  WS-REPORT-QUARTER           PIC 9(01).
       01  WS-FROM-MONTH               PIC 9(06).
       01  WS-TO-MONTH                 PIC 9(06).
       01  WS-POSTING-DATE             PIC 9(08).
       01  WS-POSTING-DATE-PARTS REDEFINES WS-POSTING-DATE.
           05 WS-POSTING-MONTH         PIC 9(06).
           05 FILLER                   PIC 9(02).
       01  WS-POSTING-COMPANY          PIC X(02).

      * THE FIVE CLASSIFICATIONS, IN PRINTED ORDER.
       01  WS-CLASS-VALUES.
           05 FILLER PIC X(33) VALUE
               "SB SMALL BUSINESS".
           05 FILLER PIC X(33) VALUE
               "MBEMINORITY-OWNED BUSINESS".
           05 FILLER PIC X(33) VALUE
               "WBEWOMAN-OWNED BUSINESS".
           05 FILLER PIC X(33) VALUE
               "VETVETERAN-OWNED BUSINESS".
           05 FILLER PIC X(33) VALUE
               "HUBHUBZONE BUSINESS".
       01  WS-CLASS-TABLE REDEFINES WS-CLASS-VALUES.
           05 WS-CLASS-ENTRY OCCURS 5 TIMES.
               10 WS-CLASS-CODE        PIC X(03).
               10 WS-CLASS-NAME        PIC X(30).
       01  WS-CLASS-IX                 PIC 9(02) COMP.
       01  WS-CLASS-FOUND-SWITCH       PIC X(01).
           88 WS-CLASS-FOUND               VALUE "Y".

      * ONE ROW PER COMPANY - ITS TOTAL PAID, ITS DIVERSE SPEND
      * COUNTED ONCE, AND ITS SPEND UNDER EACH CLASSIFICATION.
      * NINE COMPANIES FILL THE TABLE, AS IN GLEXT01; A TENTH CODE
      * FOLDS INTO THE PARENT AND THE RUN SAYS SO.
       01  WS-CO-COUNT                 PIC 9(02) COMP VALUE ZERO.
       01  WS-CO-IX                    PIC 9(02) COMP.
       01  WS-CO-FOUND-SWITCH          PIC X(01).
           88 WS-CO-FOUND                  VALUE "Y".
       01  WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 9 TIMES.
               10 WS-CO-CODE           PIC X(02).
               10 WS-CO-PAID           PIC S9(11)V99 COMP-3.
               10 WS-CO-DIVERSE        PIC S9(11)V99 COMP-3.
               10 WS-CO-CLASS-AMOUNT   OCCURS 5 TIMES
                                       PIC S9(11)V99 COMP-3.

       01  WS-BATCH-CONTROLS.
           05 WS-POSTINGS-READ         PIC 9(07) COMP.
           05 WS-POSTINGS-IN-QUARTER   PIC 9(07) COMP.
           05 WS-POSTINGS-DIVERSE      PIC 9(07) COMP.
           05 WS-GRAND-PAID            PIC S9(13)V99 COMP-3.
           05 WS-GRAND-DIVERSE         PIC S9(13)V99 COMP-3.
       01  WS-GRAND-CLASS-TABLE.
           05 WS-GRAND-CLASS-AMOUNT    OCCURS 5 TIMES
                                       PIC S9(13)V99 COMP-3.

      * FIELDS FOR THE RUNLOG01 RUN-CONTROL CALLS.
       01  WS-RL-FUNCTION            PIC X(01).
       01  WS-RL-PROGRAM             PIC X(08) VALUE "DIVRPT01".
       01  WS-RL-LABEL               PIC X(24).
       01  WS-RL-VALUE               PIC S9(13)V99.
       01  WS-RL-RECORDS-IN          PIC 9(07) VALUE ZERO.
       01  WS-RL-RECORDS-OUT         PIC 9(07) VALUE ZERO.
       01  WS-RL-REJECTS             PIC 9(07) VALUE ZERO.
       01  WS-RL-STATUS-TEXT         PIC X(08).

           COPY "RPTHDR1.cbl".

       01  WS-REPORT-TITLE.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 FILLER                PIC X(34) VALUE
               "SUPPLIER DIVERSITY SPEND - QUARTER".
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-T-YEAR             PIC 9(04).
           05 FILLER                PIC X(02) VALUE " Q".
           05 WS-T-QUARTER          PIC 9(01).

       01  WS-COMPANY-HEADING.
           05 FILLER                PIC X(08) VALUE "COMPANY ".
           05 WS-CH-COMPANY         PIC X(02).

       01  WS-COLUMN-HEADING.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(36) VALUE
               "CLASSIFICATION".
           05 FILLER                PIC X(18) VALUE
               "        PAID SPEND".
           05 FILLER                PIC X(12) VALUE
               "    OF TOTAL".

       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 WS-D-CODE             PIC X(03).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-D-NAME             PIC X(31).
           05 WS-D-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 WS-D-SHARE            PIC ZZ9.9-.
           05 FILLER                PIC X(01) VALUE "%".
       01  WS-SHARE                 PIC S9(03)V9.

       01  WS-NOTE-LINE.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(60) VALUE
               "A VENDOR IN TWO CLASSIFICATIONS COUNTS IN BOTH".

       PROCEDURE DIVISION.
       0000-MAINLINE.
            MOVE "S" TO WS-RL-FUNCTION.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            PERFORM 1000-INITIALIZE.
            PERFORM 2000-TOTAL-ONE-POSTING
                UNTIL WS-NO-MORE-POSTINGS.
            PERFORM 5000-PRINT-THE-REPORT.
            PERFORM 9000-TERMINATE.
            STOP RUN.

       1000-INITIALIZE.
            INITIALIZE WS-BATCH-CONTROLS.
            INITIALIZE WS-GRAND-CLASS-TABLE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-PARM-VALUE FROM COMMAND-LINE.
            PERFORM 1100-SET-THE-QUARTER.
            DISPLAY "DIVERSITY SPEND FOR " WS-REPORT-YEAR " Q"
                WS-REPORT-QUARTER " - MONTHS " WS-FROM-MONTH
                " TO " WS-TO-MONTH.
            OPEN INPUT PAYMENT-DETAIL-FILE.
            IF WS-PAYMENT-DTL-MISSING
                DISPLAY "NO PAYMENT-DETAIL-FILE - NOTHING PAID"
                SET WS-NO-MORE-POSTINGS TO TRUE
            ELSE IF NOT WS-PAYMENT-DTL-OK
                DISPLAY "UNABLE TO OPEN PAYMENT-DETAIL-FILE, "
                    "STATUS = " WS-PAYMENT-DTL-STATUS
                SET WS-NO-MORE-POSTINGS TO TRUE
            END-IF.
            OPEN INPUT INVOICE-FILE.
            IF WS-INVOICE-FILE-MISSING
                DISPLAY "NO INVOICE-FILE - ALL SPEND TO COMPANY 01"
            ELSE IF NOT WS-INVOICE-FILE-OK
                DISPLAY "UNABLE TO OPEN INVOICE-FILE, STATUS = "
                    WS-INVOICE-FILE-STATUS
            END-IF.
            OPEN INPUT DIVERSITY-FILE.
            IF WS-DIVERSITY-MISSING
                DISPLAY "NO DIVERSITY-FILE - NO VENDOR IS CERTIFIED"
            ELSE IF NOT WS-DIVERSITY-OK
                DISPLAY "UNABLE TO OPEN DIVERSITY-FILE, STATUS = "
                    WS-DIVERSITY-STATUS
            END-IF.
            IF NOT WS-NO-MORE-POSTINGS
                PERFORM 8100-READ-NEXT-POSTING
            END-IF.

      * A VALID PARM NAMES THE QUARTER.  WITHOUT ONE THE REPORT IS
      * FOR THE QUARTER BEFORE THE ONE THE RUN DATE FALLS IN - THE
      * REPORT IS RUN AFTER THE QUARTER CLOSES.
       1100-SET-THE-QUARTER.
            IF WS-PARM-YEAR NUMERIC
                AND WS-PARM-QUARTER >= "1"
                AND WS-PARM-QUARTER <= "4"
                MOVE WS-PARM-YEAR TO WS-REPORT-YEAR
                MOVE WS-PARM-QUARTER TO WS-REPORT-QUARTER
            ELSE
                MOVE WS-RUN-YEAR TO WS-REPORT-YEAR
                COMPUTE WS-REPORT-QUARTER =
                    (WS-RUN-MONTH - 1) / 3 + 1
                IF WS-REPORT-QUARTER = 1
                    MOVE 4 TO WS-REPORT-QUARTER
                    SUBTRACT 1 FROM WS-REPORT-YEAR
                ELSE
                    SUBTRACT 1 FROM WS-REPORT-QUARTER
                END-IF
            END-IF.
            COMPUTE WS-FROM-MONTH = WS-REPORT-YEAR * 100
                + (WS-REPORT-QUARTER - 1) * 3 + 1.
            COMPUTE WS-TO-MONTH = WS-FROM-MONTH + 2.

       2000-TOTAL-ONE-POSTING.
            ADD 1 TO WS-POSTINGS-READ.
            MOVE PD-PAYMENT-DATE TO WS-POSTING-DATE.
            IF WS-POSTING-MONTH NOT < WS-FROM-MONTH
                AND WS-POSTING-MONTH NOT > WS-TO-MONTH
                ADD 1 TO WS-POSTINGS-IN-QUARTER
                PERFORM 2100-SET-POSTING-COMPANY
                PERFORM 2200-FIND-COMPANY-ROW
                ADD PD-AMOUNT TO WS-CO-PAID(WS-CO-IX)
                ADD PD-AMOUNT TO WS-GRAND-PAID
                MOVE "N" TO WS-DIVERSE-SWITCH
                IF NOT WS-DIVERSITY-MISSING
                    PERFORM 2300-APPLY-CERTIFICATIONS
                END-IF
                IF WS-POSTING-IS-DIVERSE
                    ADD 1 TO WS-POSTINGS-DIVERSE
                    ADD PD-AMOUNT TO WS-CO-DIVERSE(WS-CO-IX)
                    ADD PD-AMOUNT TO WS-GRAND-DIVERSE
                END-IF
            END-IF.
            PERFORM 8100-READ-NEXT-POSTING.

      * THE POSTING'S COMPANY COMES OFF ITS INVOICE; A POSTING
      * WITH NO INVOICE - A MANUAL POST, A VOID - BELONGS TO THE
      * PARENT.
       2100-SET-POSTING-COMPANY.
            MOVE "01" TO WS-POSTING-COMPANY.
            IF PD-INVOICE-NUMBER NOT = SPACES
                AND NOT WS-INVOICE-FILE-MISSING
                MOVE PD-VENDOR-NUMBER  TO INV-VENDOR-NUMBER
                MOVE PD-INVOICE-NUMBER TO INV-INVOICE-NUMBER
                READ INVOICE-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF INV-COMPANY-CODE NOT = SPACES
                            MOVE INV-COMPANY-CODE
                                TO WS-POSTING-COMPANY
                        END-IF
                END-READ
            END-IF.

       2200-FIND-COMPANY-ROW.
            MOVE "N" TO WS-CO-FOUND-SWITCH.
            PERFORM VARYING WS-CO-IX FROM 1 BY 1
                UNTIL WS-CO-IX > WS-CO-COUNT OR WS-CO-FOUND
                IF WS-CO-CODE(WS-CO-IX) = WS-POSTING-COMPANY
                    SET WS-CO-FOUND TO TRUE
                END-IF
            END-PERFORM.
            IF WS-CO-FOUND
                SUBTRACT 1 FROM WS-CO-IX
            ELSE IF WS-CO-COUNT < 9
                ADD 1 TO WS-CO-COUNT
                MOVE WS-CO-COUNT TO WS-CO-IX
                INITIALIZE WS-CO-ENTRY(WS-CO-IX)
                MOVE WS-POSTING-COMPANY TO WS-CO-CODE(WS-CO-IX)
            ELSE
                DISPLAY "COMPANY TABLE FULL - COMPANY "
                    WS-POSTING-COMPANY " REPORTS UNDER THE PARENT"
                MOVE "01" TO WS-POSTING-COMPANY
                MOVE "N" TO WS-CO-FOUND-SWITCH
                PERFORM VARYING WS-CO-IX FROM 1 BY 1
                    UNTIL WS-CO-IX > WS-CO-COUNT OR WS-CO-FOUND
                    IF WS-CO-CODE(WS-CO-IX) = WS-POSTING-COMPANY
                        SET WS-CO-FOUND TO TRUE
                    END-IF
                END-PERFORM
                IF WS-CO-FOUND
                    SUBTRACT 1 FROM WS-CO-IX
                ELSE
                    MOVE 1 TO WS-CO-IX
                END-IF
            END-IF.

      * EVERY CERTIFICATION THE VENDOR HELD ON THE PAYMENT DATE -
      * NO EXPIRY, OR AN EXPIRY NOT YET PASSED - TAKES THE AMOUNT.
       2300-APPLY-CERTIFICATIONS.
            MOVE "N" TO WS-DIV-SCAN-SWITCH.
            MOVE PD-VENDOR-NUMBER TO DV-VENDOR-NUMBER.
            MOVE SPACES TO DV-CLASS.
            START DIVERSITY-FILE KEY IS NOT LESS THAN DV-KEY
                INVALID KEY SET WS-DIV-SCAN-DONE TO TRUE
            END-START.
            IF NOT WS-DIV-SCAN-DONE
                PERFORM 8200-READ-NEXT-CERTIFICATE
            END-IF.
            PERFORM UNTIL WS-DIV-SCAN-DONE
                OR DV-VENDOR-NUMBER NOT = PD-VENDOR-NUMBER
                IF DV-EXPIRY-DATE = ZERO
                    OR DV-EXPIRY-DATE NOT < PD-PAYMENT-DATE
                    PERFORM 2350-ADD-TO-CLASSIFICATION
                END-IF
                PERFORM 8200-READ-NEXT-CERTIFICATE
            END-PERFORM.

       2350-ADD-TO-CLASSIFICATION.
            MOVE "N" TO WS-CLASS-FOUND-SWITCH.
            PERFORM VARYING WS-CLASS-IX FROM 1 BY 1
                UNTIL WS-CLASS-IX > 5 OR WS-CLASS-FOUND
                IF WS-CLASS-CODE(WS-CLASS-IX) = DV-CLASS
                    SET WS-CLASS-FOUND TO TRUE
                END-IF
            END-PERFORM.
            IF WS-CLASS-FOUND
                SUBTRACT 1 FROM WS-CLASS-IX
                ADD PD-AMOUNT
                    TO WS-CO-CLASS-AMOUNT(WS-CO-IX WS-CLASS-IX)
                ADD PD-AMOUNT TO WS-GRAND-CLASS-AMOUNT(WS-CLASS-IX)
                SET WS-POSTING-IS-DIVERSE TO TRUE
            END-IF.

      ******************************************************************
      * ONE SECTION PER COMPANY, THEN ALL COMPANIES TOGETHER.
      ******************************************************************
       5000-PRINT-THE-REPORT.
            MOVE "DIVRPT.PRT" TO WS-PRINT-FILE-NAME.
            OPEN OUTPUT PRINT-FILE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO OPEN DIVERSITY REPORT, STATUS = "
                    WS-PRINT-FILE-STATUS
            END-IF.
            PERFORM 5900-PRINT-STANDARD-HEADING.
            MOVE WS-REPORT-YEAR TO WS-T-YEAR.
            MOVE WS-REPORT-QUARTER TO WS-T-QUARTER.
            MOVE WS-REPORT-TITLE TO DIVERSITY-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            PERFORM 5100-PRINT-ONE-COMPANY
                VARYING WS-CO-IX FROM 1 BY 1
                UNTIL WS-CO-IX > WS-CO-COUNT.
            MOVE SPACES TO DIVERSITY-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE "ALL COMPANIES" TO DIVERSITY-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-COLUMN-HEADING TO DIVERSITY-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            PERFORM VARYING WS-CLASS-IX FROM 1 BY 1
                UNTIL WS-CLASS-IX > 5
                MOVE WS-CLASS-CODE(WS-CLASS-IX) TO WS-D-CODE
                MOVE WS-CLASS-NAME(WS-CLASS-IX) TO WS-D-NAME
                MOVE WS-GRAND-CLASS-AMOUNT(WS-CLASS-IX)
                    TO WS-D-AMOUNT
                MOVE ZERO TO WS-SHARE
                IF WS-GRAND-PAID NOT = ZERO
                    COMPUTE WS-SHARE ROUNDED =
                        WS-GRAND-CLASS-AMOUNT(WS-CLASS-IX) * 100
                        / WS-GRAND-PAID
                END-IF
                PERFORM 5300-PRINT-DETAIL
            END-PERFORM.
            MOVE SPACES TO WS-D-CODE.
            MOVE "DIVERSE SPEND (ANY CLASS)" TO WS-D-NAME.
            MOVE WS-GRAND-DIVERSE TO WS-D-AMOUNT.
            MOVE ZERO TO WS-SHARE.
            IF WS-GRAND-PAID NOT = ZERO
                COMPUTE WS-SHARE ROUNDED =
                    WS-GRAND-DIVERSE * 100 / WS-GRAND-PAID
            END-IF.
            PERFORM 5300-PRINT-DETAIL.
            MOVE "TOTAL PAID SPEND" TO WS-D-NAME.
            MOVE WS-GRAND-PAID TO WS-D-AMOUNT.
            MOVE 100 TO WS-SHARE.
            PERFORM 5300-PRINT-DETAIL.
            MOVE SPACES TO DIVERSITY-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-NOTE-LINE TO DIVERSITY-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            CLOSE PRINT-FILE.

       5100-PRINT-ONE-COMPANY.
            MOVE SPACES TO DIVERSITY-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-CO-CODE(WS-CO-IX) TO WS-CH-COMPANY.
            MOVE WS-COMPANY-HEADING TO DIVERSITY-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-COLUMN-HEADING TO DIVERSITY-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            PERFORM VARYING WS-CLASS-IX FROM 1 BY 1
                UNTIL WS-CLASS-IX > 5
                MOVE WS-CLASS-CODE(WS-CLASS-IX) TO WS-D-CODE
                MOVE WS-CLASS-NAME(WS-CLASS-IX) TO WS-D-NAME
                MOVE WS-CO-CLASS-AMOUNT(WS-CO-IX WS-CLASS-IX)
                    TO WS-D-AMOUNT
                MOVE ZERO TO WS-SHARE
                IF WS-CO-PAID(WS-CO-IX) NOT = ZERO
                    COMPUTE WS-SHARE ROUNDED =
                        WS-CO-CLASS-AMOUNT(WS-CO-IX WS-CLASS-IX)
                        * 100 / WS-CO-PAID(WS-CO-IX)
                END-IF
                PERFORM 5300-PRINT-DETAIL
            END-PERFORM.
            MOVE SPACES TO WS-D-CODE.
            MOVE "DIVERSE SPEND (ANY CLASS)" TO WS-D-NAME.
            MOVE WS-CO-DIVERSE(WS-CO-IX) TO WS-D-AMOUNT.
            MOVE ZERO TO WS-SHARE.
            IF WS-CO-PAID(WS-CO-IX) NOT = ZERO
                COMPUTE WS-SHARE ROUNDED =
                    WS-CO-DIVERSE(WS-CO-IX) * 100
                    / WS-CO-PAID(WS-CO-IX)
            END-IF.
            PERFORM 5300-PRINT-DETAIL.
            MOVE "TOTAL PAID SPEND" TO WS-D-NAME.
            MOVE WS-CO-PAID(WS-CO-IX) TO WS-D-AMOUNT.
            MOVE 100 TO WS-SHARE.
            PERFORM 5300-PRINT-DETAIL.

       5300-PRINT-DETAIL.
            MOVE WS-SHARE TO WS-D-SHARE.
            MOVE WS-DETAIL-LINE TO DIVERSITY-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

      * PRINT THE STANDARD COMPANY/RUN-DATE/RUN-TIME/PAGE-NUMBER
      * HEADING (SEE RPTHDR1.cbl).
       5900-PRINT-STANDARD-HEADING.
            ADD 1 TO WS-RPT-PAGE-COUNT.
            MOVE WS-RPT-PAGE-COUNT TO WS-RPT-PAGE-NUMBER.
            ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RPT-RUN-TIME FROM TIME.
            MOVE WS-RPT-HEADING-LINE-1 TO DIVERSITY-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-RPT-HEADING-LINE-2 TO DIVERSITY-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

       8000-WRITE-PRINT-LINE.
            WRITE DIVERSITY-PRINT-LINE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO WRITE DIVERSITY REPORT, STATUS = "
                    WS-PRINT-FILE-STATUS
            END-IF.

       8100-READ-NEXT-POSTING.
            READ PAYMENT-DETAIL-FILE
                AT END SET WS-NO-MORE-POSTINGS TO TRUE
            END-READ.
            IF NOT WS-PAYMENT-DTL-OK AND NOT WS-PAYMENT-DTL-EOF
                DISPLAY "PAYMENT-DETAIL-FILE READ ERROR, STATUS = "
                    WS-PAYMENT-DTL-STATUS
                SET WS-NO-MORE-POSTINGS TO TRUE
            END-IF.

       8200-READ-NEXT-CERTIFICATE.
            READ DIVERSITY-FILE NEXT RECORD
                AT END SET WS-DIV-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-DIVERSITY-OK AND NOT WS-DIVERSITY-EOF
                DISPLAY "DIVERSITY-FILE READ ERROR, STATUS = "
                    WS-DIVERSITY-STATUS
                SET WS-DIV-SCAN-DONE TO TRUE
            END-IF.

       9000-TERMINATE.
            MOVE "E" TO WS-RL-FUNCTION.
            MOVE WS-POSTINGS-READ TO WS-RL-RECORDS-IN.
            MOVE WS-POSTINGS-IN-QUARTER TO WS-RL-RECORDS-OUT.
            MOVE ZERO TO WS-RL-REJECTS.
            MOVE WS-GRAND-DIVERSE TO WS-RL-VALUE.
            MOVE "CLEAN" TO WS-RL-STATUS-TEXT.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            DISPLAY "POSTINGS READ           : " WS-POSTINGS-READ.
            DISPLAY "POSTINGS IN THE QUARTER : "
                WS-POSTINGS-IN-QUARTER.
            DISPLAY "POSTINGS TO DIVERSE SPEND: "
                WS-POSTINGS-DIVERSE.
            CLOSE PAYMENT-DETAIL-FILE.
            CLOSE INVOICE-FILE.
            CLOSE DIVERSITY-FILE.
       END PROGRAM DIVRPT01.

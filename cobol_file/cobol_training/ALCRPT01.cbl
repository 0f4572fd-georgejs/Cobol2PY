      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Allocation template usage report - every invoice
      *              on INVOICE-FILE whose distribution was expanded
      *              from a cost allocation template, sorted by
      *              template, vendor and invoice and printed to
      *              ALCRPT.PRT with a count and amount per template,
      *              so a change to a template's split can be weighed
      *              against what it has already coded, and the
      *              cost centers can see what reached them by
      *              standing split rather than by hand.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original template usage report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALCRPT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLINV01.cbl".
           COPY "SLALC01.cbl".
           SELECT SORT-WORK-FILE ASSIGN TO "ATSORT.TMP".
           COPY "Hello-world.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDINV01.cbl".
           COPY "FDALC01.cbl".

       SD  SORT-WORK-FILE.
       01  SW-RECORD.
           05 SW-TEMPLATE-CODE      PIC X(06).
           05 SW-VENDOR-NUMBER      PIC 9(05).
           05 SW-INVOICE-NUMBER     PIC X(15).
           05 SW-INVOICE-DATE       PIC 9(08).
           05 SW-AMOUNT             PIC S9(09)V99.
           05 SW-STATUS             PIC X(01).
           05 SW-ENTERED-BY         PIC X(08).

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  USAGE-PRINT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-INVOICE-FILE-STATUS   PIC X(02).
           88 WS-INVOICE-FILE-OK        VALUE "00".
           88 WS-INVOICE-FILE-EOF       VALUE "10".
       01  WS-ALLOC-TEMPLATE-STATUS PIC X(02).
           88 WS-ALLOC-TEMPLATE-OK      VALUE "00".
       01  WS-PRINT-FILE-NAME       PIC X(20).
       01  WS-PRINT-FILE-STATUS     PIC X(02).
           88 WS-PRINT-FILE-OK          VALUE "00".
       01  WS-EOF-SWITCH             PIC X(01) VALUE "N".
           88 WS-NO-MORE-INVOICES        VALUE "Y".
       01  WS-TEMPLATE-OPEN-SWITCH   PIC X(01) VALUE "N".
           88 WS-TEMPLATE-FILE-OPEN      VALUE "Y".
       01  WS-FIRST-TEMPLATE-SWITCH  PIC X(01) VALUE "Y".
           88 WS-FIRST-TEMPLATE          VALUE "Y".
       01  WS-CURRENT-TEMPLATE       PIC X(06).

           COPY "RPTHDR1.cbl".

       01  WS-INVOICES-READ          PIC 9(07) VALUE ZERO.
       01  WS-INVOICES-LISTED        PIC 9(07) VALUE ZERO.
       01  WS-TEMPLATES-PRINTED      PIC 9(05) VALUE ZERO.
       01  WS-TEMPLATES-NOT-ON-FILE  PIC 9(05) VALUE ZERO.
       01  WS-TEMPLATE-TOTALS.
           05 WS-TT-COUNT            PIC 9(07).
           05 WS-TT-AMOUNT           PIC S9(11)V99.
       01  WS-RUN-AMOUNT             PIC S9(11)V99 VALUE ZERO.

      * FIELDS FOR THE RUNLOG01 RUN-CONTROL CALLS.
       01  WS-RL-FUNCTION            PIC X(01).
       01  WS-RL-PROGRAM             PIC X(08) VALUE "ALCRPT01".
       01  WS-RL-LABEL               PIC X(24).
       01  WS-RL-VALUE               PIC S9(13)V99.
       01  WS-RL-RECORDS-IN          PIC 9(07) VALUE ZERO.
       01  WS-RL-RECORDS-OUT         PIC 9(07) VALUE ZERO.
       01  WS-RL-REJECTS             PIC 9(07) VALUE ZERO.
       01  WS-RL-STATUS-TEXT         PIC X(08).

       01  WS-TITLE-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(40) VALUE
               "INVOICES CODED BY ALLOCATION TEMPLATE".

       01  WS-TEMPLATE-LINE.
           05 FILLER                 PIC X(10) VALUE "TEMPLATE:".
           05 WS-TPL-CODE            PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-TPL-DESCRIPTION     PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-TPL-STATUS          PIC X(20).

       01  WS-HEADING-LINE.
           05 FILLER                 PIC X(06) VALUE "VENDOR".
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(15) VALUE "INVOICE".
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE "DATE".
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(15) VALUE
               "         AMOUNT".
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE "STATUS".
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE "ENTERED".

       01  WS-DETAIL-LINE.
           05 WS-D-VENDOR            PIC 9(05).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 WS-D-INVOICE           PIC X(15).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-D-DATE              PIC 9(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-D-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-D-STATUS            PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-D-ENTERED-BY        PIC X(08).

       01  WS-TOTAL-LINE.
           05 WS-TL-LABEL            PIC X(30).
           05 FILLER                 PIC X(11) VALUE " INVOICES ".
           05 WS-TL-COUNT            PIC ZZZZZZ9.
           05 FILLER                 PIC X(10) VALUE "  AMOUNT ".
           05 WS-TL-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE.
            MOVE "S" TO WS-RL-FUNCTION.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            PERFORM 1000-OPEN-REPORT.
            SORT SORT-WORK-FILE
                ON ASCENDING KEY SW-TEMPLATE-CODE SW-VENDOR-NUMBER
                    SW-INVOICE-NUMBER
                INPUT PROCEDURE IS 2000-LOAD-SORT-FILE
                OUTPUT PROCEDURE IS 3000-PRINT-USAGE.
            PERFORM 5000-PRINT-RUN-TOTALS.
            CLOSE PRINT-FILE.
            IF WS-TEMPLATE-FILE-OPEN
                CLOSE ALLOC-TEMPLATE-FILE
            END-IF.
            MOVE "E" TO WS-RL-FUNCTION.
            MOVE WS-INVOICES-READ TO WS-RL-RECORDS-IN.
            MOVE WS-INVOICES-LISTED TO WS-RL-RECORDS-OUT.
            MOVE ZERO TO WS-RL-REJECTS.
            MOVE "TEMPLATE-CODED AMOUNT" TO WS-RL-LABEL.
            MOVE WS-RUN-AMOUNT TO WS-RL-VALUE.
            IF WS-TEMPLATES-NOT-ON-FILE = ZERO
                MOVE "CLEAN" TO WS-RL-STATUS-TEXT
            ELSE
                MOVE "CHECK" TO WS-RL-STATUS-TEXT
            END-IF.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            STOP RUN.

      * WITHOUT THE TEMPLATE FILE THE REPORT STILL PRINTS, BY CODE,
      * WITH NO DESCRIPTION ON THE TEMPLATE LINE.
       1000-OPEN-REPORT.
            OPEN INPUT ALLOC-TEMPLATE-FILE.
            IF WS-ALLOC-TEMPLATE-OK
                SET WS-TEMPLATE-FILE-OPEN TO TRUE
            ELSE
                DISPLAY "NO ALLOC-TEMPLATE-FILE - TEMPLATES PRINT "
                    "WITHOUT THEIR DESCRIPTIONS"
            END-IF.
            MOVE "ALCRPT.PRT" TO WS-PRINT-FILE-NAME.
            OPEN OUTPUT PRINT-FILE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO OPEN TEMPLATE USAGE REPORT, "
                    "STATUS = " WS-PRINT-FILE-STATUS
            END-IF.

      * ONLY AN INVOICE CARRYING A TEMPLATE CODE GOES TO THE SORT.
       2000-LOAD-SORT-FILE.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT INVOICE-FILE.
            IF NOT WS-INVOICE-FILE-OK
                DISPLAY "UNABLE TO OPEN INVOICE-FILE, STATUS = "
                    WS-INVOICE-FILE-STATUS
                SET WS-NO-MORE-INVOICES TO TRUE
            ELSE
                PERFORM 2900-READ-NEXT-INVOICE
                PERFORM UNTIL WS-NO-MORE-INVOICES
                    ADD 1 TO WS-INVOICES-READ
                    IF INV-ALLOC-TEMPLATE NOT = SPACES
                        MOVE INV-ALLOC-TEMPLATE TO SW-TEMPLATE-CODE
                        MOVE INV-VENDOR-NUMBER  TO SW-VENDOR-NUMBER
                        MOVE INV-INVOICE-NUMBER TO SW-INVOICE-NUMBER
                        MOVE INV-INVOICE-DATE   TO SW-INVOICE-DATE
                        MOVE INV-AMOUNT         TO SW-AMOUNT
                        MOVE INV-STATUS         TO SW-STATUS
                        MOVE INV-ENTERED-BY     TO SW-ENTERED-BY
                        RELEASE SW-RECORD
                    END-IF
                    PERFORM 2900-READ-NEXT-INVOICE
                END-PERFORM
                CLOSE INVOICE-FILE
            END-IF.

       2900-READ-NEXT-INVOICE.
            READ INVOICE-FILE NEXT RECORD
                AT END SET WS-NO-MORE-INVOICES TO TRUE
            END-READ.
            IF NOT WS-INVOICE-FILE-OK AND NOT WS-INVOICE-FILE-EOF
                DISPLAY "INVOICE-FILE READ ERROR, STATUS = "
                    WS-INVOICE-FILE-STATUS
                SET WS-NO-MORE-INVOICES TO TRUE
            END-IF.

      * A NEW PAGE AT EVERY CHANGE OF TEMPLATE.
       3000-PRINT-USAGE.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM 3100-RETURN-NEXT.
            IF WS-NO-MORE-INVOICES
                PERFORM 3900-PRINT-STANDARD-HEADING
                MOVE WS-TITLE-LINE TO USAGE-PRINT-LINE
                PERFORM 8000-WRITE-REPORT-LINE
                MOVE "NO INVOICES CODED BY AN ALLOCATION TEMPLATE"
                    TO USAGE-PRINT-LINE
                PERFORM 8000-WRITE-REPORT-LINE
            END-IF.
            PERFORM UNTIL WS-NO-MORE-INVOICES
                IF WS-FIRST-TEMPLATE
                    OR SW-TEMPLATE-CODE NOT = WS-CURRENT-TEMPLATE
                    IF NOT WS-FIRST-TEMPLATE
                        PERFORM 4500-PRINT-TEMPLATE-TOTALS
                    END-IF
                    PERFORM 4000-START-TEMPLATE
                END-IF
                PERFORM 4200-PRINT-INVOICE-LINE
                PERFORM 3100-RETURN-NEXT
            END-PERFORM.
            IF NOT WS-FIRST-TEMPLATE
                PERFORM 4500-PRINT-TEMPLATE-TOTALS
            END-IF.

       3100-RETURN-NEXT.
            RETURN SORT-WORK-FILE
                AT END SET WS-NO-MORE-INVOICES TO TRUE
            END-RETURN.

      * A CODE NO LONGER ON THE TEMPLATE FILE STILL PRINTS - THE
      * INVOICES WERE CODED BY IT - BUT IS FLAGGED FOR A LOOK.
       4000-START-TEMPLATE.
            MOVE "N" TO WS-FIRST-TEMPLATE-SWITCH.
            MOVE SW-TEMPLATE-CODE TO WS-CURRENT-TEMPLATE.
            ADD 1 TO WS-TEMPLATES-PRINTED.
            INITIALIZE WS-TEMPLATE-TOTALS.
            MOVE SW-TEMPLATE-CODE TO WS-TPL-CODE.
            MOVE SPACES TO WS-TPL-DESCRIPTION.
            MOVE SPACES TO WS-TPL-STATUS.
            IF WS-TEMPLATE-FILE-OPEN
                MOVE SW-TEMPLATE-CODE TO AT-TEMPLATE-CODE
                READ ALLOC-TEMPLATE-FILE
                    INVALID KEY
                        MOVE "NOT ON TEMPLATE FILE" TO WS-TPL-STATUS
                        ADD 1 TO WS-TEMPLATES-NOT-ON-FILE
                    NOT INVALID KEY
                        MOVE AT-DESCRIPTION TO WS-TPL-DESCRIPTION
                        IF AT-ACTIVE
                            MOVE "ACTIVE" TO WS-TPL-STATUS
                        ELSE
                            MOVE "INACTIVE" TO WS-TPL-STATUS
                        END-IF
                END-READ
            END-IF.
            PERFORM 3900-PRINT-STANDARD-HEADING.
            MOVE WS-TITLE-LINE TO USAGE-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE SPACES TO USAGE-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE WS-TEMPLATE-LINE TO USAGE-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE SPACES TO USAGE-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE WS-HEADING-LINE TO USAGE-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.

       4200-PRINT-INVOICE-LINE.
            MOVE SW-VENDOR-NUMBER  TO WS-D-VENDOR.
            MOVE SW-INVOICE-NUMBER TO WS-D-INVOICE.
            MOVE SW-INVOICE-DATE   TO WS-D-DATE.
            MOVE SW-AMOUNT         TO WS-D-AMOUNT.
            MOVE SW-ENTERED-BY     TO WS-D-ENTERED-BY.
            EVALUATE SW-STATUS
                WHEN "O" MOVE "OPEN"     TO WS-D-STATUS
                WHEN "S" MOVE "SELECTED" TO WS-D-STATUS
                WHEN "P" MOVE "PAID"     TO WS-D-STATUS
                WHEN "H" MOVE "HELD"     TO WS-D-STATUS
                WHEN "W" MOVE "PENDING"  TO WS-D-STATUS
                WHEN "X" MOVE "REJECTED" TO WS-D-STATUS
                WHEN OTHER MOVE SW-STATUS TO WS-D-STATUS
            END-EVALUATE.
            ADD 1 TO WS-TT-COUNT.
            ADD SW-AMOUNT TO WS-TT-AMOUNT.
            ADD 1 TO WS-INVOICES-LISTED.
            MOVE WS-DETAIL-LINE TO USAGE-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.

       4500-PRINT-TEMPLATE-TOTALS.
            MOVE SPACES TO USAGE-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE "TEMPLATE TOTAL" TO WS-TL-LABEL.
            MOVE WS-TT-COUNT  TO WS-TL-COUNT.
            MOVE WS-TT-AMOUNT TO WS-TL-AMOUNT.
            MOVE WS-TOTAL-LINE TO USAGE-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            ADD WS-TT-AMOUNT TO WS-RUN-AMOUNT.

       5000-PRINT-RUN-TOTALS.
            MOVE SPACES TO USAGE-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE "RUN TOTAL, ALL TEMPLATES" TO WS-TL-LABEL.
            MOVE WS-INVOICES-LISTED TO WS-TL-COUNT.
            MOVE WS-RUN-AMOUNT TO WS-TL-AMOUNT.
            MOVE WS-TOTAL-LINE TO USAGE-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            DISPLAY "INVOICES READ           : " WS-INVOICES-READ.
            DISPLAY "TEMPLATE INVOICES       : " WS-INVOICES-LISTED.
            DISPLAY "TEMPLATES REPORTED      : " WS-TEMPLATES-PRINTED.
            DISPLAY "  NOT ON TEMPLATE FILE  : "
                WS-TEMPLATES-NOT-ON-FILE.

       8000-WRITE-REPORT-LINE.
            WRITE USAGE-PRINT-LINE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO WRITE TEMPLATE USAGE REPORT, "
                    "STATUS = " WS-PRINT-FILE-STATUS
            END-IF.

      * PRINT THE STANDARD COMPANY/RUN-DATE/RUN-TIME/PAGE-NUMBER
      * HEADING (SEE RPTHDR1.cbl).
       3900-PRINT-STANDARD-HEADING.
            ADD 1 TO WS-RPT-PAGE-COUNT.
            MOVE WS-RPT-PAGE-COUNT TO WS-RPT-PAGE-NUMBER.
            ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RPT-RUN-TIME FROM TIME.
            MOVE WS-RPT-HEADING-LINE-1 TO USAGE-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE WS-RPT-HEADING-LINE-2 TO USAGE-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
       END PROGRAM ALCRPT01.

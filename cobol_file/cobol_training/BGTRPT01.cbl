      * Date:
      * Purpose:     Monthly budget-versus-actual report.  Walks
      *              BUDGET-FILE and prints, per cost center and
      *              period, the budget set, what open purchase
      *              orders have encumbered, the actual spend invoice
      *              entry has committed against it, what is still
      *              available and an OVER flag - so a department
      *              finds out it is
      *              over budget when the invoice lands, not six
      *              weeks later when accounting closes the month.
      *              A YYYYMM PARM limits the report to one period;
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-09-02 DW  Original budget report.
      *   2026-10-15 DW  Budget, encumbered, actual and available
      *                  now print as separate columns - available is
      *                  the budget less open PO encumbrances and
      *                  committed spend, and OVER flags a cost center
      *                  whose available has gone negative.  The
      *                  total line carries the encumbered total.
      *                  Print line widened to 132.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BGTRPT01.

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-PRINT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BUDGET-FILE-STATUS      PIC X(02).
           88 WS-NO-MORE-BUDGETS           VALUE "Y".
       01  WS-PARM-PERIOD              PIC X(06).
       01  WS-SELECT-PERIOD            PIC 9(06) VALUE ZERO.
       01  WS-AVAILABLE                PIC S9(11)V99.

       01  WS-BATCH-CONTROLS.
           05 WS-LINES-PRINTED         PIC 9(05) COMP.
           05 WS-OVER-COUNT            PIC 9(05) COMP.
           05 WS-BUDGET-TOTAL          PIC S9(11)V99 COMP-3.
           05 WS-COMMITTED-TOTAL       PIC S9(11)V99 COMP-3.
           05 WS-ENCUMBERED-TOTAL      PIC S9(11)V99 COMP-3.

           COPY "RPTHDR1.cbl".

           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(06) VALUE "PERIOD".
           05 FILLER                PIC X(16) VALUE "          BUDGET".
           05 FILLER                PIC X(17) VALUE "       ENCUMBERED".
           05 FILLER                PIC X(17) VALUE "           ACTUAL".
           05 FILLER                PIC X(17) VALUE "        AVAILABLE".
           05 FILLER                PIC X(06) VALUE "  FLAG".

       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-D-BUDGET           PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-D-ENCUMBERED       PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-D-COMMITTED        PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-D-AVAILABLE        PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-D-FLAG             PIC X(04).

           05 FILLER                PIC X(16) VALUE
               "BUDGET TOTAL   $".
           05 WS-T-BUDGET           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(15) VALUE
               "  ENCUMBERED $".
           05 WS-T-ENCUMBERED       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(15) VALUE
               "  ACTUAL     $".
           05 WS-T-COMMITTED        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(12) VALUE
               "  OVER LINES".
                MOVE BG-COST-CENTER TO WS-D-COST-CENTER
                MOVE BG-PERIOD TO WS-D-PERIOD
                MOVE BG-BUDGET-AMOUNT TO WS-D-BUDGET
                IF BG-ENCUMBERED-AMOUNT NOT NUMERIC
                    MOVE ZERO TO BG-ENCUMBERED-AMOUNT
                END-IF
                MOVE BG-ENCUMBERED-AMOUNT TO WS-D-ENCUMBERED
                MOVE BG-COMMITTED-AMOUNT TO WS-D-COMMITTED
                COMPUTE WS-AVAILABLE = BG-BUDGET-AMOUNT
                    - BG-ENCUMBERED-AMOUNT - BG-COMMITTED-AMOUNT
                MOVE WS-AVAILABLE TO WS-D-AVAILABLE
                IF BG-BUDGET-AMOUNT > ZERO
                    AND WS-AVAILABLE < ZERO
                    MOVE "OVER" TO WS-D-FLAG
                    ADD 1 TO WS-OVER-COUNT
                ELSE
                ADD 1 TO WS-LINES-PRINTED
                ADD BG-BUDGET-AMOUNT TO WS-BUDGET-TOTAL
                ADD BG-COMMITTED-AMOUNT TO WS-COMMITTED-TOTAL
                ADD BG-ENCUMBERED-AMOUNT TO WS-ENCUMBERED-TOTAL
            END-IF.
            PERFORM 8100-READ-NEXT-BUDGET.

            MOVE SPACES TO REPORT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-BUDGET-TOTAL TO WS-T-BUDGET.
            MOVE WS-ENCUMBERED-TOTAL TO WS-T-ENCUMBERED.
            MOVE WS-COMMITTED-TOTAL TO WS-T-COMMITTED.
            MOVE WS-OVER-COUNT TO WS-T-OVER.
            MOVE WS-TOTAL-LINE TO REPORT-PRINT-LINE.

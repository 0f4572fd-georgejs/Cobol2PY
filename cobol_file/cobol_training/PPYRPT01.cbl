      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Monthly prompt-payment compliance report.  For
      *              the period named by the PARM (YYYYMM, default
      *              the current month) every vendor invoice line
      *              released in the month is taken off the prompt-
      *              payment ledger (PROMPT-PAY-FILE) and totalled by
      *              company and vendor - invoices paid, how many on
      *              or before their due date, the on-time
      *              percentage, the days late summed over the late
      *              ones and their average, and the late-payment
      *              interest paid.  Each company gets a total line
      *              and the run a grand total.  Printed to
      *              PPYRPT.PRT.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original prompt-payment compliance report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPYRPT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLPPY01.cbl".
           COPY "SLVND01.cbl".
           COPY "Hello-world.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDPPY01.cbl".
           COPY "fdvnd01.cbl".

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PY-PRINT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PROMPT-PAY-STATUS        PIC X(02).
           88 WS-PROMPT-PAY-OK             VALUE "00".
           88 WS-PROMPT-PAY-EOF            VALUE "10".
           88 WS-PROMPT-PAY-MISSING        VALUE "35".
       01  WS-VENDOR-FILE-STATUS       PIC X(02).
           88 WS-VENDOR-FILE-OK            VALUE "00".
       01  WS-PRINT-FILE-NAME          PIC X(20).
       01  WS-PRINT-FILE-STATUS        PIC X(02).
           88 WS-PRINT-FILE-OK             VALUE "00".
       01  WS-SCAN-SWITCH              PIC X(01).
           88 WS-SCAN-DONE                 VALUE "Y".
       01  WS-RUN-SWITCH               PIC X(01) VALUE "N".
           88 WS-RUN-ABANDONED             VALUE "Y".
       01  WS-VENDOR-OPEN-SWITCH       PIC X(01) VALUE "N".
           88 WS-VENDOR-FILE-OPEN          VALUE "Y".
       01  WS-RUN-DATE                 PIC 9(08).

      * THE PERIOD REPORTED.
       01  WS-PARM-VALUE               PIC X(06).
       01  WS-PERIOD.
           05 WS-PERIOD-YEAR           PIC 9(04).
           05 WS-PERIOD-MONTH          PIC 9(02).
       01  WS-PERIOD-9 REDEFINES WS-PERIOD
                                       PIC 9(06).

           COPY "RPTHDR1.cbl".

      * ONE ENTRY PER COMPANY AND VENDOR, KEPT IN COMPANY/VENDOR
      * ORDER AS THEY ARE ADDED SO THE REPORT NEEDS NO SORT.
       01  WS-VC-MAX                   PIC 9(04) COMP VALUE 2000.
       01  WS-VC-COUNT                 PIC 9(04) COMP VALUE ZERO.
       01  WS-VC-IX                    PIC 9(04) COMP.
       01  WS-VC-TO                    PIC 9(04) COMP.
       01  WS-VC-FOUND-SWITCH          PIC X(01).
           88 WS-VC-FOUND                  VALUE "Y".
           88 WS-VC-PASSED                 VALUE "P".
       01  WS-VC-TABLE.
           05 WS-VC-ENTRY OCCURS 2000 TIMES.
               10 WS-VC-KEY.
                   15 WS-VC-COMPANY    PIC X(02).
                   15 WS-VC-VENDOR     PIC 9(05).
               10 WS-VC-TOTALS.
                   15 WS-VC-INVOICES   PIC 9(07).
                   15 WS-VC-ON-TIME    PIC 9(07).
                   15 WS-VC-DAYS-LATE  PIC 9(09).
                   15 WS-VC-INTEREST   PIC S9(11)V99.
       01  WS-ITEM-KEY.
           05 WS-ITEM-COMPANY          PIC X(02).
           05 WS-ITEM-VENDOR           PIC 9(05).

      * TOTALS FOR A COMPANY AND FOR THE RUN, THE SAME SHAPE AS A
      * TABLE ENTRY SO ONE PARAGRAPH PRINTS ALL THREE.
       01  WS-COMPANY-TOTALS.
           05 WS-CT-INVOICES           PIC 9(07).
           05 WS-CT-ON-TIME            PIC 9(07).
           05 WS-CT-DAYS-LATE          PIC 9(09).
           05 WS-CT-INTEREST           PIC S9(11)V99.
       01  WS-GRAND-TOTALS.
           05 WS-GT-INVOICES           PIC 9(07).
           05 WS-GT-ON-TIME            PIC 9(07).
           05 WS-GT-DAYS-LATE          PIC 9(09).
           05 WS-GT-INTEREST           PIC S9(11)V99.
       01  WS-LINE-TOTALS.
           05 WS-LT-INVOICES           PIC 9(07).
           05 WS-LT-ON-TIME            PIC 9(07).
           05 WS-LT-DAYS-LATE          PIC 9(09).
           05 WS-LT-INTEREST           PIC S9(11)V99.
       01  WS-LATE-COUNT               PIC 9(07).
       01  WS-ON-TIME-PCT              PIC 9(03)V9.
       01  WS-AVERAGE-LATE             PIC 9(05)V9.
       01  WS-CURRENT-COMPANY          PIC X(02).

       01  WS-LEDGER-READ              PIC 9(07) VALUE ZERO.
       01  WS-LEDGER-TAKEN             PIC 9(07) VALUE ZERO.
       01  WS-LEDGER-DROPPED           PIC 9(07) VALUE ZERO.
       01  WS-LINES-OUT                PIC 9(05) VALUE ZERO.

      * FIELDS FOR THE RUNLOG01 RUN-CONTROL CALLS.
       01  WS-RL-FUNCTION              PIC X(01).
       01  WS-RL-PROGRAM               PIC X(08) VALUE "PPYRPT01".
       01  WS-RL-LABEL                 PIC X(24).
       01  WS-RL-VALUE                 PIC S9(13)V99.
       01  WS-RL-RECORDS-IN            PIC 9(07) VALUE ZERO.
       01  WS-RL-RECORDS-OUT           PIC 9(07) VALUE ZERO.
       01  WS-RL-REJECTS               PIC 9(07) VALUE ZERO.
       01  WS-RL-STATUS-TEXT           PIC X(08).

       01  WS-TITLE-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(33) VALUE
               "PROMPT-PAYMENT COMPLIANCE, PERIOD".
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-TL-PERIOD             PIC 9(06).

       01  WS-COLUMN-HEADING.
           05 FILLER                   PIC X(07) VALUE "COMPANY".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE "VENDOR".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(30) VALUE "NAME".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE "INVOICES".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE " ON TIME".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE "   PCT".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(09) VALUE "DAYS LATE".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE "AVG LATE".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(18) VALUE
               "     INTEREST PAID".

       01  WS-DETAIL-LINE.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-COMPANY            PIC X(02).
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 WS-DL-VENDOR             PIC X(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-NAME               PIC X(30).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-DL-INVOICES           PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-DL-ON-TIME            PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WS-DL-PCT                PIC ZZ9.9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-DAYS-LATE          PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-AVERAGE            PIC ZZ,ZZ9.9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-INTEREST           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-NOTE-LINE.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-NL-TEXT               PIC X(100).

       PROCEDURE DIVISION.
       0000-MAINLINE.
            MOVE "S" TO WS-RL-FUNCTION.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            PERFORM 1000-INITIALIZE.
            IF NOT WS-RUN-ABANDONED
                PERFORM 2000-SCAN-LEDGER
                PERFORM 5000-PRINT-REPORT
                CLOSE PRINT-FILE
                IF WS-VENDOR-FILE-OPEN
                    CLOSE VENDOR-FILE
                END-IF
            END-IF.
            PERFORM 9000-TERMINATE.
            STOP RUN.

      * THE PARM NAMES THE PERIOD; NO PARM REPORTS THE CURRENT
      * MONTH.  THE VENDOR MASTER ONLY SUPPLIES NAMES - WITHOUT IT
      * THE REPORT STILL RUNS.
       1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-PARM-VALUE FROM COMMAND-LINE.
            IF WS-PARM-VALUE NUMERIC AND WS-PARM-VALUE NOT = ZEROS
                MOVE WS-PARM-VALUE TO WS-PERIOD-9
            ELSE
                MOVE WS-RUN-DATE(1:6) TO WS-PERIOD-9
            END-IF.
            IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                DISPLAY "PERIOD " WS-PERIOD-9 " IS NOT YYYYMM - "
                    "PROMPT-PAYMENT REPORT NOT RUN"
                SET WS-RUN-ABANDONED TO TRUE
            ELSE
                MOVE "PPYRPT.PRT" TO WS-PRINT-FILE-NAME
                OPEN OUTPUT PRINT-FILE
                IF NOT WS-PRINT-FILE-OK
                    DISPLAY "UNABLE TO OPEN PROMPT-PAYMENT REPORT, "
                        "STATUS = " WS-PRINT-FILE-STATUS
                    SET WS-RUN-ABANDONED TO TRUE
                ELSE
                    OPEN INPUT VENDOR-FILE
                    IF WS-VENDOR-FILE-OK
                        SET WS-VENDOR-FILE-OPEN TO TRUE
                    ELSE
                        DISPLAY "VENDOR-FILE NOT AVAILABLE, STATUS = "
                            WS-VENDOR-FILE-STATUS
                            " - NAMES NOT PRINTED"
                    END-IF
                END-IF
            END-IF.

      * NO LEDGER MEANS NOTHING HAS BEEN RELEASED SINCE THE LEDGER
      * WAS STARTED - THE REPORT SAYS SO RATHER THAN FAIL.
       2000-SCAN-LEDGER.
            OPEN INPUT PROMPT-PAY-FILE.
            IF WS-PROMPT-PAY-MISSING
                DISPLAY "NO PROMPT-PAY-FILE - NO PAYMENTS ON THE "
                    "LEDGER YET"
            ELSE IF NOT WS-PROMPT-PAY-OK
                DISPLAY "UNABLE TO OPEN PROMPT-PAY-FILE, STATUS = "
                    WS-PROMPT-PAY-STATUS
            ELSE
                MOVE "N" TO WS-SCAN-SWITCH
                PERFORM 2900-READ-NEXT-LEDGER
                PERFORM 2100-TAKE-ONE-PAYMENT
                    UNTIL WS-SCAN-DONE
                CLOSE PROMPT-PAY-FILE
            END-IF.

      * A LINE IS ON TIME WHEN IT WAS PAID NO LATER THAN ITS DUE
      * DATE - THE GRACE DAYS EXCUSE INTEREST, NOT LATENESS.
       2100-TAKE-ONE-PAYMENT.
            ADD 1 TO WS-LEDGER-READ.
            IF PY-PAYMENT-DATE(1:6) = WS-PERIOD
                MOVE PY-COMPANY-CODE TO WS-ITEM-COMPANY
                MOVE PY-VENDOR-NUMBER TO WS-ITEM-VENDOR
                PERFORM 2800-FIND-VENDOR
                IF WS-VC-IX > ZERO
                    ADD 1 TO WS-LEDGER-TAKEN
                    ADD 1 TO WS-VC-INVOICES(WS-VC-IX)
                    IF PY-DAYS-LATE = ZERO
                        ADD 1 TO WS-VC-ON-TIME(WS-VC-IX)
                    ELSE
                        ADD PY-DAYS-LATE TO WS-VC-DAYS-LATE(WS-VC-IX)
                    END-IF
                    ADD PY-INTEREST-AMOUNT TO WS-VC-INTEREST(WS-VC-IX)
                ELSE
                    ADD 1 TO WS-LEDGER-DROPPED
                END-IF
            END-IF.
            PERFORM 2900-READ-NEXT-LEDGER.

      * FINDS THE COMPANY/VENDOR ENTRY, OPENING A NEW ONE IN ITS
      * PLACE IF THERE IS NONE.  SPACES FOR A COMPANY READ AS THE
      * PARENT, 01.  A FULL TABLE LEAVES WS-VC-IX ZERO.
       2800-FIND-VENDOR.
            IF WS-ITEM-COMPANY = SPACES
                MOVE "01" TO WS-ITEM-COMPANY
            END-IF.
            MOVE "N" TO WS-VC-FOUND-SWITCH.
            PERFORM 2810-MATCH-ONE-VENDOR
                VARYING WS-VC-IX FROM 1 BY 1
                UNTIL WS-VC-IX > WS-VC-COUNT OR WS-VC-FOUND
                OR WS-VC-PASSED.
            IF WS-VC-FOUND OR WS-VC-PASSED
                SUBTRACT 1 FROM WS-VC-IX
            END-IF.
            IF NOT WS-VC-FOUND
                IF WS-VC-COUNT < WS-VC-MAX
                    PERFORM 2820-OPEN-VENDOR-SLOT
                ELSE
                    DISPLAY "VENDOR TABLE FULL - COMPANY "
                        WS-ITEM-COMPANY " VENDOR " WS-ITEM-VENDOR
                        " NOT REPORTED"
                    MOVE ZERO TO WS-VC-IX
                END-IF
            END-IF.

       2810-MATCH-ONE-VENDOR.
            IF WS-VC-KEY(WS-VC-IX) = WS-ITEM-KEY
                SET WS-VC-FOUND TO TRUE
            ELSE IF WS-VC-KEY(WS-VC-IX) > WS-ITEM-KEY
                SET WS-VC-PASSED TO TRUE
            END-IF.

      * WS-VC-IX IS WHERE THE NEW ENTRY BELONGS; EVERYTHING FROM
      * THERE DOWN MOVES ONE PLACE TO MAKE ROOM.
       2820-OPEN-VENDOR-SLOT.
            ADD 1 TO WS-VC-COUNT.
            PERFORM VARYING WS-VC-TO FROM WS-VC-COUNT BY -1
                UNTIL WS-VC-TO NOT > WS-VC-IX
                MOVE WS-VC-ENTRY(WS-VC-TO - 1) TO WS-VC-ENTRY(WS-VC-TO)
            END-PERFORM.
            MOVE WS-ITEM-KEY TO WS-VC-KEY(WS-VC-IX).
            MOVE ZERO TO WS-VC-INVOICES(WS-VC-IX).
            MOVE ZERO TO WS-VC-ON-TIME(WS-VC-IX).
            MOVE ZERO TO WS-VC-DAYS-LATE(WS-VC-IX).
            MOVE ZERO TO WS-VC-INTEREST(WS-VC-IX).

       2900-READ-NEXT-LEDGER.
            READ PROMPT-PAY-FILE
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-PROMPT-PAY-OK AND NOT WS-PROMPT-PAY-EOF
                DISPLAY "PROMPT-PAY-FILE READ ERROR, STATUS = "
                    WS-PROMPT-PAY-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.

      * ONE LINE PER VENDOR, A TOTAL LINE WHEN THE COMPANY CHANGES,
      * AND THE GRAND TOTAL AT THE END.
       5000-PRINT-REPORT.
            MOVE WS-PERIOD-9 TO WS-TL-PERIOD.
            PERFORM 3950-PRINT-STANDARD-HEADING.
            MOVE WS-TITLE-LINE TO PY-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE SPACES TO PY-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE WS-COLUMN-HEADING TO PY-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE ZERO TO WS-GRAND-TOTALS.
            MOVE ZERO TO WS-COMPANY-TOTALS.
            IF WS-VC-COUNT = ZERO
                MOVE "NO VENDOR INVOICES WERE PAID IN THE PERIOD"
                    TO WS-NL-TEXT
                PERFORM 8200-PRINT-NOTE
            ELSE
                MOVE WS-VC-COMPANY(1) TO WS-CURRENT-COMPANY
                PERFORM 5100-PRINT-ONE-VENDOR
                    VARYING WS-VC-IX FROM 1 BY 1
                    UNTIL WS-VC-IX > WS-VC-COUNT
                PERFORM 5200-PRINT-COMPANY-TOTAL
                MOVE WS-GRAND-TOTALS TO WS-LINE-TOTALS
                MOVE SPACES TO WS-DETAIL-LINE
                MOVE "ALL" TO WS-DETAIL-LINE(1:3)
                MOVE "GRAND TOTAL" TO WS-DL-NAME
                PERFORM 5300-PRINT-TOTALS-LINE
            END-IF.
            MOVE SPACES TO PY-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE "ON TIME IS PAID ON OR BEFORE THE DUE DATE.  DAYS "
                TO WS-NL-TEXT.
            MOVE "LATE AND THE AVERAGE ARE OVER THE LATE INVOICES ONLY."
                TO WS-NL-TEXT(50:).
            PERFORM 8200-PRINT-NOTE.

       5100-PRINT-ONE-VENDOR.
            IF WS-VC-COMPANY(WS-VC-IX) NOT = WS-CURRENT-COMPANY
                PERFORM 5200-PRINT-COMPANY-TOTAL
                MOVE WS-VC-COMPANY(WS-VC-IX) TO WS-CURRENT-COMPANY
            END-IF.
            MOVE WS-VC-TOTALS(WS-VC-IX) TO WS-LINE-TOTALS.
            MOVE SPACES TO WS-DETAIL-LINE.
            MOVE WS-VC-COMPANY(WS-VC-IX) TO WS-DL-COMPANY.
            MOVE WS-VC-VENDOR(WS-VC-IX) TO WS-DL-VENDOR.
            MOVE SPACES TO WS-DL-NAME.
            IF WS-VENDOR-FILE-OPEN
                MOVE WS-VC-VENDOR(WS-VC-IX) TO VENDOR-NUMBER
                READ VENDOR-FILE
                    INVALID KEY
                        MOVE "** NOT ON VENDOR FILE **" TO WS-DL-NAME
                    NOT INVALID KEY
                        MOVE VENDOR-NAME TO WS-DL-NAME
                END-READ
            END-IF.
            PERFORM 5300-PRINT-TOTALS-LINE.
            ADD WS-VC-INVOICES(WS-VC-IX) TO WS-CT-INVOICES.
            ADD WS-VC-ON-TIME(WS-VC-IX) TO WS-CT-ON-TIME.
            ADD WS-VC-DAYS-LATE(WS-VC-IX) TO WS-CT-DAYS-LATE.
            ADD WS-VC-INTEREST(WS-VC-IX) TO WS-CT-INTEREST.

       5200-PRINT-COMPANY-TOTAL.
            MOVE WS-COMPANY-TOTALS TO WS-LINE-TOTALS.
            MOVE SPACES TO WS-DETAIL-LINE.
            MOVE WS-CURRENT-COMPANY TO WS-DL-COMPANY.
            MOVE "COMPANY TOTAL" TO WS-DL-NAME.
            PERFORM 5300-PRINT-TOTALS-LINE.
            MOVE SPACES TO PY-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            ADD WS-CT-INVOICES TO WS-GT-INVOICES.
            ADD WS-CT-ON-TIME TO WS-GT-ON-TIME.
            ADD WS-CT-DAYS-LATE TO WS-GT-DAYS-LATE.
            ADD WS-CT-INTEREST TO WS-GT-INTEREST.
            MOVE ZERO TO WS-COMPANY-TOTALS.

      * THE FIGURES IN WS-LINE-TOTALS GO ONTO THE LINE ALREADY
      * CARRYING ITS COMPANY, VENDOR AND NAME.
       5300-PRINT-TOTALS-LINE.
            MOVE ZERO TO WS-ON-TIME-PCT.
            MOVE ZERO TO WS-AVERAGE-LATE.
            IF WS-LT-INVOICES > ZERO
                COMPUTE WS-ON-TIME-PCT ROUNDED =
                    WS-LT-ON-TIME * 100 / WS-LT-INVOICES
            END-IF.
            COMPUTE WS-LATE-COUNT = WS-LT-INVOICES - WS-LT-ON-TIME.
            IF WS-LATE-COUNT > ZERO
                COMPUTE WS-AVERAGE-LATE ROUNDED =
                    WS-LT-DAYS-LATE / WS-LATE-COUNT
            END-IF.
            MOVE WS-LT-INVOICES TO WS-DL-INVOICES.
            MOVE WS-LT-ON-TIME TO WS-DL-ON-TIME.
            MOVE WS-ON-TIME-PCT TO WS-DL-PCT.
            MOVE WS-LT-DAYS-LATE TO WS-DL-DAYS-LATE.
            MOVE WS-AVERAGE-LATE TO WS-DL-AVERAGE.
            MOVE WS-LT-INTEREST TO WS-DL-INTEREST.
            MOVE WS-DETAIL-LINE TO PY-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            ADD 1 TO WS-LINES-OUT.

       8000-WRITE-REPORT-LINE.
            WRITE PY-PRINT-LINE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO WRITE PROMPT-PAYMENT REPORT, "
                    "STATUS = " WS-PRINT-FILE-STATUS
            END-IF.

       8200-PRINT-NOTE.
            MOVE WS-NOTE-LINE TO PY-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-NL-TEXT.

      * PRINT THE STANDARD COMPANY/RUN-DATE/RUN-TIME/PAGE-NUMBER
      * HEADING (SEE RPTHDR1.cbl).
       3950-PRINT-STANDARD-HEADING.
            ADD 1 TO WS-RPT-PAGE-COUNT.
            MOVE WS-RPT-PAGE-COUNT TO WS-RPT-PAGE-NUMBER.
            ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RPT-RUN-TIME FROM TIME.
            MOVE WS-RPT-HEADING-LINE-1 TO PY-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE WS-RPT-HEADING-LINE-2 TO PY-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.

       9000-TERMINATE.
            DISPLAY "LEDGER LINES READ       : " WS-LEDGER-READ.
            DISPLAY "  IN THE PERIOD         : " WS-LEDGER-TAKEN.
            DISPLAY "  NOT REPORTED          : " WS-LEDGER-DROPPED.
            DISPLAY "VENDORS REPORTED        : " WS-VC-COUNT.
            DISPLAY "INTEREST PAID IN PERIOD : " WS-GT-INTEREST.
            MOVE "E" TO WS-RL-FUNCTION.
            MOVE WS-LEDGER-READ TO WS-RL-RECORDS-IN.
            MOVE WS-LINES-OUT TO WS-RL-RECORDS-OUT.
            MOVE WS-LEDGER-DROPPED TO WS-RL-REJECTS.
            MOVE "LATE INTEREST PAID" TO WS-RL-LABEL.
            MOVE WS-GT-INTEREST TO WS-RL-VALUE.
            IF WS-RUN-ABANDONED
                MOVE "NOT RUN" TO WS-RL-STATUS-TEXT
            ELSE IF WS-LEDGER-DROPPED = ZERO
                MOVE "CLEAN" TO WS-RL-STATUS-TEXT
            ELSE
                MOVE "CHECK" TO WS-RL-STATUS-TEXT
            END-IF.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
       END PROGRAM PPYRPT01.

      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Petty cash surprise count and shortage report.
      *              For the month named by the PARM (YYYYMM, default
      *              the current month) every surprise count recorded
      *              in PCFMNT01 is listed from PETTY-CASH-COUNT-FILE
      *              - the cash that should have been in the box, the
      *              cash counted, and the difference - with each
      *              fund found SHORT or OVER flagged and the month's
      *              shortages and overages totalled.  A second
      *              section lists every active fund that has not
      *              been counted in the last 90 days, or never, so
      *              no box goes a quarter without a count.  Printed
      *              to PCSHRT.PRT.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original petty cash shortage report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCSHRT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLPCF01.cbl".
           COPY "SLPCC01.cbl".
           COPY "Hello-world.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDPCF01.cbl".
           COPY "FDPCC01.cbl".

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PS-PRINT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PETTY-FUND-STATUS       PIC X(02).
           88 WS-PETTY-FUND-OK            VALUE "00".
           88 WS-PETTY-FUND-EOF           VALUE "10".
           88 WS-PETTY-FUND-MISSING       VALUE "35".
       01  WS-PETTY-COUNT-STATUS      PIC X(02).
           88 WS-PETTY-COUNT-OK           VALUE "00".
           88 WS-PETTY-COUNT-EOF          VALUE "10".
           88 WS-PETTY-COUNT-MISSING      VALUE "35".
       01  WS-PRINT-FILE-NAME          PIC X(20).
       01  WS-PRINT-FILE-STATUS        PIC X(02).
           88 WS-PRINT-FILE-OK             VALUE "00".
       01  WS-SCAN-SWITCH              PIC X(01).
           88 WS-SCAN-DONE                 VALUE "Y".
       01  WS-RUN-SWITCH               PIC X(01) VALUE "N".
           88 WS-RUN-ABANDONED             VALUE "Y".
       01  WS-COUNTS-SWITCH            PIC X(01) VALUE "Y".
           88 WS-COUNTS-ON-FILE            VALUE "Y".
       01  WS-RUN-DATE                 PIC 9(08).

      * THE PERIOD REPORTED.
       01  WS-PARM-VALUE               PIC X(06).
       01  WS-PERIOD                   PIC 9(06).

      * A FUND LAST COUNTED BEFORE THIS DATE IS OVERDUE.
       01  WS-OVERDUE-DAYS             PIC S9(07) VALUE 90.
       01  WS-OVERDUE-DATE             PIC 9(08).
       01  WS-LAST-COUNTED             PIC 9(08).

      * FIELDS FOR THE DATECALC1 CALLS.
       01  WS-DC-FUNCTION              PIC X(01).
       01  WS-DC-DATE-1                PIC 9(08).
       01  WS-DC-DATE-2                PIC 9(08).
       01  WS-DC-DAYS                  PIC S9(07).
       01  WS-DC-RESULT-DATE           PIC 9(08).
       01  WS-DC-ERROR-SWITCH          PIC X(01).
           88 WS-DC-DATE-ERROR             VALUE "Y".

       01  WS-COUNTS-LISTED            PIC 9(07) VALUE ZERO.
       01  WS-COUNT-SHORT              PIC 9(07) VALUE ZERO.
       01  WS-COUNT-OVER               PIC 9(07) VALUE ZERO.
       01  WS-COUNT-EVEN               PIC 9(07) VALUE ZERO.
       01  WS-FUNDS-OVERDUE            PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-SHORT              PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-OVER               PIC S9(11)V99 VALUE ZERO.
       01  WS-NET-OVER-SHORT           PIC S9(11)V99 VALUE ZERO.

      * FIELDS FOR THE RUNLOG01 RUN-CONTROL CALLS.
       01  WS-RL-FUNCTION              PIC X(01).
       01  WS-RL-PROGRAM               PIC X(08) VALUE "PCSHRT01".
       01  WS-RL-LABEL                 PIC X(24).
       01  WS-RL-VALUE                 PIC S9(13)V99.
       01  WS-RL-RECORDS-IN            PIC 9(07) VALUE ZERO.
       01  WS-RL-RECORDS-OUT           PIC 9(07) VALUE ZERO.
       01  WS-RL-REJECTS               PIC 9(07) VALUE ZERO.
       01  WS-RL-STATUS-TEXT           PIC X(08).

           COPY "RPTHDR1.cbl".

       01  WS-TITLE-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(39) VALUE
               "PETTY CASH SURPRISE COUNTS FOR PERIOD ".
           05 WS-TL-PERIOD             PIC 9(06).

       01  WS-SECTION-LINE.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-SC-TEXT               PIC X(60).

       01  WS-COUNT-HEADING.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE "FUND".
           05 FILLER                   PIC X(24) VALUE "DESCRIPTION".
           05 FILLER                   PIC X(10) VALUE "COUNTED".
           05 FILLER                   PIC X(10) VALUE "BY".
           05 FILLER                   PIC X(14) VALUE
               "      EXPECTED".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(14) VALUE
               "       COUNTED".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(14) VALUE
               "    OVER/SHORT".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(20) VALUE "WITNESS".

       01  WS-COUNT-DETAIL.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-CD-FUND               PIC X(04).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-CD-DESCRIPTION        PIC X(22).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-CD-DATE               PIC 9(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-CD-COUNTED-BY         PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-CD-EXPECTED           PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-CD-COUNTED            PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-CD-OVER-SHORT         PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-CD-WITNESS            PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-CD-FLAG               PIC X(05).

       01  WS-SUMMARY-LINE.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-SL-LABEL              PIC X(30).
           05 WS-SL-COUNT              PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 WS-SL-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-OVERDUE-HEADING.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE "FUND".
           05 FILLER                   PIC X(32) VALUE "DESCRIPTION".
           05 FILLER                   PIC X(11) VALUE "CUSTODIAN".
           05 FILLER                   PIC X(14) VALUE
               "    AUTHORIZED".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(14) VALUE "LAST COUNTED".
           05 FILLER                   PIC X(10) VALUE "DAYS".

       01  WS-OVERDUE-DETAIL.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-OD-FUND               PIC X(04).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-OD-DESCRIPTION        PIC X(30).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-OD-CUSTODIAN          PIC 9(05).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 WS-OD-AUTHORIZED         PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-OD-LAST-COUNTED       PIC X(13).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-OD-DAYS               PIC Z,ZZ9.

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
                PERFORM 2000-PRINT-COUNTS
                PERFORM 3000-PRINT-SUMMARY
                PERFORM 4000-PRINT-OVERDUE
                CLOSE PRINT-FILE
                IF WS-COUNTS-ON-FILE
                    CLOSE PETTY-CASH-COUNT-FILE
                END-IF
                CLOSE PETTY-CASH-FUND-FILE
            END-IF.
            PERFORM 9000-TERMINATE.
            STOP RUN.

      * THE PARM NAMES THE MONTH; NO PARM REPORTS THE CURRENT
      * MONTH.  NO COUNT FILE ONLY MEANS NO FUND HAS BEEN COUNTED -
      * EVERY FUND IS THEN OVERDUE.
       1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-PARM-VALUE FROM COMMAND-LINE.
            IF WS-PARM-VALUE NUMERIC AND WS-PARM-VALUE NOT = ZEROS
                MOVE WS-PARM-VALUE TO WS-PERIOD
            ELSE
                MOVE WS-RUN-DATE(1:6) TO WS-PERIOD
            END-IF.
            MOVE "A" TO WS-DC-FUNCTION.
            MOVE WS-RUN-DATE TO WS-DC-DATE-1.
            COMPUTE WS-DC-DAYS = 0 - WS-OVERDUE-DAYS.
            CALL "DATECALC1" USING WS-DC-FUNCTION
                WS-DC-DATE-1 WS-DC-DATE-2 WS-DC-DAYS
                WS-DC-RESULT-DATE WS-DC-ERROR-SWITCH.
            MOVE WS-DC-RESULT-DATE TO WS-OVERDUE-DATE.
            OPEN INPUT PETTY-CASH-FUND-FILE.
            IF WS-PETTY-FUND-MISSING
                DISPLAY "NO PETTY-CASH-FUND-FILE - NO FUNDS SET UP - "
                    "REPORT NOT RUN"
                SET WS-RUN-ABANDONED TO TRUE
            ELSE IF NOT WS-PETTY-FUND-OK
                DISPLAY "UNABLE TO OPEN PETTY-CASH-FUND-FILE, "
                    "STATUS = " WS-PETTY-FUND-STATUS
                SET WS-RUN-ABANDONED TO TRUE
            END-IF.
            IF NOT WS-RUN-ABANDONED
                OPEN INPUT PETTY-CASH-COUNT-FILE
                IF WS-PETTY-COUNT-MISSING
                    MOVE "N" TO WS-COUNTS-SWITCH
                ELSE IF NOT WS-PETTY-COUNT-OK
                    DISPLAY "UNABLE TO OPEN PETTY-CASH-COUNT-FILE, "
                        "STATUS = " WS-PETTY-COUNT-STATUS
                    SET WS-RUN-ABANDONED TO TRUE
                    CLOSE PETTY-CASH-FUND-FILE
                END-IF
            END-IF.
            IF NOT WS-RUN-ABANDONED
                MOVE "PCSHRT.PRT" TO WS-PRINT-FILE-NAME
                OPEN OUTPUT PRINT-FILE
                IF NOT WS-PRINT-FILE-OK
                    DISPLAY "UNABLE TO OPEN SHORTAGE REPORT, "
                        "STATUS = " WS-PRINT-FILE-STATUS
                    SET WS-RUN-ABANDONED TO TRUE
                    IF WS-COUNTS-ON-FILE
                        CLOSE PETTY-CASH-COUNT-FILE
                    END-IF
                    CLOSE PETTY-CASH-FUND-FILE
                END-IF
            END-IF.

      * THE COUNT FILE IS IN FUND ORDER, SO THE WHOLE FILE IS READ
      * AND THE MONTH'S COUNTS PICKED OUT.
       2000-PRINT-COUNTS.
            MOVE WS-PERIOD TO WS-TL-PERIOD.
            PERFORM 3950-PRINT-STANDARD-HEADING.
            MOVE WS-TITLE-LINE TO PS-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE SPACES TO PS-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE "SURPRISE COUNTS IN THE PERIOD" TO WS-SC-TEXT.
            MOVE WS-SECTION-LINE TO PS-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE WS-COUNT-HEADING TO PS-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE "N" TO WS-SCAN-SWITCH.
            IF NOT WS-COUNTS-ON-FILE
                SET WS-SCAN-DONE TO TRUE
            ELSE
                PERFORM 2900-READ-NEXT-COUNT
            END-IF.
            PERFORM 2100-TAKE-ONE-COUNT UNTIL WS-SCAN-DONE.
            IF WS-COUNTS-LISTED = ZERO
                MOVE "NO FUND WAS COUNTED IN THE PERIOD" TO WS-NL-TEXT
                PERFORM 8200-PRINT-NOTE
            END-IF.

       2100-TAKE-ONE-COUNT.
            IF PC-COUNT-DATE(1:6) = WS-PERIOD
                PERFORM 2200-PRINT-ONE-COUNT
            END-IF.
            PERFORM 2900-READ-NEXT-COUNT.

      * A NEGATIVE OVER/SHORT IS CASH MISSING FROM THE BOX; A
      * POSITIVE ONE IS CASH WITH NO VOUCHER, USUALLY A SLIP LOST.
       2200-PRINT-ONE-COUNT.
            ADD 1 TO WS-COUNTS-LISTED.
            MOVE PC-FUND-CODE TO PF-FUND-CODE.
            READ PETTY-CASH-FUND-FILE
                INVALID KEY
                    MOVE "** FUND NOT ON FILE **" TO PF-DESCRIPTION
            END-READ.
            MOVE PC-FUND-CODE TO WS-CD-FUND.
            MOVE PF-DESCRIPTION TO WS-CD-DESCRIPTION.
            MOVE PC-COUNT-DATE TO WS-CD-DATE.
            MOVE PC-COUNTED-BY TO WS-CD-COUNTED-BY.
            MOVE PC-CASH-EXPECTED TO WS-CD-EXPECTED.
            MOVE PC-CASH-COUNTED TO WS-CD-COUNTED.
            MOVE PC-OVER-SHORT TO WS-CD-OVER-SHORT.
            MOVE PC-WITNESS TO WS-CD-WITNESS.
            IF PC-OVER-SHORT < ZERO
                MOVE "SHORT" TO WS-CD-FLAG
                ADD 1 TO WS-COUNT-SHORT
                ADD PC-OVER-SHORT TO WS-TOTAL-SHORT
            ELSE IF PC-OVER-SHORT > ZERO
                MOVE "OVER" TO WS-CD-FLAG
                ADD 1 TO WS-COUNT-OVER
                ADD PC-OVER-SHORT TO WS-TOTAL-OVER
            ELSE
                MOVE SPACES TO WS-CD-FLAG
                ADD 1 TO WS-COUNT-EVEN
            END-IF.
            MOVE WS-COUNT-DETAIL TO PS-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            IF PC-NOTE NOT = SPACES
                MOVE PC-NOTE TO WS-NL-TEXT(8:)
                PERFORM 8200-PRINT-NOTE
            END-IF.

       2900-READ-NEXT-COUNT.
            READ PETTY-CASH-COUNT-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-PETTY-COUNT-OK AND NOT WS-PETTY-COUNT-EOF
                DISPLAY "PETTY-CASH-COUNT-FILE READ ERROR, STATUS = "
                    WS-PETTY-COUNT-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.

       3000-PRINT-SUMMARY.
            COMPUTE WS-NET-OVER-SHORT = WS-TOTAL-SHORT + WS-TOTAL-OVER.
            MOVE SPACES TO PS-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE "COUNTS TAKEN" TO WS-SL-LABEL.
            MOVE WS-COUNTS-LISTED TO WS-SL-COUNT.
            MOVE SPACES TO WS-SUMMARY-LINE(42:).
            PERFORM 3100-PRINT-SUMMARY-LINE.
            MOVE "  IN BALANCE" TO WS-SL-LABEL.
            MOVE WS-COUNT-EVEN TO WS-SL-COUNT.
            MOVE SPACES TO WS-SUMMARY-LINE(42:).
            PERFORM 3100-PRINT-SUMMARY-LINE.
            MOVE "  SHORT" TO WS-SL-LABEL.
            MOVE WS-COUNT-SHORT TO WS-SL-COUNT.
            MOVE WS-TOTAL-SHORT TO WS-SL-AMOUNT.
            PERFORM 3100-PRINT-SUMMARY-LINE.
            MOVE "  OVER" TO WS-SL-LABEL.
            MOVE WS-COUNT-OVER TO WS-SL-COUNT.
            MOVE WS-TOTAL-OVER TO WS-SL-AMOUNT.
            PERFORM 3100-PRINT-SUMMARY-LINE.
            MOVE SPACES TO WS-SUMMARY-LINE.
            MOVE "NET OVER/SHORT" TO WS-SL-LABEL.
            MOVE WS-NET-OVER-SHORT TO WS-SL-AMOUNT.
            PERFORM 3100-PRINT-SUMMARY-LINE.

       3100-PRINT-SUMMARY-LINE.
            MOVE WS-SUMMARY-LINE TO PS-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.

      * EVERY ACTIVE FUND WHOSE LAST COUNT - OR, NEVER COUNTED, ITS
      * OPENING - IS MORE THAN 90 DAYS BEFORE THE RUN.
       4000-PRINT-OVERDUE.
            MOVE SPACES TO PS-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE "ACTIVE FUNDS NOT COUNTED IN THE LAST 90 DAYS"
                TO WS-SC-TEXT.
            MOVE WS-SECTION-LINE TO PS-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE WS-OVERDUE-HEADING TO PS-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE "N" TO WS-SCAN-SWITCH.
            MOVE LOW-VALUES TO PF-FUND-CODE.
            START PETTY-CASH-FUND-FILE
                KEY IS NOT LESS THAN PF-FUND-CODE
                INVALID KEY SET WS-SCAN-DONE TO TRUE
            END-START.
            IF NOT WS-SCAN-DONE
                PERFORM 4900-READ-NEXT-FUND
            END-IF.
            PERFORM 4100-TAKE-ONE-FUND UNTIL WS-SCAN-DONE.
            IF WS-FUNDS-OVERDUE = ZERO
                MOVE "NONE" TO WS-NL-TEXT
                PERFORM 8200-PRINT-NOTE
            END-IF.

       4100-TAKE-ONE-FUND.
            IF PF-STATUS-ACTIVE
                IF PF-LAST-COUNT-DATE = ZERO
                    MOVE PF-OPENED-DATE TO WS-LAST-COUNTED
                ELSE
                    MOVE PF-LAST-COUNT-DATE TO WS-LAST-COUNTED
                END-IF
                IF WS-LAST-COUNTED < WS-OVERDUE-DATE
                    PERFORM 4200-PRINT-ONE-OVERDUE
                END-IF
            END-IF.
            PERFORM 4900-READ-NEXT-FUND.

       4200-PRINT-ONE-OVERDUE.
            ADD 1 TO WS-FUNDS-OVERDUE.
            MOVE "D" TO WS-DC-FUNCTION.
            MOVE WS-LAST-COUNTED TO WS-DC-DATE-1.
            MOVE WS-RUN-DATE TO WS-DC-DATE-2.
            CALL "DATECALC1" USING WS-DC-FUNCTION
                WS-DC-DATE-1 WS-DC-DATE-2 WS-DC-DAYS
                WS-DC-RESULT-DATE WS-DC-ERROR-SWITCH.
            MOVE PF-FUND-CODE TO WS-OD-FUND.
            MOVE PF-DESCRIPTION TO WS-OD-DESCRIPTION.
            MOVE PF-CUSTODIAN TO WS-OD-CUSTODIAN.
            MOVE PF-AUTHORIZED-AMOUNT TO WS-OD-AUTHORIZED.
            IF PF-LAST-COUNT-DATE = ZERO
                MOVE "NEVER" TO WS-OD-LAST-COUNTED
            ELSE
                MOVE PF-LAST-COUNT-DATE TO WS-OD-LAST-COUNTED
            END-IF.
            IF WS-DC-DATE-ERROR
                MOVE ZERO TO WS-OD-DAYS
            ELSE
                MOVE WS-DC-DAYS TO WS-OD-DAYS
            END-IF.
            MOVE WS-OVERDUE-DETAIL TO PS-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.

       4900-READ-NEXT-FUND.
            READ PETTY-CASH-FUND-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-PETTY-FUND-OK AND NOT WS-PETTY-FUND-EOF
                DISPLAY "PETTY-CASH-FUND-FILE READ ERROR, STATUS = "
                    WS-PETTY-FUND-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.

       8000-WRITE-REPORT-LINE.
            WRITE PS-PRINT-LINE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO WRITE SHORTAGE REPORT, "
                    "STATUS = " WS-PRINT-FILE-STATUS
            END-IF.

       8200-PRINT-NOTE.
            MOVE WS-NOTE-LINE TO PS-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-NL-TEXT.

      * PRINT THE STANDARD COMPANY/RUN-DATE/RUN-TIME/PAGE-NUMBER
      * HEADING (SEE RPTHDR1.cbl).
       3950-PRINT-STANDARD-HEADING.
            ADD 1 TO WS-RPT-PAGE-COUNT.
            MOVE WS-RPT-PAGE-COUNT TO WS-RPT-PAGE-NUMBER.
            ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RPT-RUN-TIME FROM TIME.
            MOVE WS-RPT-HEADING-LINE-1 TO PS-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE WS-RPT-HEADING-LINE-2 TO PS-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.

      * CLEAN WHEN EVERY COUNT IN THE MONTH BALANCED AND NO FUND IS
      * OVERDUE FOR ONE.
       9000-TERMINATE.
            DISPLAY "COUNTS IN PERIOD        : " WS-COUNTS-LISTED.
            DISPLAY "  SHORT                 : " WS-COUNT-SHORT.
            DISPLAY "  OVER                  : " WS-COUNT-OVER.
            DISPLAY "NET OVER/SHORT          : " WS-NET-OVER-SHORT.
            DISPLAY "FUNDS OVERDUE A COUNT   : " WS-FUNDS-OVERDUE.
            MOVE "E" TO WS-RL-FUNCTION.
            MOVE WS-COUNTS-LISTED TO WS-RL-RECORDS-IN.
            COMPUTE WS-RL-RECORDS-OUT =
                WS-COUNT-SHORT + WS-COUNT-OVER + WS-FUNDS-OVERDUE.
            MOVE ZERO TO WS-RL-REJECTS.
            MOVE "PETTY CASH OVER/SHORT" TO WS-RL-LABEL.
            MOVE WS-NET-OVER-SHORT TO WS-RL-VALUE.
            IF WS-RUN-ABANDONED
                MOVE "NOT RUN" TO WS-RL-STATUS-TEXT
            ELSE IF WS-RL-RECORDS-OUT = ZERO
                MOVE "CLEAN" TO WS-RL-STATUS-TEXT
            ELSE
                MOVE "CHECK" TO WS-RL-STATUS-TEXT
            END-IF.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
       END PROGRAM PCSHRT01.

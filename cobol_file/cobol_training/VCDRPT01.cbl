      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Virtual-card spend and rebate report.  Reads
      *              the card charge register (CARD-CHARGE-FILE) and
      *              prints, vendor by vendor, the card spend the
      *              issuer settled in the month, the rebate it
      *              reported on that spend and the charges declined
      *              in the month, with every charge still waiting on
      *              the issuer counted as open whatever its date.
      *              The totals give the month's card spend for the
      *              rebate claim; given the program's rebate rate,
      *              the rebate it should have earned is printed
      *              beside what the issuer reported, so a short
      *              rebate is caught before the quarter closes.
      *
      *              PARM - month YYYYMM in positions 1-6 (default:
      *              the current month), the program rebate rate in
      *              hundredths of a percent in positions 8-11
      *              (0150 = 1.50 PCT; blank prints no estimate).
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original card spend report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VCDRPT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLVCD01.cbl".
           SELECT SORT-WORK-FILE ASSIGN TO "VCSORT.TMP".
           COPY "Hello-world.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDVCD01.cbl".

      * ONE SORT RECORD PER CHARGE THAT BELONGS ON THE REPORT, WITH
      * ITS AMOUNT IN THE COLUMN IT COUNTS IN.
       SD  SORT-WORK-FILE.
       01  SW-RECORD.
           05 SW-VENDOR                PIC 9(05).
           05 SW-VENDOR-NAME           PIC X(30).
           05 SW-SETTLED-COUNT         PIC 9(01).
           05 SW-SETTLED-AMOUNT        PIC S9(09)V99.
           05 SW-REBATE-AMOUNT         PIC S9(07)V99.
           05 SW-DECLINED-COUNT        PIC 9(01).
           05 SW-DECLINED-AMOUNT       PIC S9(09)V99.
           05 SW-OPEN-COUNT            PIC 9(01).
           05 SW-OPEN-AMOUNT           PIC S9(09)V99.

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CARD-PRINT-LINE             PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-CARD-CHARGE-STATUS      PIC X(02).
           88 WS-CARD-CHARGE-OK           VALUE "00".
           88 WS-CARD-CHARGE-EOF          VALUE "10".
           88 WS-CARD-CHARGE-MISSING      VALUE "35".
       01  WS-PRINT-FILE-NAME         PIC X(20).
       01  WS-PRINT-FILE-STATUS       PIC X(02).
           88 WS-PRINT-FILE-OK            VALUE "00".

       01  WS-RUN-OK-SWITCH            PIC X(01) VALUE "Y".
           88 WS-RUN-OK                    VALUE "Y".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88 WS-NO-MORE-CHARGES           VALUE "Y".
       01  WS-SORT-EOF-SWITCH          PIC X(01) VALUE "N".
           88 WS-NO-MORE-ROWS              VALUE "Y".
       01  WS-RUN-DATE                 PIC 9(08).

      * PARM - REPORT MONTH IN 1-6, REBATE RATE IN 8-11.
       01  WS-PARM-VALUE.
           05 WS-PARM-MONTH            PIC X(06).
           05 FILLER                   PIC X(01).
           05 WS-PARM-RATE             PIC X(04).
       01  WS-REPORT-MONTH             PIC 9(06).
       01  WS-REBATE-RATE-DIGITS       PIC 9(04).
       01  WS-REBATE-PCT               PIC 9(02)V99 VALUE ZERO.
       01  WS-RATE-SWITCH              PIC X(01) VALUE "N".
           88 WS-HAVE-RATE                 VALUE "Y".

       01  WS-CHARGE-MONTH             PIC 9(06).

      * THE VENDOR BEING SUMMED AS ITS ROWS COME OFF THE SORT.
       01  WS-HELD-SWITCH              PIC X(01) VALUE "N".
           88 WS-HAVE-HELD                 VALUE "Y".
       01  WS-HOLD-VENDOR              PIC 9(05).
       01  WS-HOLD-VENDOR-NAME         PIC X(30).
       01  WS-VENDOR-TOTALS.
           05 WS-V-SETTLED-COUNT       PIC 9(07) COMP.
           05 WS-V-SETTLED-AMOUNT      PIC S9(11)V99 COMP-3.
           05 WS-V-REBATE-AMOUNT       PIC S9(11)V99 COMP-3.
           05 WS-V-DECLINED-COUNT      PIC 9(07) COMP.
           05 WS-V-DECLINED-AMOUNT     PIC S9(11)V99 COMP-3.
           05 WS-V-OPEN-COUNT          PIC 9(07) COMP.
           05 WS-V-OPEN-AMOUNT         PIC S9(11)V99 COMP-3.

      * RUN CONTROL TOTALS.
       01  WS-BATCH-CONTROLS.
           05 WS-CHARGES-READ          PIC 9(07) COMP.
           05 WS-ROWS-RELEASED         PIC 9(07) COMP.
           05 WS-VENDORS-PRINTED       PIC 9(07) COMP.
           05 WS-SETTLED-COUNT         PIC 9(07) COMP.
           05 WS-SETTLED-TOTAL         PIC S9(11)V99 COMP-3.
           05 WS-REBATE-TOTAL          PIC S9(11)V99 COMP-3.
           05 WS-DECLINED-COUNT        PIC 9(07) COMP.
           05 WS-DECLINED-TOTAL        PIC S9(11)V99 COMP-3.
           05 WS-OPEN-COUNT            PIC 9(07) COMP.
           05 WS-OPEN-TOTAL            PIC S9(11)V99 COMP-3.
           05 WS-EXPECTED-REBATE       PIC S9(11)V99 COMP-3.
           05 WS-REBATE-SHORTFALL      PIC S9(11)V99 COMP-3.

      * FIELDS FOR THE RUNLOG01 RUN-CONTROL CALLS.
       01  WS-RL-FUNCTION            PIC X(01).
       01  WS-RL-PROGRAM             PIC X(08) VALUE "VCDRPT01".
       01  WS-RL-LABEL               PIC X(24).
       01  WS-RL-VALUE               PIC S9(13)V99.
       01  WS-RL-RECORDS-IN          PIC 9(07) VALUE ZERO.
       01  WS-RL-RECORDS-OUT         PIC 9(07) VALUE ZERO.
       01  WS-RL-REJECTS             PIC 9(07) VALUE ZERO.
       01  WS-RL-STATUS-TEXT         PIC X(08).

           COPY "RPTHDR1.cbl".

       01  WS-REPORT-TITLE.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 FILLER                PIC X(36) VALUE
               "VIRTUAL CARD SPEND AND REBATE - ".
           05 WS-TITLE-MONTH        PIC 9(06).

       01  WS-COLUMN-HEADING.
           05 FILLER                PIC X(06) VALUE "VENDOR".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(22) VALUE "NAME".
           05 FILLER                PIC X(07) VALUE "CHARGES".
           05 FILLER                PIC X(16) VALUE
               "    SPEND SETTLD".
           05 FILLER                PIC X(13) VALUE
               "       REBATE".
           05 FILLER                PIC X(05) VALUE " DECL".
           05 FILLER                PIC X(16) VALUE
               "   AMT DECLINED".
           05 FILLER                PIC X(05) VALUE " OPEN".
           05 FILLER                PIC X(16) VALUE
               "     AMT OPEN".

       01  WS-DETAIL-LINE.
           05 WS-D-VENDOR           PIC 9(05).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-D-NAME             PIC X(22).
           05 WS-D-SETTLED-COUNT    PIC ZZ,ZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-D-SETTLED          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-D-REBATE           PIC ZZZ,ZZ9.99-.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-D-DECLINED-COUNT   PIC ZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-D-DECLINED         PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-D-OPEN-COUNT       PIC ZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-D-OPEN             PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-TOTAL-LINE.
           05 WS-T-CAPTION          PIC X(30).
           05 WS-T-COUNT            PIC ZZZ,ZZ9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 WS-T-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE.
            MOVE "S" TO WS-RL-FUNCTION.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            PERFORM 1000-INITIALIZE.
            IF WS-RUN-OK
                SORT SORT-WORK-FILE
                    ON ASCENDING KEY SW-VENDOR
                    INPUT PROCEDURE IS 2000-LOAD-THE-CHARGES
                    OUTPUT PROCEDURE IS 5000-SUM-AND-PRINT
            END-IF.
            PERFORM 9000-TERMINATE.
            STOP RUN.

       1000-INITIALIZE.
            INITIALIZE WS-BATCH-CONTROLS.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            MOVE WS-RUN-DATE(1:6) TO WS-REPORT-MONTH.
            MOVE SPACES TO WS-PARM-VALUE.
            ACCEPT WS-PARM-VALUE FROM COMMAND-LINE.
            IF WS-PARM-MONTH NUMERIC
                MOVE WS-PARM-MONTH TO WS-REPORT-MONTH
            END-IF.
            IF WS-PARM-RATE NUMERIC
                MOVE WS-PARM-RATE TO WS-REBATE-RATE-DIGITS
                COMPUTE WS-REBATE-PCT = WS-REBATE-RATE-DIGITS / 100
                SET WS-HAVE-RATE TO TRUE
            END-IF.
            DISPLAY "CARD SPEND FOR MONTH " WS-REPORT-MONTH.
            OPEN INPUT CARD-CHARGE-FILE.
            IF WS-CARD-CHARGE-MISSING
                DISPLAY "NO CARD-CHARGE-FILE - NO CARD PAYMENTS YET"
                MOVE "N" TO WS-RUN-OK-SWITCH
            ELSE IF NOT WS-CARD-CHARGE-OK
                DISPLAY "UNABLE TO OPEN CARD-CHARGE-FILE, STATUS = "
                    WS-CARD-CHARGE-STATUS
                MOVE "N" TO WS-RUN-OK-SWITCH
            END-IF.

      * THE REGISTER IN CHARGE ORDER; THE CONTROL RECORD IS PASSED
      * OVER.  SETTLED SPEND COUNTS IN THE MONTH THE ISSUER SETTLED
      * IT, A DECLINE IN THE MONTH IT CAME BACK, AND A CHARGE STILL
      * OPEN COUNTS WHATEVER ITS DATE.
       2000-LOAD-THE-CHARGES.
            PERFORM 8100-READ-NEXT-CHARGE.
            PERFORM 2100-LOAD-ONE-CHARGE UNTIL WS-NO-MORE-CHARGES.

       2100-LOAD-ONE-CHARGE.
            IF NOT VC-CONTROL-ENTRY
                ADD 1 TO WS-CHARGES-READ
                MOVE VC-SETTLED-DATE(1:6) TO WS-CHARGE-MONTH
                MOVE VC-VENDOR-NUMBER TO SW-VENDOR
                MOVE VC-VENDOR-NAME TO SW-VENDOR-NAME
                MOVE ZERO TO SW-SETTLED-COUNT SW-SETTLED-AMOUNT
                    SW-REBATE-AMOUNT SW-DECLINED-COUNT
                    SW-DECLINED-AMOUNT SW-OPEN-COUNT SW-OPEN-AMOUNT
                EVALUATE TRUE
                    WHEN VC-STATUS-OPEN
                        MOVE 1 TO SW-OPEN-COUNT
                        MOVE VC-AMOUNT TO SW-OPEN-AMOUNT
                        PERFORM 2900-RELEASE-THE-ROW
                    WHEN (VC-STATUS-SETTLED OR VC-STATUS-VARIANCE)
                        AND WS-CHARGE-MONTH = WS-REPORT-MONTH
                        MOVE 1 TO SW-SETTLED-COUNT
                        MOVE VC-SETTLED-AMOUNT TO SW-SETTLED-AMOUNT
                        MOVE VC-REBATE-AMOUNT TO SW-REBATE-AMOUNT
                        PERFORM 2900-RELEASE-THE-ROW
                    WHEN VC-STATUS-DECLINED
                        AND WS-CHARGE-MONTH = WS-REPORT-MONTH
                        MOVE 1 TO SW-DECLINED-COUNT
                        MOVE VC-AMOUNT TO SW-DECLINED-AMOUNT
                        PERFORM 2900-RELEASE-THE-ROW
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.
            PERFORM 8100-READ-NEXT-CHARGE.

       2900-RELEASE-THE-ROW.
            RELEASE SW-RECORD.
            ADD 1 TO WS-ROWS-RELEASED.

      * ONE LINE PER VENDOR, PRINTED ON THE CONTROL BREAK.
       5000-SUM-AND-PRINT.
            MOVE "VCDRPT.PRT" TO WS-PRINT-FILE-NAME.
            OPEN OUTPUT PRINT-FILE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO OPEN CARD SPEND REPORT, STATUS = "
                    WS-PRINT-FILE-STATUS
            END-IF.
            PERFORM 5900-PRINT-STANDARD-HEADING.
            MOVE WS-REPORT-MONTH TO WS-TITLE-MONTH.
            MOVE WS-REPORT-TITLE TO CARD-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE SPACES TO CARD-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-COLUMN-HEADING TO CARD-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            RETURN SORT-WORK-FILE
                AT END SET WS-NO-MORE-ROWS TO TRUE
            END-RETURN.
            PERFORM 5100-TAKE-ONE-ROW UNTIL WS-NO-MORE-ROWS.
            IF WS-HAVE-HELD
                PERFORM 5200-PRINT-THE-VENDOR
            END-IF.
            PERFORM 5500-PRINT-TOTALS.
            CLOSE PRINT-FILE.

       5100-TAKE-ONE-ROW.
            IF WS-HAVE-HELD AND SW-VENDOR NOT = WS-HOLD-VENDOR
                PERFORM 5200-PRINT-THE-VENDOR
            END-IF.
            IF NOT WS-HAVE-HELD
                SET WS-HAVE-HELD TO TRUE
                MOVE SW-VENDOR TO WS-HOLD-VENDOR
                MOVE SW-VENDOR-NAME TO WS-HOLD-VENDOR-NAME
                INITIALIZE WS-VENDOR-TOTALS
            END-IF.
            ADD SW-SETTLED-COUNT TO WS-V-SETTLED-COUNT.
            ADD SW-SETTLED-AMOUNT TO WS-V-SETTLED-AMOUNT.
            ADD SW-REBATE-AMOUNT TO WS-V-REBATE-AMOUNT.
            ADD SW-DECLINED-COUNT TO WS-V-DECLINED-COUNT.
            ADD SW-DECLINED-AMOUNT TO WS-V-DECLINED-AMOUNT.
            ADD SW-OPEN-COUNT TO WS-V-OPEN-COUNT.
            ADD SW-OPEN-AMOUNT TO WS-V-OPEN-AMOUNT.
            RETURN SORT-WORK-FILE
                AT END SET WS-NO-MORE-ROWS TO TRUE
            END-RETURN.

       5200-PRINT-THE-VENDOR.
            MOVE SPACES TO WS-DETAIL-LINE.
            MOVE WS-HOLD-VENDOR TO WS-D-VENDOR.
            MOVE WS-HOLD-VENDOR-NAME TO WS-D-NAME.
            MOVE WS-V-SETTLED-COUNT TO WS-D-SETTLED-COUNT.
            MOVE WS-V-SETTLED-AMOUNT TO WS-D-SETTLED.
            MOVE WS-V-REBATE-AMOUNT TO WS-D-REBATE.
            MOVE WS-V-DECLINED-COUNT TO WS-D-DECLINED-COUNT.
            MOVE WS-V-DECLINED-AMOUNT TO WS-D-DECLINED.
            MOVE WS-V-OPEN-COUNT TO WS-D-OPEN-COUNT.
            MOVE WS-V-OPEN-AMOUNT TO WS-D-OPEN.
            MOVE WS-DETAIL-LINE TO CARD-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            ADD 1 TO WS-VENDORS-PRINTED.
            ADD WS-V-SETTLED-COUNT TO WS-SETTLED-COUNT.
            ADD WS-V-SETTLED-AMOUNT TO WS-SETTLED-TOTAL.
            ADD WS-V-REBATE-AMOUNT TO WS-REBATE-TOTAL.
            ADD WS-V-DECLINED-COUNT TO WS-DECLINED-COUNT.
            ADD WS-V-DECLINED-AMOUNT TO WS-DECLINED-TOTAL.
            ADD WS-V-OPEN-COUNT TO WS-OPEN-COUNT.
            ADD WS-V-OPEN-AMOUNT TO WS-OPEN-TOTAL.
            MOVE "N" TO WS-HELD-SWITCH.

      * THE MONTH'S SPEND IS WHAT THE REBATE IS CLAIMED ON.  WITH A
      * RATE GIVEN, THE REBATE THE SPEND SHOULD HAVE EARNED IS SET
      * AGAINST WHAT THE ISSUER REPORTED.
       5500-PRINT-TOTALS.
            MOVE SPACES TO CARD-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE "CARD SPEND SETTLED IN MONTH  " TO WS-T-CAPTION.
            MOVE WS-SETTLED-COUNT TO WS-T-COUNT.
            MOVE WS-SETTLED-TOTAL TO WS-T-AMOUNT.
            PERFORM 5600-PRINT-ONE-TOTAL.
            MOVE "REBATE REPORTED BY ISSUER    " TO WS-T-CAPTION.
            MOVE WS-SETTLED-COUNT TO WS-T-COUNT.
            MOVE WS-REBATE-TOTAL TO WS-T-AMOUNT.
            PERFORM 5600-PRINT-ONE-TOTAL.
            IF WS-HAVE-RATE
                COMPUTE WS-EXPECTED-REBATE ROUNDED =
                    WS-SETTLED-TOTAL * WS-REBATE-PCT / 100
                COMPUTE WS-REBATE-SHORTFALL =
                    WS-EXPECTED-REBATE - WS-REBATE-TOTAL
                MOVE SPACES TO WS-T-CAPTION
                STRING "REBATE AT PROGRAM RATE "
                                           DELIMITED BY SIZE
                       WS-PARM-RATE(1:2)   DELIMITED BY SIZE
                       "."                 DELIMITED BY SIZE
                       WS-PARM-RATE(3:2)   DELIMITED BY SIZE
                       "%"                 DELIMITED BY SIZE
                    INTO WS-T-CAPTION
                END-STRING
                MOVE WS-SETTLED-COUNT TO WS-T-COUNT
                MOVE WS-EXPECTED-REBATE TO WS-T-AMOUNT
                PERFORM 5600-PRINT-ONE-TOTAL
                MOVE "REBATE SHORT (OVER)          " TO WS-T-CAPTION
                MOVE WS-REBATE-SHORTFALL TO WS-T-AMOUNT
                PERFORM 5600-PRINT-ONE-TOTAL
            END-IF.
            MOVE "CHARGES DECLINED IN MONTH    " TO WS-T-CAPTION.
            MOVE WS-DECLINED-COUNT TO WS-T-COUNT.
            MOVE WS-DECLINED-TOTAL TO WS-T-AMOUNT.
            PERFORM 5600-PRINT-ONE-TOTAL.
            MOVE "CHARGES STILL OPEN AT ISSUER " TO WS-T-CAPTION.
            MOVE WS-OPEN-COUNT TO WS-T-COUNT.
            MOVE WS-OPEN-TOTAL TO WS-T-AMOUNT.
            PERFORM 5600-PRINT-ONE-TOTAL.

       5600-PRINT-ONE-TOTAL.
            MOVE WS-TOTAL-LINE TO CARD-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

      * PRINT THE STANDARD COMPANY/RUN-DATE/RUN-TIME/PAGE-NUMBER
      * HEADING (SEE RPTHDR1.cbl) AHEAD OF THE REPORT TITLE.
       5900-PRINT-STANDARD-HEADING.
            ADD 1 TO WS-RPT-PAGE-COUNT.
            MOVE WS-RPT-PAGE-COUNT TO WS-RPT-PAGE-NUMBER.
            ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RPT-RUN-TIME FROM TIME.
            MOVE WS-RPT-HEADING-LINE-1 TO CARD-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-RPT-HEADING-LINE-2 TO CARD-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

       8000-WRITE-PRINT-LINE.
            WRITE CARD-PRINT-LINE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO WRITE CARD SPEND REPORT, STATUS = "
                    WS-PRINT-FILE-STATUS
            END-IF.

       8100-READ-NEXT-CHARGE.
            READ CARD-CHARGE-FILE NEXT RECORD
                AT END SET WS-NO-MORE-CHARGES TO TRUE
            END-READ.
            IF NOT WS-CARD-CHARGE-OK AND NOT WS-CARD-CHARGE-EOF
                DISPLAY "CARD-CHARGE-FILE READ ERROR, STATUS = "
                    WS-CARD-CHARGE-STATUS
                SET WS-NO-MORE-CHARGES TO TRUE
            END-IF.

       9000-TERMINATE.
            MOVE "E" TO WS-RL-FUNCTION.
            MOVE WS-CHARGES-READ TO WS-RL-RECORDS-IN.
            MOVE WS-VENDORS-PRINTED TO WS-RL-RECORDS-OUT.
            MOVE ZERO TO WS-RL-REJECTS.
            MOVE WS-SETTLED-TOTAL TO WS-RL-VALUE.
            IF WS-RUN-OK
                MOVE "CLEAN" TO WS-RL-STATUS-TEXT
            ELSE
                MOVE "NO DATA" TO WS-RL-STATUS-TEXT
            END-IF.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            DISPLAY "CARD CHARGES READ       : " WS-CHARGES-READ.
            DISPLAY "VENDORS PRINTED         : " WS-VENDORS-PRINTED.
            DISPLAY "CARD SPEND SETTLED      : " WS-SETTLED-TOTAL.
            DISPLAY "REBATE REPORTED         : " WS-REBATE-TOTAL.
            DISPLAY "CHARGES STILL OPEN      : " WS-OPEN-COUNT.
            IF WS-RUN-OK
                CLOSE CARD-CHARGE-FILE
            END-IF.
       END PROGRAM VCDRPT01.

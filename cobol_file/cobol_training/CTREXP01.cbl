      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Vendor contract expiry report.  Lists every
      *              active contract on CONTRACT-FILE (kept through
      *              CTRMNT01) that runs out within the next ninety
      *              days, bucketed 30, 60 and 90 days out, so the
      *              buyer who owns it can renew before an invoice
      *              lands on a lapsed contract and holds.  Active
      *              contracts already past their end date print as
      *              LAPSED at the top of the list's buckets - an
      *              invoice against one is holding now.  Each line
      *              shows the ceiling left, since a contract near
      *              its not-to-exceed amount needs the same
      *              attention as one near its end date.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original contract expiry report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTREXP01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLCTR01.cbl".
           COPY "SLVND01.cbl".
           COPY "Hello-world.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCTR01.cbl".
           COPY "fdvnd01.cbl".

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-PRINT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CONTRACT-FILE-STATUS    PIC X(02).
           88 WS-CONTRACT-FILE-OK         VALUE "00".
           88 WS-CONTRACT-FILE-EOF        VALUE "10".
           88 WS-CONTRACT-FILE-MISSING    VALUE "35".
       01  WS-VENDOR-FILE-STATUS      PIC X(02).
           88 WS-VENDOR-FILE-OK           VALUE "00".
           88 WS-VENDOR-FILE-NOT-FOUND    VALUE "23".
       01  WS-PRINT-FILE-NAME         PIC X(20).
       01  WS-PRINT-FILE-STATUS       PIC X(02).
           88 WS-PRINT-FILE-OK            VALUE "00".

       01  WS-RUN-OK-SWITCH            PIC X(01) VALUE "Y".
           88 WS-RUN-OK                    VALUE "Y".
       01  WS-SCAN-EOF-SWITCH          PIC X(01) VALUE "N".
           88 WS-SCAN-DONE                 VALUE "Y".
       01  WS-RUN-DATE                 PIC 9(08).

      * THE WARNING WINDOW.  NOTHING FURTHER OUT THAN NINETY DAYS
      * PRINTS.
       01  WS-BUCKET-30                PIC S9(07) VALUE 30.
       01  WS-BUCKET-60                PIC S9(07) VALUE 60.
       01  WS-BUCKET-90                PIC S9(07) VALUE 90.
       01  WS-BUCKET-NAME              PIC X(06).
       01  WS-REMAINING                PIC S9(09)V99.

      * FIELDS FOR THE DATECALC1 CALL - DAYS FROM TODAY TO THE
      * CONTRACT'S END DATE, NEGATIVE ONCE IT HAS PASSED.
       01  WS-DC-FUNCTION              PIC X(01).
       01  WS-DC-DATE-1                PIC 9(08).
       01  WS-DC-DATE-2                PIC 9(08).
       01  WS-DC-DAYS                  PIC S9(07).
       01  WS-DC-RESULT-DATE           PIC 9(08).
       01  WS-DC-ERROR-SWITCH          PIC X(01).
           88 WS-DC-DATE-ERROR             VALUE "Y".

       01  WS-BATCH-CONTROLS.
           05 WS-CONTRACTS-READ        PIC 9(07) COMP.
           05 WS-CONTRACTS-LISTED      PIC 9(05) COMP.
           05 WS-BAD-END-DATES         PIC 9(05) COMP.
           05 WS-LAPSED-COUNT          PIC 9(05) COMP.
           05 WS-DUE-30-COUNT          PIC 9(05) COMP.
           05 WS-DUE-60-COUNT          PIC 9(05) COMP.
           05 WS-DUE-90-COUNT          PIC 9(05) COMP.
           05 WS-LAPSED-CEILING        PIC S9(11)V99 COMP-3.
           05 WS-DUE-30-CEILING        PIC S9(11)V99 COMP-3.
           05 WS-DUE-60-CEILING        PIC S9(11)V99 COMP-3.
           05 WS-DUE-90-CEILING        PIC S9(11)V99 COMP-3.
           05 WS-LISTED-CEILING        PIC S9(13)V99 COMP-3.

      * FIELDS FOR THE RUNLOG01 RUN-CONTROL CALLS.
       01  WS-RL-FUNCTION            PIC X(01).
       01  WS-RL-PROGRAM             PIC X(08) VALUE "CTREXP01".
       01  WS-RL-LABEL               PIC X(24).
       01  WS-RL-VALUE               PIC S9(13)V99.
       01  WS-RL-RECORDS-IN          PIC 9(07) VALUE ZERO.
       01  WS-RL-RECORDS-OUT         PIC 9(07) VALUE ZERO.
       01  WS-RL-REJECTS             PIC 9(07) VALUE ZERO.
       01  WS-RL-STATUS-TEXT         PIC X(08).

           COPY "RPTHDR1.cbl".

       01  WS-REPORT-TITLE.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 FILLER                PIC X(40) VALUE
               "VENDOR CONTRACTS EXPIRING - 90 DAYS".

       01  WS-COLUMN-HEADING-1.
           05 FILLER                PIC X(06) VALUE "VENDOR".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(22) VALUE "NAME".
           05 FILLER                PIC X(14) VALUE "CONTRACT".
           05 FILLER                PIC X(10) VALUE "ENDS".
           05 FILLER                PIC X(07) VALUE "  DAYS".
           05 FILLER                PIC X(08) VALUE "DUE".
           05 FILLER                PIC X(09) VALUE "BUYER".
       01  WS-COLUMN-HEADING-2.
           05 FILLER                PIC X(08) VALUE SPACES.
           05 FILLER                PIC X(32) VALUE "DESCRIPTION".
           05 FILLER                PIC X(15) VALUE
               "        CEILING".
           05 FILLER                PIC X(16) VALUE
               "        CONSUMED".
           05 FILLER                PIC X(16) VALUE
               "       REMAINING".

       01  WS-DETAIL-LINE-1.
           05 WS-D-VENDOR           PIC 9(05).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-D-NAME             PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-D-CONTRACT         PIC X(12).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-D-END              PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-D-DAYS             PIC ZZZZ9-.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-D-BUCKET           PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-D-BUYER            PIC X(08).

       01  WS-DETAIL-LINE-2.
           05 FILLER                PIC X(08) VALUE SPACES.
           05 WS-D-DESCRIPTION      PIC X(30).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-D-CEILING          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-D-CONSUMED         PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-D-REMAINING        PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-BUCKET-TOTAL-LINE.
           05 WS-BT-LABEL           PIC X(24).
           05 WS-BT-COUNT           PIC ZZZ,ZZ9.
           05 FILLER                PIC X(17) VALUE
               "  CEILING LEFT $".
           05 WS-BT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE.
            MOVE "S" TO WS-RL-FUNCTION.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            PERFORM 1000-INITIALIZE.
            PERFORM 2000-CHECK-ONE-CONTRACT UNTIL WS-SCAN-DONE.
            PERFORM 9000-TERMINATE.
            STOP RUN.

      * THE CONTRACT FILE IS THE WHOLE INPUT - WITHOUT IT THERE IS
      * NOTHING TO REPORT.  THE VENDOR MASTER ONLY SUPPLIES NAMES.
       1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            INITIALIZE WS-BATCH-CONTROLS.
            OPEN INPUT CONTRACT-FILE.
            IF WS-CONTRACT-FILE-MISSING
                DISPLAY "NO CONTRACT-FILE - NOTHING TO REPORT"
                MOVE "N" TO WS-RUN-OK-SWITCH
            ELSE IF NOT WS-CONTRACT-FILE-OK
                DISPLAY "UNABLE TO OPEN CONTRACT-FILE, STATUS = "
                    WS-CONTRACT-FILE-STATUS
                MOVE "N" TO WS-RUN-OK-SWITCH
            END-IF.
            OPEN INPUT VENDOR-FILE.
            IF NOT WS-VENDOR-FILE-OK
                DISPLAY "UNABLE TO OPEN VENDOR-FILE, STATUS = "
                    WS-VENDOR-FILE-STATUS
            END-IF.
            MOVE "CTREXP.PRT" TO WS-PRINT-FILE-NAME.
            OPEN OUTPUT PRINT-FILE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO OPEN EXPIRY REPORT, STATUS = "
                    WS-PRINT-FILE-STATUS
            END-IF.
            PERFORM 3900-PRINT-STANDARD-HEADING.
            MOVE WS-REPORT-TITLE TO REPORT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-COLUMN-HEADING-1 TO REPORT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-COLUMN-HEADING-2 TO REPORT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            IF NOT WS-RUN-OK
                SET WS-SCAN-DONE TO TRUE
            ELSE
                PERFORM 8100-READ-NEXT-CONTRACT
            END-IF.

      * ONLY AN ACTIVE CONTRACT CAN LAPSE UNDER AN INVOICE - A
      * CANCELLED ONE ALREADY REJECTS EVERYTHING BILLED AGAINST IT.
       2000-CHECK-ONE-CONTRACT.
            ADD 1 TO WS-CONTRACTS-READ.
            IF CT-STATUS-ACTIVE
                PERFORM 2100-AGE-THE-CONTRACT
            END-IF.
            PERFORM 8100-READ-NEXT-CONTRACT.

      * DAYS LEFT ARE COUNTED FROM TODAY TO THE END DATE.  PAST IT
      * IS LAPSED; WITHIN 30, 60 OR 90 DAYS FALLS IN THAT BUCKET;
      * FURTHER OUT IS NOT DUE FOR RENEWAL YET.
       2100-AGE-THE-CONTRACT.
            MOVE "D" TO WS-DC-FUNCTION.
            MOVE WS-RUN-DATE TO WS-DC-DATE-1.
            MOVE CT-END-DATE TO WS-DC-DATE-2.
            CALL "DATECALC1" USING WS-DC-FUNCTION
                WS-DC-DATE-1 WS-DC-DATE-2 WS-DC-DAYS
                WS-DC-RESULT-DATE WS-DC-ERROR-SWITCH.
            COMPUTE WS-REMAINING = CT-NTE-AMOUNT - CT-CONSUMED.
            IF WS-DC-DATE-ERROR
                DISPLAY "CONTRACT " CT-VENDOR-NUMBER " "
                    CT-CONTRACT-NUMBER " HAS A BAD END DATE "
                    CT-END-DATE
                ADD 1 TO WS-BAD-END-DATES
            ELSE IF WS-DC-DAYS < ZERO
                MOVE "LAPSED" TO WS-BUCKET-NAME
                ADD 1 TO WS-LAPSED-COUNT
                ADD WS-REMAINING TO WS-LAPSED-CEILING
                PERFORM 3000-PRINT-THE-CONTRACT
            ELSE IF WS-DC-DAYS NOT > WS-BUCKET-30
                MOVE "30" TO WS-BUCKET-NAME
                ADD 1 TO WS-DUE-30-COUNT
                ADD WS-REMAINING TO WS-DUE-30-CEILING
                PERFORM 3000-PRINT-THE-CONTRACT
            ELSE IF WS-DC-DAYS NOT > WS-BUCKET-60
                MOVE "60" TO WS-BUCKET-NAME
                ADD 1 TO WS-DUE-60-COUNT
                ADD WS-REMAINING TO WS-DUE-60-CEILING
                PERFORM 3000-PRINT-THE-CONTRACT
            ELSE IF WS-DC-DAYS NOT > WS-BUCKET-90
                MOVE "90" TO WS-BUCKET-NAME
                ADD 1 TO WS-DUE-90-COUNT
                ADD WS-REMAINING TO WS-DUE-90-CEILING
                PERFORM 3000-PRINT-THE-CONTRACT
            END-IF.

       3000-PRINT-THE-CONTRACT.
            ADD 1 TO WS-CONTRACTS-LISTED.
            ADD WS-REMAINING TO WS-LISTED-CEILING.
            MOVE CT-VENDOR-NUMBER TO VENDOR-NUMBER.
            READ VENDOR-FILE
                INVALID KEY
                    MOVE "** NOT ON FILE **" TO VENDOR-NAME
            END-READ.
            MOVE CT-VENDOR-NUMBER TO WS-D-VENDOR.
            MOVE VENDOR-NAME TO WS-D-NAME.
            MOVE CT-CONTRACT-NUMBER TO WS-D-CONTRACT.
            MOVE CT-END-DATE TO WS-D-END.
            MOVE WS-DC-DAYS TO WS-D-DAYS.
            MOVE WS-BUCKET-NAME TO WS-D-BUCKET.
            MOVE CT-BUYER TO WS-D-BUYER.
            MOVE WS-DETAIL-LINE-1 TO REPORT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE CT-DESCRIPTION TO WS-D-DESCRIPTION.
            MOVE CT-NTE-AMOUNT TO WS-D-CEILING.
            MOVE CT-CONSUMED TO WS-D-CONSUMED.
            MOVE WS-REMAINING TO WS-D-REMAINING.
            MOVE WS-DETAIL-LINE-2 TO REPORT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

      * PRINT THE STANDARD COMPANY/RUN-DATE/RUN-TIME/PAGE-NUMBER
      * HEADING (SEE RPTHDR1.cbl) AHEAD OF THE COLUMN HEADING LINE.
       3900-PRINT-STANDARD-HEADING.
            ADD 1 TO WS-RPT-PAGE-COUNT.
            MOVE WS-RPT-PAGE-COUNT TO WS-RPT-PAGE-NUMBER.
            ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RPT-RUN-TIME FROM TIME.
            MOVE WS-RPT-HEADING-LINE-1 TO REPORT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-RPT-HEADING-LINE-2 TO REPORT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

       8000-WRITE-PRINT-LINE.
            WRITE REPORT-PRINT-LINE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO WRITE EXPIRY REPORT, STATUS = "
                    WS-PRINT-FILE-STATUS
            END-IF.

       8100-READ-NEXT-CONTRACT.
            READ CONTRACT-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-CONTRACT-FILE-OK AND NOT WS-CONTRACT-FILE-EOF
                DISPLAY "CONTRACT-FILE READ ERROR, STATUS = "
                    WS-CONTRACT-FILE-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.

      * ONE TOTAL LINE PER BUCKET, THEN THE RUN LOG.
       9000-TERMINATE.
            MOVE SPACES TO REPORT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE "LAPSED - STILL ACTIVE  : " TO WS-BT-LABEL.
            MOVE WS-LAPSED-COUNT TO WS-BT-COUNT.
            MOVE WS-LAPSED-CEILING TO WS-BT-AMOUNT.
            PERFORM 9100-PRINT-BUCKET-TOTAL.
            MOVE "ENDING WITHIN 30 DAYS : " TO WS-BT-LABEL.
            MOVE WS-DUE-30-COUNT TO WS-BT-COUNT.
            MOVE WS-DUE-30-CEILING TO WS-BT-AMOUNT.
            PERFORM 9100-PRINT-BUCKET-TOTAL.
            MOVE "ENDING IN 31-60 DAYS  : " TO WS-BT-LABEL.
            MOVE WS-DUE-60-COUNT TO WS-BT-COUNT.
            MOVE WS-DUE-60-CEILING TO WS-BT-AMOUNT.
            PERFORM 9100-PRINT-BUCKET-TOTAL.
            MOVE "ENDING IN 61-90 DAYS  : " TO WS-BT-LABEL.
            MOVE WS-DUE-90-COUNT TO WS-BT-COUNT.
            MOVE WS-DUE-90-CEILING TO WS-BT-AMOUNT.
            PERFORM 9100-PRINT-BUCKET-TOTAL.
            MOVE "C" TO WS-RL-FUNCTION.
            MOVE "CEILING LEFT LISTED" TO WS-RL-LABEL.
            MOVE WS-LISTED-CEILING TO WS-RL-VALUE.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            MOVE "E" TO WS-RL-FUNCTION.
            MOVE WS-CONTRACTS-READ TO WS-RL-RECORDS-IN.
            MOVE WS-CONTRACTS-LISTED TO WS-RL-RECORDS-OUT.
            MOVE WS-BAD-END-DATES TO WS-RL-REJECTS.
            IF WS-RUN-OK
                MOVE "BALANCED" TO WS-RL-STATUS-TEXT
            ELSE
                MOVE "NOT RUN" TO WS-RL-STATUS-TEXT
            END-IF.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            DISPLAY "CONTRACTS READ          : " WS-CONTRACTS-READ.
            DISPLAY "CONTRACTS LISTED        : " WS-CONTRACTS-LISTED.
            DISPLAY "LAPSED - STILL ACTIVE   : " WS-LAPSED-COUNT.
            DISPLAY "ENDING WITHIN 30 DAYS   : " WS-DUE-30-COUNT.
            DISPLAY "ENDING IN 31-60 DAYS    : " WS-DUE-60-COUNT.
            DISPLAY "ENDING IN 61-90 DAYS    : " WS-DUE-90-COUNT.
            DISPLAY "BAD END DATES           : " WS-BAD-END-DATES.
            CLOSE PRINT-FILE.
            CLOSE VENDOR-FILE.
            CLOSE CONTRACT-FILE.

       9100-PRINT-BUCKET-TOTAL.
            MOVE WS-BUCKET-TOTAL-LINE TO REPORT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
       END PROGRAM CTREXP01.

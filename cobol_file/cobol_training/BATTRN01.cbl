      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Batch-window trend report.  Reads RUNLOG01's
      *              permanent run log and rebuilds each night of
      *              the NIGHTLY stream - from the batch gate
      *              opening the window to the release closing it -
      *              with every logged step's elapsed time.  For
      *              each of the latest nights it prints the stream
      *              and each step against its rolling average over
      *              the nights before, flagging a step that ran
      *              more than the threshold over its average and a
      *              stream that finished after the batch-window
      *              deadline agreed with operations.  A straight-
      *              line trend over the stream's elapsed times then
      *              projects the night the stream will overrun the
      *              deadline, so a growing step is found from the
      *              report instead of from locked-out users.
      *              Prints BATTRN.PRT; RC=4 when the latest night
      *              finished late or has a step over threshold.
      *
      *              PARM - nights to average in positions 1-2
      *              (default 07, at most 30), the threshold percent
      *              in positions 4-6 (default 025) and the batch-
      *              window deadline HHMM in positions 8-11 (default
      *              0600 - keep it the same as the RELEASE step's).
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original batch-window trend report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATTRN01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.
           COPY "Hello-world.cbl".
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-LOG-RECORD.
           05 RG-RUN-DATE              PIC 9(08).
           05 RG-START-TIME            PIC 9(08).
           05 RG-END-TIME              PIC 9(08).
           05 RG-PROGRAM               PIC X(08).
           05 RG-RECORDS-IN            PIC 9(07).
           05 RG-RECORDS-OUT           PIC 9(07).
           05 RG-REJECTS               PIC 9(07).
           05 RG-STATUS-TEXT           PIC X(08).

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  TREND-PRINT-LINE            PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-RUN-LOG-STATUS          PIC X(02).
           88 WS-RUN-LOG-OK               VALUE "00".
           88 WS-RUN-LOG-EOF              VALUE "10".
           88 WS-RUN-LOG-MISSING          VALUE "35".
       01  WS-PRINT-FILE-NAME         PIC X(20).
       01  WS-PRINT-FILE-STATUS       PIC X(02).
           88 WS-PRINT-FILE-OK            VALUE "00".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88 WS-NO-MORE-LOG               VALUE "Y".
       01  WS-STREAM-SWITCH            PIC X(01) VALUE "N".
           88 WS-IN-A-STREAM               VALUE "Y".
       01  WS-TABLE-FULL-SWITCH        PIC X(01) VALUE "N".
           88 WS-PROGRAM-TABLE-FULL        VALUE "Y".
       01  WS-TREND-RC                 PIC 9(04) VALUE ZERO.

      * PARM - NIGHTS IN 1-2, THRESHOLD PERCENT IN 4-6, DEADLINE
      * HHMM IN 8-11.
       01  WS-PARM-VALUE.
           05 WS-PARM-NIGHTS           PIC X(02).
           05 FILLER                   PIC X(01).
           05 WS-PARM-THRESHOLD        PIC X(03).
           05 FILLER                   PIC X(01).
           05 WS-PARM-DEADLINE         PIC X(04).
       01  WS-NIGHTS-TO-AVERAGE        PIC 9(02) VALUE 7.
       01  WS-THRESHOLD-PCT            PIC 9(03) VALUE 25.
       01  WS-DEADLINE-HHMM            PIC 9(04) VALUE 0600.
       01  WS-DEADLINE-PARTS REDEFINES WS-DEADLINE-HHMM.
           05 WS-DEADLINE-HH           PIC 9(02).
           05 WS-DEADLINE-MM           PIC 9(02).
       01  WS-DEADLINE-SECONDS         PIC S9(07) COMP.

      * THE PROGRAMS SEEN IN THE STREAM, IN FIRST-SEEN ORDER - THE
      * COLUMNS OF THE NIGHT TABLE BELOW.  A PROGRAM THE STREAM
      * RUNS MORE THAN ONCE (THE CATALOG STEPS) IS ONE COLUMN
      * CARRYING ITS TOTAL FOR THE NIGHT.
       01  WS-PROGRAM-COUNT            PIC 9(02) COMP VALUE ZERO.
       01  WS-PROGRAM-TABLE.
           05 WS-PG-NAME               PIC X(08) OCCURS 40 TIMES.

      * ONE ENTRY PER NIGHT, OLDEST FIRST.  ALL TIMES ARE SECONDS
      * FROM THE GATE OPENING THE WINDOW; THE DEADLINE IS THE FIRST
      * TIME THE DEADLINE CLOCK COMES ROUND AFTER THAT.  ONLY THE
      * LATEST 60 NIGHTS ARE KEPT - TWICE THE LONGEST AVERAGE.
       01  WS-NIGHT-COUNT              PIC 9(02) COMP VALUE ZERO.
       01  WS-NIGHT-TABLE.
           05 WS-NIGHT-ENTRY           OCCURS 60 TIMES.
               10 WS-NT-DATE           PIC 9(08).
               10 WS-NT-START-TIME     PIC 9(08).
               10 WS-NT-START-SECONDS  PIC 9(05).
               10 WS-NT-END-SECONDS    PIC 9(06).
               10 WS-NT-DEADLINE-SECONDS PIC 9(06).
               10 WS-NT-COMPLETE-FLAG  PIC X(01).
                   88 WS-NT-COMPLETE       VALUE "Y".
               10 WS-NT-STEP-SECONDS   PIC 9(06) OCCURS 40 TIMES.
       01  WS-NX                       PIC 9(02) COMP.
       01  WS-MX                       PIC 9(02) COMP.
       01  WS-PX                       PIC 9(02) COMP.
       01  WS-FIRST-SHOWN              PIC 9(02) COMP.
       01  WS-FIRST-AVERAGED           PIC 9(02) COMP.

      * ONE LOG RECORD'S TIMES, WORKED OUT AGAINST THE OPEN NIGHT.
       01  WS-CLOCK-TIME               PIC 9(08).
       01  WS-CLOCK-PARTS REDEFINES WS-CLOCK-TIME.
           05 WS-CLOCK-HH              PIC 9(02).
           05 WS-CLOCK-MM              PIC 9(02).
           05 WS-CLOCK-SS              PIC 9(02).
           05 WS-CLOCK-CC              PIC 9(02).
       01  WS-CLOCK-SECONDS            PIC S9(07) COMP.
       01  WS-STEP-START-SECONDS       PIC S9(07) COMP.
       01  WS-STEP-ELAPSED             PIC S9(07) COMP.
       01  WS-STEP-END-OFFSET          PIC S9(07) COMP.

      * AVERAGING SCRATCH.
       01  WS-AVERAGE-TOTAL            PIC 9(09) COMP.
       01  WS-AVERAGE-NIGHTS           PIC 9(03) COMP.
       01  WS-AVERAGE-SECONDS          PIC 9(06) COMP.
       01  WS-CURRENT-SECONDS          PIC 9(06) COMP.
       01  WS-CHANGE-PCT               PIC S9(05) COMP.
       01  WS-OVER-SWITCH              PIC X(01).
           88 WS-OVER-THRESHOLD            VALUE "Y".

      * TREND SCRATCH - A LEAST-SQUARES LINE THROUGH THE COMPLETE
      * NIGHTS' ELAPSED TIMES, X BEING THE NIGHT'S TABLE POSITION.
       01  WS-FIT-COUNT                PIC 9(03) COMP VALUE ZERO.
       01  WS-FIT-SUM-X                PIC S9(07) COMP VALUE ZERO.
       01  WS-FIT-SUM-Y                PIC S9(09) COMP VALUE ZERO.
       01  WS-FIT-SUM-XX               PIC S9(09) COMP VALUE ZERO.
       01  WS-FIT-SUM-XY               PIC S9(13) COMP VALUE ZERO.
       01  WS-FIT-LAST-X               PIC 9(02) COMP VALUE ZERO.
       01  WS-FIT-SLOPE                PIC S9(07)V9(04).
       01  WS-FIT-LATEST               PIC S9(07)V9(04).
       01  WS-FIT-HEADROOM             PIC S9(07)V9(04).
       01  WS-NIGHTS-TO-OVERRUN        PIC 9(05).

      * FIELDS FOR THE DATECALC1 CALLS.
       01  WS-DC-FUNCTION             PIC X(01).
       01  WS-DC-DATE-1               PIC 9(08).
       01  WS-DC-DATE-2               PIC 9(08).
       01  WS-DC-DAYS                 PIC S9(07).
       01  WS-DC-RESULT-DATE          PIC 9(08).
       01  WS-DC-ERROR-SWITCH         PIC X(01).
           88 WS-DC-DATE-ERROR            VALUE "Y".

      * FIELDS FOR THE RUNLOG01 RUN-CONTROL CALLS.
       01  WS-RL-FUNCTION            PIC X(01).
       01  WS-RL-PROGRAM             PIC X(08) VALUE "BATTRN01".
       01  WS-RL-LABEL               PIC X(24).
       01  WS-RL-VALUE               PIC S9(13)V99.
       01  WS-RL-RECORDS-IN          PIC 9(07) VALUE ZERO.
       01  WS-RL-RECORDS-OUT         PIC 9(07) VALUE ZERO.
       01  WS-RL-REJECTS             PIC 9(07) VALUE ZERO.
       01  WS-RL-STATUS-TEXT         PIC X(08).

       01  WS-BATCH-CONTROLS.
           05 WS-LOG-RECORDS-READ      PIC 9(07).
           05 WS-NIGHTS-PRINTED        PIC 9(07).
           05 WS-STEPS-FLAGGED         PIC 9(07).
           05 WS-LATEST-MINUTES-LATE   PIC 9(05).

      * HH:MM:SS AND HH:MM EDITING.
       01  WS-FORMAT-SECONDS           PIC 9(06) COMP.
       01  WS-FORMAT-WORK              PIC 9(06) COMP.
       01  WS-HMS.
           05 WS-HMS-HH                PIC 9(02).
           05 FILLER                   PIC X(01) VALUE ":".
           05 WS-HMS-MM                PIC 9(02).
           05 FILLER                   PIC X(01) VALUE ":".
           05 WS-HMS-SS                PIC 9(02).
       01  WS-HM.
           05 WS-HM-HH                 PIC 9(02).
           05 FILLER                   PIC X(01) VALUE ":".
           05 WS-HM-MM                 PIC 9(02).

           COPY "RPTHDR1.cbl".

       01  WS-REPORT-TITLE.
           05 FILLER                PIC X(40) VALUE
               "NIGHTLY BATCH WINDOW - STEP TIMING TREND".
           05 FILLER                PIC X(12) VALUE "  DEADLINE ".
           05 WS-TITLE-DEADLINE     PIC X(05).
           05 FILLER                PIC X(13) VALUE "  THRESHOLD +".
           05 WS-TITLE-THRESHOLD    PIC ZZ9.
           05 FILLER                PIC X(13) VALUE "%  AVERAGED ".
           05 WS-TITLE-NIGHTS       PIC Z9.
           05 FILLER                PIC X(07) VALUE " NIGHTS".

       01  WS-NIGHT-LINE.
           05 FILLER                PIC X(09) VALUE "NIGHT OF ".
           05 WS-N-DATE             PIC 9(08).
           05 FILLER                PIC X(08) VALUE "  START ".
           05 WS-N-START            PIC X(05).
           05 FILLER                PIC X(10) VALUE "  ELAPSED ".
           05 WS-N-ELAPSED          PIC X(08).
           05 FILLER                PIC X(06) VALUE "  AVG ".
           05 WS-N-AVERAGE          PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-N-CHANGE           PIC +(04)9.
           05 WS-N-PCT              PIC X(01) VALUE "%".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-N-FLAG             PIC X(32).

       01  WS-COLUMN-HEADING.
           05 FILLER                PIC X(50) VALUE
               "    PROGRAM    ELAPSED   AVERAGE  NIGHTS  CHANGE".

       01  WS-STEP-LINE.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 WS-S-PROGRAM          PIC X(08).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-S-ELAPSED          PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-S-AVERAGE          PIC X(08).
           05 FILLER                PIC X(05) VALUE SPACES.
           05 WS-S-NIGHTS           PIC ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-S-CHANGE           PIC +(04)9.
           05 WS-S-PCT              PIC X(01) VALUE "%".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-S-FLAG             PIC X(20).

       01  WS-PROJECTION-LINE          PIC X(110).
       01  WS-PROJECTION-EDITED        PIC ZZZZ9.
       01  WS-SLOPE-EDITED             PIC ZZZZ9.
       01  WS-OVERRUN-NIGHT            PIC X(19).

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INITIALIZE.
            PERFORM 2000-REBUILD-THE-NIGHTS.
            PERFORM 5000-PRINT-THE-REPORT.
            PERFORM 9000-TERMINATE.
            MOVE WS-TREND-RC TO RETURN-CODE.
            STOP RUN.

       1000-INITIALIZE.
            INITIALIZE WS-BATCH-CONTROLS.
            MOVE "S" TO WS-RL-FUNCTION.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            MOVE SPACES TO WS-PARM-VALUE.
            ACCEPT WS-PARM-VALUE FROM COMMAND-LINE.
            IF WS-PARM-NIGHTS NUMERIC
                AND WS-PARM-NIGHTS NOT = "00"
                MOVE WS-PARM-NIGHTS TO WS-NIGHTS-TO-AVERAGE
            END-IF.
            IF WS-NIGHTS-TO-AVERAGE > 30
                MOVE 30 TO WS-NIGHTS-TO-AVERAGE
            END-IF.
            IF WS-PARM-THRESHOLD NUMERIC
                MOVE WS-PARM-THRESHOLD TO WS-THRESHOLD-PCT
            END-IF.
            IF WS-PARM-DEADLINE NUMERIC
                MOVE WS-PARM-DEADLINE TO WS-DEADLINE-HHMM
            END-IF.
            IF WS-DEADLINE-HH > 23 OR WS-DEADLINE-MM > 59
                DISPLAY "DEADLINE " WS-PARM-DEADLINE
                    " IS NOT A CLOCK TIME - 0600 USED"
                MOVE 0600 TO WS-DEADLINE-HHMM
            END-IF.
            COMPUTE WS-DEADLINE-SECONDS =
                WS-DEADLINE-HH * 3600 + WS-DEADLINE-MM * 60.
            MOVE "BATTRN.PRT" TO WS-PRINT-FILE-NAME.
            OPEN OUTPUT PRINT-FILE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO OPEN TREND REPORT, STATUS = "
                    WS-PRINT-FILE-STATUS
            END-IF.

      * THE STREAM'S NIGHTS ARE FRAMED BY THE BATCH GATE - ITS
      * "OPEN" ENTRY STARTS A NIGHT AND THE RELEASE STEP'S "CLOSED"
      * ENTRY ENDS IT.  ENTRIES OUTSIDE A FRAME (DAYTIME RUNS, THE
      * PAYMENT CYCLE, A REFUSED GATE) ARE NOT THE STREAM'S.
       2000-REBUILD-THE-NIGHTS.
            OPEN INPUT RUN-LOG-FILE.
            IF WS-RUN-LOG-MISSING
                DISPLAY "NO RUN LOG ON FILE - NO NIGHTS TO REPORT"
                SET WS-NO-MORE-LOG TO TRUE
            ELSE IF NOT WS-RUN-LOG-OK
                DISPLAY "UNABLE TO OPEN RUN LOG, STATUS = "
                    WS-RUN-LOG-STATUS
                SET WS-NO-MORE-LOG TO TRUE
            ELSE
                PERFORM 8100-READ-NEXT-LOG
                PERFORM 2100-TAKE-ONE-ENTRY
                    UNTIL WS-NO-MORE-LOG
                CLOSE RUN-LOG-FILE
            END-IF.

       2100-TAKE-ONE-ENTRY.
            ADD 1 TO WS-LOG-RECORDS-READ.
            IF RG-PROGRAM = "BATCHGT1"
                AND RG-STATUS-TEXT = "OPEN"
                PERFORM 2200-START-A-NIGHT
            ELSE IF WS-IN-A-STREAM
                PERFORM 2300-TIME-THE-STEP
                IF RG-PROGRAM = "BATCHGT1"
                    AND RG-STATUS-TEXT = "CLOSED"
                    MOVE "Y" TO WS-NT-COMPLETE-FLAG(WS-NIGHT-COUNT)
                    MOVE "N" TO WS-STREAM-SWITCH
                END-IF
            END-IF.
            PERFORM 8100-READ-NEXT-LOG.

      * A GATE OPENING WHILE A NIGHT IS STILL OPEN MEANS THAT NIGHT
      * NEVER REACHED ITS RELEASE - IT STAYS ON THE TABLE MARKED
      * INCOMPLETE AND THE NEW NIGHT STARTS.
       2200-START-A-NIGHT.
            IF WS-NIGHT-COUNT = 60
                PERFORM 2250-DROP-OLDEST-NIGHT
                    VARYING WS-NX FROM 1 BY 1 UNTIL WS-NX > 59
            ELSE
                ADD 1 TO WS-NIGHT-COUNT
            END-IF.
            MOVE RG-RUN-DATE TO WS-NT-DATE(WS-NIGHT-COUNT).
            MOVE RG-START-TIME TO WS-NT-START-TIME(WS-NIGHT-COUNT).
            MOVE RG-START-TIME TO WS-CLOCK-TIME.
            PERFORM 7000-CLOCK-TO-SECONDS.
            MOVE WS-CLOCK-SECONDS
                TO WS-NT-START-SECONDS(WS-NIGHT-COUNT).
            COMPUTE WS-STEP-END-OFFSET =
                WS-DEADLINE-SECONDS - WS-CLOCK-SECONDS.
            IF WS-STEP-END-OFFSET NOT > ZERO
                ADD 86400 TO WS-STEP-END-OFFSET
            END-IF.
            MOVE WS-STEP-END-OFFSET
                TO WS-NT-DEADLINE-SECONDS(WS-NIGHT-COUNT).
            MOVE ZERO TO WS-NT-END-SECONDS(WS-NIGHT-COUNT).
            MOVE "N" TO WS-NT-COMPLETE-FLAG(WS-NIGHT-COUNT).
            PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 40
                MOVE ZERO TO WS-NT-STEP-SECONDS(WS-NIGHT-COUNT, WS-PX)
            END-PERFORM.
            SET WS-IN-A-STREAM TO TRUE.
            PERFORM 2300-TIME-THE-STEP.

       2250-DROP-OLDEST-NIGHT.
            MOVE WS-NIGHT-ENTRY(WS-NX + 1) TO WS-NIGHT-ENTRY(WS-NX).

      * A STEP'S ELAPSED TIME IS ITS END LESS ITS START, A DAY ADDED
      * WHEN IT RAN THROUGH MIDNIGHT.  ITS END IS PLACED ON THE
      * NIGHT'S CLOCK THROUGH THE DAYS BETWEEN ITS RUN DATE AND THE
      * NIGHT'S, SO A STREAM THAT CROSSES MIDNIGHT STILL MEASURES
      * FROM THE GATE.
       2300-TIME-THE-STEP.
            MOVE RG-START-TIME TO WS-CLOCK-TIME.
            PERFORM 7000-CLOCK-TO-SECONDS.
            MOVE WS-CLOCK-SECONDS TO WS-STEP-START-SECONDS.
            MOVE RG-END-TIME TO WS-CLOCK-TIME.
            PERFORM 7000-CLOCK-TO-SECONDS.
            COMPUTE WS-STEP-ELAPSED =
                WS-CLOCK-SECONDS - WS-STEP-START-SECONDS.
            IF WS-STEP-ELAPSED < ZERO
                ADD 86400 TO WS-STEP-ELAPSED
            END-IF.
            MOVE ZERO TO WS-DC-DAYS.
            IF RG-RUN-DATE NOT = WS-NT-DATE(WS-NIGHT-COUNT)
                MOVE "D" TO WS-DC-FUNCTION
                MOVE WS-NT-DATE(WS-NIGHT-COUNT) TO WS-DC-DATE-1
                MOVE RG-RUN-DATE TO WS-DC-DATE-2
                CALL "DATECALC1" USING WS-DC-FUNCTION
                    WS-DC-DATE-1 WS-DC-DATE-2 WS-DC-DAYS
                    WS-DC-RESULT-DATE WS-DC-ERROR-SWITCH
                IF WS-DC-DATE-ERROR
                    MOVE ZERO TO WS-DC-DAYS
                END-IF
            END-IF.
            COMPUTE WS-STEP-END-OFFSET =
                WS-DC-DAYS * 86400 + WS-STEP-START-SECONDS
                - WS-NT-START-SECONDS(WS-NIGHT-COUNT)
                + WS-STEP-ELAPSED.
            IF WS-STEP-END-OFFSET > WS-NT-END-SECONDS(WS-NIGHT-COUNT)
                MOVE WS-STEP-END-OFFSET
                    TO WS-NT-END-SECONDS(WS-NIGHT-COUNT)
            END-IF.
            PERFORM 2400-FIND-THE-PROGRAM.
            IF WS-PX > ZERO
                ADD WS-STEP-ELAPSED
                    TO WS-NT-STEP-SECONDS(WS-NIGHT-COUNT, WS-PX)
            END-IF.

       2400-FIND-THE-PROGRAM.
            MOVE ZERO TO WS-MX.
            PERFORM VARYING WS-PX FROM 1 BY 1
                UNTIL WS-PX > WS-PROGRAM-COUNT OR WS-MX > ZERO
                IF WS-PG-NAME(WS-PX) = RG-PROGRAM
                    MOVE WS-PX TO WS-MX
                END-IF
            END-PERFORM.
            IF WS-MX = ZERO
                IF WS-PROGRAM-COUNT < 40
                    ADD 1 TO WS-PROGRAM-COUNT
                    MOVE RG-PROGRAM TO WS-PG-NAME(WS-PROGRAM-COUNT)
                    MOVE WS-PROGRAM-COUNT TO WS-MX
                ELSE IF NOT WS-PROGRAM-TABLE-FULL
                    DISPLAY "MORE THAN 40 STREAM PROGRAMS - "
                        RG-PROGRAM " AND LATER ONES NOT TIMED"
                    SET WS-PROGRAM-TABLE-FULL TO TRUE
                END-IF
            END-IF.
            MOVE WS-MX TO WS-PX.

       5000-PRINT-THE-REPORT.
            PERFORM 5900-PRINT-STANDARD-HEADING.
            MOVE WS-DEADLINE-SECONDS TO WS-FORMAT-SECONDS.
            PERFORM 7200-FORMAT-CLOCK.
            MOVE WS-HM TO WS-TITLE-DEADLINE.
            MOVE WS-THRESHOLD-PCT TO WS-TITLE-THRESHOLD.
            MOVE WS-NIGHTS-TO-AVERAGE TO WS-TITLE-NIGHTS.
            MOVE WS-REPORT-TITLE TO TREND-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE SPACES TO TREND-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            IF WS-NIGHT-COUNT = ZERO
                MOVE "NO NIGHTLY STREAM ON THE RUN LOG"
                    TO TREND-PRINT-LINE
                PERFORM 8000-WRITE-PRINT-LINE
            ELSE
                IF WS-NIGHT-COUNT > WS-NIGHTS-TO-AVERAGE
                    COMPUTE WS-FIRST-SHOWN =
                        WS-NIGHT-COUNT - WS-NIGHTS-TO-AVERAGE + 1
                ELSE
                    MOVE 1 TO WS-FIRST-SHOWN
                END-IF
                PERFORM 5100-PRINT-ONE-NIGHT
                    VARYING WS-NX FROM WS-FIRST-SHOWN BY 1
                    UNTIL WS-NX > WS-NIGHT-COUNT
                PERFORM 6000-PROJECT-THE-OVERRUN
            END-IF.
            CLOSE PRINT-FILE.

      * THE NIGHT'S HEADLINE IS THE WHOLE STREAM AGAINST ITS OWN
      * AVERAGE AND THE DEADLINE; EACH STEP THAT RAN FOLLOWS.
       5100-PRINT-ONE-NIGHT.
            IF WS-NX > WS-NIGHTS-TO-AVERAGE
                COMPUTE WS-FIRST-AVERAGED =
                    WS-NX - WS-NIGHTS-TO-AVERAGE
            ELSE
                MOVE 1 TO WS-FIRST-AVERAGED
            END-IF.
            MOVE ZERO TO WS-AVERAGE-TOTAL.
            MOVE ZERO TO WS-AVERAGE-NIGHTS.
            PERFORM 5150-ADD-STREAM-TO-AVERAGE
                VARYING WS-MX FROM WS-FIRST-AVERAGED BY 1
                UNTIL WS-MX NOT < WS-NX.
            MOVE WS-NT-END-SECONDS(WS-NX) TO WS-CURRENT-SECONDS.
            PERFORM 5400-COMPARE-TO-AVERAGE.
            MOVE WS-NT-DATE(WS-NX) TO WS-N-DATE.
            MOVE WS-NT-START-SECONDS(WS-NX) TO WS-FORMAT-SECONDS.
            PERFORM 7200-FORMAT-CLOCK.
            MOVE WS-HM TO WS-N-START.
            MOVE WS-CURRENT-SECONDS TO WS-FORMAT-SECONDS.
            PERFORM 7100-FORMAT-ELAPSED.
            MOVE WS-HMS TO WS-N-ELAPSED.
            MOVE SPACES TO WS-N-FLAG.
            IF WS-AVERAGE-NIGHTS > ZERO
                MOVE WS-AVERAGE-SECONDS TO WS-FORMAT-SECONDS
                PERFORM 7100-FORMAT-ELAPSED
                MOVE WS-HMS TO WS-N-AVERAGE
                MOVE WS-CHANGE-PCT TO WS-N-CHANGE
                MOVE "%" TO WS-N-PCT
            ELSE
                MOVE "NO HIST" TO WS-N-AVERAGE
                MOVE ZERO TO WS-N-CHANGE
                MOVE SPACE TO WS-N-PCT
            END-IF.
            IF NOT WS-NT-COMPLETE(WS-NX)
                MOVE "INCOMPLETE - NO RELEASE LOGGED"
                    TO WS-N-FLAG
            ELSE IF WS-NT-END-SECONDS(WS-NX) >
                WS-NT-DEADLINE-SECONDS(WS-NX)
                COMPUTE WS-FORMAT-SECONDS =
                    WS-NT-END-SECONDS(WS-NX)
                    - WS-NT-DEADLINE-SECONDS(WS-NX)
                PERFORM 7100-FORMAT-ELAPSED
                STRING "** PAST DEADLINE BY " DELIMITED BY SIZE
                       WS-HMS                 DELIMITED BY SIZE
                    INTO WS-N-FLAG
                END-STRING
                IF WS-NX = WS-NIGHT-COUNT
                    COMPUTE WS-LATEST-MINUTES-LATE =
                        WS-FORMAT-SECONDS / 60
                    MOVE 4 TO WS-TREND-RC
                END-IF
            ELSE IF WS-OVER-THRESHOLD
                MOVE "** OVER THRESHOLD" TO WS-N-FLAG
            END-IF.
            MOVE SPACES TO TREND-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-NIGHT-LINE TO TREND-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-COLUMN-HEADING TO TREND-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            PERFORM 5200-PRINT-ONE-STEP
                VARYING WS-PX FROM 1 BY 1
                UNTIL WS-PX > WS-PROGRAM-COUNT.
            ADD 1 TO WS-NIGHTS-PRINTED.

      * ONLY A NIGHT THAT REACHED ITS RELEASE IS A FAIR MEASURE OF
      * THE STREAM.
       5150-ADD-STREAM-TO-AVERAGE.
            IF WS-NT-COMPLETE(WS-MX)
                ADD WS-NT-END-SECONDS(WS-MX) TO WS-AVERAGE-TOTAL
                ADD 1 TO WS-AVERAGE-NIGHTS
            END-IF.

       5200-PRINT-ONE-STEP.
            IF WS-NT-STEP-SECONDS(WS-NX, WS-PX) > ZERO
                MOVE ZERO TO WS-AVERAGE-TOTAL
                MOVE ZERO TO WS-AVERAGE-NIGHTS
                PERFORM 5250-ADD-STEP-TO-AVERAGE
                    VARYING WS-MX FROM WS-FIRST-AVERAGED BY 1
                    UNTIL WS-MX NOT < WS-NX
                MOVE WS-NT-STEP-SECONDS(WS-NX, WS-PX)
                    TO WS-CURRENT-SECONDS
                PERFORM 5400-COMPARE-TO-AVERAGE
                MOVE WS-PG-NAME(WS-PX) TO WS-S-PROGRAM
                MOVE WS-CURRENT-SECONDS TO WS-FORMAT-SECONDS
                PERFORM 7100-FORMAT-ELAPSED
                MOVE WS-HMS TO WS-S-ELAPSED
                MOVE WS-AVERAGE-NIGHTS TO WS-S-NIGHTS
                MOVE SPACES TO WS-S-FLAG
                IF WS-AVERAGE-NIGHTS > ZERO
                    MOVE WS-AVERAGE-SECONDS TO WS-FORMAT-SECONDS
                    PERFORM 7100-FORMAT-ELAPSED
                    MOVE WS-HMS TO WS-S-AVERAGE
                    MOVE WS-CHANGE-PCT TO WS-S-CHANGE
                    MOVE "%" TO WS-S-PCT
                ELSE
                    MOVE "NO HIST" TO WS-S-AVERAGE
                    MOVE ZERO TO WS-S-CHANGE
                    MOVE SPACE TO WS-S-PCT
                END-IF
                IF WS-OVER-THRESHOLD
                    MOVE "** OVER THRESHOLD" TO WS-S-FLAG
                    IF WS-NX = WS-NIGHT-COUNT
                        ADD 1 TO WS-STEPS-FLAGGED
                        MOVE 4 TO WS-TREND-RC
                    END-IF
                END-IF
                MOVE WS-STEP-LINE TO TREND-PRINT-LINE
                PERFORM 8000-WRITE-PRINT-LINE
            END-IF.

       5250-ADD-STEP-TO-AVERAGE.
            IF WS-NT-STEP-SECONDS(WS-MX, WS-PX) > ZERO
                ADD WS-NT-STEP-SECONDS(WS-MX, WS-PX)
                    TO WS-AVERAGE-TOTAL
                ADD 1 TO WS-AVERAGE-NIGHTS
            END-IF.

      * A STEP OR STREAM IS OVER THRESHOLD WHEN IT RAN LONGER THAN
      * ITS AVERAGE PLUS THE THRESHOLD PERCENT.  WITH NO NIGHTS
      * BEHIND IT THERE IS NOTHING TO COMPARE AGAINST.
       5400-COMPARE-TO-AVERAGE.
            MOVE "N" TO WS-OVER-SWITCH.
            MOVE ZERO TO WS-CHANGE-PCT.
            MOVE ZERO TO WS-AVERAGE-SECONDS.
            IF WS-AVERAGE-NIGHTS > ZERO
                COMPUTE WS-AVERAGE-SECONDS ROUNDED =
                    WS-AVERAGE-TOTAL / WS-AVERAGE-NIGHTS
            END-IF.
            IF WS-AVERAGE-SECONDS > ZERO
                COMPUTE WS-CHANGE-PCT ROUNDED =
                    (WS-CURRENT-SECONDS - WS-AVERAGE-SECONDS) * 100
                    / WS-AVERAGE-SECONDS
                    ON SIZE ERROR MOVE 9999 TO WS-CHANGE-PCT
                END-COMPUTE
                IF WS-CHANGE-PCT > 9999
                    MOVE 9999 TO WS-CHANGE-PCT
                END-IF
                IF WS-CURRENT-SECONDS * 100 >
                    WS-AVERAGE-SECONDS * (100 + WS-THRESHOLD-PCT)
                    SET WS-OVER-THRESHOLD TO TRUE
                END-IF
            END-IF.

      * PRINT THE STANDARD COMPANY/RUN-DATE/RUN-TIME/PAGE-NUMBER
      * HEADING (SEE RPTHDR1.cbl) AHEAD OF THE REPORT TITLE.
       5900-PRINT-STANDARD-HEADING.
            ADD 1 TO WS-RPT-PAGE-COUNT.
            MOVE WS-RPT-PAGE-COUNT TO WS-RPT-PAGE-NUMBER.
            ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RPT-RUN-TIME FROM TIME.
            MOVE WS-RPT-HEADING-LINE-1 TO TREND-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-RPT-HEADING-LINE-2 TO TREND-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

      * PROJECT THE OVERRUN - FIT A STRAIGHT LINE THROUGH THE SHOWN
      * NIGHTS THAT REACHED THEIR RELEASE, AND COUNT THE NIGHTS
      * UNTIL THE LINE CROSSES THE LATEST NIGHT'S DEADLINE.
       6000-PROJECT-THE-OVERRUN.
            PERFORM 6100-ADD-NIGHT-TO-FIT
                VARYING WS-NX FROM WS-FIRST-SHOWN BY 1
                UNTIL WS-NX > WS-NIGHT-COUNT.
            MOVE SPACES TO TREND-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE SPACES TO WS-PROJECTION-LINE.
            IF WS-FIT-COUNT < 3
                MOVE "TOO FEW COMPLETE NIGHTS ON THE LOG TO PROJECT"
                    TO WS-PROJECTION-LINE
            ELSE
                COMPUTE WS-FIT-SLOPE ROUNDED =
                    (WS-FIT-COUNT * WS-FIT-SUM-XY
                        - WS-FIT-SUM-X * WS-FIT-SUM-Y)
                    / (WS-FIT-COUNT * WS-FIT-SUM-XX
                        - WS-FIT-SUM-X * WS-FIT-SUM-X)
                COMPUTE WS-FIT-LATEST ROUNDED =
                    (WS-FIT-SUM-Y + WS-FIT-SLOPE *
                        (WS-FIT-COUNT * WS-FIT-LAST-X - WS-FIT-SUM-X))
                    / WS-FIT-COUNT
                COMPUTE WS-FIT-HEADROOM =
                    WS-NT-DEADLINE-SECONDS(WS-FIT-LAST-X)
                    - WS-FIT-LATEST
                IF WS-FIT-HEADROOM NOT > ZERO
                    MOVE "STREAM TREND IS ALREADY PAST THE DEADLINE"
                        TO WS-PROJECTION-LINE
                    MOVE 4 TO WS-TREND-RC
                ELSE IF WS-FIT-SLOPE NOT > ZERO
                    MOVE "STREAM IS NOT GROWING - NO OVERRUN PROJECTED"
                        TO WS-PROJECTION-LINE
                ELSE
                    PERFORM 6200-COUNT-NIGHTS-TO-OVERRUN
                END-IF
            END-IF.
            MOVE WS-PROJECTION-LINE TO TREND-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            DISPLAY WS-PROJECTION-LINE.

       6100-ADD-NIGHT-TO-FIT.
            IF WS-NT-COMPLETE(WS-NX)
                ADD 1 TO WS-FIT-COUNT
                ADD WS-NX TO WS-FIT-SUM-X
                ADD WS-NT-END-SECONDS(WS-NX) TO WS-FIT-SUM-Y
                COMPUTE WS-FIT-SUM-XX = WS-FIT-SUM-XX + WS-NX * WS-NX
                COMPUTE WS-FIT-SUM-XY = WS-FIT-SUM-XY
                    + WS-NX * WS-NT-END-SECONDS(WS-NX)
                MOVE WS-NX TO WS-FIT-LAST-X
            END-IF.

       6200-COUNT-NIGHTS-TO-OVERRUN.
            COMPUTE WS-NIGHTS-TO-OVERRUN =
                WS-FIT-HEADROOM / WS-FIT-SLOPE
                ON SIZE ERROR MOVE 99999 TO WS-NIGHTS-TO-OVERRUN
            END-COMPUTE.
            IF WS-NIGHTS-TO-OVERRUN < 99999
                AND WS-NIGHTS-TO-OVERRUN * WS-FIT-SLOPE
                    < WS-FIT-HEADROOM
                ADD 1 TO WS-NIGHTS-TO-OVERRUN
            END-IF.
            MOVE WS-NIGHTS-TO-OVERRUN TO WS-PROJECTION-EDITED.
            COMPUTE WS-SLOPE-EDITED ROUNDED = WS-FIT-SLOPE.
            MOVE "A" TO WS-DC-FUNCTION.
            MOVE WS-NT-DATE(WS-FIT-LAST-X) TO WS-DC-DATE-1.
            MOVE WS-NIGHTS-TO-OVERRUN TO WS-DC-DAYS.
            CALL "DATECALC1" USING WS-DC-FUNCTION
                WS-DC-DATE-1 WS-DC-DATE-2 WS-DC-DAYS
                WS-DC-RESULT-DATE WS-DC-ERROR-SWITCH.
            MOVE SPACES TO WS-OVERRUN-NIGHT.
            IF NOT WS-DC-DATE-ERROR
                STRING ", NIGHT OF "     DELIMITED BY SIZE
                       WS-DC-RESULT-DATE DELIMITED BY SIZE
                    INTO WS-OVERRUN-NIGHT
                END-STRING
            END-IF.
            STRING "STREAM GROWING"     DELIMITED BY SIZE
                   WS-SLOPE-EDITED      DELIMITED BY SIZE
                   " SECS A NIGHT - OVERRUNS THE "
                                        DELIMITED BY SIZE
                   WS-TITLE-DEADLINE    DELIMITED BY SIZE
                   " DEADLINE IN"       DELIMITED BY SIZE
                   WS-PROJECTION-EDITED DELIMITED BY SIZE
                   " NIGHTS"            DELIMITED BY SIZE
                   WS-OVERRUN-NIGHT     DELIMITED BY SIZE
                INTO WS-PROJECTION-LINE
            END-STRING.

      * HHMMSSCC TO SECONDS PAST MIDNIGHT.
       7000-CLOCK-TO-SECONDS.
            COMPUTE WS-CLOCK-SECONDS = WS-CLOCK-HH * 3600
                + WS-CLOCK-MM * 60 + WS-CLOCK-SS.

       7100-FORMAT-ELAPSED.
            DIVIDE WS-FORMAT-SECONDS BY 3600 GIVING WS-HMS-HH
                REMAINDER WS-FORMAT-WORK.
            DIVIDE WS-FORMAT-WORK BY 60 GIVING WS-HMS-MM
                REMAINDER WS-HMS-SS.

       7200-FORMAT-CLOCK.
            DIVIDE WS-FORMAT-SECONDS BY 3600 GIVING WS-HM-HH
                REMAINDER WS-FORMAT-WORK.
            DIVIDE WS-FORMAT-WORK BY 60 GIVING WS-HM-MM.

       8000-WRITE-PRINT-LINE.
            WRITE TREND-PRINT-LINE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO WRITE TREND REPORT, STATUS = "
                    WS-PRINT-FILE-STATUS
            END-IF.

       8100-READ-NEXT-LOG.
            READ RUN-LOG-FILE
                AT END SET WS-NO-MORE-LOG TO TRUE
            END-READ.
            IF NOT WS-RUN-LOG-OK AND NOT WS-RUN-LOG-EOF
                DISPLAY "RUN LOG READ ERROR, STATUS = "
                    WS-RUN-LOG-STATUS
                SET WS-NO-MORE-LOG TO TRUE
            END-IF.

       9000-TERMINATE.
            MOVE "C" TO WS-RL-FUNCTION.
            MOVE "STEPS OVER THRESHOLD" TO WS-RL-LABEL.
            MOVE WS-STEPS-FLAGGED TO WS-RL-VALUE.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            MOVE "LATEST NIGHT MINUTES LATE" TO WS-RL-LABEL.
            MOVE WS-LATEST-MINUTES-LATE TO WS-RL-VALUE.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            MOVE "E" TO WS-RL-FUNCTION.
            MOVE WS-LOG-RECORDS-READ TO WS-RL-RECORDS-IN.
            MOVE WS-NIGHTS-PRINTED TO WS-RL-RECORDS-OUT.
            MOVE ZERO TO WS-RL-REJECTS.
            MOVE ZERO TO WS-RL-VALUE.
            IF WS-TREND-RC = ZERO
                MOVE "CLEAN" TO WS-RL-STATUS-TEXT
            ELSE
                MOVE "FLAGGED" TO WS-RL-STATUS-TEXT
            END-IF.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            DISPLAY "RUN LOG RECORDS READ    : " WS-LOG-RECORDS-READ.
            DISPLAY "NIGHTS PRINTED          : " WS-NIGHTS-PRINTED.
            DISPLAY "STEPS OVER THRESHOLD    : " WS-STEPS-FLAGGED.
       END PROGRAM BATTRN01.

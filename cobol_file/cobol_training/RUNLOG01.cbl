      *              whether last night balanced without fishing
      *              through SYSOUT.  The night's pages accumulate on
      *              one print file; the run log never resets.
      *              A caller with something the operator must not
      *              miss calls A before E, and the alert prints as
      *              its own line straight under the page title.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-08-22 DW  Original run-control routine.
      *   2026-10-15 DW  New A function - one alert line printed
      *                  under the page title, for the release
      *                  step's batch-window SLA alert.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNLOG01.
       01  WS-LINE-SUB                 PIC 9(02) COMP.
       01  WS-VALUE-EDITED             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

      * THE ONE ALERT LINE COLLECTED BETWEEN S AND E.
       01  WS-ALERT-LINE.
           05 FILLER                PIC X(15) VALUE
               "*** ALERT ***  ".
           05 WS-A-LABEL            PIC X(24) VALUE SPACES.
           05 WS-A-VALUE            PIC X(21).

           COPY "RPTHDR1.cbl".

       01  WS-TITLE-LINE.
       01  RL-FUNCTION                PIC X(01).
           88 RL-START-RUN                VALUE "S".
           88 RL-CONTROL-LINE             VALUE "C".
           88 RL-ALERT-LINE               VALUE "A".
           88 RL-END-RUN                  VALUE "E".
       01  RL-PROGRAM                 PIC X(08).
       01  RL-LABEL                   PIC X(24).
                    ACCEPT WS-START-DATE FROM DATE YYYYMMDD
                    ACCEPT WS-START-TIME FROM TIME
                    MOVE ZERO TO WS-LINE-COUNT
                    MOVE SPACES TO WS-A-LABEL
                    MOVE SPACES TO WS-A-VALUE
                WHEN RL-CONTROL-LINE
                    PERFORM 2000-KEEP-CONTROL-LINE
                WHEN RL-ALERT-LINE
                    MOVE RL-LABEL TO WS-A-LABEL
                    MOVE RL-VALUE TO WS-VALUE-EDITED
                    MOVE WS-VALUE-EDITED TO WS-A-VALUE
                WHEN RL-END-RUN
                    PERFORM 3000-WRITE-RUN-CONTROL
            END-EVALUATE.
            MOVE WS-SAVED-PROGRAM TO WS-T-PROGRAM.
            MOVE WS-TITLE-LINE TO RUN-PRINT-LINE.
            WRITE RUN-PRINT-LINE.
            IF WS-A-LABEL NOT = SPACES
                MOVE WS-ALERT-LINE TO RUN-PRINT-LINE
                WRITE RUN-PRINT-LINE
            END-IF.
            MOVE WS-START-TIME TO WS-T-START.
            MOVE WS-END-TIME TO WS-T-END.
            MOVE WS-TIME-LINE TO RUN-PRINT-LINE.

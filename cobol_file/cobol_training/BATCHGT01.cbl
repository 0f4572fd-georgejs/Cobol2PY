      *              step stays put; with no sessions open it writes
      *              the quiesce record that blocks new sign-ons.
      *              PARM='R' closes the window again at end of
      *              stream; positions 2-5 carry the batch-window
      *              deadline HHMM agreed with operations (default
      *              0600), and a stream released after it gets an
      *              SLA alert line on its run-control page.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *                  stale record locks (RECLCK01) - a session
      *                  abandoned with a vendor on its screen no
      *                  longer holds the record overnight.
      *   2026-10-15 DW  The release now checks the night against
      *                  the batch-window deadline (PARM 'Rhhmm') -
      *                  the gate's OPEN entry on the run log marks
      *                  the start, and a late finish prints an SLA
      *                  alert on the morning run-control page.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHGT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.
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

       WORKING-STORAGE SECTION.
       01  WS-PARM-VALUE.
           05 WS-RUN-MODE              PIC X(01).
               88 WS-MODE-QUIESCE          VALUE "Q".
               88 WS-MODE-RELEASE          VALUE "R".
           05 WS-PARM-DEADLINE         PIC X(04).
      * THE GATE'S VERDICT IS HELD HERE AND ONLY MOVED TO
      * RETURN-CODE AS THE LAST THING BEFORE STOP RUN - A CALL MADE
      * AFTER SETTING RETURN-CODE COMES BACK WITH IT CLEARED.
       01  WS-GATE-RC                  PIC 9(01) VALUE ZERO.

       01  WS-RUN-LOG-STATUS          PIC X(02).
           88 WS-RUN-LOG-OK               VALUE "00".
           88 WS-RUN-LOG-EOF              VALUE "10".
           88 WS-RUN-LOG-MISSING          VALUE "35".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88 WS-NO-MORE-LOG               VALUE "Y".

      * THE BATCH-WINDOW DEADLINE AND THE NIGHT BEING RELEASED -
      * THE LAST GATE OPENING ON THE RUN LOG NOT YET CLOSED.
       01  WS-DEADLINE-HHMM            PIC 9(04) VALUE 0600.
       01  WS-DEADLINE-PARTS REDEFINES WS-DEADLINE-HHMM.
           05 WS-DEADLINE-HH           PIC 9(02).
           05 WS-DEADLINE-MM           PIC 9(02).
       01  WS-OPEN-SWITCH              PIC X(01) VALUE "N".
           88 WS-NIGHT-IS-OPEN             VALUE "Y".
       01  WS-OPEN-DATE                PIC 9(08).
       01  WS-OPEN-TIME                PIC 9(08).
       01  WS-NOW-DATE                 PIC 9(08).
       01  WS-NOW-TIME                 PIC 9(08).
       01  WS-CLOCK-TIME               PIC 9(08).
       01  WS-CLOCK-PARTS REDEFINES WS-CLOCK-TIME.
           05 WS-CLOCK-HH              PIC 9(02).
           05 WS-CLOCK-MM              PIC 9(02).
           05 WS-CLOCK-SS              PIC 9(02).
           05 WS-CLOCK-CC              PIC 9(02).
       01  WS-CLOCK-SECONDS            PIC S9(07) COMP.
       01  WS-OPEN-SECONDS             PIC S9(07) COMP.
       01  WS-ELAPSED-SECONDS          PIC S9(09) COMP.
       01  WS-ALLOWED-SECONDS          PIC S9(07) COMP.
       01  WS-MINUTES-LATE             PIC 9(05).
       01  WS-DEADLINE-TEXT.
           05 WS-DT-HH                 PIC 9(02).
           05 FILLER                   PIC X(01) VALUE ":".
           05 WS-DT-MM                 PIC 9(02).

      * FIELDS FOR THE DATECALC1 CALLS.
       01  WS-DC-FUNCTION             PIC X(01).
       01  WS-DC-DATE-1               PIC 9(08).
       01  WS-DC-DATE-2               PIC 9(08).
       01  WS-DC-DAYS                 PIC S9(07).
       01  WS-DC-RESULT-DATE          PIC 9(08).
       01  WS-DC-ERROR-SWITCH         PIC X(01).
           88 WS-DC-DATE-ERROR            VALUE "Y".

      * FIELDS FOR THE RECLCK01 RECORD-LOCK CALLS.
       01  WS-RK-FUNCTION            PIC X(01).
       01  WS-RK-FILE-ID             PIC X(08).

       PROCEDURE DIVISION.
       0000-MAINLINE.
            MOVE SPACES TO WS-PARM-VALUE.
            ACCEPT WS-PARM-VALUE FROM COMMAND-LINE.
            MOVE "S" TO WS-RL-FUNCTION.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            IF WS-MODE-RELEASE
                PERFORM 3000-RELEASE-THE-WINDOW
                PERFORM 4000-CHECK-THE-DEADLINE
            ELSE
                PERFORM 1000-GATE-AND-QUIESCE
            END-IF.
                DISPLAY "UNABLE TO RELEASE QUIESCE"
                MOVE 8 TO WS-GATE-RC
            END-IF.
      * THE NIGHT RAN FROM THE GATE'S OPEN ENTRY TO NOW.  THE
      * DEADLINE IS THE FIRST TIME THE DEADLINE CLOCK COMES ROUND
      * AFTER THE GATE OPENED, SO A STREAM STARTED BEFORE MIDNIGHT
      * IS HELD TO THE NEXT MORNING'S DEADLINE.  A NIGHT WHOSE GATE
      * NEVER OPENED (REFUSED) HAS NOTHING TO CHECK.
       4000-CHECK-THE-DEADLINE.
            IF WS-PARM-DEADLINE NUMERIC
                MOVE WS-PARM-DEADLINE TO WS-DEADLINE-HHMM
            END-IF.
            IF WS-DEADLINE-HH > 23 OR WS-DEADLINE-MM > 59
                DISPLAY "DEADLINE " WS-PARM-DEADLINE
                    " IS NOT A CLOCK TIME - 0600 USED"
                MOVE 0600 TO WS-DEADLINE-HHMM
            END-IF.
            PERFORM 4100-FIND-THE-GATE-OPENING.
            IF WS-NIGHT-IS-OPEN
                ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
                ACCEPT WS-NOW-TIME FROM TIME
                MOVE WS-OPEN-TIME TO WS-CLOCK-TIME
                PERFORM 4900-CLOCK-TO-SECONDS
                MOVE WS-CLOCK-SECONDS TO WS-OPEN-SECONDS
                COMPUTE WS-ALLOWED-SECONDS =
                    WS-DEADLINE-HH * 3600 + WS-DEADLINE-MM * 60
                    - WS-OPEN-SECONDS
                IF WS-ALLOWED-SECONDS NOT > ZERO
                    ADD 86400 TO WS-ALLOWED-SECONDS
                END-IF
                MOVE ZERO TO WS-DC-DAYS
                IF WS-NOW-DATE NOT = WS-OPEN-DATE
                    MOVE "D" TO WS-DC-FUNCTION
                    MOVE WS-OPEN-DATE TO WS-DC-DATE-1
                    MOVE WS-NOW-DATE TO WS-DC-DATE-2
                    CALL "DATECALC1" USING WS-DC-FUNCTION
                        WS-DC-DATE-1 WS-DC-DATE-2 WS-DC-DAYS
                        WS-DC-RESULT-DATE WS-DC-ERROR-SWITCH
                    IF WS-DC-DATE-ERROR
                        MOVE ZERO TO WS-DC-DAYS
                    END-IF
                END-IF
                MOVE WS-NOW-TIME TO WS-CLOCK-TIME
                PERFORM 4900-CLOCK-TO-SECONDS
                COMPUTE WS-ELAPSED-SECONDS = WS-DC-DAYS * 86400
                    + WS-CLOCK-SECONDS - WS-OPEN-SECONDS
                IF WS-ELAPSED-SECONDS > WS-ALLOWED-SECONDS
                    PERFORM 4500-RAISE-THE-SLA-ALERT
                END-IF
            END-IF.

      * ONLY THE LAST GATE ENTRY COUNTS - AN OPEN WITH NO CLOSED OR
      * REFUSED AFTER IT IS THE NIGHT THIS RELEASE ENDS.
       4100-FIND-THE-GATE-OPENING.
            OPEN INPUT RUN-LOG-FILE.
            IF WS-RUN-LOG-OK
                PERFORM 4200-READ-NEXT-LOG
                PERFORM UNTIL WS-NO-MORE-LOG
                    IF RG-PROGRAM = "BATCHGT1"
                        IF RG-STATUS-TEXT = "OPEN"
                            SET WS-NIGHT-IS-OPEN TO TRUE
                            MOVE RG-RUN-DATE TO WS-OPEN-DATE
                            MOVE RG-START-TIME TO WS-OPEN-TIME
                        ELSE
                            MOVE "N" TO WS-OPEN-SWITCH
                        END-IF
                    END-IF
                    PERFORM 4200-READ-NEXT-LOG
                END-PERFORM
                CLOSE RUN-LOG-FILE
            ELSE IF NOT WS-RUN-LOG-MISSING
                DISPLAY "UNABLE TO OPEN RUN LOG, STATUS = "
                    WS-RUN-LOG-STATUS " - DEADLINE NOT CHECKED"
            END-IF.

       4200-READ-NEXT-LOG.
            READ RUN-LOG-FILE
                AT END SET WS-NO-MORE-LOG TO TRUE
            END-READ.
            IF NOT WS-RUN-LOG-OK AND NOT WS-RUN-LOG-EOF
                DISPLAY "RUN LOG READ ERROR, STATUS = "
                    WS-RUN-LOG-STATUS
                SET WS-NO-MORE-LOG TO TRUE
            END-IF.

       4500-RAISE-THE-SLA-ALERT.
            COMPUTE WS-MINUTES-LATE =
                (WS-ELAPSED-SECONDS - WS-ALLOWED-SECONDS) / 60.
            MOVE WS-DEADLINE-HH TO WS-DT-HH.
            MOVE WS-DEADLINE-MM TO WS-DT-MM.
            MOVE SPACES TO WS-RL-LABEL.
            STRING "SLA - MINS PAST " DELIMITED BY SIZE
                   WS-DEADLINE-TEXT   DELIMITED BY SIZE
                INTO WS-RL-LABEL
            END-STRING.
            MOVE WS-MINUTES-LATE TO WS-RL-VALUE.
            MOVE "A" TO WS-RL-FUNCTION.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            DISPLAY "SLA ALERT - NIGHTLY FINISHED " WS-MINUTES-LATE
                " MINUTE(S) AFTER THE " WS-DEADLINE-TEXT
                " BATCH-WINDOW DEADLINE".

      * HHMMSSCC TO SECONDS PAST MIDNIGHT.
       4900-CLOCK-TO-SECONDS.
            COMPUTE WS-CLOCK-SECONDS = WS-CLOCK-HH * 3600
                + WS-CLOCK-MM * 60 + WS-CLOCK-SS.
       END PROGRAM BATCHGT01.

      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Nightly call tree exception list (CALLEXC.PRT).
      *              Lists every department on DEPT-FILE that lacks a
      *              primary or a backup, and every CALL-TREE-FILE
      *              entry that no longer holds: the person is gone
      *              from PHONE-FILE, has moved out of the department
      *              the tree is for, is rung by someone no longer on
      *              the tree, or the department itself is gone from
      *              the master.  A single pass over PHONE-HISTORY-
      *              FILE then says how each person went - deleted
      *              by the HR termination feed (operator TRMFED01),
      *              deleted by hand, or moved - and when, so the
      *              department knows whom to replace before the
      *              next drill finds out the hard way.
      *              RETURN-CODE 4 when anything is listed.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original call tree exception list.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALEXC01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLCLT01.cbl".
           COPY "SLPHN01.cbl".
           COPY "SLDEP01.cbl".
           COPY "SLPHH01.cbl".
           COPY "Hello-world.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCLT01.cbl".
           COPY "FDPHN01.cbl".
           COPY "FDDEP01.cbl".
           COPY "FDPHH01.cbl".

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CALL-EXCEPTION-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CALL-TREE-STATUS        PIC X(02).
           88 WS-CALL-TREE-OK             VALUE "00".
           88 WS-CALL-TREE-EOF            VALUE "10".
       01  WS-PHONE-FILE-STATUS       PIC X(02).
           88 WS-PHONE-FILE-OK            VALUE "00".
           88 WS-PHONE-KEY-NOT-FOUND      VALUE "23".
       01  WS-DEPT-FILE-STATUS        PIC X(02).
           88 WS-DEPT-FILE-OK             VALUE "00".
           88 WS-DEPT-FILE-EOF            VALUE "10".
           88 WS-DEPT-NOT-FOUND           VALUE "23".
       01  WS-PHONE-HIST-STATUS       PIC X(02).
           88 WS-PHONE-HIST-OK            VALUE "00".
           88 WS-PHONE-HIST-EOF           VALUE "10".
       01  WS-PRINT-FILE-NAME         PIC X(20).
       01  WS-PRINT-FILE-STATUS       PIC X(02).
           88 WS-PRINT-FILE-OK            VALUE "00".

       01  WS-TREE-OPEN-SWITCH         PIC X(01) VALUE "N".
           88 WS-TREE-FILE-OPEN            VALUE "Y".
       01  WS-PHONE-OPEN-SWITCH        PIC X(01) VALUE "N".
           88 WS-PHONE-FILE-OPEN           VALUE "Y".
       01  WS-DEPT-OPEN-SWITCH         PIC X(01) VALUE "N".
           88 WS-DEPT-MASTER-OPEN          VALUE "Y".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88 WS-NO-MORE-ENTRIES           VALUE "Y".
       01  WS-DEPT-EOF-SWITCH          PIC X(01) VALUE "N".
           88 WS-NO-MORE-DEPTS             VALUE "Y".
       01  WS-HIST-EOF-SWITCH          PIC X(01) VALUE "N".
           88 WS-NO-MORE-HISTORY           VALUE "Y".
       01  WS-FOUND-SWITCH             PIC X(01) VALUE "N".
           88 WS-KEY-FOUND                 VALUE "Y".

       01  WS-HR-FEED-OPERATOR         PIC X(08) VALUE "TRMFED01".
       01  WS-EXC-RC                   PIC 9(02) VALUE ZERO.

           COPY "RPTHDR1.cbl".

      * EVERY TREE RECORD, LOADED IN KEY ORDER (DEPARTMENT, THEN
      * MEMBER) SO A CALLER CAN BE FOUND WITH SEARCH ALL AND EACH
      * DEPARTMENT'S ENTRIES ARE ONE RUN OF THE TABLE.  THE GAP CODE
      * IS THE ONE THING WRONG WITH THE ENTRY, IF ANYTHING; THE
      * HISTORY FIELDS ARE FILLED IN OFF PHNHIST.
       01  WS-TT-COUNT                 PIC 9(05) COMP VALUE ZERO.
       01  WS-TT-MAXIMUM               PIC 9(05) COMP VALUE 3000.
       01  WS-TT-OVERFLOW              PIC 9(05) VALUE ZERO.
       01  WS-TREE-TABLE.
           05 WS-TT-ENTRY OCCURS 1 TO 3000 TIMES
                              DEPENDING ON WS-TT-COUNT
                              ASCENDING KEY IS WS-TT-KEY
                              INDEXED BY WS-TT-IX.
               10 WS-TT-KEY.
                   15 WS-TT-DEPT-CODE  PIC X(04).
                   15 WS-TT-MEMBER-KEY PIC X(40).
               10 WS-TT-ROLE           PIC X(01).
                   88 WS-TT-PRIMARY        VALUE "P".
                   88 WS-TT-BACKUP         VALUE "B".
                   88 WS-TT-ESCALATION     VALUE "E".
                   88 WS-TT-MEMBER         VALUE "M".
                   88 WS-TT-IN-DEPT        VALUE "P" "B" "M".
               10 WS-TT-CALLER-KEY     PIC X(40).
               10 WS-TT-GAP            PIC X(01).
                   88 WS-TT-NO-GAP         VALUE SPACE.
                   88 WS-TT-DEPT-GONE      VALUE "D".
                   88 WS-TT-NOT-IN-DIR     VALUE "N".
                   88 WS-TT-MOVED          VALUE "M".
                   88 WS-TT-CALLER-GONE    VALUE "C".
               10 WS-TT-NEW-DEPT       PIC X(04).
               10 WS-TT-HIST-ACTION    PIC X(01).
               10 WS-TT-HIST-DATE      PIC 9(08).
               10 WS-TT-HIST-OPERATOR  PIC X(08).
       01  WS-TT-SUB                   PIC 9(05) COMP.
       01  WS-SEARCH-KEY.
           05 WS-SK-DEPT-CODE          PIC X(04).
           05 WS-SK-MEMBER-KEY         PIC X(40).

      * THE ENTRIES WHOSE PERSON HAS LEFT THE DIRECTORY OR THE
      * DEPARTMENT - THE ONLY ONES THE HISTORY PASS HAS TO MATCH.
       01  WS-GAP-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  WS-GAP-MAXIMUM              PIC 9(04) COMP VALUE 500.
       01  WS-GAP-TABLE.
           05 WS-GAP-TT-SUB OCCURS 500 TIMES PIC 9(05) COMP.
       01  WS-GAP-SUB                  PIC 9(04) COMP.

      * PHONE-RECORD IMAGES OFF A HISTORY RECORD.
       01  WS-HIST-BEFORE.
           05 WS-HB-NAME-KEY           PIC X(40).
           05 WS-HB-NUMBER             PIC 9(10).
           05 WS-HB-DEPT-CODE          PIC X(04).
           05 WS-HB-EXTENSION          PIC 9(05).
       01  WS-HIST-AFTER.
           05 WS-HA-NAME-KEY           PIC X(40).
           05 WS-HA-NUMBER             PIC 9(10).
           05 WS-HA-DEPT-CODE          PIC X(04).
           05 WS-HA-EXTENSION          PIC 9(05).

       01  WS-CURSOR                   PIC 9(05) COMP.
       01  WS-DEPT-HAS-PRIMARY         PIC X(01).
           88 WS-PRIMARY-FOUND             VALUE "Y".
       01  WS-DEPT-HAS-BACKUP          PIC X(01).
           88 WS-BACKUP-FOUND              VALUE "Y".

       01  WS-DEPTS-CHECKED            PIC 9(05) VALUE ZERO.
       01  WS-DEPTS-SHORT              PIC 9(05) VALUE ZERO.
       01  WS-ENTRIES-LISTED           PIC 9(05) VALUE ZERO.
       01  WS-HISTORY-READ             PIC 9(07) VALUE ZERO.

      * FIELDS FOR THE RUNLOG01 RUN-CONTROL CALLS.
       01  WS-RL-FUNCTION            PIC X(01).
       01  WS-RL-PROGRAM             PIC X(08) VALUE "CALEXC01".
       01  WS-RL-LABEL               PIC X(24).
       01  WS-RL-VALUE               PIC S9(13)V99.
       01  WS-RL-RECORDS-IN          PIC 9(07) VALUE ZERO.
       01  WS-RL-RECORDS-OUT         PIC 9(07) VALUE ZERO.
       01  WS-RL-REJECTS             PIC 9(07) VALUE ZERO.
       01  WS-RL-STATUS-TEXT         PIC X(08).

       01  WS-TITLE-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(40) VALUE
               "CALL TREE EXCEPTIONS".

       01  WS-SECTION-LINE.
           05 FILLER                 PIC X(04) VALUE "*** ".
           05 WS-SL-TITLE            PIC X(50).

       01  WS-DEPT-HEADING.
           05 FILLER                 PIC X(06) VALUE "DEPT".
           05 FILLER                 PIC X(32) VALUE "DEPARTMENT".
           05 FILLER                 PIC X(24) VALUE "MISSING".

       01  WS-DEPT-LINE.
           05 WS-DL-DEPT-CODE        PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-DL-DEPT-NAME        PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-DL-MISSING          PIC X(24).

       01  WS-ENTRY-HEADING.
           05 FILLER                 PIC X(06) VALUE "DEPT".
           05 FILLER                 PIC X(12) VALUE "ROLE".
           05 FILLER                 PIC X(21) VALUE "LAST NAME".
           05 FILLER                 PIC X(22) VALUE "FIRST NAME".
           05 FILLER                 PIC X(26) VALUE "PROBLEM".
           05 FILLER                 PIC X(10) VALUE "DATE".
           05 FILLER                 PIC X(30) VALUE "HOW".

       01  WS-ENTRY-LINE.
           05 WS-EL-DEPT-CODE        PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-EL-ROLE             PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-EL-LAST-NAME        PIC X(20).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-EL-FIRST-NAME       PIC X(20).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-EL-PROBLEM          PIC X(24).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-EL-DATE             PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-EL-HOW              PIC X(30).

       01  WS-COUNT-LINE.
           05 WS-CT-LABEL            PIC X(30).
           05 WS-CT-COUNT            PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
            MOVE "S" TO WS-RL-FUNCTION.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            PERFORM 1000-OPEN-FILES.
            PERFORM 2000-LOAD-TREE-TABLE.
            PERFORM 3000-CHECK-ONE-ENTRY
                VARYING WS-TT-SUB FROM 1 BY 1
                UNTIL WS-TT-SUB > WS-TT-COUNT.
            IF WS-GAP-COUNT > ZERO
                PERFORM 4000-READ-PHONE-HISTORY
            END-IF.
            PERFORM 1100-OPEN-REPORT.
            PERFORM 5000-PRINT-DEPARTMENTS.
            PERFORM 6000-PRINT-TREE-ENTRIES.
            CLOSE PRINT-FILE.
            IF WS-TREE-FILE-OPEN
                CLOSE CALL-TREE-FILE
            END-IF.
            IF WS-PHONE-FILE-OPEN
                CLOSE PHONE-FILE
            END-IF.
            IF WS-DEPT-MASTER-OPEN
                CLOSE DEPT-FILE
            END-IF.
            IF WS-DEPTS-SHORT > ZERO OR WS-ENTRIES-LISTED > ZERO
                MOVE 4 TO WS-EXC-RC
            END-IF.
            MOVE "ENTRIES LISTED" TO WS-RL-LABEL.
            MOVE WS-ENTRIES-LISTED TO WS-RL-VALUE.
            MOVE "C" TO WS-RL-FUNCTION.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            MOVE "E" TO WS-RL-FUNCTION.
            MOVE WS-TT-COUNT TO WS-RL-RECORDS-IN.
            ADD WS-TT-OVERFLOW TO WS-RL-RECORDS-IN.
            COMPUTE WS-RL-RECORDS-OUT =
                WS-DEPTS-SHORT + WS-ENTRIES-LISTED.
            MOVE WS-TT-OVERFLOW TO WS-RL-REJECTS.
            MOVE ZERO TO WS-RL-VALUE.
            IF WS-EXC-RC = ZERO
                MOVE "CLEAN" TO WS-RL-STATUS-TEXT
            ELSE
                MOVE "REVIEW" TO WS-RL-STATUS-TEXT
            END-IF.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            MOVE WS-EXC-RC TO RETURN-CODE.
            STOP RUN.

      * NO TREES ON FILE IS NOT A FAILURE - EVERY DEPARTMENT SIMPLY
      * LISTS AS HAVING NO PRIMARY OR BACKUP.
       1000-OPEN-FILES.
            OPEN INPUT CALL-TREE-FILE.
            IF WS-CALL-TREE-OK
                SET WS-TREE-FILE-OPEN TO TRUE
            ELSE
                DISPLAY "NO CALL TREES ON FILE, STATUS = "
                    WS-CALL-TREE-STATUS
            END-IF.
            OPEN INPUT PHONE-FILE.
            IF WS-PHONE-FILE-OK
                SET WS-PHONE-FILE-OPEN TO TRUE
            ELSE
                DISPLAY "UNABLE TO OPEN PHONE-FILE, STATUS = "
                    WS-PHONE-FILE-STATUS
            END-IF.
            OPEN INPUT DEPT-FILE.
            IF WS-DEPT-FILE-OK
                SET WS-DEPT-MASTER-OPEN TO TRUE
            ELSE
                DISPLAY "NO DEPARTMENT MASTER - DEPARTMENT CHECKS "
                    "SKIPPED, STATUS = " WS-DEPT-FILE-STATUS
            END-IF.

       1100-OPEN-REPORT.
            MOVE "CALLEXC.PRT" TO WS-PRINT-FILE-NAME.
            OPEN OUTPUT PRINT-FILE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO OPEN CALL TREE EXCEPTIONS, "
                    "STATUS = " WS-PRINT-FILE-STATUS
            END-IF.
            PERFORM 3900-PRINT-STANDARD-HEADING.
            MOVE WS-TITLE-LINE TO CALL-EXCEPTION-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            IF WS-TT-OVERFLOW > ZERO
                MOVE "TREE ENTRIES NOT CHECKED" TO WS-CT-LABEL
                MOVE WS-TT-OVERFLOW TO WS-CT-COUNT
                MOVE WS-COUNT-LINE TO CALL-EXCEPTION-LINE
                PERFORM 8000-WRITE-REPORT-LINE
            END-IF.

      * THE FILE IS READ IN KEY ORDER, WHICH IS THE TABLE'S
      * ASCENDING KEY.
       2000-LOAD-TREE-TABLE.
            MOVE "N" TO WS-EOF-SWITCH.
            IF NOT WS-TREE-FILE-OPEN
                SET WS-NO-MORE-ENTRIES TO TRUE
            ELSE
                PERFORM 2900-READ-NEXT-TREE
            END-IF.
            PERFORM 2100-TABLE-ONE-ENTRY UNTIL WS-NO-MORE-ENTRIES.
            IF WS-TT-OVERFLOW > ZERO
                DISPLAY "CALL TREE TABLE FULL - " WS-TT-OVERFLOW
                    " ENTRIES NOT CHECKED"
            END-IF.

       2100-TABLE-ONE-ENTRY.
            IF WS-TT-COUNT < WS-TT-MAXIMUM
                ADD 1 TO WS-TT-COUNT
                MOVE CL-DEPT-CODE  TO WS-TT-DEPT-CODE(WS-TT-COUNT)
                MOVE CL-MEMBER-KEY TO WS-TT-MEMBER-KEY(WS-TT-COUNT)
                MOVE CL-ROLE       TO WS-TT-ROLE(WS-TT-COUNT)
                MOVE CL-CALLER-KEY TO WS-TT-CALLER-KEY(WS-TT-COUNT)
                MOVE SPACES        TO WS-TT-GAP(WS-TT-COUNT)
                    WS-TT-NEW-DEPT(WS-TT-COUNT)
                    WS-TT-HIST-ACTION(WS-TT-COUNT)
                    WS-TT-HIST-OPERATOR(WS-TT-COUNT)
                MOVE ZERO          TO WS-TT-HIST-DATE(WS-TT-COUNT)
            ELSE
                ADD 1 TO WS-TT-OVERFLOW
            END-IF.
            PERFORM 2900-READ-NEXT-TREE.

       2900-READ-NEXT-TREE.
            READ CALL-TREE-FILE NEXT RECORD
                AT END SET WS-NO-MORE-ENTRIES TO TRUE
            END-READ.
            IF NOT WS-CALL-TREE-OK AND NOT WS-CALL-TREE-EOF
                DISPLAY "CALL-TREE-FILE READ ERROR, STATUS = "
                    WS-CALL-TREE-STATUS
                SET WS-NO-MORE-ENTRIES TO TRUE
            END-IF.

      * ONE THING WRONG PER ENTRY, WORST FIRST: THE DEPARTMENT HAS
      * GONE, THE PERSON HAS GONE, THE PERSON HAS MOVED (AN
      * ESCALATION CONTACT MAY SIT ANYWHERE), OR THE MEMBER'S
      * CALLER IS NO LONGER ON THE TREE.
       3000-CHECK-ONE-ENTRY.
            IF WS-DEPT-MASTER-OPEN
                MOVE WS-TT-DEPT-CODE(WS-TT-SUB) TO DP-DEPT-CODE
                READ DEPT-FILE
                    INVALID KEY
                        SET WS-TT-DEPT-GONE(WS-TT-SUB) TO TRUE
                END-READ
            END-IF.
            IF WS-TT-NO-GAP(WS-TT-SUB) AND WS-PHONE-FILE-OPEN
                MOVE WS-TT-MEMBER-KEY(WS-TT-SUB) TO PHONE-NAME-KEY
                READ PHONE-FILE
                    INVALID KEY
                        SET WS-TT-NOT-IN-DIR(WS-TT-SUB) TO TRUE
                    NOT INVALID KEY
                        IF WS-TT-IN-DEPT(WS-TT-SUB)
                            AND PHONE-DEPT-CODE NOT =
                                WS-TT-DEPT-CODE(WS-TT-SUB)
                            SET WS-TT-MOVED(WS-TT-SUB) TO TRUE
                            MOVE PHONE-DEPT-CODE
                                TO WS-TT-NEW-DEPT(WS-TT-SUB)
                        END-IF
                END-READ
                IF NOT WS-PHONE-FILE-OK AND NOT WS-PHONE-KEY-NOT-FOUND
                    DISPLAY "PHONE-FILE READ ERROR, STATUS = "
                        WS-PHONE-FILE-STATUS
                END-IF
            END-IF.
            IF WS-TT-NO-GAP(WS-TT-SUB) AND WS-TT-MEMBER(WS-TT-SUB)
                MOVE WS-TT-DEPT-CODE(WS-TT-SUB) TO WS-SK-DEPT-CODE
                MOVE WS-TT-CALLER-KEY(WS-TT-SUB) TO WS-SK-MEMBER-KEY
                PERFORM 3100-FIND-TREE-KEY
                IF NOT WS-KEY-FOUND
                    SET WS-TT-CALLER-GONE(WS-TT-SUB) TO TRUE
                END-IF
            END-IF.
            IF (WS-TT-NOT-IN-DIR(WS-TT-SUB) OR WS-TT-MOVED(WS-TT-SUB))
                AND WS-GAP-COUNT < WS-GAP-MAXIMUM
                ADD 1 TO WS-GAP-COUNT
                MOVE WS-TT-SUB TO WS-GAP-TT-SUB(WS-GAP-COUNT)
            END-IF.

       3100-FIND-TREE-KEY.
            MOVE "N" TO WS-FOUND-SWITCH.
            SEARCH ALL WS-TT-ENTRY
                AT END CONTINUE
                WHEN WS-TT-KEY(WS-TT-IX) = WS-SEARCH-KEY
                    SET WS-KEY-FOUND TO TRUE
            END-SEARCH.

      * ONE PASS OVER THE PHONE AUDIT TRAIL.  IT IS WRITTEN IN
      * TIME ORDER, SO THE LAST MATCHING DELETE (OR DEPARTMENT
      * CHANGE) SEEN IS THE ONE THAT LEFT THE GAP.
       4000-READ-PHONE-HISTORY.
            OPEN INPUT PHONE-HISTORY-FILE.
            IF NOT WS-PHONE-HIST-OK
                DISPLAY "NO PHONE HISTORY - GAPS LISTED WITHOUT HOW, "
                    "STATUS = " WS-PHONE-HIST-STATUS
            ELSE
                MOVE "N" TO WS-HIST-EOF-SWITCH
                PERFORM 4900-READ-NEXT-HISTORY
                PERFORM 4100-MATCH-ONE-HISTORY
                    UNTIL WS-NO-MORE-HISTORY
                CLOSE PHONE-HISTORY-FILE
            END-IF.

       4100-MATCH-ONE-HISTORY.
            ADD 1 TO WS-HISTORY-READ.
            IF PH-ACTION-DELETE OR PH-ACTION-UPDATE
                MOVE PH-BEFORE-IMAGE TO WS-HIST-BEFORE
                MOVE PH-AFTER-IMAGE TO WS-HIST-AFTER
                PERFORM 4200-MATCH-ONE-GAP
                    VARYING WS-GAP-SUB FROM 1 BY 1
                    UNTIL WS-GAP-SUB > WS-GAP-COUNT
            END-IF.
            PERFORM 4900-READ-NEXT-HISTORY.

       4200-MATCH-ONE-GAP.
            MOVE WS-GAP-TT-SUB(WS-GAP-SUB) TO WS-TT-SUB.
            IF WS-HB-NAME-KEY = WS-TT-MEMBER-KEY(WS-TT-SUB)
                IF (PH-ACTION-DELETE AND WS-TT-NOT-IN-DIR(WS-TT-SUB))
                    OR (PH-ACTION-UPDATE AND WS-TT-MOVED(WS-TT-SUB)
                        AND WS-HB-DEPT-CODE = WS-TT-DEPT-CODE(WS-TT-SUB)
                        AND WS-HA-DEPT-CODE NOT =
                            WS-TT-DEPT-CODE(WS-TT-SUB))
                    MOVE PH-ACTION-CODE
                        TO WS-TT-HIST-ACTION(WS-TT-SUB)
                    MOVE PH-CHANGE-DATE TO WS-TT-HIST-DATE(WS-TT-SUB)
                    MOVE PH-OPERATOR-ID
                        TO WS-TT-HIST-OPERATOR(WS-TT-SUB)
                END-IF
            END-IF.

       4900-READ-NEXT-HISTORY.
            READ PHONE-HISTORY-FILE
                AT END SET WS-NO-MORE-HISTORY TO TRUE
            END-READ.
            IF NOT WS-PHONE-HIST-OK AND NOT WS-PHONE-HIST-EOF
                DISPLAY "PHONE-HISTORY-FILE READ ERROR, STATUS = "
                    WS-PHONE-HIST-STATUS
                SET WS-NO-MORE-HISTORY TO TRUE
            END-IF.

      ******************************************************************
      * SECTION 1 - DEPARTMENTS ON THE MASTER WITHOUT A PRIMARY AND
      * A BACKUP.  THE MASTER AND THE TABLE ARE BOTH IN DEPARTMENT
      * ORDER, SO THE TABLE CURSOR ONLY MOVES FORWARD.
      ******************************************************************
       5000-PRINT-DEPARTMENTS.
            MOVE "DEPARTMENTS WITHOUT A PRIMARY AND BACKUP"
                TO WS-SL-TITLE.
            PERFORM 7000-PRINT-SECTION-HEADING.
            MOVE WS-DEPT-HEADING TO CALL-EXCEPTION-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE 1 TO WS-CURSOR.
            MOVE "N" TO WS-DEPT-EOF-SWITCH.
            IF NOT WS-DEPT-MASTER-OPEN
                SET WS-NO-MORE-DEPTS TO TRUE
            ELSE
                MOVE LOW-VALUES TO DP-DEPT-CODE
                START DEPT-FILE KEY IS NOT LESS THAN DP-DEPT-CODE
                    INVALID KEY SET WS-NO-MORE-DEPTS TO TRUE
                END-START
                IF NOT WS-NO-MORE-DEPTS
                    PERFORM 5900-READ-NEXT-DEPT
                END-IF
            END-IF.
            PERFORM 5100-CHECK-ONE-DEPARTMENT UNTIL WS-NO-MORE-DEPTS.
            MOVE "DEPARTMENTS CHECKED" TO WS-CT-LABEL.
            MOVE WS-DEPTS-CHECKED TO WS-CT-COUNT.
            MOVE WS-COUNT-LINE TO CALL-EXCEPTION-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE "DEPARTMENTS SHORT" TO WS-CT-LABEL.
            MOVE WS-DEPTS-SHORT TO WS-CT-COUNT.
            MOVE WS-COUNT-LINE TO CALL-EXCEPTION-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.

       5100-CHECK-ONE-DEPARTMENT.
            ADD 1 TO WS-DEPTS-CHECKED.
            MOVE "N" TO WS-DEPT-HAS-PRIMARY WS-DEPT-HAS-BACKUP.
            PERFORM 5200-SKIP-TO-DEPARTMENT
                UNTIL WS-CURSOR > WS-TT-COUNT
                   OR WS-TT-DEPT-CODE(WS-CURSOR) NOT < DP-DEPT-CODE.
            PERFORM 5300-NOTE-ONE-ROLE
                UNTIL WS-CURSOR > WS-TT-COUNT
                   OR WS-TT-DEPT-CODE(WS-CURSOR) NOT = DP-DEPT-CODE.
            MOVE SPACES TO WS-DL-MISSING.
            IF NOT WS-PRIMARY-FOUND AND NOT WS-BACKUP-FOUND
                MOVE "PRIMARY AND BACKUP" TO WS-DL-MISSING
            ELSE IF NOT WS-PRIMARY-FOUND
                MOVE "PRIMARY" TO WS-DL-MISSING
            ELSE IF NOT WS-BACKUP-FOUND
                MOVE "BACKUP" TO WS-DL-MISSING
            END-IF.
            IF WS-DL-MISSING NOT = SPACES
                ADD 1 TO WS-DEPTS-SHORT
                MOVE DP-DEPT-CODE TO WS-DL-DEPT-CODE
                MOVE DP-DEPT-NAME TO WS-DL-DEPT-NAME
                MOVE WS-DEPT-LINE TO CALL-EXCEPTION-LINE
                PERFORM 8000-WRITE-REPORT-LINE
            END-IF.
            PERFORM 5900-READ-NEXT-DEPT.

       5200-SKIP-TO-DEPARTMENT.
            ADD 1 TO WS-CURSOR.

       5300-NOTE-ONE-ROLE.
            IF WS-TT-PRIMARY(WS-CURSOR)
                MOVE "Y" TO WS-DEPT-HAS-PRIMARY
            END-IF.
            IF WS-TT-BACKUP(WS-CURSOR)
                MOVE "Y" TO WS-DEPT-HAS-BACKUP
            END-IF.
            ADD 1 TO WS-CURSOR.

       5900-READ-NEXT-DEPT.
            READ DEPT-FILE NEXT RECORD
                AT END SET WS-NO-MORE-DEPTS TO TRUE
            END-READ.
            IF NOT WS-DEPT-FILE-OK AND NOT WS-DEPT-FILE-EOF
                DISPLAY "DEPT-FILE READ ERROR, STATUS = "
                    WS-DEPT-FILE-STATUS
                SET WS-NO-MORE-DEPTS TO TRUE
            END-IF.

      ******************************************************************
      * SECTION 2 - TREE ENTRIES THAT NO LONGER HOLD, WITH HOW THE
      * PERSON WENT WHERE PHNHIST KNOWS.
      ******************************************************************
       6000-PRINT-TREE-ENTRIES.
            MOVE "CALL TREE ENTRIES THAT NO LONGER HOLD"
                TO WS-SL-TITLE.
            PERFORM 7000-PRINT-SECTION-HEADING.
            MOVE WS-ENTRY-HEADING TO CALL-EXCEPTION-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            PERFORM 6100-PRINT-ONE-ENTRY
                VARYING WS-TT-SUB FROM 1 BY 1
                UNTIL WS-TT-SUB > WS-TT-COUNT.
            MOVE "ENTRIES LISTED" TO WS-CT-LABEL.
            MOVE WS-ENTRIES-LISTED TO WS-CT-COUNT.
            MOVE WS-COUNT-LINE TO CALL-EXCEPTION-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.

       6100-PRINT-ONE-ENTRY.
            IF NOT WS-TT-NO-GAP(WS-TT-SUB)
                ADD 1 TO WS-ENTRIES-LISTED
                MOVE SPACES TO WS-ENTRY-LINE
                MOVE WS-TT-DEPT-CODE(WS-TT-SUB) TO WS-EL-DEPT-CODE
                EVALUATE TRUE
                    WHEN WS-TT-PRIMARY(WS-TT-SUB)
                        MOVE "PRIMARY" TO WS-EL-ROLE
                    WHEN WS-TT-BACKUP(WS-TT-SUB)
                        MOVE "BACKUP" TO WS-EL-ROLE
                    WHEN WS-TT-ESCALATION(WS-TT-SUB)
                        MOVE "ESCALATION" TO WS-EL-ROLE
                    WHEN OTHER
                        MOVE "MEMBER" TO WS-EL-ROLE
                END-EVALUATE
                MOVE WS-TT-MEMBER-KEY(WS-TT-SUB)(1:20)
                    TO WS-EL-LAST-NAME
                MOVE WS-TT-MEMBER-KEY(WS-TT-SUB)(21:20)
                    TO WS-EL-FIRST-NAME
                PERFORM 6200-DESCRIBE-GAP
                MOVE WS-ENTRY-LINE TO CALL-EXCEPTION-LINE
                PERFORM 8000-WRITE-REPORT-LINE
            END-IF.

       6200-DESCRIBE-GAP.
            IF WS-TT-DEPT-GONE(WS-TT-SUB)
                MOVE "DEPT NOT ON MASTER" TO WS-EL-PROBLEM
            ELSE IF WS-TT-CALLER-GONE(WS-TT-SUB)
                MOVE "CALLER NOT ON TREE" TO WS-EL-PROBLEM
                STRING "RUNG BY " DELIMITED BY SIZE
                       WS-TT-CALLER-KEY(WS-TT-SUB)(1:20)
                           DELIMITED BY SIZE
                    INTO WS-EL-HOW
            ELSE
                IF WS-TT-NOT-IN-DIR(WS-TT-SUB)
                    MOVE "NOT IN DIRECTORY" TO WS-EL-PROBLEM
                ELSE
                    STRING "MOVED TO DEPT " DELIMITED BY SIZE
                           WS-TT-NEW-DEPT(WS-TT-SUB) DELIMITED BY SIZE
                        INTO WS-EL-PROBLEM
                END-IF
                IF WS-TT-HIST-DATE(WS-TT-SUB) = ZERO
                    MOVE "NOT ON PHONE HISTORY" TO WS-EL-HOW
                ELSE
                    MOVE WS-TT-HIST-DATE(WS-TT-SUB) TO WS-EL-DATE
                    IF WS-TT-HIST-ACTION(WS-TT-SUB) = "U"
                        STRING "MOVED BY " DELIMITED BY SIZE
                               WS-TT-HIST-OPERATOR(WS-TT-SUB)
                                   DELIMITED BY SIZE
                            INTO WS-EL-HOW
                    ELSE IF WS-TT-HIST-OPERATOR(WS-TT-SUB) =
                            WS-HR-FEED-OPERATOR
                        MOVE "TERMINATED (HR FEED)" TO WS-EL-HOW
                    ELSE
                        STRING "DELETED BY " DELIMITED BY SIZE
                               WS-TT-HIST-OPERATOR(WS-TT-SUB)
                                   DELIMITED BY SIZE
                            INTO WS-EL-HOW
                    END-IF
                END-IF
            END-IF.

       7000-PRINT-SECTION-HEADING.
            MOVE SPACES TO CALL-EXCEPTION-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE WS-SECTION-LINE TO CALL-EXCEPTION-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.

       8000-WRITE-REPORT-LINE.
            WRITE CALL-EXCEPTION-LINE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO WRITE CALL TREE EXCEPTIONS, "
                    "STATUS = " WS-PRINT-FILE-STATUS
            END-IF.

      * PRINT THE STANDARD COMPANY/RUN-DATE/RUN-TIME/PAGE-NUMBER
      * HEADING (SEE RPTHDR1.cbl).
       3900-PRINT-STANDARD-HEADING.
            ADD 1 TO WS-RPT-PAGE-COUNT.
            MOVE WS-RPT-PAGE-COUNT TO WS-RPT-PAGE-NUMBER.
            ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RPT-RUN-TIME FROM TIME.
            MOVE WS-RPT-HEADING-LINE-1 TO CALL-EXCEPTION-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE WS-RPT-HEADING-LINE-2 TO CALL-EXCEPTION-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
       END PROGRAM CALEXC01.

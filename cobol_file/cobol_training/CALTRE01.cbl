      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Department emergency call trees - prints two
      *              reports off CALL-TREE-FILE, with every number
      *              and extension read live from PHONE-FILE so the
      *              printed copy is only ever as old as last night:
      *              CALLTREE.PRT - one block per department on
      *              DEPT-FILE: primary, backup and escalation
      *              contact, then who rings whom, grouped by caller
      *              in call order.
      *              CALLROST.PRT - the company-wide roster the
      *              emergency coordinator works from: one line per
      *              department with its primary, backup and
      *              escalation contact and their numbers, the
      *              member count, and whether the tree is whole.
      *              A name in a tree with no directory entry prints
      *              flagged instead of with a stale number.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original call tree and roster reports.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALTRE01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLCLT01.cbl".
           COPY "SLPHN01.cbl".
           COPY "SLDEP01.cbl".
           SELECT SORT-WORK-FILE ASSIGN TO "CTSORT.TMP".
           COPY "Hello-world.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCLT01.cbl".
           COPY "FDPHN01.cbl".
           COPY "FDDEP01.cbl".

       SD  SORT-WORK-FILE.
       01  SW-RECORD.
           05 SW-DEPT-CODE          PIC X(04).
           05 SW-CALLER-KEY         PIC X(40).
           05 SW-CALL-ORDER         PIC 9(02).
           05 SW-MEMBER-KEY         PIC X(40).

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CALL-TREE-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CALL-TREE-STATUS      PIC X(02).
           88 WS-CALL-TREE-OK           VALUE "00".
           88 WS-CALL-TREE-EOF          VALUE "10".
       01  WS-PHONE-FILE-STATUS     PIC X(02).
           88 WS-PHONE-FILE-OK          VALUE "00".
           88 WS-PHONE-KEY-NOT-FOUND    VALUE "23".
       01  WS-DEPT-FILE-STATUS      PIC X(02).
           88 WS-DEPT-FILE-OK           VALUE "00".
           88 WS-DEPT-FILE-EOF          VALUE "10".
       01  WS-PRINT-FILE-NAME       PIC X(20).
       01  WS-PRINT-FILE-STATUS     PIC X(02).
           88 WS-PRINT-FILE-OK          VALUE "00".

       01  WS-TREE-OPEN-SWITCH       PIC X(01) VALUE "N".
           88 WS-TREE-FILE-OPEN          VALUE "Y".
       01  WS-PHONE-OPEN-SWITCH      PIC X(01) VALUE "N".
           88 WS-PHONE-FILE-OPEN         VALUE "Y".
       01  WS-DEPT-OPEN-SWITCH       PIC X(01) VALUE "N".
           88 WS-DEPT-MASTER-OPEN        VALUE "Y".
       01  WS-EOF-SWITCH             PIC X(01) VALUE "N".
           88 WS-NO-MORE-ENTRIES         VALUE "Y".
       01  WS-DEPT-EOF-SWITCH        PIC X(01) VALUE "N".
           88 WS-NO-MORE-DEPTS           VALUE "Y".
       01  WS-TREE-EOF-SWITCH        PIC X(01) VALUE "N".
           88 WS-TREE-DEPT-DONE          VALUE "Y".
       01  WS-FOUND-SWITCH           PIC X(01) VALUE "N".
           88 WS-IN-DIRECTORY            VALUE "Y".

           COPY "RPTHDR1.cbl".

      * EVERY MEMBER RECORD ON THE TREES, IN DEPARTMENT, CALLER AND
      * CALL ORDER, SO EACH DEPARTMENT'S WHO-RINGS-WHOM IS ONE RUN OF
      * THE TABLE.  ANYTHING PAST THE TABLE IS COUNTED AND LEFT OFF.
       01  WS-MEMBER-TABLE.
           05 WS-MT-ENTRY OCCURS 3000 TIMES.
               10 WS-MT-DEPT-CODE    PIC X(04).
               10 WS-MT-CALLER-KEY   PIC X(40).
               10 WS-MT-CALL-ORDER   PIC 9(02).
               10 WS-MT-MEMBER-KEY   PIC X(40).
       01  WS-MT-MAX                 PIC 9(04) VALUE 3000.
       01  WS-MT-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-MT-OVERFLOW            PIC 9(05) VALUE ZERO.
       01  WS-MT-CURSOR              PIC 9(04).
       01  WS-CURRENT-CALLER         PIC X(40).

      * THE DEPARTMENT'S PRIMARY, BACKUP AND ESCALATION CONTACT, IN
      * THAT ORDER, AS FOUND ON ITS TREE.
       01  WS-LEADER-KEYS.
           05 WS-LEADER-KEY OCCURS 3 TIMES.
               10 WS-LK-LAST-NAME    PIC X(20).
               10 WS-LK-FIRST-NAME   PIC X(20).
       01  WS-LEADER-ROLE-VALUES.
           05 FILLER                 PIC X(10) VALUE "PRIMARY".
           05 FILLER                 PIC X(10) VALUE "BACKUP".
           05 FILLER                 PIC X(10) VALUE "ESCALATION".
       01  WS-LEADER-ROLE-TABLE REDEFINES WS-LEADER-ROLE-VALUES.
           05 WS-LEADER-ROLE-NAME    PIC X(10) OCCURS 3 TIMES.
       01  WS-LEADER-IDX             PIC 9(01).
       01  WS-LOOKUP-KEY             PIC X(40).
       01  WS-DEPT-MEMBER-COUNT      PIC 9(04).
       01  WS-DEPT-STATUS-TEXT       PIC X(24).

       01  WS-DEPTS-PRINTED          PIC 9(05) VALUE ZERO.
       01  WS-DEPTS-SHORT            PIC 9(05) VALUE ZERO.
       01  WS-MEMBERS-PRINTED        PIC 9(07) VALUE ZERO.
       01  WS-NOT-IN-DIRECTORY       PIC 9(05) VALUE ZERO.

      * FIELDS FOR THE RUNLOG01 RUN-CONTROL CALLS.
       01  WS-RL-FUNCTION            PIC X(01).
       01  WS-RL-PROGRAM             PIC X(08) VALUE "CALTRE01".
       01  WS-RL-LABEL               PIC X(24).
       01  WS-RL-VALUE               PIC S9(13)V99.
       01  WS-RL-RECORDS-IN          PIC 9(07) VALUE ZERO.
       01  WS-RL-RECORDS-OUT         PIC 9(07) VALUE ZERO.
       01  WS-RL-REJECTS             PIC 9(07) VALUE ZERO.
       01  WS-RL-STATUS-TEXT         PIC X(08).

       01  WS-TITLE-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 WS-TL-TITLE            PIC X(50).

       01  WS-DEPT-HEADING-LINE.
           05 WS-DH-CODE             PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-DH-NAME             PIC X(30).
           05 FILLER                 PIC X(08) VALUE "  HEAD: ".
           05 WS-DH-HEAD             PIC X(30).

      * ONE PERSON ON A TREE.  THE ROLE COLUMN CARRIES THE ROLE FOR
      * A LEADER AND THE CALL ORDER FOR A MEMBER.
       01  WS-DETAIL-LINE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-D-ROLE              PIC X(12).
           05 WS-D-ROLE-R REDEFINES WS-D-ROLE.
               10 FILLER             PIC X(06).
               10 WS-D-CALL-ORDER    PIC 9(02).
               10 FILLER             PIC X(04).
           05 WS-D-LAST-NAME         PIC X(20).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-D-FIRST-NAME        PIC X(20).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-D-NUMBER            PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-D-EXT-LABEL         PIC X(01).
           05 WS-D-EXTENSION         PIC X(05).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-D-NOTE              PIC X(24).

       01  WS-CALLER-LINE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "RUNG BY  ".
           05 WS-CG-LAST-NAME        PIC X(20).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-CG-FIRST-NAME       PIC X(20).

       01  WS-ROSTER-HEADING.
           05 FILLER                 PIC X(05) VALUE "DEPT".
           05 FILLER                 PIC X(21) VALUE "DEPARTMENT".
           05 FILLER                 PIC X(26) VALUE "PRIMARY".
           05 FILLER                 PIC X(26) VALUE "BACKUP".
           05 FILLER                 PIC X(26) VALUE "ESCALATION".
           05 FILLER                 PIC X(05) VALUE "MEMB".
           05 FILLER                 PIC X(20) VALUE "STATUS".

       01  WS-ROSTER-LINE.
           05 WS-RO-DEPT-CODE        PIC X(04).
           05 FILLER                 PIC X(01).
           05 WS-RO-DEPT-NAME        PIC X(20).
           05 FILLER                 PIC X(01).
           05 WS-RO-LEADER OCCURS 3 TIMES.
               10 WS-RO-LAST-NAME    PIC X(14).
               10 FILLER             PIC X(01).
               10 WS-RO-NUMBER       PIC X(10).
               10 FILLER             PIC X(01).
           05 WS-RO-MEMBERS          PIC ZZZ9.
           05 FILLER                 PIC X(01).
           05 WS-RO-STATUS           PIC X(24).

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
            SORT SORT-WORK-FILE
                ON ASCENDING KEY SW-DEPT-CODE SW-CALLER-KEY
                    SW-CALL-ORDER SW-MEMBER-KEY
                INPUT PROCEDURE IS 2000-LOAD-SORT-FILE
                OUTPUT PROCEDURE IS 2500-LOAD-MEMBER-TABLE.
            PERFORM 3000-PRINT-CALL-TREES.
            PERFORM 5000-PRINT-ROSTER.
            IF WS-TREE-FILE-OPEN
                CLOSE CALL-TREE-FILE
            END-IF.
            IF WS-PHONE-FILE-OPEN
                CLOSE PHONE-FILE
            END-IF.
            IF WS-DEPT-MASTER-OPEN
                CLOSE DEPT-FILE
            END-IF.
            MOVE "DEPTS WITHOUT P AND B" TO WS-RL-LABEL.
            MOVE WS-DEPTS-SHORT TO WS-RL-VALUE.
            MOVE "C" TO WS-RL-FUNCTION.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            MOVE "E" TO WS-RL-FUNCTION.
            MOVE WS-MT-COUNT TO WS-RL-RECORDS-IN.
            ADD WS-MT-OVERFLOW TO WS-RL-RECORDS-IN.
            MOVE WS-MEMBERS-PRINTED TO WS-RL-RECORDS-OUT.
            MOVE WS-MT-OVERFLOW TO WS-RL-REJECTS.
            MOVE ZERO TO WS-RL-VALUE.
            IF WS-DEPTS-SHORT = ZERO AND WS-NOT-IN-DIRECTORY = ZERO
                MOVE "CLEAN" TO WS-RL-STATUS-TEXT
            ELSE
                MOVE "REVIEW" TO WS-RL-STATUS-TEXT
            END-IF.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            STOP RUN.

      * NO TREES ON FILE YET STILL PRINTS - EVERY DEPARTMENT SHOWS
      * SHORT, WHICH IS THE TRUTH.  NO DEPARTMENT MASTER MEANS
      * NOTHING TO PRINT THE TREES AGAINST.
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
                DISPLAY "NO DEPARTMENT MASTER - NO TREES PRINTED, "
                    "STATUS = " WS-DEPT-FILE-STATUS
            END-IF.

      * ONLY MEMBERS GO THROUGH THE SORT - THE LEADERS ARE READ
      * STRAIGHT OFF THE TREE FOR EACH DEPARTMENT.
       2000-LOAD-SORT-FILE.
            MOVE "N" TO WS-EOF-SWITCH.
            IF NOT WS-TREE-FILE-OPEN
                SET WS-NO-MORE-ENTRIES TO TRUE
            ELSE
                PERFORM 2900-READ-NEXT-TREE
            END-IF.
            PERFORM 2100-RELEASE-ONE-MEMBER UNTIL WS-NO-MORE-ENTRIES.

       2100-RELEASE-ONE-MEMBER.
            IF CL-ROLE-MEMBER
                MOVE CL-DEPT-CODE  TO SW-DEPT-CODE
                MOVE CL-CALLER-KEY TO SW-CALLER-KEY
                MOVE CL-CALL-ORDER TO SW-CALL-ORDER
                MOVE CL-MEMBER-KEY TO SW-MEMBER-KEY
                RELEASE SW-RECORD
            END-IF.
            PERFORM 2900-READ-NEXT-TREE.

       2500-LOAD-MEMBER-TABLE.
            MOVE "N" TO WS-EOF-SWITCH.
            RETURN SORT-WORK-FILE
                AT END SET WS-NO-MORE-ENTRIES TO TRUE
            END-RETURN.
            PERFORM 2600-TABLE-ONE-MEMBER UNTIL WS-NO-MORE-ENTRIES.
            IF WS-MT-OVERFLOW > ZERO
                DISPLAY "MEMBER TABLE FULL - " WS-MT-OVERFLOW
                    " MEMBERS NOT PRINTED"
            END-IF.

       2600-TABLE-ONE-MEMBER.
            IF WS-MT-COUNT < WS-MT-MAX
                ADD 1 TO WS-MT-COUNT
                MOVE SW-DEPT-CODE  TO WS-MT-DEPT-CODE(WS-MT-COUNT)
                MOVE SW-CALLER-KEY TO WS-MT-CALLER-KEY(WS-MT-COUNT)
                MOVE SW-CALL-ORDER TO WS-MT-CALL-ORDER(WS-MT-COUNT)
                MOVE SW-MEMBER-KEY TO WS-MT-MEMBER-KEY(WS-MT-COUNT)
            ELSE
                ADD 1 TO WS-MT-OVERFLOW
            END-IF.
            RETURN SORT-WORK-FILE
                AT END SET WS-NO-MORE-ENTRIES TO TRUE
            END-RETURN.

       2900-READ-NEXT-TREE.
            READ CALL-TREE-FILE NEXT RECORD
                AT END SET WS-NO-MORE-ENTRIES TO TRUE
            END-READ.
            IF NOT WS-CALL-TREE-OK AND NOT WS-CALL-TREE-EOF
                DISPLAY "CALL-TREE-FILE READ ERROR, STATUS = "
                    WS-CALL-TREE-STATUS
                SET WS-NO-MORE-ENTRIES TO TRUE
            END-IF.

      ******************************************************************
      * CALLTREE.PRT - ONE BLOCK PER DEPARTMENT.  DEPT-FILE AND THE
      * MEMBER TABLE ARE BOTH IN DEPARTMENT ORDER, SO THE TABLE
      * CURSOR ONLY EVER MOVES FORWARD.
      ******************************************************************
       3000-PRINT-CALL-TREES.
            MOVE "CALLTREE.PRT" TO WS-PRINT-FILE-NAME.
            OPEN OUTPUT PRINT-FILE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO OPEN CALL TREE REPORT, STATUS = "
                    WS-PRINT-FILE-STATUS
            END-IF.
            PERFORM 3900-PRINT-STANDARD-HEADING.
            MOVE "DEPARTMENT EMERGENCY CALL TREES" TO WS-TL-TITLE.
            MOVE WS-TITLE-LINE TO CALL-TREE-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE 1 TO WS-MT-CURSOR.
            PERFORM 6000-START-DEPT-WALK.
            PERFORM 3100-PRINT-ONE-TREE UNTIL WS-NO-MORE-DEPTS.
            MOVE SPACES TO CALL-TREE-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE "DEPARTMENTS PRINTED" TO WS-CT-LABEL.
            MOVE WS-DEPTS-PRINTED TO WS-CT-COUNT.
            MOVE WS-COUNT-LINE TO CALL-TREE-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE "WITHOUT A PRIMARY AND BACKUP" TO WS-CT-LABEL.
            MOVE WS-DEPTS-SHORT TO WS-CT-COUNT.
            MOVE WS-COUNT-LINE TO CALL-TREE-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE "NAMES NOT IN THE DIRECTORY" TO WS-CT-LABEL.
            MOVE WS-NOT-IN-DIRECTORY TO WS-CT-COUNT.
            MOVE WS-COUNT-LINE TO CALL-TREE-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            CLOSE PRINT-FILE.

       3100-PRINT-ONE-TREE.
            ADD 1 TO WS-DEPTS-PRINTED.
            MOVE SPACES TO CALL-TREE-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE DP-DEPT-CODE TO WS-DH-CODE.
            MOVE DP-DEPT-NAME TO WS-DH-NAME.
            MOVE DP-DEPT-HEAD TO WS-DH-HEAD.
            MOVE WS-DEPT-HEADING-LINE TO CALL-TREE-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            PERFORM 7000-FIND-LEADERS.
            PERFORM 7500-SET-DEPT-STATUS.
            IF WS-DEPT-STATUS-TEXT NOT = "COMPLETE"
                ADD 1 TO WS-DEPTS-SHORT
            END-IF.
            PERFORM 3200-PRINT-ONE-LEADER
                VARYING WS-LEADER-IDX FROM 1 BY 1
                UNTIL WS-LEADER-IDX > 3.
            PERFORM 3300-SKIP-TO-DEPARTMENT
                UNTIL WS-MT-CURSOR > WS-MT-COUNT
                   OR WS-MT-DEPT-CODE(WS-MT-CURSOR) NOT < DP-DEPT-CODE.
            MOVE HIGH-VALUES TO WS-CURRENT-CALLER.
            MOVE ZERO TO WS-DEPT-MEMBER-COUNT.
            PERFORM 3400-PRINT-ONE-MEMBER
                UNTIL WS-MT-CURSOR > WS-MT-COUNT
                   OR WS-MT-DEPT-CODE(WS-MT-CURSOR) NOT = DP-DEPT-CODE.
            IF WS-DEPT-MEMBER-COUNT = ZERO
                MOVE "    NO MEMBERS ON THIS TREE" TO CALL-TREE-LINE
                PERFORM 8000-WRITE-REPORT-LINE
            END-IF.
            IF WS-DEPT-STATUS-TEXT NOT = "COMPLETE"
                MOVE SPACES TO CALL-TREE-LINE
                STRING "    *** " DELIMITED BY SIZE
                       WS-DEPT-STATUS-TEXT DELIMITED BY "  "
                       " ***" DELIMITED BY SIZE
                    INTO CALL-TREE-LINE
                PERFORM 8000-WRITE-REPORT-LINE
            END-IF.
            PERFORM 6900-READ-NEXT-DEPT.

       3200-PRINT-ONE-LEADER.
            MOVE SPACES TO WS-D-ROLE.
            MOVE WS-LEADER-ROLE-NAME(WS-LEADER-IDX) TO WS-D-ROLE.
            IF WS-LEADER-KEY(WS-LEADER-IDX) = SPACES
                MOVE SPACES TO WS-D-LAST-NAME WS-D-FIRST-NAME
                    WS-D-NUMBER WS-D-EXT-LABEL WS-D-EXTENSION
                MOVE "** NONE SET **" TO WS-D-NOTE
                MOVE WS-DETAIL-LINE TO CALL-TREE-LINE
                PERFORM 8000-WRITE-REPORT-LINE
            ELSE
                MOVE WS-LEADER-KEY(WS-LEADER-IDX) TO WS-LOOKUP-KEY
                PERFORM 3500-PRINT-PERSON
            END-IF.

       3300-SKIP-TO-DEPARTMENT.
            ADD 1 TO WS-MT-CURSOR.

      * A NEW CALLER STARTS A NEW GROUP WITH A "RUNG BY" LINE.
       3400-PRINT-ONE-MEMBER.
            IF WS-MT-CALLER-KEY(WS-MT-CURSOR) NOT = WS-CURRENT-CALLER
                MOVE WS-MT-CALLER-KEY(WS-MT-CURSOR)
                    TO WS-CURRENT-CALLER
                MOVE WS-CURRENT-CALLER(1:20) TO WS-CG-LAST-NAME
                MOVE WS-CURRENT-CALLER(21:20) TO WS-CG-FIRST-NAME
                MOVE WS-CALLER-LINE TO CALL-TREE-LINE
                PERFORM 8000-WRITE-REPORT-LINE
            END-IF.
            MOVE SPACES TO WS-D-ROLE.
            MOVE WS-MT-CALL-ORDER(WS-MT-CURSOR) TO WS-D-CALL-ORDER.
            MOVE WS-MT-MEMBER-KEY(WS-MT-CURSOR) TO WS-LOOKUP-KEY.
            PERFORM 3500-PRINT-PERSON.
            ADD 1 TO WS-DEPT-MEMBER-COUNT.
            ADD 1 TO WS-MEMBERS-PRINTED.
            ADD 1 TO WS-MT-CURSOR.

      * NAME FROM THE TREE, NUMBER AND EXTENSION FROM TODAY'S
      * DIRECTORY.  SOMEONE WHO HAS LEFT THE DEPARTMENT IS STILL
      * PRINTED, FLAGGED - THE ESCALATION CONTACT MAY SIT ANYWHERE.
       3500-PRINT-PERSON.
            MOVE WS-LOOKUP-KEY(1:20) TO WS-D-LAST-NAME.
            MOVE WS-LOOKUP-KEY(21:20) TO WS-D-FIRST-NAME.
            MOVE SPACES TO WS-D-NOTE.
            PERFORM 7800-LOOK-UP-PHONE.
            IF WS-IN-DIRECTORY
                MOVE PHONE-NUMBER TO WS-D-NUMBER
                IF PHONE-EXTENSION = ZERO
                    MOVE SPACES TO WS-D-EXT-LABEL WS-D-EXTENSION
                ELSE
                    MOVE "X" TO WS-D-EXT-LABEL
                    MOVE PHONE-EXTENSION TO WS-D-EXTENSION
                END-IF
                IF PHONE-DEPT-CODE NOT = DP-DEPT-CODE
                    AND WS-D-ROLE NOT = "ESCALATION"
                    STRING "** NOW IN DEPT " DELIMITED BY SIZE
                           PHONE-DEPT-CODE DELIMITED BY SIZE
                           " **" DELIMITED BY SIZE
                        INTO WS-D-NOTE
                END-IF
            ELSE
                ADD 1 TO WS-NOT-IN-DIRECTORY
                MOVE SPACES TO WS-D-NUMBER WS-D-EXT-LABEL
                    WS-D-EXTENSION
                MOVE "** NOT IN DIRECTORY **" TO WS-D-NOTE
            END-IF.
            MOVE WS-DETAIL-LINE TO CALL-TREE-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.

      ******************************************************************
      * CALLROST.PRT - THE COORDINATOR'S ROSTER, ONE LINE A
      * DEPARTMENT.  THE PRINT FILE IS REUSED UNDER A NEW NAME.
      ******************************************************************
       5000-PRINT-ROSTER.
            MOVE ZERO TO WS-RPT-PAGE-COUNT.
            MOVE "CALLROST.PRT" TO WS-PRINT-FILE-NAME.
            OPEN OUTPUT PRINT-FILE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO OPEN CALL ROSTER, STATUS = "
                    WS-PRINT-FILE-STATUS
            END-IF.
            PERFORM 3900-PRINT-STANDARD-HEADING.
            MOVE "COMPANY EMERGENCY CALL ROSTER" TO WS-TL-TITLE.
            MOVE WS-TITLE-LINE TO CALL-TREE-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE SPACES TO CALL-TREE-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE WS-ROSTER-HEADING TO CALL-TREE-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            PERFORM 6000-START-DEPT-WALK.
            PERFORM 5100-PRINT-ONE-ROSTER-LINE UNTIL WS-NO-MORE-DEPTS.
            MOVE SPACES TO CALL-TREE-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE "WITHOUT A PRIMARY AND BACKUP" TO WS-CT-LABEL.
            MOVE WS-DEPTS-SHORT TO WS-CT-COUNT.
            MOVE WS-COUNT-LINE TO CALL-TREE-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            CLOSE PRINT-FILE.

       5100-PRINT-ONE-ROSTER-LINE.
            PERFORM 7000-FIND-LEADERS.
            PERFORM 7500-SET-DEPT-STATUS.
            MOVE SPACES TO WS-ROSTER-LINE.
            MOVE DP-DEPT-CODE TO WS-RO-DEPT-CODE.
            MOVE DP-DEPT-NAME TO WS-RO-DEPT-NAME.
            PERFORM 5200-FILL-ONE-LEADER
                VARYING WS-LEADER-IDX FROM 1 BY 1
                UNTIL WS-LEADER-IDX > 3.
            MOVE WS-DEPT-MEMBER-COUNT TO WS-RO-MEMBERS.
            MOVE WS-DEPT-STATUS-TEXT TO WS-RO-STATUS.
            MOVE WS-ROSTER-LINE TO CALL-TREE-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            PERFORM 6900-READ-NEXT-DEPT.

       5200-FILL-ONE-LEADER.
            IF WS-LEADER-KEY(WS-LEADER-IDX) = SPACES
                MOVE "- NONE -" TO WS-RO-LAST-NAME(WS-LEADER-IDX)
            ELSE
                MOVE WS-LK-LAST-NAME(WS-LEADER-IDX)
                    TO WS-RO-LAST-NAME(WS-LEADER-IDX)
                MOVE WS-LEADER-KEY(WS-LEADER-IDX) TO WS-LOOKUP-KEY
                PERFORM 7800-LOOK-UP-PHONE
                IF WS-IN-DIRECTORY
                    MOVE PHONE-NUMBER TO WS-RO-NUMBER(WS-LEADER-IDX)
                ELSE
                    MOVE "NOT IN DIR" TO WS-RO-NUMBER(WS-LEADER-IDX)
                END-IF
            END-IF.

      ******************************************************************
      * SHARED WALKS AND LOOK-UPS.
      ******************************************************************
       6000-START-DEPT-WALK.
            MOVE "N" TO WS-DEPT-EOF-SWITCH.
            IF NOT WS-DEPT-MASTER-OPEN
                SET WS-NO-MORE-DEPTS TO TRUE
            ELSE
                MOVE LOW-VALUES TO DP-DEPT-CODE
                START DEPT-FILE KEY IS NOT LESS THAN DP-DEPT-CODE
                    INVALID KEY SET WS-NO-MORE-DEPTS TO TRUE
                END-START
                IF NOT WS-NO-MORE-DEPTS
                    PERFORM 6900-READ-NEXT-DEPT
                END-IF
            END-IF.

       6900-READ-NEXT-DEPT.
            READ DEPT-FILE NEXT RECORD
                AT END SET WS-NO-MORE-DEPTS TO TRUE
            END-READ.
            IF NOT WS-DEPT-FILE-OK AND NOT WS-DEPT-FILE-EOF
                DISPLAY "DEPT-FILE READ ERROR, STATUS = "
                    WS-DEPT-FILE-STATUS
                SET WS-NO-MORE-DEPTS TO TRUE
            END-IF.

      * PRIMARY, BACKUP AND ESCALATION CONTACT FOR DP-DEPT-CODE,
      * AND ITS MEMBER COUNT, OFF A START ON THE DEPARTMENT.
       7000-FIND-LEADERS.
            MOVE SPACES TO WS-LEADER-KEYS.
            MOVE ZERO TO WS-DEPT-MEMBER-COUNT.
            MOVE "N" TO WS-TREE-EOF-SWITCH.
            IF NOT WS-TREE-FILE-OPEN
                SET WS-TREE-DEPT-DONE TO TRUE
            ELSE
                MOVE DP-DEPT-CODE TO CL-DEPT-CODE
                MOVE LOW-VALUES TO CL-MEMBER-KEY
                START CALL-TREE-FILE KEY IS NOT LESS THAN CL-KEY
                    INVALID KEY SET WS-TREE-DEPT-DONE TO TRUE
                END-START
                IF NOT WS-TREE-DEPT-DONE
                    PERFORM 7090-READ-NEXT-DEPT-TREE
                END-IF
            END-IF.
            PERFORM 7010-NOTE-ONE-ENTRY UNTIL WS-TREE-DEPT-DONE.

       7010-NOTE-ONE-ENTRY.
            EVALUATE TRUE
                WHEN CL-ROLE-PRIMARY
                    MOVE CL-MEMBER-KEY TO WS-LEADER-KEY(1)
                WHEN CL-ROLE-BACKUP
                    MOVE CL-MEMBER-KEY TO WS-LEADER-KEY(2)
                WHEN CL-ROLE-ESCALATION
                    MOVE CL-MEMBER-KEY TO WS-LEADER-KEY(3)
                WHEN OTHER
                    ADD 1 TO WS-DEPT-MEMBER-COUNT
            END-EVALUATE.
            PERFORM 7090-READ-NEXT-DEPT-TREE.

       7090-READ-NEXT-DEPT-TREE.
            READ CALL-TREE-FILE NEXT RECORD
                AT END SET WS-TREE-DEPT-DONE TO TRUE
            END-READ.
            IF NOT WS-CALL-TREE-OK AND NOT WS-CALL-TREE-EOF
                DISPLAY "CALL-TREE-FILE READ ERROR, STATUS = "
                    WS-CALL-TREE-STATUS
                SET WS-TREE-DEPT-DONE TO TRUE
            END-IF.
            IF NOT WS-TREE-DEPT-DONE
                AND CL-DEPT-CODE NOT = DP-DEPT-CODE
                SET WS-TREE-DEPT-DONE TO TRUE
            END-IF.

      * A DEPARTMENT NEEDS A PRIMARY AND A BACKUP, BOTH STILL IN
      * THE DIRECTORY.
       7500-SET-DEPT-STATUS.
            IF WS-LEADER-KEY(1) = SPACES AND WS-LEADER-KEY(2) = SPACES
                MOVE "NO PRIMARY OR BACKUP" TO WS-DEPT-STATUS-TEXT
            ELSE IF WS-LEADER-KEY(1) = SPACES
                MOVE "NO PRIMARY" TO WS-DEPT-STATUS-TEXT
            ELSE IF WS-LEADER-KEY(2) = SPACES
                MOVE "NO BACKUP" TO WS-DEPT-STATUS-TEXT
            ELSE
                MOVE "COMPLETE" TO WS-DEPT-STATUS-TEXT
                MOVE WS-LEADER-KEY(1) TO WS-LOOKUP-KEY
                PERFORM 7800-LOOK-UP-PHONE
                IF NOT WS-IN-DIRECTORY
                    MOVE "PRIMARY NOT IN DIRECTORY"
                        TO WS-DEPT-STATUS-TEXT
                ELSE
                    MOVE WS-LEADER-KEY(2) TO WS-LOOKUP-KEY
                    PERFORM 7800-LOOK-UP-PHONE
                    IF NOT WS-IN-DIRECTORY
                        MOVE "BACKUP NOT IN DIRECTORY"
                            TO WS-DEPT-STATUS-TEXT
                    END-IF
                END-IF
            END-IF.

       7800-LOOK-UP-PHONE.
            MOVE "N" TO WS-FOUND-SWITCH.
            IF WS-PHONE-FILE-OPEN
                MOVE WS-LOOKUP-KEY TO PHONE-NAME-KEY
                READ PHONE-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-IN-DIRECTORY TO TRUE
                END-READ
                IF NOT WS-PHONE-FILE-OK AND NOT WS-PHONE-KEY-NOT-FOUND
                    DISPLAY "PHONE-FILE READ ERROR, STATUS = "
                        WS-PHONE-FILE-STATUS
                END-IF
            END-IF.

       8000-WRITE-REPORT-LINE.
            WRITE CALL-TREE-LINE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO WRITE " WS-PRINT-FILE-NAME
                    ", STATUS = " WS-PRINT-FILE-STATUS
            END-IF.

      * PRINT THE STANDARD COMPANY/RUN-DATE/RUN-TIME/PAGE-NUMBER
      * HEADING (SEE RPTHDR1.cbl).
       3900-PRINT-STANDARD-HEADING.
            ADD 1 TO WS-RPT-PAGE-COUNT.
            MOVE WS-RPT-PAGE-COUNT TO WS-RPT-PAGE-NUMBER.
            ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RPT-RUN-TIME FROM TIME.
            MOVE WS-RPT-HEADING-LINE-1 TO CALL-TREE-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE WS-RPT-HEADING-LINE-2 TO CALL-TREE-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
       END PROGRAM CALTRE01.

      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Phone extension inventory - sorts every entry
      *              that carries an extension into extension order
      *              and prints three sections to EXTRPT.PRT:
      *              extensions held by more than one entry,
      *              extensions outside their department's range on
      *              DEPT-FILE, and the free extensions left in each
      *              department's range (as from-to runs, so a
      *              thousand-number block doesn't print a thousand
      *              lines).  OPEN-WRITE stops new conflicts; this
      *              finds the ones loaded before it did.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original extension inventory report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRPT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLPHN01.cbl".
           COPY "SLDEP01.cbl".
           SELECT SORT-WORK-FILE ASSIGN TO "EXSORT.TMP".
           COPY "Hello-world.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDPHN01.cbl".
           COPY "FDDEP01.cbl".

       SD  SORT-WORK-FILE.
       01  SW-RECORD.
           05 SW-EXTENSION          PIC 9(05).
           05 SW-DEPT-CODE          PIC X(04).
           05 SW-LAST-NAME          PIC X(20).
           05 SW-FIRST-NAME         PIC X(20).

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXT-REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-DEPT-FILE-STATUS      PIC X(02).
           88 WS-DEPT-FILE-OK           VALUE "00".
           88 WS-DEPT-NOT-FOUND         VALUE "23".
           88 WS-DEPT-FILE-EOF          VALUE "10".
       01  WS-PHONE-FILE-STATUS     PIC X(02).
           88 WS-PHONE-FILE-OK          VALUE "00".
           88 WS-PHONE-FILE-EOF         VALUE "10".
       01  WS-PRINT-FILE-NAME       PIC X(20).
       01  WS-PRINT-FILE-STATUS     PIC X(02).
           88 WS-PRINT-FILE-OK          VALUE "00".
       01  WS-EOF-SWITCH             PIC X(01) VALUE "N".
           88 WS-NO-MORE-ENTRIES         VALUE "Y".
       01  WS-DEPT-EOF-SWITCH        PIC X(01) VALUE "N".
           88 WS-NO-MORE-DEPTS           VALUE "Y".
       01  WS-DEPT-OPEN-SWITCH       PIC X(01) VALUE "N".
           88 WS-DEPT-MASTER-OPEN        VALUE "Y".

           COPY "RPTHDR1.cbl".

      * EVERY ENTRY WITH AN EXTENSION, IN EXTENSION ORDER, HELD SO
      * EACH SECTION CAN MAKE ITS OWN PASS.  THE DIRECTORY IS SMALL;
      * ANYTHING PAST THE TABLE IS COUNTED AND LEFT OFF THE REPORT.
       01  WS-EXT-TABLE.
           05 WS-EXT-ENTRY OCCURS 3000 TIMES.
               10 WS-ET-EXTENSION    PIC 9(05).
               10 WS-ET-DEPT-CODE    PIC X(04).
               10 WS-ET-LAST-NAME    PIC X(20).
               10 WS-ET-FIRST-NAME   PIC X(20).
       01  WS-EXT-MAX                PIC 9(04) VALUE 3000.
       01  WS-EXT-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-EXT-OVERFLOW           PIC 9(05) VALUE ZERO.
       01  WS-EXT-IDX                PIC 9(04).
       01  WS-EXT-PREV               PIC 9(04).
       01  WS-EXT-NEXT               PIC 9(04).

       01  WS-DUP-SWITCH             PIC X(01).
           88 WS-EXT-IS-DUPLICATE        VALUE "Y".
       01  WS-DUPLICATES-LISTED      PIC 9(05) VALUE ZERO.
       01  WS-OUT-OF-RANGE-LISTED    PIC 9(05) VALUE ZERO.
       01  WS-FREE-CURSOR            PIC 9(06).
       01  WS-FREE-RUN-END           PIC 9(06).
       01  WS-FREE-RUN-END-5         PIC 9(05).
       01  WS-DEPT-FREE-COUNT        PIC 9(06).
       01  WS-TOTAL-FREE-COUNT       PIC 9(07) VALUE ZERO.

      * FIELDS FOR THE RUNLOG01 RUN-CONTROL CALLS.
       01  WS-RL-FUNCTION            PIC X(01).
       01  WS-RL-PROGRAM             PIC X(08) VALUE "EXTRPT01".
       01  WS-RL-LABEL               PIC X(24).
       01  WS-RL-VALUE               PIC S9(13)V99.
       01  WS-RL-RECORDS-IN          PIC 9(07) VALUE ZERO.
       01  WS-RL-RECORDS-OUT         PIC 9(07) VALUE ZERO.
       01  WS-RL-REJECTS             PIC 9(07) VALUE ZERO.
       01  WS-RL-STATUS-TEXT         PIC X(08).

       01  WS-SECTION-LINE.
           05 FILLER                 PIC X(04) VALUE "*** ".
           05 WS-SL-TITLE            PIC X(40).

       01  WS-HEADING-LINE.
           05 FILLER                 PIC X(05) VALUE "EXT".
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(04) VALUE "DEPT".
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(20) VALUE "LAST NAME".
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(20) VALUE "FIRST NAME".
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(13) VALUE "DEPT RANGE".

       01  WS-DETAIL-LINE.
           05 WS-D-EXTENSION         PIC 9(05).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-D-DEPT-CODE         PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-D-LAST-NAME         PIC X(20).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-D-FIRST-NAME        PIC X(20).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-D-RANGE-LOW         PIC X(05).
           05 WS-D-RANGE-DASH        PIC X(03).
           05 WS-D-RANGE-HIGH        PIC X(05).

       01  WS-DEPT-HEADING-LINE.
           05 WS-DH-CODE             PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-DH-NAME             PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-DH-RANGE-TEXT       PIC X(12).
           05 WS-DH-RANGE-LOW        PIC X(05).
           05 WS-DH-RANGE-DASH       PIC X(03).
           05 WS-DH-RANGE-HIGH       PIC X(05).

       01  WS-FREE-RUN-LINE.
           05 FILLER                 PIC X(06) VALUE SPACES.
           05 WS-FR-FROM             PIC 9(05).
           05 WS-FR-DASH             PIC X(03).
           05 WS-FR-TO               PIC X(05).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 WS-FR-COUNT            PIC ZZZZ9.
           05 FILLER                 PIC X(05) VALUE " FREE".

       01  WS-COUNT-LINE.
           05 WS-CL-LABEL            PIC X(30).
           05 WS-CL-COUNT            PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
            MOVE "S" TO WS-RL-FUNCTION.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            SORT SORT-WORK-FILE
                ON ASCENDING KEY SW-EXTENSION SW-LAST-NAME
                    SW-FIRST-NAME
                INPUT PROCEDURE IS 2000-LOAD-SORT-FILE
                OUTPUT PROCEDURE IS 3000-LOAD-EXTENSION-TABLE.
            PERFORM 1000-OPEN-REPORT.
            PERFORM 4000-PRINT-DUPLICATES.
            PERFORM 5000-PRINT-OUT-OF-RANGE.
            PERFORM 6000-PRINT-FREE-EXTENSIONS.
            CLOSE PRINT-FILE.
            IF WS-DEPT-MASTER-OPEN
                CLOSE DEPT-FILE
            END-IF.
            MOVE "E" TO WS-RL-FUNCTION.
            MOVE WS-EXT-COUNT TO WS-RL-RECORDS-IN.
            ADD WS-EXT-OVERFLOW TO WS-RL-RECORDS-IN.
            COMPUTE WS-RL-RECORDS-OUT =
                WS-DUPLICATES-LISTED + WS-OUT-OF-RANGE-LISTED.
            MOVE WS-EXT-OVERFLOW TO WS-RL-REJECTS.
            MOVE ZERO TO WS-RL-VALUE.
            IF WS-RL-RECORDS-OUT = ZERO
                MOVE "CLEAN" TO WS-RL-STATUS-TEXT
            ELSE
                MOVE "REVIEW" TO WS-RL-STATUS-TEXT
            END-IF.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            STOP RUN.

       1000-OPEN-REPORT.
            OPEN INPUT DEPT-FILE.
            IF WS-DEPT-FILE-OK
                SET WS-DEPT-MASTER-OPEN TO TRUE
            ELSE
                DISPLAY "NO DEPARTMENT MASTER - RANGE SECTIONS "
                    "NOT PRINTED"
            END-IF.
            MOVE "EXTRPT.PRT" TO WS-PRINT-FILE-NAME.
            OPEN OUTPUT PRINT-FILE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO OPEN EXTENSION REPORT, STATUS = "
                    WS-PRINT-FILE-STATUS
            END-IF.
            PERFORM 3900-PRINT-STANDARD-HEADING.
            IF WS-EXT-OVERFLOW > ZERO
                MOVE "ENTRIES NOT REPORTED (TABLE)" TO WS-CL-LABEL
                MOVE WS-EXT-OVERFLOW TO WS-CL-COUNT
                MOVE WS-COUNT-LINE TO EXT-REPORT-LINE
                PERFORM 8000-WRITE-REPORT-LINE
            END-IF.

      * ONLY ENTRIES THAT CARRY AN EXTENSION ARE OF ANY INTEREST -
      * ZERO IS NO EXTENSION AT ALL.
       2000-LOAD-SORT-FILE.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT PHONE-FILE.
            IF NOT WS-PHONE-FILE-OK
                DISPLAY "UNABLE TO OPEN PHONE-FILE, STATUS = "
                    WS-PHONE-FILE-STATUS
                SET WS-NO-MORE-ENTRIES TO TRUE
            ELSE
                PERFORM 2900-READ-NEXT-ENTRY
            END-IF.
            PERFORM UNTIL WS-NO-MORE-ENTRIES
                IF PHONE-EXTENSION NOT = ZERO
                    MOVE PHONE-EXTENSION  TO SW-EXTENSION
                    MOVE PHONE-DEPT-CODE  TO SW-DEPT-CODE
                    MOVE PHONE-LAST-NAME  TO SW-LAST-NAME
                    MOVE PHONE-FIRST-NAME TO SW-FIRST-NAME
                    RELEASE SW-RECORD
                END-IF
                PERFORM 2900-READ-NEXT-ENTRY
            END-PERFORM.
            CLOSE PHONE-FILE.

       2900-READ-NEXT-ENTRY.
            READ PHONE-FILE NEXT RECORD
                AT END SET WS-NO-MORE-ENTRIES TO TRUE
            END-READ.
            IF NOT WS-PHONE-FILE-OK AND NOT WS-PHONE-FILE-EOF
                DISPLAY "PHONE-FILE READ ERROR, STATUS = "
                    WS-PHONE-FILE-STATUS
                SET WS-NO-MORE-ENTRIES TO TRUE
            END-IF.

       3000-LOAD-EXTENSION-TABLE.
            MOVE "N" TO WS-EOF-SWITCH.
            RETURN SORT-WORK-FILE
                AT END SET WS-NO-MORE-ENTRIES TO TRUE
            END-RETURN.
            PERFORM UNTIL WS-NO-MORE-ENTRIES
                IF WS-EXT-COUNT < WS-EXT-MAX
                    ADD 1 TO WS-EXT-COUNT
                    MOVE SW-EXTENSION  TO WS-ET-EXTENSION(WS-EXT-COUNT)
                    MOVE SW-DEPT-CODE  TO WS-ET-DEPT-CODE(WS-EXT-COUNT)
                    MOVE SW-LAST-NAME  TO WS-ET-LAST-NAME(WS-EXT-COUNT)
                    MOVE SW-FIRST-NAME
                        TO WS-ET-FIRST-NAME(WS-EXT-COUNT)
                ELSE
                    ADD 1 TO WS-EXT-OVERFLOW
                END-IF
                RETURN SORT-WORK-FILE
                    AT END SET WS-NO-MORE-ENTRIES TO TRUE
                END-RETURN
            END-PERFORM.
            IF WS-EXT-OVERFLOW > ZERO
                DISPLAY "EXTENSION TABLE FULL - " WS-EXT-OVERFLOW
                    " ENTRIES NOT REPORTED"
            END-IF.

      * SECTION 1 - THE TABLE IS IN EXTENSION ORDER, SO AN ENTRY IS
      * A DUPLICATE WHEN EITHER NEIGHBOUR CARRIES THE SAME NUMBER.
       4000-PRINT-DUPLICATES.
            MOVE "DUPLICATE EXTENSIONS" TO WS-SL-TITLE.
            PERFORM 7000-PRINT-SECTION-HEADING.
            MOVE SPACES TO WS-D-RANGE-LOW WS-D-RANGE-DASH
                WS-D-RANGE-HIGH.
            PERFORM VARYING WS-EXT-IDX FROM 1 BY 1
                    UNTIL WS-EXT-IDX > WS-EXT-COUNT
                MOVE "N" TO WS-DUP-SWITCH
                IF WS-EXT-IDX > 1
                    COMPUTE WS-EXT-PREV = WS-EXT-IDX - 1
                    IF WS-ET-EXTENSION(WS-EXT-PREV) =
                        WS-ET-EXTENSION(WS-EXT-IDX)
                        SET WS-EXT-IS-DUPLICATE TO TRUE
                    END-IF
                END-IF
                IF WS-EXT-IDX < WS-EXT-COUNT
                    COMPUTE WS-EXT-NEXT = WS-EXT-IDX + 1
                    IF WS-ET-EXTENSION(WS-EXT-NEXT) =
                        WS-ET-EXTENSION(WS-EXT-IDX)
                        SET WS-EXT-IS-DUPLICATE TO TRUE
                    END-IF
                END-IF
                IF WS-EXT-IS-DUPLICATE
                    PERFORM 7100-PRINT-TABLE-ENTRY
                    ADD 1 TO WS-DUPLICATES-LISTED
                END-IF
            END-PERFORM.
            MOVE "ENTRIES SHARING AN EXTENSION" TO WS-CL-LABEL.
            MOVE WS-DUPLICATES-LISTED TO WS-CL-COUNT.
            MOVE WS-COUNT-LINE TO EXT-REPORT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.

      * SECTION 2 - EACH ENTRY AGAINST ITS OWN DEPARTMENT'S RANGE.
      * A DEPARTMENT WITH NO RANGE SET, OR NOT ON THE MASTER, HAS
      * NOTHING TO BE OUTSIDE OF.
       5000-PRINT-OUT-OF-RANGE.
            MOVE "EXTENSIONS OUTSIDE DEPARTMENT RANGE" TO WS-SL-TITLE.
            PERFORM 7000-PRINT-SECTION-HEADING.
            IF WS-DEPT-MASTER-OPEN
                PERFORM VARYING WS-EXT-IDX FROM 1 BY 1
                        UNTIL WS-EXT-IDX > WS-EXT-COUNT
                    MOVE WS-ET-DEPT-CODE(WS-EXT-IDX) TO DP-DEPT-CODE
                    READ DEPT-FILE
                        INVALID KEY
                            MOVE ZERO TO DP-EXT-LOW DP-EXT-HIGH
                    END-READ
                    IF DP-EXT-HIGH NOT = ZERO
                        AND (WS-ET-EXTENSION(WS-EXT-IDX) < DP-EXT-LOW
                          OR WS-ET-EXTENSION(WS-EXT-IDX) > DP-EXT-HIGH)
                        MOVE DP-EXT-LOW  TO WS-D-RANGE-LOW
                        MOVE " - "       TO WS-D-RANGE-DASH
                        MOVE DP-EXT-HIGH TO WS-D-RANGE-HIGH
                        PERFORM 7100-PRINT-TABLE-ENTRY
                        ADD 1 TO WS-OUT-OF-RANGE-LISTED
                    END-IF
                END-PERFORM
            END-IF.
            MOVE "ENTRIES OUTSIDE THEIR RANGE" TO WS-CL-LABEL.
            MOVE WS-OUT-OF-RANGE-LISTED TO WS-CL-COUNT.
            MOVE WS-COUNT-LINE TO EXT-REPORT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.

      * SECTION 3 - ONE BLOCK PER DEPARTMENT ON THE MASTER, ITS
      * RANGE WALKED AGAINST THE SORTED TABLE.  ANY EXTENSION IN
      * THE RANGE THAT NOBODY HOLDS IS FREE, WHATEVER DEPARTMENT
      * THE HOLDER OF A TAKEN ONE BELONGS TO.
       6000-PRINT-FREE-EXTENSIONS.
            MOVE "FREE EXTENSIONS BY DEPARTMENT" TO WS-SL-TITLE.
            PERFORM 7000-PRINT-SECTION-HEADING.
            IF WS-DEPT-MASTER-OPEN
                MOVE "N" TO WS-DEPT-EOF-SWITCH
                MOVE LOW-VALUES TO DP-DEPT-CODE
                START DEPT-FILE KEY IS NOT LESS THAN DP-DEPT-CODE
                    INVALID KEY SET WS-NO-MORE-DEPTS TO TRUE
                END-START
                IF NOT WS-NO-MORE-DEPTS
                    PERFORM 6900-READ-NEXT-DEPT
                END-IF
                PERFORM UNTIL WS-NO-MORE-DEPTS
                    PERFORM 6100-PRINT-ONE-DEPT
                    PERFORM 6900-READ-NEXT-DEPT
                END-PERFORM
            END-IF.
            MOVE SPACES TO EXT-REPORT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE "FREE EXTENSIONS, ALL DEPTS" TO WS-CL-LABEL.
            MOVE WS-TOTAL-FREE-COUNT TO WS-CL-COUNT.
            MOVE WS-COUNT-LINE TO EXT-REPORT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.

       6100-PRINT-ONE-DEPT.
            MOVE SPACES TO EXT-REPORT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE DP-DEPT-CODE TO WS-DH-CODE.
            MOVE DP-DEPT-NAME TO WS-DH-NAME.
            IF DP-EXT-HIGH = ZERO
                MOVE "NO RANGE SET" TO WS-DH-RANGE-TEXT
                MOVE SPACES TO WS-DH-RANGE-LOW WS-DH-RANGE-DASH
                    WS-DH-RANGE-HIGH
            ELSE
                MOVE "EXTENSIONS" TO WS-DH-RANGE-TEXT
                MOVE DP-EXT-LOW TO WS-DH-RANGE-LOW
                MOVE " - " TO WS-DH-RANGE-DASH
                MOVE DP-EXT-HIGH TO WS-DH-RANGE-HIGH
            END-IF.
            MOVE WS-DEPT-HEADING-LINE TO EXT-REPORT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            IF DP-EXT-HIGH NOT = ZERO
                MOVE ZERO TO WS-DEPT-FREE-COUNT
                MOVE DP-EXT-LOW TO WS-FREE-CURSOR
                PERFORM VARYING WS-EXT-IDX FROM 1 BY 1
                        UNTIL WS-EXT-IDX > WS-EXT-COUNT
                           OR WS-ET-EXTENSION(WS-EXT-IDX) > DP-EXT-HIGH
                    IF WS-ET-EXTENSION(WS-EXT-IDX) >= WS-FREE-CURSOR
                        IF WS-ET-EXTENSION(WS-EXT-IDX) > WS-FREE-CURSOR
                            COMPUTE WS-FREE-RUN-END =
                                WS-ET-EXTENSION(WS-EXT-IDX) - 1
                            PERFORM 6200-PRINT-FREE-RUN
                        END-IF
                        COMPUTE WS-FREE-CURSOR =
                            WS-ET-EXTENSION(WS-EXT-IDX) + 1
                    END-IF
                END-PERFORM
                IF WS-FREE-CURSOR <= DP-EXT-HIGH
                    MOVE DP-EXT-HIGH TO WS-FREE-RUN-END
                    PERFORM 6200-PRINT-FREE-RUN
                END-IF
                IF WS-DEPT-FREE-COUNT = ZERO
                    MOVE "      NO FREE EXTENSIONS" TO EXT-REPORT-LINE
                    PERFORM 8000-WRITE-REPORT-LINE
                END-IF
                ADD WS-DEPT-FREE-COUNT TO WS-TOTAL-FREE-COUNT
            END-IF.

      * ONE LINE PER UNBROKEN RUN OF FREE NUMBERS, CURSOR THROUGH
      * THE RUN END.  A RUN OF ONE PRINTS WITHOUT THE "TO" HALF.
       6200-PRINT-FREE-RUN.
            MOVE WS-FREE-CURSOR TO WS-FR-FROM.
            IF WS-FREE-RUN-END = WS-FREE-CURSOR
                MOVE SPACES TO WS-FR-DASH WS-FR-TO
            ELSE
                MOVE " - " TO WS-FR-DASH
                MOVE WS-FREE-RUN-END TO WS-FREE-RUN-END-5
                MOVE WS-FREE-RUN-END-5 TO WS-FR-TO
            END-IF.
            COMPUTE WS-FR-COUNT =
                WS-FREE-RUN-END - WS-FREE-CURSOR + 1.
            COMPUTE WS-DEPT-FREE-COUNT = WS-DEPT-FREE-COUNT
                + WS-FREE-RUN-END - WS-FREE-CURSOR + 1.
            MOVE WS-FREE-RUN-LINE TO EXT-REPORT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.

       6900-READ-NEXT-DEPT.
            READ DEPT-FILE NEXT RECORD
                AT END SET WS-NO-MORE-DEPTS TO TRUE
            END-READ.
            IF NOT WS-DEPT-FILE-OK AND NOT WS-DEPT-FILE-EOF
                DISPLAY "DEPT-FILE READ ERROR, STATUS = "
                    WS-DEPT-FILE-STATUS
                SET WS-NO-MORE-DEPTS TO TRUE
            END-IF.

       7000-PRINT-SECTION-HEADING.
            MOVE SPACES TO EXT-REPORT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE WS-SECTION-LINE TO EXT-REPORT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE WS-HEADING-LINE TO EXT-REPORT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.

      * THE RANGE COLUMNS ARE ONLY FILLED IN BY THE OUT-OF-RANGE
      * SECTION; THE DUPLICATES SECTION LEAVES THEM BLANK.
       7100-PRINT-TABLE-ENTRY.
            MOVE WS-ET-EXTENSION(WS-EXT-IDX)  TO WS-D-EXTENSION.
            MOVE WS-ET-DEPT-CODE(WS-EXT-IDX)  TO WS-D-DEPT-CODE.
            MOVE WS-ET-LAST-NAME(WS-EXT-IDX)  TO WS-D-LAST-NAME.
            MOVE WS-ET-FIRST-NAME(WS-EXT-IDX) TO WS-D-FIRST-NAME.
            MOVE WS-DETAIL-LINE TO EXT-REPORT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.

       8000-WRITE-REPORT-LINE.
            WRITE EXT-REPORT-LINE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO WRITE EXTENSION REPORT, STATUS = "
                    WS-PRINT-FILE-STATUS
            END-IF.

      * PRINT THE STANDARD COMPANY/RUN-DATE/RUN-TIME/PAGE-NUMBER
      * HEADING (SEE RPTHDR1.cbl).
       3900-PRINT-STANDARD-HEADING.
            ADD 1 TO WS-RPT-PAGE-COUNT.
            MOVE WS-RPT-PAGE-COUNT TO WS-RPT-PAGE-NUMBER.
            ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RPT-RUN-TIME FROM TIME.
            MOVE WS-RPT-HEADING-LINE-1 TO EXT-REPORT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE WS-RPT-HEADING-LINE-2 TO EXT-REPORT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
       END PROGRAM EXTRPT01.

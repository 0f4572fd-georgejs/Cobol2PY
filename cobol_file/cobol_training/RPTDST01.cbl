      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Report distribution - the step after each
      *              catalog step, and the overdue-acknowledgment
      *              list.  The PARM picks the function:
      *                D name - distribute: the latest retained copy
      *                    of the named report (the name RPTCAT01
      *                    cataloged it under) is copied once for
      *                    every recipient on the distribution
      *                    master, to a copy file named for the
      *                    delivery method, recipient, report and
      *                    date, with a routing banner on top of
      *                    each copy.  A print-bin recipient gets as
      *                    many copies as the master says.  Every
      *                    delivery is logged on the distribution
      *                    log; a sensitive one is logged pending
      *                    acknowledgment with the date it is due.
      *                    A catalog entry already distributed to a
      *                    recipient is not sent again unless the
      *                    first copy failed.
      *                O - overdue list: every sensitive delivery
      *                    still not acknowledged past its due date,
      *                    and every delivery whose copy could not
      *                    be written, to DSTOVD.PRT, grouped by
      *                    recipient for chasing.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original report distribution.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDST01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLCAT01.cbl".
           COPY "SLRDM01.cbl".
           COPY "SLRDL01.cbl".
           SELECT RETAINED-COPY-FILE ASSIGN TO WS-RETAINED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETAINED-STATUS.
           SELECT DIST-COPY-FILE ASSIGN TO WS-COPY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-COPY-STATUS.
           COPY "Hello-world.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCAT01.cbl".
           COPY "FDRDM01.cbl".
           COPY "FDRDL01.cbl".

       FD  RETAINED-COPY-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETAINED-COPY-LINE          PIC X(132).

       FD  DIST-COPY-FILE
           LABEL RECORDS ARE STANDARD.
       01  DIST-COPY-LINE              PIC X(132).

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  DO-PRINT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REPORT-CAT-STATUS       PIC X(02).
           88 WS-REPORT-CAT-OK            VALUE "00".
           88 WS-REPORT-CAT-EOF           VALUE "10".
           88 WS-REPORT-CAT-MISSING       VALUE "35".
       01  WS-REPORT-DIST-STATUS      PIC X(02).
           88 WS-REPORT-DIST-OK           VALUE "00".
           88 WS-REPORT-DIST-EOF          VALUE "10".
           88 WS-REPORT-DIST-MISSING      VALUE "35".
       01  WS-DIST-LOG-STATUS         PIC X(02).
           88 WS-DIST-LOG-OK              VALUE "00".
           88 WS-DIST-LOG-EOF             VALUE "10".
           88 WS-DIST-LOG-NOT-FOUND       VALUE "23".
           88 WS-DIST-LOG-MISSING         VALUE "35".
       01  WS-RETAINED-STATUS         PIC X(02).
           88 WS-RETAINED-OK              VALUE "00".
       01  WS-DIST-COPY-STATUS        PIC X(02).
           88 WS-DIST-COPY-OK             VALUE "00".
       01  WS-PRINT-FILE-NAME          PIC X(20).
       01  WS-PRINT-FILE-STATUS        PIC X(02).
           88 WS-PRINT-FILE-OK             VALUE "00".

       01  WS-PARM-VALUE               PIC X(60).
       01  WS-FUNCTION                 PIC X(01).
       01  WS-ARG-1                    PIC X(20).

       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-RUN-TIME                 PIC 9(08).
       01  WS-RETAINED-NAME            PIC X(32).
       01  WS-COPY-NAME                PIC X(40).
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88 WS-NO-MORE-LINES             VALUE "Y".
       01  WS-SCAN-EOF-SWITCH          PIC X(01) VALUE "N".
           88 WS-SCAN-DONE                 VALUE "Y".
       01  WS-FOUND-SWITCH             PIC X(01) VALUE "N".
           88 WS-COPY-FOUND                VALUE "Y".
       01  WS-LOG-OPEN-SWITCH          PIC X(01) VALUE "N".
           88 WS-LOG-IS-OPEN               VALUE "Y".
       01  WS-DELIVERY-SWITCH          PIC X(01).
           88 WS-DELIVERY-FAILED           VALUE "F".
       01  WS-LOG-EXISTS-SWITCH        PIC X(01).
           88 WS-LOG-EXISTS                VALUE "Y".
       01  WS-WORK-RC                  PIC 9(04) VALUE ZERO.

      * THE CATALOG ENTRY BEING DISTRIBUTED.
       01  WS-WANT-NAME                PIC X(12).
       01  WS-BEST-DATE                PIC 9(08).
       01  WS-BEST-TIME                PIC 9(08).
       01  WS-BEST-RETAINED            PIC X(32).

      * COPIES TO ONE RECIPIENT.
       01  WS-COPY-COUNT               PIC 9(02).
       01  WS-COPY-NUMBER              PIC 9(02).
       01  WS-LINES-COPIED             PIC 9(07).
       01  WS-METHOD-CODE              PIC X(01).
           88 WS-BY-PRINT-BIN              VALUE "P".
           88 WS-BY-SECURE-FOLDER          VALUE "S".
           88 WS-BY-EMAIL-DROP             VALUE "E".
       01  WS-METHOD-TEXT              PIC X(13).

       01  WS-BANNER-LINE-1.
           05 FILLER                   PIC X(04) VALUE "*** ".
           05 FILLER                   PIC X(18) VALUE
               "DISTRIBUTION COPY ".
           05 WS-BN-COPY               PIC Z9.
           05 FILLER                   PIC X(04) VALUE " OF ".
           05 WS-BN-COPIES             PIC Z9.
           05 FILLER                   PIC X(05) VALUE " FOR ".
           05 WS-BN-RECIPIENT          PIC X(30).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-BN-DEPT               PIC X(04).
           05 FILLER                   PIC X(06) VALUE " VIA  ".
           05 WS-BN-METHOD             PIC X(13).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-BN-DESTINATION        PIC X(40).
       01  WS-BANNER-LINE-2.
           05 FILLER                   PIC X(04) VALUE "*** ".
           05 FILLER                   PIC X(07) VALUE "REPORT ".
           05 WS-BN-REPORT             PIC X(12).
           05 FILLER                   PIC X(11) VALUE " CATALOGED ".
           05 WS-BN-RUN-DATE           PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-BN-RUN-TIME           PIC X(06).
           05 WS-BN-ACK-TEXT           PIC X(38).
           05 WS-BN-ACK-DUE            PIC X(08).

      * FIELDS FOR THE DATECALC1 DUE-DATE AND DAYS-OVER CALLS.
       01  WS-DC-FUNCTION              PIC X(01).
       01  WS-DC-DATE-1                PIC 9(08).
       01  WS-DC-DATE-2                PIC 9(08).
       01  WS-DC-DAYS                  PIC S9(07).
       01  WS-DC-RESULT-DATE           PIC 9(08).
       01  WS-DC-ERROR-SWITCH          PIC X(01).
           88 WS-DC-DATE-ERROR             VALUE "Y".

      * RUN COUNTS.
       01  WS-RECIPIENT-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-DELIVERED-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-SKIPPED-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-FAILED-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-OVERDUE-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-NOT-YET-DUE-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-SECTION-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-WANT-STATUS              PIC X(01).

      * FIELDS FOR THE RUNLOG01 RUN-CONTROL CALLS.
       01  WS-RL-FUNCTION            PIC X(01).
       01  WS-RL-PROGRAM             PIC X(08) VALUE "RPTDST01".
       01  WS-RL-LABEL               PIC X(24).
       01  WS-RL-VALUE               PIC S9(13)V99.
       01  WS-RL-RECORDS-IN          PIC 9(07) VALUE ZERO.
       01  WS-RL-RECORDS-OUT         PIC 9(07) VALUE ZERO.
       01  WS-RL-REJECTS             PIC 9(07) VALUE ZERO.
       01  WS-RL-STATUS-TEXT         PIC X(08).

           COPY "RPTHDR1.cbl".

       01  WS-TITLE-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(43) VALUE
               "REPORT DELIVERIES NOT ACKNOWLEDGED AS OF ".
           05 WS-TL-DATE               PIC 9(08).

       01  WS-SECTION-LINE.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-SC-TEXT               PIC X(60).

       01  WS-OVERDUE-HEADING.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE "RECIPNT".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(30) VALUE "NAME".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(04) VALUE "DEPT".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE "REPORT".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE "DATED".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(13) VALUE "SENT BY".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE "DUE".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(09) VALUE "DAYS OVER".

       01  WS-OVERDUE-DETAIL.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-OD-RECIPIENT          PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-OD-NAME               PIC X(30).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-OD-DEPT               PIC X(04).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-OD-REPORT             PIC X(12).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-OD-RUN-DATE           PIC 9(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-OD-METHOD             PIC X(13).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-OD-DUE                PIC X(08).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 WS-OD-DAYS-OVER          PIC ZZ,ZZ9.

       01  WS-TOTAL-LINE.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-TT-LABEL              PIC X(40).
           05 WS-TT-COUNT              PIC ZZ,ZZ9.

       01  WS-NOTE-LINE.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-NL-TEXT               PIC X(100).

       PROCEDURE DIVISION.
       0000-MAINLINE.
            MOVE "S" TO WS-RL-FUNCTION.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-TIME FROM TIME.
            ACCEPT WS-PARM-VALUE FROM COMMAND-LINE.
            UNSTRING WS-PARM-VALUE DELIMITED BY ALL " "
                INTO WS-FUNCTION WS-ARG-1
            END-UNSTRING.
            EVALUATE WS-FUNCTION
                WHEN "D"
                    PERFORM 2000-DISTRIBUTE-A-REPORT
                WHEN "O"
                    PERFORM 5000-LIST-OVERDUE
                WHEN OTHER
                    DISPLAY "PARM MUST BE D NAME OR O"
                    MOVE 8 TO WS-WORK-RC
            END-EVALUATE.
            PERFORM 9000-TERMINATE.
            MOVE WS-WORK-RC TO RETURN-CODE.
            STOP RUN.

      * THE LATEST RETAINED COPY OF THE REPORT GOES TO EVERY
      * RECIPIENT ON ITS LIST.  A REPORT WITH NO LIST IS STILL IN
      * THE CATALOG - THAT IS NOT AN ERROR, ONLY WORTH SAYING.
       2000-DISTRIBUTE-A-REPORT.
            IF WS-ARG-1 = SPACES
                DISPLAY "D NEEDS: NAME"
                MOVE 8 TO WS-WORK-RC
            ELSE
                MOVE WS-ARG-1(1:12) TO WS-WANT-NAME
                PERFORM 2100-FIND-LATEST-COPY
                IF NOT WS-COPY-FOUND
                    DISPLAY "NO RETAINED COPY OF " WS-WANT-NAME
                        " - NOTHING DISTRIBUTED"
                    MOVE 8 TO WS-WORK-RC
                ELSE
                    PERFORM 2200-OPEN-DISTRIBUTION-FILES
                END-IF
                IF WS-LOG-IS-OPEN
                    PERFORM 2300-DELIVER-TO-THE-LIST
                    CLOSE DIST-LOG-FILE
                    CLOSE REPORT-DIST-FILE
                END-IF
            END-IF.

       2100-FIND-LATEST-COPY.
            MOVE "N" TO WS-FOUND-SWITCH.
            OPEN INPUT REPORT-CATALOG-FILE.
            IF WS-REPORT-CAT-OK
                MOVE "N" TO WS-SCAN-EOF-SWITCH
                MOVE WS-WANT-NAME TO CT-REPORT-NAME
                MOVE ZERO TO CT-RUN-DATE CT-RUN-TIME
                START REPORT-CATALOG-FILE KEY IS NOT LESS THAN CT-KEY
                    INVALID KEY SET WS-SCAN-DONE TO TRUE
                END-START
                IF NOT WS-SCAN-DONE
                    PERFORM 2190-READ-NEXT-ENTRY
                END-IF
                PERFORM 2150-CHECK-ONE-ENTRY
                    UNTIL WS-SCAN-DONE
                    OR CT-REPORT-NAME NOT = WS-WANT-NAME
                CLOSE REPORT-CATALOG-FILE
            ELSE IF NOT WS-REPORT-CAT-MISSING
                DISPLAY "UNABLE TO OPEN REPORT-CATALOG-FILE, "
                    "STATUS = " WS-REPORT-CAT-STATUS
            END-IF.

      * CATALOG ENTRIES FOR ONE NAME COME IN DATE AND TIME ORDER,
      * SO THE LAST RETAINED ONE READ IS THE LATEST.
       2150-CHECK-ONE-ENTRY.
            IF CT-STATUS-RETAINED
                MOVE CT-RUN-DATE TO WS-BEST-DATE
                MOVE CT-RUN-TIME TO WS-BEST-TIME
                MOVE CT-RETAINED-NAME TO WS-BEST-RETAINED
                SET WS-COPY-FOUND TO TRUE
            END-IF.
            PERFORM 2190-READ-NEXT-ENTRY.

       2190-READ-NEXT-ENTRY.
            READ REPORT-CATALOG-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-REPORT-CAT-OK AND NOT WS-REPORT-CAT-EOF
                DISPLAY "REPORT-CATALOG READ ERROR, STATUS = "
                    WS-REPORT-CAT-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.

      * NO DISTRIBUTION MASTER YET MEANS NO REPORT HAS A LIST.  THE
      * LOG IS CREATED ON FIRST USE.
       2200-OPEN-DISTRIBUTION-FILES.
            OPEN INPUT REPORT-DIST-FILE.
            IF WS-REPORT-DIST-MISSING
                DISPLAY "NO DISTRIBUTION MASTER - " WS-WANT-NAME
                    " NOT DISTRIBUTED"
            ELSE IF NOT WS-REPORT-DIST-OK
                DISPLAY "UNABLE TO OPEN REPORT-DIST-FILE, STATUS = "
                    WS-REPORT-DIST-STATUS
                MOVE 8 TO WS-WORK-RC
            ELSE
                OPEN I-O DIST-LOG-FILE
                IF WS-DIST-LOG-MISSING
                    OPEN OUTPUT DIST-LOG-FILE
                    CLOSE DIST-LOG-FILE
                    OPEN I-O DIST-LOG-FILE
                END-IF
                IF NOT WS-DIST-LOG-OK
                    DISPLAY "UNABLE TO OPEN DIST-LOG-FILE, STATUS = "
                        WS-DIST-LOG-STATUS
                    MOVE 8 TO WS-WORK-RC
                    CLOSE REPORT-DIST-FILE
                ELSE
                    SET WS-LOG-IS-OPEN TO TRUE
                END-IF
            END-IF.

       2300-DELIVER-TO-THE-LIST.
            MOVE "N" TO WS-SCAN-EOF-SWITCH.
            MOVE WS-WANT-NAME TO RD-REPORT-NAME.
            MOVE LOW-VALUES TO RD-RECIPIENT-ID.
            START REPORT-DIST-FILE KEY IS NOT LESS THAN RD-KEY
                INVALID KEY SET WS-SCAN-DONE TO TRUE
            END-START.
            IF NOT WS-SCAN-DONE
                PERFORM 2390-READ-NEXT-RECIPIENT
            END-IF.
            PERFORM 2400-DELIVER-ONE-RECIPIENT
                UNTIL WS-SCAN-DONE
                OR RD-REPORT-NAME NOT = WS-WANT-NAME.
            IF WS-RECIPIENT-COUNT = ZERO
                DISPLAY "NO DISTRIBUTION LIST FOR " WS-WANT-NAME
                    " - CATALOGED ONLY"
            END-IF.
            DISPLAY WS-WANT-NAME " " WS-BEST-DATE " DISTRIBUTED TO "
                WS-DELIVERED-COUNT " RECIPIENT(S), "
                WS-SKIPPED-COUNT " ALREADY SENT, "
                WS-FAILED-COUNT " FAILED".
            IF WS-FAILED-COUNT > ZERO
                MOVE 8 TO WS-WORK-RC
            END-IF.

       2390-READ-NEXT-RECIPIENT.
            READ REPORT-DIST-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-REPORT-DIST-OK AND NOT WS-REPORT-DIST-EOF
                DISPLAY "REPORT-DIST-FILE READ ERROR, STATUS = "
                    WS-REPORT-DIST-STATUS
                SET WS-SCAN-DONE TO TRUE
                MOVE 8 TO WS-WORK-RC
            END-IF.

      * A RERUN OF THE STEP FINDS THE FIRST RUN'S LOG RECORD AND
      * LEAVES THE RECIPIENT ALONE - UNLESS THE FIRST COPY FAILED,
      * WHEN IT IS DELIVERED NOW AND THE LOG RECORD REPLACED.
       2400-DELIVER-ONE-RECIPIENT.
            ADD 1 TO WS-RECIPIENT-COUNT.
            MOVE "N" TO WS-LOG-EXISTS-SWITCH.
            MOVE WS-WANT-NAME TO DG-REPORT-NAME.
            MOVE WS-BEST-DATE TO DG-RUN-DATE.
            MOVE WS-BEST-TIME TO DG-RUN-TIME.
            MOVE RD-RECIPIENT-ID TO DG-RECIPIENT-ID.
            READ DIST-LOG-FILE
                INVALID KEY CONTINUE
            END-READ.
            IF WS-DIST-LOG-OK
                SET WS-LOG-EXISTS TO TRUE
            END-IF.
            IF WS-LOG-EXISTS AND NOT DG-DELIVERY-FAILED
                ADD 1 TO WS-SKIPPED-COUNT
            ELSE
                PERFORM 2500-WRITE-THE-COPY
                PERFORM 2700-LOG-THE-DELIVERY
            END-IF.
            PERFORM 2390-READ-NEXT-RECIPIENT.

      * THE COPY NAME LEADS WITH THE METHOD SO THE PRINT-BIN,
      * SECURE-FOLDER AND EMAIL-DROP PICKUPS EACH SWEEP THEIR OWN.
       2500-WRITE-THE-COPY.
            MOVE SPACE TO WS-DELIVERY-SWITCH.
            MOVE SPACES TO WS-COPY-NAME.
            STRING RD-METHOD DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   RD-RECIPIENT-ID DELIMITED BY " "
                   "-" DELIMITED BY SIZE
                   WS-WANT-NAME DELIMITED BY " "
                   "-" DELIMITED BY SIZE
                   WS-BEST-DATE DELIMITED BY SIZE
                   ".PRT" DELIMITED BY SIZE
                INTO WS-COPY-NAME.
            IF RD-BY-PRINT-BIN AND RD-COPIES > 1
                MOVE RD-COPIES TO WS-COPY-COUNT
            ELSE
                MOVE 1 TO WS-COPY-COUNT
            END-IF.
            MOVE RD-METHOD TO WS-METHOD-CODE.
            PERFORM 8300-DESCRIBE-METHOD.
            MOVE RD-RECIPIENT-NAME TO WS-BN-RECIPIENT.
            MOVE RD-DEPT-CODE TO WS-BN-DEPT.
            MOVE WS-METHOD-TEXT TO WS-BN-METHOD.
            MOVE RD-DESTINATION TO WS-BN-DESTINATION.
            MOVE WS-COPY-COUNT TO WS-BN-COPIES.
            MOVE WS-WANT-NAME TO WS-BN-REPORT.
            MOVE WS-BEST-DATE TO WS-BN-RUN-DATE.
            MOVE WS-BEST-TIME(1:6) TO WS-BN-RUN-TIME.
            MOVE ZERO TO WS-DC-RESULT-DATE.
            IF RD-NO-ACK-NEEDED
                MOVE SPACES TO WS-BN-ACK-TEXT WS-BN-ACK-DUE
            ELSE
                PERFORM 2550-FIGURE-ACK-DUE
                MOVE " - SENSITIVE: ACKNOWLEDGE RECEIPT BY "
                    TO WS-BN-ACK-TEXT
                MOVE WS-DC-RESULT-DATE TO WS-BN-ACK-DUE
            END-IF.
            MOVE ZERO TO WS-LINES-COPIED.
            OPEN OUTPUT DIST-COPY-FILE.
            IF NOT WS-DIST-COPY-OK
                DISPLAY "UNABLE TO OPEN COPY " WS-COPY-NAME
                    ", STATUS = " WS-DIST-COPY-STATUS
                SET WS-DELIVERY-FAILED TO TRUE
            ELSE
                PERFORM 2600-WRITE-ONE-COPY
                    VARYING WS-COPY-NUMBER FROM 1 BY 1
                    UNTIL WS-COPY-NUMBER > WS-COPY-COUNT
                    OR WS-DELIVERY-FAILED
                CLOSE DIST-COPY-FILE
            END-IF.

      * A SENSITIVE REPORT IS DUE BACK WITHIN THE ACKNOWLEDGMENT
      * DAYS, COUNTING THE DAY IT WENT OUT - ONE DAY MEANS THE
      * SAME DAY.
       2550-FIGURE-ACK-DUE.
            MOVE "A" TO WS-DC-FUNCTION.
            MOVE WS-RUN-DATE TO WS-DC-DATE-1.
            COMPUTE WS-DC-DAYS = RD-ACK-DAYS - 1.
            CALL "DATECALC1" USING WS-DC-FUNCTION WS-DC-DATE-1
                WS-DC-DATE-2 WS-DC-DAYS WS-DC-RESULT-DATE
                WS-DC-ERROR-SWITCH.
            IF WS-DC-DATE-ERROR
                MOVE WS-RUN-DATE TO WS-DC-RESULT-DATE
            END-IF.

       2600-WRITE-ONE-COPY.
            MOVE WS-COPY-NUMBER TO WS-BN-COPY.
            MOVE WS-BANNER-LINE-1 TO DIST-COPY-LINE.
            WRITE DIST-COPY-LINE.
            MOVE WS-BANNER-LINE-2 TO DIST-COPY-LINE.
            WRITE DIST-COPY-LINE.
            MOVE SPACES TO DIST-COPY-LINE.
            WRITE DIST-COPY-LINE.
            IF NOT WS-DIST-COPY-OK
                DISPLAY "UNABLE TO WRITE COPY " WS-COPY-NAME
                    ", STATUS = " WS-DIST-COPY-STATUS
                SET WS-DELIVERY-FAILED TO TRUE
            ELSE
                MOVE WS-BEST-RETAINED TO WS-RETAINED-NAME
                MOVE "N" TO WS-EOF-SWITCH
                OPEN INPUT RETAINED-COPY-FILE
                IF NOT WS-RETAINED-OK
                    DISPLAY "RETAINED COPY " WS-RETAINED-NAME
                        " UNREADABLE, STATUS = " WS-RETAINED-STATUS
                    SET WS-DELIVERY-FAILED TO TRUE
                ELSE
                    PERFORM 2650-COPY-ONE-LINE
                        UNTIL WS-NO-MORE-LINES
                    CLOSE RETAINED-COPY-FILE
                END-IF
            END-IF.

       2650-COPY-ONE-LINE.
            READ RETAINED-COPY-FILE
                AT END SET WS-NO-MORE-LINES TO TRUE
            END-READ.
            IF NOT WS-NO-MORE-LINES AND WS-RETAINED-OK
                MOVE RETAINED-COPY-LINE TO DIST-COPY-LINE
                WRITE DIST-COPY-LINE
                IF WS-DIST-COPY-OK
                    ADD 1 TO WS-LINES-COPIED
                ELSE
                    DISPLAY "UNABLE TO WRITE COPY " WS-COPY-NAME
                        ", STATUS = " WS-DIST-COPY-STATUS
                    SET WS-DELIVERY-FAILED TO TRUE
                    SET WS-NO-MORE-LINES TO TRUE
                END-IF
            ELSE
                SET WS-NO-MORE-LINES TO TRUE
            END-IF.

       2700-LOG-THE-DELIVERY.
            MOVE SPACES TO DG-ACK-RECIPIENT.
            MOVE RD-RECIPIENT-ID TO DG-ACK-RECIPIENT.
            MOVE RD-RECIPIENT-NAME TO DG-RECIPIENT-NAME.
            MOVE RD-DEPT-CODE TO DG-DEPT-CODE.
            MOVE RD-METHOD TO DG-METHOD.
            MOVE RD-DESTINATION TO DG-DESTINATION.
            MOVE WS-COPY-COUNT TO DG-COPIES.
            MOVE WS-COPY-NAME TO DG-COPY-NAME.
            MOVE WS-RUN-DATE TO DG-DIST-DATE.
            MOVE WS-RUN-TIME TO DG-DIST-TIME.
            MOVE WS-DC-RESULT-DATE TO DG-ACK-DUE-DATE.
            MOVE ZERO TO DG-ACK-DATE DG-ACK-TIME.
            MOVE SPACES TO DG-ACK-BY.
            IF WS-DELIVERY-FAILED
                SET DG-DELIVERY-FAILED TO TRUE
                ADD 1 TO WS-FAILED-COUNT
            ELSE IF RD-NO-ACK-NEEDED
                SET DG-ACK-NOT-NEEDED TO TRUE
                ADD 1 TO WS-DELIVERED-COUNT
            ELSE
                SET DG-ACK-PENDING TO TRUE
                ADD 1 TO WS-DELIVERED-COUNT
            END-IF.
            IF WS-LOG-EXISTS
                REWRITE DIST-LOG-RECORD
                    INVALID KEY CONTINUE
                END-REWRITE
            ELSE
                WRITE DIST-LOG-RECORD
                    INVALID KEY CONTINUE
                END-WRITE
            END-IF.
            IF NOT WS-DIST-LOG-OK
                DISPLAY "UNABLE TO LOG DELIVERY TO " DG-RECIPIENT-ID
                    ", STATUS = " WS-DIST-LOG-STATUS
                MOVE 8 TO WS-WORK-RC
            ELSE IF NOT WS-DELIVERY-FAILED
                DISPLAY "  " DG-RECIPIENT-ID " " WS-METHOD-TEXT " "
                    WS-COPY-NAME " " WS-COPY-COUNT " COPY(IES)"
            END-IF.

      * THE OVERDUE LIST - PENDING ACKNOWLEDGMENTS PAST THEIR DUE
      * DATE, THEN FAILED DELIVERIES, EACH IN RECIPIENT ORDER OFF
      * THE ACKNOWLEDGMENT KEY.
       5000-LIST-OVERDUE.
            OPEN INPUT DIST-LOG-FILE.
            IF WS-DIST-LOG-OK
                SET WS-LOG-IS-OPEN TO TRUE
            ELSE IF NOT WS-DIST-LOG-MISSING
                DISPLAY "UNABLE TO OPEN DIST-LOG-FILE, STATUS = "
                    WS-DIST-LOG-STATUS
                MOVE 8 TO WS-WORK-RC
            END-IF.
            IF WS-WORK-RC = ZERO
                MOVE "DSTOVD.PRT" TO WS-PRINT-FILE-NAME
                OPEN OUTPUT PRINT-FILE
                IF NOT WS-PRINT-FILE-OK
                    DISPLAY "UNABLE TO OPEN OVERDUE LIST, STATUS = "
                        WS-PRINT-FILE-STATUS
                    MOVE 8 TO WS-WORK-RC
                END-IF
            END-IF.
            IF WS-WORK-RC = ZERO
                PERFORM 5100-PRINT-OVERDUE-LIST
                CLOSE PRINT-FILE
                IF WS-OVERDUE-COUNT + WS-FAILED-COUNT > ZERO
                    MOVE 4 TO WS-WORK-RC
                END-IF
            END-IF.
            IF WS-LOG-IS-OPEN
                CLOSE DIST-LOG-FILE
            END-IF.

       5100-PRINT-OVERDUE-LIST.
            MOVE WS-RUN-DATE TO WS-TL-DATE.
            PERFORM 3950-PRINT-STANDARD-HEADING.
            MOVE WS-TITLE-LINE TO DO-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE SPACES TO DO-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            IF NOT WS-LOG-IS-OPEN
                MOVE "NOTHING HAS BEEN DISTRIBUTED YET" TO WS-NL-TEXT
                PERFORM 8200-PRINT-NOTE
            END-IF.
            MOVE "SENSITIVE REPORTS NOT ACKNOWLEDGED BY THE DUE DATE"
                TO WS-SC-TEXT.
            MOVE "P" TO WS-WANT-STATUS.
            PERFORM 5200-PRINT-ONE-SECTION.
            MOVE WS-SECTION-COUNT TO WS-OVERDUE-COUNT.
            MOVE SPACES TO DO-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE "DELIVERIES THAT FAILED - RERUN THE DISTRIBUTION STEP"
                TO WS-SC-TEXT.
            MOVE "F" TO WS-WANT-STATUS.
            PERFORM 5200-PRINT-ONE-SECTION.
            MOVE WS-SECTION-COUNT TO WS-FAILED-COUNT.
            MOVE SPACES TO DO-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE "OVERDUE ACKNOWLEDGMENTS" TO WS-TT-LABEL.
            MOVE WS-OVERDUE-COUNT TO WS-TT-COUNT.
            PERFORM 5500-PRINT-TOTAL-LINE.
            MOVE "AWAITING ACKNOWLEDGMENT, NOT YET DUE" TO WS-TT-LABEL.
            MOVE WS-NOT-YET-DUE-COUNT TO WS-TT-COUNT.
            PERFORM 5500-PRINT-TOTAL-LINE.
            MOVE "FAILED DELIVERIES" TO WS-TT-LABEL.
            MOVE WS-FAILED-COUNT TO WS-TT-COUNT.
            PERFORM 5500-PRINT-TOTAL-LINE.

       5200-PRINT-ONE-SECTION.
            MOVE ZERO TO WS-SECTION-COUNT.
            MOVE WS-SECTION-LINE TO DO-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE WS-OVERDUE-HEADING TO DO-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            IF WS-LOG-IS-OPEN
                MOVE "N" TO WS-SCAN-EOF-SWITCH
                MOVE WS-WANT-STATUS TO DG-ACK-STATUS
                MOVE LOW-VALUES TO DG-ACK-RECIPIENT
                START DIST-LOG-FILE KEY IS NOT LESS THAN DG-ACK-KEY
                    INVALID KEY SET WS-SCAN-DONE TO TRUE
                END-START
                IF NOT WS-SCAN-DONE
                    PERFORM 5900-READ-NEXT-DELIVERY
                END-IF
                PERFORM 5300-CHECK-ONE-DELIVERY
                    UNTIL WS-SCAN-DONE
                    OR DG-ACK-STATUS NOT = WS-WANT-STATUS
            END-IF.
            IF WS-SECTION-COUNT = ZERO
                MOVE "NONE" TO WS-NL-TEXT
                PERFORM 8200-PRINT-NOTE
            END-IF.

      * A PENDING DELIVERY IS OVERDUE ONCE TODAY IS PAST ITS DUE
      * DATE; ONE STILL INSIDE ITS DAYS IS ONLY COUNTED.
       5300-CHECK-ONE-DELIVERY.
            IF DG-DELIVERY-FAILED
                MOVE SPACES TO WS-OD-DUE
                MOVE ZERO TO WS-DC-DAYS
                PERFORM 5400-PRINT-ONE-DELIVERY
            ELSE IF WS-RUN-DATE > DG-ACK-DUE-DATE
                MOVE "D" TO WS-DC-FUNCTION
                MOVE DG-ACK-DUE-DATE TO WS-DC-DATE-1
                MOVE WS-RUN-DATE TO WS-DC-DATE-2
                CALL "DATECALC1" USING WS-DC-FUNCTION WS-DC-DATE-1
                    WS-DC-DATE-2 WS-DC-DAYS WS-DC-RESULT-DATE
                    WS-DC-ERROR-SWITCH
                MOVE DG-ACK-DUE-DATE TO WS-OD-DUE
                PERFORM 5400-PRINT-ONE-DELIVERY
            ELSE
                ADD 1 TO WS-NOT-YET-DUE-COUNT
            END-IF.
            PERFORM 5900-READ-NEXT-DELIVERY.

       5400-PRINT-ONE-DELIVERY.
            ADD 1 TO WS-SECTION-COUNT.
            MOVE DG-METHOD TO WS-METHOD-CODE.
            PERFORM 8300-DESCRIBE-METHOD.
            MOVE DG-RECIPIENT-ID TO WS-OD-RECIPIENT.
            MOVE DG-RECIPIENT-NAME TO WS-OD-NAME.
            MOVE DG-DEPT-CODE TO WS-OD-DEPT.
            MOVE DG-REPORT-NAME TO WS-OD-REPORT.
            MOVE DG-RUN-DATE TO WS-OD-RUN-DATE.
            MOVE WS-METHOD-TEXT TO WS-OD-METHOD.
            MOVE WS-DC-DAYS TO WS-OD-DAYS-OVER.
            MOVE WS-OVERDUE-DETAIL TO DO-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.

       5500-PRINT-TOTAL-LINE.
            MOVE WS-TOTAL-LINE TO DO-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.

       5900-READ-NEXT-DELIVERY.
            READ DIST-LOG-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-DIST-LOG-OK AND NOT WS-DIST-LOG-EOF
                DISPLAY "DIST-LOG-FILE READ ERROR, STATUS = "
                    WS-DIST-LOG-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.

       8000-WRITE-REPORT-LINE.
            WRITE DO-PRINT-LINE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO WRITE OVERDUE LIST, STATUS = "
                    WS-PRINT-FILE-STATUS
            END-IF.

       8200-PRINT-NOTE.
            MOVE WS-NOTE-LINE TO DO-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-NL-TEXT.

       8300-DESCRIBE-METHOD.
            IF WS-BY-PRINT-BIN
                MOVE "PRINT BIN" TO WS-METHOD-TEXT
            ELSE IF WS-BY-SECURE-FOLDER
                MOVE "SECURE FOLDER" TO WS-METHOD-TEXT
            ELSE IF WS-BY-EMAIL-DROP
                MOVE "EMAIL DROP" TO WS-METHOD-TEXT
            ELSE
                MOVE "UNKNOWN" TO WS-METHOD-TEXT
            END-IF.

      * PRINT THE STANDARD COMPANY/RUN-DATE/RUN-TIME/PAGE-NUMBER
      * HEADING (SEE RPTHDR1.cbl).
       3950-PRINT-STANDARD-HEADING.
            ADD 1 TO WS-RPT-PAGE-COUNT.
            MOVE WS-RPT-PAGE-COUNT TO WS-RPT-PAGE-NUMBER.
            ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RPT-RUN-TIME FROM TIME.
            MOVE WS-RPT-HEADING-LINE-1 TO DO-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE WS-RPT-HEADING-LINE-2 TO DO-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.

      * A DISTRIBUTION IS CLEAN WHEN EVERY COPY WENT; THE OVERDUE
      * LIST IS CLEAN WHEN THERE IS NOTHING ON IT.
       9000-TERMINATE.
            MOVE "E" TO WS-RL-FUNCTION.
            IF WS-FUNCTION = "O"
                MOVE "OVERDUE ACKNOWLEDGMENTS" TO WS-RL-LABEL
                MOVE WS-OVERDUE-COUNT TO WS-RL-VALUE
                MOVE WS-OVERDUE-COUNT TO WS-RL-RECORDS-OUT
            ELSE
                MOVE "RECIPIENTS ON THE LIST" TO WS-RL-LABEL
                MOVE WS-RECIPIENT-COUNT TO WS-RL-VALUE
                MOVE WS-DELIVERED-COUNT TO WS-RL-RECORDS-OUT
            END-IF.
            MOVE WS-RECIPIENT-COUNT TO WS-RL-RECORDS-IN.
            MOVE WS-FAILED-COUNT TO WS-RL-REJECTS.
            IF WS-WORK-RC = ZERO
                MOVE "CLEAN" TO WS-RL-STATUS-TEXT
            ELSE IF WS-WORK-RC = 4
                MOVE "CHECK" TO WS-RL-STATUS-TEXT
            ELSE
                MOVE "REVIEW" TO WS-RL-STATUS-TEXT
            END-IF.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
       END PROGRAM RPTDST01.

      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Nightly phone directory publication.  The phone
      *              switch and the intranet address book used to be
      *              keyed by hand off the printed listing and were
      *              never in step with PHONE-FILE.  Each run writes,
      *              for both of them, a full directory file and a
      *              delta file of the adds, changes and deletes on
      *              PHONE-HISTORY-FILE since the last publication:
      *                PBXFULL / PBXDLTA - the PBX provisioning
      *                  import's fixed 80-byte layout, *HDR* and
      *                  *TRL* records round the details, the trailer
      *                  carrying the record count and an extension
      *                  hash.  Only entries with an extension go to
      *                  the switch.
      *                DIRFULL / DIRDLTA - the intranet directory's
      *                  comma-separated import, every entry, with
      *                  the department name off DEPT-FILE.
      *              The control report (PHNPUB.PRT) lists the delta
      *              and proves each side's counts agree.  Only a
      *              clean run moves the publication stamp on
      *              PHNPCTL forward - a run that doesn't balance
      *              ends with RETURN-CODE 8 and the next night
      *              republishes the same window.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original directory publication feed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHNPUB01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLPHN01.cbl".
           COPY "SLPHH01.cbl".
           COPY "SLDEP01.cbl".
           SELECT PUBLISH-CONTROL-FILE ASSIGN TO PHNPCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PUB-CTL-STATUS.
           SELECT PBX-FULL-FILE ASSIGN TO PBXFULL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PBX-FULL-STATUS.
           SELECT PBX-DELTA-FILE ASSIGN TO PBXDLTA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PBX-DELTA-STATUS.
           SELECT DIR-FULL-FILE ASSIGN TO DIRFULL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIR-FULL-STATUS.
           SELECT DIR-DELTA-FILE ASSIGN TO DIRDLTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIR-DELTA-STATUS.
           COPY "Hello-world.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDPHN01.cbl".
           COPY "FDPHH01.cbl".
           COPY "FDDEP01.cbl".

      * ONE RECORD - WHERE THE LAST CLEAN PUBLICATION LEFT OFF.
       FD  PUBLISH-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  PUBLISH-CONTROL-RECORD.
           05 PC-LAST-PUB-DATE         PIC 9(08).
           05 PC-LAST-PUB-TIME         PIC 9(08).
           05 PC-LAST-FULL-COUNT       PIC 9(07).
           05 PC-LAST-DELTA-COUNT      PIC 9(07).
           05 FILLER                   PIC X(20).

       FD  PBX-FULL-FILE
           LABEL RECORDS ARE STANDARD.
       01  PBX-FULL-LINE               PIC X(80).

       FD  PBX-DELTA-FILE
           LABEL RECORDS ARE STANDARD.
       01  PBX-DELTA-LINE              PIC X(80).

       FD  DIR-FULL-FILE
           LABEL RECORDS ARE STANDARD.
       01  DIR-FULL-LINE               PIC X(150).

       FD  DIR-DELTA-FILE
           LABEL RECORDS ARE STANDARD.
       01  DIR-DELTA-LINE              PIC X(150).

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PUB-REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PHONE-FILE-STATUS       PIC X(02).
           88 WS-PHONE-FILE-OK            VALUE "00".
           88 WS-PHONE-FILE-EOF           VALUE "10".
       01  WS-PHONE-HIST-STATUS       PIC X(02).
           88 WS-PHONE-HIST-OK            VALUE "00".
           88 WS-PHONE-HIST-EOF           VALUE "10".
           88 WS-PHONE-HIST-MISSING       VALUE "35".
       01  WS-DEPT-FILE-STATUS        PIC X(02).
           88 WS-DEPT-FILE-OK             VALUE "00".
           88 WS-DEPT-NOT-FOUND           VALUE "23".
       01  WS-PUB-CTL-STATUS          PIC X(02).
           88 WS-PUB-CTL-OK               VALUE "00".
           88 WS-PUB-CTL-NOT-FOUND        VALUE "35".
       01  WS-PBX-FULL-STATUS         PIC X(02).
           88 WS-PBX-FULL-OK              VALUE "00".
       01  WS-PBX-DELTA-STATUS        PIC X(02).
           88 WS-PBX-DELTA-OK             VALUE "00".
       01  WS-DIR-FULL-STATUS         PIC X(02).
           88 WS-DIR-FULL-OK              VALUE "00".
       01  WS-DIR-DELTA-STATUS        PIC X(02).
           88 WS-DIR-DELTA-OK             VALUE "00".
       01  WS-PRINT-FILE-NAME         PIC X(20).
       01  WS-PRINT-FILE-STATUS       PIC X(02).
           88 WS-PRINT-FILE-OK            VALUE "00".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88 WS-NO-MORE-ENTRIES           VALUE "Y".
       01  WS-HIST-EOF-SWITCH          PIC X(01) VALUE "N".
           88 WS-NO-MORE-HISTORY           VALUE "Y".
       01  WS-DEPT-OPEN-SWITCH         PIC X(01) VALUE "N".
           88 WS-DEPT-MASTER-OPEN          VALUE "Y".

      * THE RUN'S VERDICT - MOVED TO RETURN-CODE AS THE LAST THING
      * BEFORE STOP RUN.  ANYTHING BUT ZERO LEAVES THE STAMP ALONE.
       01  WS-PUB-RC                   PIC 9(01) VALUE ZERO.

      * THE DELTA WINDOW - AFTER THE LAST CLEAN PUBLICATION, UP TO
      * AND INCLUDING THIS RUN'S START.
       01  WS-LAST-PUB-STAMP.
           05 WS-LP-DATE               PIC 9(08) VALUE ZERO.
           05 WS-LP-TIME               PIC 9(08) VALUE ZERO.
       01  WS-RUN-STAMP.
           05 WS-RUN-DATE              PIC 9(08).
           05 WS-RUN-TIME              PIC 9(08).
       01  WS-HIST-STAMP.
           05 WS-HS-DATE               PIC 9(08).
           05 WS-HS-TIME               PIC 9(08).

      * PHONE-RECORD IMAGES OFF THE HISTORY FILE, IN FDPHN01.cbl'S
      * FIELD ORDER.
       01  WS-BEFORE-IMAGE.
           05 WS-BI-LAST-NAME          PIC X(20).
           05 WS-BI-FIRST-NAME         PIC X(20).
           05 WS-BI-NUMBER             PIC 9(10).
           05 WS-BI-DEPT-CODE          PIC X(04).
           05 WS-BI-EXTENSION          PIC 9(05).
       01  WS-AFTER-IMAGE.
           05 WS-AI-LAST-NAME          PIC X(20).
           05 WS-AI-FIRST-NAME         PIC X(20).
           05 WS-AI-NUMBER             PIC 9(10).
           05 WS-AI-DEPT-CODE          PIC X(04).
           05 WS-AI-EXTENSION          PIC 9(05).

      * THE ENTRY BEING PUBLISHED, WHICHEVER FILE IT CAME FROM.
       01  WS-PUB-ACTION               PIC X(01).
           88 WS-PUB-ADD                   VALUE "A".
           88 WS-PUB-CHANGE                VALUE "C".
           88 WS-PUB-DELETE                VALUE "D".
       01  WS-PUB-LAST-NAME            PIC X(20).
       01  WS-PUB-FIRST-NAME           PIC X(20).
       01  WS-PUB-NUMBER               PIC 9(10).
       01  WS-PUB-DEPT-CODE            PIC X(04).
       01  WS-PUB-DEPT-NAME            PIC X(30).
       01  WS-PUB-EXTENSION            PIC 9(05).
       01  WS-PUB-OLD-EXTENSION        PIC 9(05).
       01  WS-PUB-EFFECTIVE-DATE       PIC 9(08).
      * WHAT THE SWITCH IS TOLD - A, C, D, OR SPACE FOR NOTHING.
       01  WS-PBX-ACTION               PIC X(01).
           88 WS-PBX-NOT-AFFECTED          VALUE SPACE.

      * THE PBX PROVISIONING IMPORT'S FIXED 80-BYTE LAYOUT.  A
      * CHANGE CARRIES THE OLD EXTENSION SO THE SWITCH CAN MOVE THE
      * STATION; ZERO WHEN IT DIDN'T MOVE.
       01  WS-PBX-RECORD.
           05 PX-ACTION                PIC X(01).
           05 PX-EXTENSION             PIC 9(05).
           05 PX-OLD-EXTENSION         PIC 9(05).
           05 PX-LAST-NAME             PIC X(20).
           05 PX-FIRST-NAME            PIC X(20).
           05 PX-DEPT-CODE             PIC X(04).
           05 PX-DID-NUMBER            PIC 9(10).
           05 PX-EFFECTIVE-DATE        PIC 9(08).
           05 FILLER                   PIC X(07).
       01  WS-PBX-CONTROL REDEFINES WS-PBX-RECORD.
           05 PX-CONTROL-TYPE          PIC X(05).
           05 PX-FILE-TYPE             PIC X(04).
           05 PX-RUN-DATE              PIC 9(08).
           05 PX-RUN-TIME              PIC 9(08).
           05 PX-RECORD-COUNT          PIC 9(07).
           05 PX-EXTENSION-HASH        PIC 9(12).
           05 FILLER                   PIC X(36).

      * THE INTRANET DIRECTORY'S IMPORT - COMMA-SEPARATED, ONE
      * HEADING ROW, THE SAME COLUMNS IN THE FULL AND DELTA FILES.
       01  WS-DIR-HEADING.
           05 FILLER PIC X(40) VALUE
               "ACTION,LAST-NAME,FIRST-NAME,PHONE,".
           05 FILLER PIC X(40) VALUE
               "EXTENSION,DEPT-CODE,DEPT-NAME".
       01  WS-DIR-LINE                 PIC X(150).
       01  WS-DIR-EXTENSION            PIC X(05).

      * CONTROL COUNTS - EACH SIDE HAS TO ACCOUNT FOR EVERY ENTRY
      * READ (FULL) AND EVERY CHANGE IN THE WINDOW (DELTA).
       01  WS-ENTRIES-READ             PIC 9(07) VALUE ZERO.
       01  WS-PBX-FULL-WRITTEN         PIC 9(07) VALUE ZERO.
       01  WS-PBX-FULL-NO-EXT          PIC 9(07) VALUE ZERO.
       01  WS-PBX-FULL-HASH            PIC 9(12) VALUE ZERO.
       01  WS-DIR-FULL-WRITTEN         PIC 9(07) VALUE ZERO.
       01  WS-HISTORY-READ             PIC 9(07) VALUE ZERO.
       01  WS-HISTORY-IN-WINDOW        PIC 9(07) VALUE ZERO.
       01  WS-PBX-DELTA-WRITTEN        PIC 9(07) VALUE ZERO.
       01  WS-PBX-DELTA-NONE           PIC 9(07) VALUE ZERO.
       01  WS-PBX-DELTA-HASH           PIC 9(12) VALUE ZERO.
       01  WS-DIR-DELTA-WRITTEN        PIC 9(07) VALUE ZERO.
       01  WS-ADDS-WITHOUT-EXT         PIC 9(07) VALUE ZERO.

       01  WS-WRITE-ERROR-SWITCH       PIC X(01) VALUE "N".
           88 WS-WRITE-FAILED              VALUE "Y".
       01  WS-FULL-AGREE-SWITCH        PIC X(01) VALUE "N".
           88 WS-FULL-AGREES               VALUE "Y".
       01  WS-DELTA-AGREE-SWITCH       PIC X(01) VALUE "N".
           88 WS-DELTA-AGREES              VALUE "Y".

           COPY "RPTHDR1.cbl".

       01  WS-SECTION-LINE.
           05 FILLER                   PIC X(04) VALUE "*** ".
           05 WS-SL-TITLE              PIC X(40).
           05 WS-SL-DATE               PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-SL-TIME               PIC X(08).

       01  WS-DELTA-HEADING.
           05 FILLER                   PIC X(08) VALUE "ACTION".
           05 FILLER                   PIC X(20) VALUE "LAST NAME".
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(20) VALUE "FIRST NAME".
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(04) VALUE "DEPT".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE "EXT".
           05 FILLER                   PIC X(07) VALUE "OLD EXT".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(20) VALUE "TO THE SWITCH".

       01  WS-DELTA-LINE.
           05 WS-DL-ACTION             PIC X(08).
           05 WS-DL-LAST-NAME          PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-DL-FIRST-NAME         PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-DL-DEPT-CODE          PIC X(04).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-EXTENSION          PIC X(05).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-OLD-EXTENSION      PIC X(05).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 WS-DL-PBX-NOTE           PIC X(28).

       01  WS-COUNT-LINE.
           05 WS-CL-LABEL              PIC X(40).
           05 WS-CL-COUNT              PIC ZZZZZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-CL-NOTE               PIC X(30).

      * FIELDS FOR THE RUNLOG01 RUN-CONTROL CALLS.
       01  WS-RL-FUNCTION            PIC X(01).
       01  WS-RL-PROGRAM             PIC X(08) VALUE "PHNPUB01".
       01  WS-RL-LABEL               PIC X(24).
       01  WS-RL-VALUE               PIC S9(13)V99.
       01  WS-RL-RECORDS-IN          PIC 9(07) VALUE ZERO.
       01  WS-RL-RECORDS-OUT         PIC 9(07) VALUE ZERO.
       01  WS-RL-REJECTS             PIC 9(07) VALUE ZERO.
       01  WS-RL-STATUS-TEXT         PIC X(08).

       PROCEDURE DIVISION.
       0000-MAINLINE.
            MOVE "S" TO WS-RL-FUNCTION.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            PERFORM 1000-INITIALIZE.
            IF WS-PUB-RC = ZERO
                PERFORM 2000-PUBLISH-FULL-DIRECTORY
                PERFORM 3000-PUBLISH-DELTA
            END-IF.
            PERFORM 4000-PRINT-CONTROL-COUNTS.
            IF WS-PUB-RC = ZERO
                PERFORM 5000-ADVANCE-PUBLICATION-STAMP
            END-IF.
            PERFORM 9000-TERMINATE.
            MOVE WS-PUB-RC TO RETURN-CODE.
            STOP RUN.

       1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-TIME FROM TIME.
            MOVE "PHNPUB.PRT" TO WS-PRINT-FILE-NAME.
            OPEN OUTPUT PRINT-FILE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO OPEN PHNPUB.PRT, STATUS = "
                    WS-PRINT-FILE-STATUS
            END-IF.
            PERFORM 8900-PRINT-STANDARD-HEADING.
            OPEN INPUT PHONE-FILE.
            IF NOT WS-PHONE-FILE-OK
                DISPLAY "UNABLE TO OPEN PHONE-FILE, STATUS = "
                    WS-PHONE-FILE-STATUS
                MOVE 8 TO WS-PUB-RC
            END-IF.
            OPEN INPUT DEPT-FILE.
            IF WS-DEPT-FILE-OK
                SET WS-DEPT-MASTER-OPEN TO TRUE
            ELSE
                DISPLAY "NO DEPARTMENT MASTER - DEPARTMENT NAMES "
                    "PUBLISHED BLANK"
            END-IF.
      * NO HISTORY FILE YET JUST MEANS NOTHING HAS CHANGED.
            OPEN INPUT PHONE-HISTORY-FILE.
            IF WS-PHONE-HIST-MISSING
                SET WS-NO-MORE-HISTORY TO TRUE
            ELSE IF NOT WS-PHONE-HIST-OK
                DISPLAY "UNABLE TO OPEN PHONE-HISTORY-FILE, STATUS = "
                    WS-PHONE-HIST-STATUS
                SET WS-NO-MORE-HISTORY TO TRUE
                MOVE 8 TO WS-PUB-RC
            END-IF.
            PERFORM 1100-OPEN-PUBLISH-CONTROL.
            PERFORM 1200-OPEN-FEED-FILES.

      * OPEN PHNPCTL, CREATING IT WITH A ZERO STAMP THE FIRST TIME
      * THE FEED EVER RUNS - THE FIRST DELTA THEN CARRIES THE WHOLE
      * HISTORY FILE.
       1100-OPEN-PUBLISH-CONTROL.
            OPEN I-O PUBLISH-CONTROL-FILE.
            IF WS-PUB-CTL-NOT-FOUND
                OPEN OUTPUT PUBLISH-CONTROL-FILE
                MOVE ZERO TO PC-LAST-PUB-DATE PC-LAST-PUB-TIME
                    PC-LAST-FULL-COUNT PC-LAST-DELTA-COUNT
                WRITE PUBLISH-CONTROL-RECORD
                CLOSE PUBLISH-CONTROL-FILE
                OPEN I-O PUBLISH-CONTROL-FILE
            END-IF.
            IF NOT WS-PUB-CTL-OK
                DISPLAY "UNABLE TO OPEN PUBLISH-CONTROL-FILE, STATUS = "
                    WS-PUB-CTL-STATUS
                MOVE 8 TO WS-PUB-RC
            ELSE
                READ PUBLISH-CONTROL-FILE
                    AT END
                        DISPLAY "PUBLISH-CONTROL-FILE HAS NO CONTROL "
                            "RECORD"
                        MOVE 8 TO WS-PUB-RC
                    NOT AT END
                        MOVE PC-LAST-PUB-DATE TO WS-LP-DATE
                        MOVE PC-LAST-PUB-TIME TO WS-LP-TIME
                END-READ
            END-IF.

       1200-OPEN-FEED-FILES.
            OPEN OUTPUT PBX-FULL-FILE.
            IF NOT WS-PBX-FULL-OK
                DISPLAY "UNABLE TO OPEN PBX-FULL-FILE, STATUS = "
                    WS-PBX-FULL-STATUS
                MOVE 8 TO WS-PUB-RC
            END-IF.
            OPEN OUTPUT PBX-DELTA-FILE.
            IF NOT WS-PBX-DELTA-OK
                DISPLAY "UNABLE TO OPEN PBX-DELTA-FILE, STATUS = "
                    WS-PBX-DELTA-STATUS
                MOVE 8 TO WS-PUB-RC
            END-IF.
            OPEN OUTPUT DIR-FULL-FILE.
            IF NOT WS-DIR-FULL-OK
                DISPLAY "UNABLE TO OPEN DIR-FULL-FILE, STATUS = "
                    WS-DIR-FULL-STATUS
                MOVE 8 TO WS-PUB-RC
            END-IF.
            OPEN OUTPUT DIR-DELTA-FILE.
            IF NOT WS-DIR-DELTA-OK
                DISPLAY "UNABLE TO OPEN DIR-DELTA-FILE, STATUS = "
                    WS-DIR-DELTA-STATUS
                MOVE 8 TO WS-PUB-RC
            END-IF.
            IF WS-PUB-RC = ZERO
                MOVE SPACES TO WS-PBX-CONTROL
                MOVE "*HDR*" TO PX-CONTROL-TYPE
                MOVE WS-RUN-DATE TO PX-RUN-DATE
                MOVE WS-RUN-TIME TO PX-RUN-TIME
                MOVE ZERO TO PX-RECORD-COUNT PX-EXTENSION-HASH
                MOVE "FULL" TO PX-FILE-TYPE
                PERFORM 7200-WRITE-PBX-FULL
                MOVE "DLTA" TO PX-FILE-TYPE
                PERFORM 7400-WRITE-PBX-DELTA
                MOVE WS-DIR-HEADING TO WS-DIR-LINE
                PERFORM 7300-WRITE-DIR-FULL
                PERFORM 7500-WRITE-DIR-DELTA
            END-IF.

      * EVERY ENTRY GOES TO THE INTRANET; ONLY ENTRIES WITH AN
      * EXTENSION GO TO THE SWITCH.
       2000-PUBLISH-FULL-DIRECTORY.
            PERFORM 2900-READ-NEXT-ENTRY.
            PERFORM UNTIL WS-NO-MORE-ENTRIES
                ADD 1 TO WS-ENTRIES-READ
                MOVE "A"              TO WS-PUB-ACTION
                MOVE PHONE-LAST-NAME  TO WS-PUB-LAST-NAME
                MOVE PHONE-FIRST-NAME TO WS-PUB-FIRST-NAME
                MOVE PHONE-NUMBER     TO WS-PUB-NUMBER
                MOVE PHONE-DEPT-CODE  TO WS-PUB-DEPT-CODE
                MOVE PHONE-EXTENSION  TO WS-PUB-EXTENSION
                MOVE ZERO             TO WS-PUB-OLD-EXTENSION
                MOVE WS-RUN-DATE      TO WS-PUB-EFFECTIVE-DATE
                PERFORM 6000-LOOK-UP-DEPT-NAME
                PERFORM 7000-BUILD-DIR-LINE
                PERFORM 7300-WRITE-DIR-FULL
                IF NOT WS-WRITE-FAILED
                    ADD 1 TO WS-DIR-FULL-WRITTEN
                END-IF
                IF PHONE-EXTENSION = ZERO
                    ADD 1 TO WS-PBX-FULL-NO-EXT
                ELSE
                    MOVE "A" TO WS-PBX-ACTION
                    PERFORM 7100-BUILD-PBX-RECORD
                    PERFORM 7200-WRITE-PBX-FULL
                    IF NOT WS-WRITE-FAILED
                        ADD 1 TO WS-PBX-FULL-WRITTEN
                        ADD PX-EXTENSION TO WS-PBX-FULL-HASH
                    END-IF
                END-IF
                PERFORM 2900-READ-NEXT-ENTRY
            END-PERFORM.
            MOVE SPACES TO WS-PBX-CONTROL.
            MOVE "*TRL*" TO PX-CONTROL-TYPE.
            MOVE "FULL" TO PX-FILE-TYPE.
            MOVE WS-RUN-DATE TO PX-RUN-DATE.
            MOVE WS-RUN-TIME TO PX-RUN-TIME.
            MOVE WS-PBX-FULL-WRITTEN TO PX-RECORD-COUNT.
            MOVE WS-PBX-FULL-HASH TO PX-EXTENSION-HASH.
            PERFORM 7200-WRITE-PBX-FULL.

       2900-READ-NEXT-ENTRY.
            READ PHONE-FILE NEXT RECORD
                AT END SET WS-NO-MORE-ENTRIES TO TRUE
            END-READ.
            IF NOT WS-PHONE-FILE-OK AND NOT WS-PHONE-FILE-EOF
                DISPLAY "PHONE-FILE READ ERROR, STATUS = "
                    WS-PHONE-FILE-STATUS
                SET WS-NO-MORE-ENTRIES TO TRUE
                MOVE 8 TO WS-PUB-RC
            END-IF.

      * EVERY HISTORY RECORD STAMPED AFTER THE LAST CLEAN
      * PUBLICATION, IN THE ORDER IT HAPPENED - THE IMPORTS APPLY
      * THEM IN SEQUENCE, SO AN ADD AND A CHANGE TO THE SAME PERSON
      * ON THE SAME DAY BOTH GO.
       3000-PUBLISH-DELTA.
            MOVE "DELTA SINCE LAST PUBLICATION" TO WS-SL-TITLE.
            MOVE WS-LP-DATE TO WS-SL-DATE.
            MOVE WS-LP-TIME TO WS-SL-TIME.
            MOVE SPACES TO PUB-REPORT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE WS-SECTION-LINE TO PUB-REPORT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE WS-DELTA-HEADING TO PUB-REPORT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            IF NOT WS-NO-MORE-HISTORY
                PERFORM 3900-READ-NEXT-HISTORY
            END-IF.
            PERFORM UNTIL WS-NO-MORE-HISTORY
                ADD 1 TO WS-HISTORY-READ
                MOVE PH-CHANGE-DATE TO WS-HS-DATE
                MOVE PH-CHANGE-TIME TO WS-HS-TIME
                IF WS-HIST-STAMP > WS-LAST-PUB-STAMP
                    AND WS-HIST-STAMP NOT > WS-RUN-STAMP
                    ADD 1 TO WS-HISTORY-IN-WINDOW
                    PERFORM 3100-PUBLISH-ONE-CHANGE
                END-IF
                PERFORM 3900-READ-NEXT-HISTORY
            END-PERFORM.
            MOVE SPACES TO WS-PBX-CONTROL.
            MOVE "*TRL*" TO PX-CONTROL-TYPE.
            MOVE "DLTA" TO PX-FILE-TYPE.
            MOVE WS-RUN-DATE TO PX-RUN-DATE.
            MOVE WS-RUN-TIME TO PX-RUN-TIME.
            MOVE WS-PBX-DELTA-WRITTEN TO PX-RECORD-COUNT.
            MOVE WS-PBX-DELTA-HASH TO PX-EXTENSION-HASH.
            PERFORM 7400-WRITE-PBX-DELTA.

      * THE INTRANET TAKES EVERY CHANGE AS IT STANDS.  THE SWITCH
      * ONLY CARES ABOUT STATIONS: AN EXTENSION APPEARING IS AN ADD,
      * ONE GOING AWAY IS A DELETE OF THE OLD ONE, AND AN ENTRY WITH
      * NO EXTENSION EITHER SIDE IS NOTHING TO IT.
       3100-PUBLISH-ONE-CHANGE.
            MOVE PH-BEFORE-IMAGE TO WS-BEFORE-IMAGE.
            MOVE PH-AFTER-IMAGE TO WS-AFTER-IMAGE.
            MOVE PH-CHANGE-DATE TO WS-PUB-EFFECTIVE-DATE.
            MOVE ZERO TO WS-PUB-OLD-EXTENSION.
            MOVE SPACE TO WS-PBX-ACTION.
            IF PH-ACTION-DELETE
                MOVE "D" TO WS-PUB-ACTION
                MOVE WS-BI-LAST-NAME  TO WS-PUB-LAST-NAME
                MOVE WS-BI-FIRST-NAME TO WS-PUB-FIRST-NAME
                MOVE WS-BI-NUMBER     TO WS-PUB-NUMBER
                MOVE WS-BI-DEPT-CODE  TO WS-PUB-DEPT-CODE
                MOVE WS-BI-EXTENSION  TO WS-PUB-EXTENSION
                IF WS-BI-EXTENSION NOT = ZERO
                    MOVE "D" TO WS-PBX-ACTION
                END-IF
            ELSE
                MOVE WS-AI-LAST-NAME  TO WS-PUB-LAST-NAME
                MOVE WS-AI-FIRST-NAME TO WS-PUB-FIRST-NAME
                MOVE WS-AI-NUMBER     TO WS-PUB-NUMBER
                MOVE WS-AI-DEPT-CODE  TO WS-PUB-DEPT-CODE
                MOVE WS-AI-EXTENSION  TO WS-PUB-EXTENSION
                IF PH-ACTION-ADD
                    MOVE "A" TO WS-PUB-ACTION
                    IF WS-AI-EXTENSION NOT = ZERO
                        MOVE "A" TO WS-PBX-ACTION
                    ELSE
                        ADD 1 TO WS-ADDS-WITHOUT-EXT
                    END-IF
                ELSE
                    MOVE "C" TO WS-PUB-ACTION
                END-IF
            END-IF.
            PERFORM 6000-LOOK-UP-DEPT-NAME.
            PERFORM 7000-BUILD-DIR-LINE.
            PERFORM 7500-WRITE-DIR-DELTA.
            IF NOT WS-WRITE-FAILED
                ADD 1 TO WS-DIR-DELTA-WRITTEN
            END-IF.
            IF WS-PUB-CHANGE
                PERFORM 3200-DECIDE-PBX-CHANGE
            END-IF.
            IF WS-PBX-NOT-AFFECTED
                ADD 1 TO WS-PBX-DELTA-NONE
            ELSE
                PERFORM 7100-BUILD-PBX-RECORD
                PERFORM 7400-WRITE-PBX-DELTA
                IF NOT WS-WRITE-FAILED
                    ADD 1 TO WS-PBX-DELTA-WRITTEN
                    ADD PX-EXTENSION TO WS-PBX-DELTA-HASH
                END-IF
            END-IF.
            PERFORM 3300-PRINT-DELTA-LINE.

      * AN UPDATE, SEEN FROM THE SWITCH.  DECIDED AFTER THE INTRANET
      * ROW IS OUT, SINCE A REMOVED STATION IS SENT UNDER ITS OLD
      * EXTENSION.
       3200-DECIDE-PBX-CHANGE.
            IF WS-BI-EXTENSION = ZERO AND WS-AI-EXTENSION = ZERO
                MOVE SPACE TO WS-PBX-ACTION
            ELSE IF WS-BI-EXTENSION = ZERO
                MOVE "A" TO WS-PBX-ACTION
            ELSE IF WS-AI-EXTENSION = ZERO
                MOVE "D" TO WS-PBX-ACTION
                MOVE WS-BI-EXTENSION TO WS-PUB-EXTENSION
            ELSE
                MOVE "C" TO WS-PBX-ACTION
                IF WS-BI-EXTENSION NOT = WS-AI-EXTENSION
                    MOVE WS-BI-EXTENSION TO WS-PUB-OLD-EXTENSION
                END-IF
            END-IF.

       3300-PRINT-DELTA-LINE.
            MOVE SPACES TO WS-DL-EXTENSION WS-DL-OLD-EXTENSION.
            IF WS-PUB-ADD
                MOVE "ADD" TO WS-DL-ACTION
            ELSE IF WS-PUB-CHANGE
                MOVE "CHANGE" TO WS-DL-ACTION
            ELSE
                MOVE "DELETE" TO WS-DL-ACTION
            END-IF.
            MOVE WS-PUB-LAST-NAME  TO WS-DL-LAST-NAME.
            MOVE WS-PUB-FIRST-NAME TO WS-DL-FIRST-NAME.
            MOVE WS-PUB-DEPT-CODE  TO WS-DL-DEPT-CODE.
            IF WS-PUB-EXTENSION NOT = ZERO
                MOVE WS-PUB-EXTENSION TO WS-DL-EXTENSION
            END-IF.
            IF WS-PUB-OLD-EXTENSION NOT = ZERO
                MOVE WS-PUB-OLD-EXTENSION TO WS-DL-OLD-EXTENSION
            END-IF.
            IF WS-PBX-ACTION = "A"
                MOVE "STATION ADDED" TO WS-DL-PBX-NOTE
            ELSE IF WS-PBX-ACTION = "D"
                MOVE "STATION REMOVED" TO WS-DL-PBX-NOTE
            ELSE IF WS-PBX-ACTION = "C"
                IF WS-PUB-OLD-EXTENSION NOT = ZERO
                    MOVE "STATION MOVED" TO WS-DL-PBX-NOTE
                ELSE
                    MOVE "STATION CHANGED" TO WS-DL-PBX-NOTE
                END-IF
            ELSE IF WS-PUB-ADD
                MOVE "** NO EXTENSION - NOT SENT **" TO WS-DL-PBX-NOTE
            ELSE
                MOVE "NOT SENT - NO EXTENSION" TO WS-DL-PBX-NOTE
            END-IF.
            MOVE WS-DELTA-LINE TO PUB-REPORT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.

       3900-READ-NEXT-HISTORY.
            READ PHONE-HISTORY-FILE
                AT END SET WS-NO-MORE-HISTORY TO TRUE
            END-READ.
            IF NOT WS-PHONE-HIST-OK AND NOT WS-PHONE-HIST-EOF
                DISPLAY "PHONE-HISTORY-FILE READ ERROR, STATUS = "
                    WS-PHONE-HIST-STATUS
                SET WS-NO-MORE-HISTORY TO TRUE
                MOVE 8 TO WS-PUB-RC
            END-IF.

      * THE TWO SIDES AGREE WHEN EACH ACCOUNTS FOR EVERYTHING READ -
      * THE SWITCH'S RECORDS PLUS THE ENTRIES IT WAS NEVER SENT.
       4000-PRINT-CONTROL-COUNTS.
            IF WS-ENTRIES-READ = WS-DIR-FULL-WRITTEN
                AND WS-ENTRIES-READ =
                    WS-PBX-FULL-WRITTEN + WS-PBX-FULL-NO-EXT
                SET WS-FULL-AGREES TO TRUE
            END-IF.
            IF WS-HISTORY-IN-WINDOW = WS-DIR-DELTA-WRITTEN
                AND WS-HISTORY-IN-WINDOW =
                    WS-PBX-DELTA-WRITTEN + WS-PBX-DELTA-NONE
                SET WS-DELTA-AGREES TO TRUE
            END-IF.
            IF NOT WS-FULL-AGREES OR NOT WS-DELTA-AGREES
                OR WS-WRITE-FAILED
                MOVE 8 TO WS-PUB-RC
            END-IF.
            MOVE "CONTROL COUNTS" TO WS-SL-TITLE.
            MOVE SPACES TO WS-SL-DATE WS-SL-TIME.
            MOVE SPACES TO PUB-REPORT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE WS-SECTION-LINE TO PUB-REPORT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE "DIRECTORY ENTRIES READ" TO WS-CL-LABEL.
            MOVE WS-ENTRIES-READ TO WS-CL-COUNT.
            PERFORM 4100-PRINT-COUNT.
            MOVE "  INTRANET FULL RECORDS WRITTEN" TO WS-CL-LABEL.
            MOVE WS-DIR-FULL-WRITTEN TO WS-CL-COUNT.
            PERFORM 4100-PRINT-COUNT.
            MOVE "  PBX FULL RECORDS WRITTEN" TO WS-CL-LABEL.
            MOVE WS-PBX-FULL-WRITTEN TO WS-CL-COUNT.
            PERFORM 4100-PRINT-COUNT.
            MOVE "  NO EXTENSION - NOT SENT TO PBX" TO WS-CL-LABEL.
            MOVE WS-PBX-FULL-NO-EXT TO WS-CL-COUNT.
            PERFORM 4100-PRINT-COUNT.
            MOVE "FULL FILES" TO WS-CL-LABEL.
            MOVE ZERO TO WS-CL-COUNT.
            IF WS-FULL-AGREES
                MOVE "AGREE" TO WS-CL-NOTE
            ELSE
                MOVE "** DO NOT AGREE **" TO WS-CL-NOTE
            END-IF.
            PERFORM 4100-PRINT-COUNT.
            MOVE "HISTORY RECORDS READ" TO WS-CL-LABEL.
            MOVE WS-HISTORY-READ TO WS-CL-COUNT.
            PERFORM 4100-PRINT-COUNT.
            MOVE "CHANGES SINCE LAST PUBLICATION" TO WS-CL-LABEL.
            MOVE WS-HISTORY-IN-WINDOW TO WS-CL-COUNT.
            PERFORM 4100-PRINT-COUNT.
            MOVE "  INTRANET DELTA RECORDS WRITTEN" TO WS-CL-LABEL.
            MOVE WS-DIR-DELTA-WRITTEN TO WS-CL-COUNT.
            PERFORM 4100-PRINT-COUNT.
            MOVE "  PBX DELTA RECORDS WRITTEN" TO WS-CL-LABEL.
            MOVE WS-PBX-DELTA-WRITTEN TO WS-CL-COUNT.
            PERFORM 4100-PRINT-COUNT.
            MOVE "  NOTHING FOR THE PBX" TO WS-CL-LABEL.
            MOVE WS-PBX-DELTA-NONE TO WS-CL-COUNT.
            PERFORM 4100-PRINT-COUNT.
            MOVE "DELTA FILES" TO WS-CL-LABEL.
            MOVE ZERO TO WS-CL-COUNT.
            IF WS-DELTA-AGREES
                MOVE "AGREE" TO WS-CL-NOTE
            ELSE
                MOVE "** DO NOT AGREE **" TO WS-CL-NOTE
            END-IF.
            PERFORM 4100-PRINT-COUNT.
            IF WS-ADDS-WITHOUT-EXT > ZERO
                MOVE "NEW ENTRIES WITH NO EXTENSION" TO WS-CL-LABEL
                MOVE WS-ADDS-WITHOUT-EXT TO WS-CL-COUNT
                MOVE "NOTHING FOR TELECOM TO BUILD" TO WS-CL-NOTE
                PERFORM 4100-PRINT-COUNT
            END-IF.
            MOVE SPACES TO PUB-REPORT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            IF WS-PUB-RC = ZERO
                MOVE "PUBLICATION STAMP MOVED TO THIS RUN"
                    TO PUB-REPORT-LINE
            ELSE
                MOVE "** STAMP NOT MOVED - SAME WINDOW GOES AGAIN **"
                    TO PUB-REPORT-LINE
            END-IF.
            PERFORM 8000-WRITE-REPORT-LINE.

       4100-PRINT-COUNT.
            MOVE WS-COUNT-LINE TO PUB-REPORT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-CL-NOTE.

       5000-ADVANCE-PUBLICATION-STAMP.
            MOVE WS-RUN-DATE TO PC-LAST-PUB-DATE.
            MOVE WS-RUN-TIME TO PC-LAST-PUB-TIME.
            MOVE WS-PBX-FULL-WRITTEN TO PC-LAST-FULL-COUNT.
            MOVE WS-PBX-DELTA-WRITTEN TO PC-LAST-DELTA-COUNT.
            REWRITE PUBLISH-CONTROL-RECORD.
            IF NOT WS-PUB-CTL-OK
                DISPLAY "UNABLE TO REWRITE PUBLISH-CONTROL-RECORD, "
                    "STATUS = " WS-PUB-CTL-STATUS
                MOVE 8 TO WS-PUB-RC
            END-IF.

       6000-LOOK-UP-DEPT-NAME.
            MOVE SPACES TO WS-PUB-DEPT-NAME.
            IF WS-DEPT-MASTER-OPEN
                MOVE WS-PUB-DEPT-CODE TO DP-DEPT-CODE
                READ DEPT-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE DP-DEPT-NAME TO WS-PUB-DEPT-NAME
                END-READ
            END-IF.

      * ONE INTRANET ROW.  AN ENTRY WITH NO EXTENSION PUBLISHES THE
      * COLUMN EMPTY RATHER THAN AS 00000.
       7000-BUILD-DIR-LINE.
            IF WS-PUB-EXTENSION = ZERO
                MOVE SPACES TO WS-DIR-EXTENSION
            ELSE
                MOVE WS-PUB-EXTENSION TO WS-DIR-EXTENSION
            END-IF.
            MOVE SPACES TO WS-DIR-LINE.
            STRING
                WS-PUB-ACTION      DELIMITED BY SIZE
                ","                DELIMITED BY SIZE
                WS-PUB-LAST-NAME   DELIMITED BY "  "
                ","                DELIMITED BY SIZE
                WS-PUB-FIRST-NAME  DELIMITED BY "  "
                ","                DELIMITED BY SIZE
                WS-PUB-NUMBER      DELIMITED BY SIZE
                ","                DELIMITED BY SIZE
                WS-DIR-EXTENSION   DELIMITED BY SPACE
                ","                DELIMITED BY SIZE
                WS-PUB-DEPT-CODE   DELIMITED BY SPACE
                ","                DELIMITED BY SIZE
                WS-PUB-DEPT-NAME   DELIMITED BY "  "
                INTO WS-DIR-LINE.

       7100-BUILD-PBX-RECORD.
            MOVE SPACES TO WS-PBX-RECORD.
            MOVE WS-PBX-ACTION         TO PX-ACTION.
            MOVE WS-PUB-EXTENSION      TO PX-EXTENSION.
            MOVE WS-PUB-OLD-EXTENSION  TO PX-OLD-EXTENSION.
            MOVE WS-PUB-LAST-NAME      TO PX-LAST-NAME.
            MOVE WS-PUB-FIRST-NAME     TO PX-FIRST-NAME.
            MOVE WS-PUB-DEPT-CODE      TO PX-DEPT-CODE.
            MOVE WS-PUB-NUMBER         TO PX-DID-NUMBER.
            MOVE WS-PUB-EFFECTIVE-DATE TO PX-EFFECTIVE-DATE.

      * ONE WRITE PARAGRAPH PER FEED FILE.  A FAILED WRITE STOPS THE
      * STAMP MOVING - THE RECEIVING SIDE WOULD BE SHORT.
       7200-WRITE-PBX-FULL.
            WRITE PBX-FULL-LINE FROM WS-PBX-RECORD.
            IF NOT WS-PBX-FULL-OK
                DISPLAY "UNABLE TO WRITE PBX-FULL-FILE, STATUS = "
                    WS-PBX-FULL-STATUS
                SET WS-WRITE-FAILED TO TRUE
            END-IF.

       7300-WRITE-DIR-FULL.
            WRITE DIR-FULL-LINE FROM WS-DIR-LINE.
            IF NOT WS-DIR-FULL-OK
                DISPLAY "UNABLE TO WRITE DIR-FULL-FILE, STATUS = "
                    WS-DIR-FULL-STATUS
                SET WS-WRITE-FAILED TO TRUE
            END-IF.

       7400-WRITE-PBX-DELTA.
            WRITE PBX-DELTA-LINE FROM WS-PBX-RECORD.
            IF NOT WS-PBX-DELTA-OK
                DISPLAY "UNABLE TO WRITE PBX-DELTA-FILE, STATUS = "
                    WS-PBX-DELTA-STATUS
                SET WS-WRITE-FAILED TO TRUE
            END-IF.

       7500-WRITE-DIR-DELTA.
            WRITE DIR-DELTA-LINE FROM WS-DIR-LINE.
            IF NOT WS-DIR-DELTA-OK
                DISPLAY "UNABLE TO WRITE DIR-DELTA-FILE, STATUS = "
                    WS-DIR-DELTA-STATUS
                SET WS-WRITE-FAILED TO TRUE
            END-IF.

       8000-WRITE-REPORT-LINE.
            WRITE PUB-REPORT-LINE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO WRITE PHNPUB.PRT, STATUS = "
                    WS-PRINT-FILE-STATUS
            END-IF.

      * PRINT THE STANDARD COMPANY/RUN-DATE/RUN-TIME/PAGE-NUMBER
      * HEADING (SEE RPTHDR1.cbl).
       8900-PRINT-STANDARD-HEADING.
            ADD 1 TO WS-RPT-PAGE-COUNT.
            MOVE WS-RPT-PAGE-COUNT TO WS-RPT-PAGE-NUMBER.
            ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RPT-RUN-TIME FROM TIME.
            MOVE WS-RPT-HEADING-LINE-1 TO PUB-REPORT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE WS-RPT-HEADING-LINE-2 TO PUB-REPORT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.

       9000-TERMINATE.
            MOVE "E" TO WS-RL-FUNCTION.
            MOVE WS-ENTRIES-READ TO WS-RL-RECORDS-IN.
            ADD WS-HISTORY-IN-WINDOW TO WS-RL-RECORDS-IN.
            COMPUTE WS-RL-RECORDS-OUT = WS-DIR-FULL-WRITTEN
                + WS-DIR-DELTA-WRITTEN.
            MOVE ZERO TO WS-RL-VALUE.
            IF WS-PUB-RC = ZERO
                MOVE "BALANCED" TO WS-RL-STATUS-TEXT
            ELSE
                MOVE "REVIEW" TO WS-RL-STATUS-TEXT
            END-IF.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            CLOSE PHONE-FILE.
            CLOSE PHONE-HISTORY-FILE.
            IF WS-DEPT-MASTER-OPEN
                CLOSE DEPT-FILE
            END-IF.
            CLOSE PUBLISH-CONTROL-FILE.
            CLOSE PBX-FULL-FILE.
            CLOSE PBX-DELTA-FILE.
            CLOSE DIR-FULL-FILE.
            CLOSE DIR-DELTA-FILE.
            CLOSE PRINT-FILE.
       END PROGRAM PHNPUB01.

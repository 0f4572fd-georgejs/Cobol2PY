      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Sanctions list load.  Reads the OFAC SDN list as
      *              downloaded and reformatted to the fixed layout
      *              below (SDNLIST.TXT - an "H" header with the
      *              publication date, one "D" line per listed name
      *              or alias, and a "T" trailer with the "D" count)
      *              and rebuilds SANCTIONS-FILE and its word index
      *              from it.  The list is published whole, so every
      *              load replaces the last one.  The file is proved
      *              end to end first - header, trailer, count, and
      *              every entry number - and a list that fails is
      *              refused with the old one left in place: a half-
      *              loaded sanctions list is worse than yesterday's.
      *              The control record is stamped with the load
      *              date and time and its rescreen stamp cleared,
      *              which is what tells tonight's SDNRSC01 to
      *              rescreen the whole payee master.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original list load.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDNLOD01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLSDN01.cbl".
           COPY "SLSDW01.cbl".
           SELECT SDN-LIST-FILE ASSIGN TO "SDNLIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SDN-LIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY "FDSDN01.cbl".
           COPY "FDSDW01.cbl".

      * THE SDN LIST IN FIXED COLUMNS.  ENTRY TYPE I INDIVIDUAL,
      * E ENTITY, V VESSEL, C WHOLE-COUNTRY PROGRAM (NAME IS THE
      * PROGRAM'S TITLE, COUNTRY THE EMBARGOED COUNTRY).  ALIAS
      * SEQUENCE 000 IS THE PRIMARY NAME.
       FD  SDN-LIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  SDN-LIST-LINE.
           05 SL-RECORD-TYPE           PIC X(01).
               88 SL-HEADER                VALUE "H".
               88 SL-DETAIL                VALUE "D".
               88 SL-TRAILER               VALUE "T".
           05 SL-DETAIL-DATA.
               10 SL-ENTRY-ID          PIC 9(07).
               10 SL-ALIAS-SEQ         PIC 9(03).
               10 SL-ENTRY-TYPE        PIC X(01).
                   88 SL-TYPE-VALID        VALUE "I" "E" "V" "C".
                   88 SL-TYPE-COUNTRY      VALUE "C".
               10 SL-NAME              PIC X(60).
               10 SL-ADDRESS           PIC X(40).
               10 SL-CITY              PIC X(30).
               10 SL-COUNTRY           PIC X(02).
               10 SL-PROGRAM           PIC X(12).
           05 SL-HEADER-DATA REDEFINES SL-DETAIL-DATA.
               10 SL-PUBLISH-DATE      PIC 9(08).
               10 FILLER               PIC X(147).
           05 SL-TRAILER-DATA REDEFINES SL-DETAIL-DATA.
               10 SL-DETAIL-COUNT      PIC 9(07).
               10 FILLER               PIC X(148).

       WORKING-STORAGE SECTION.
       01  WS-SANCTIONS-STATUS        PIC X(02).
           88 WS-SANCTIONS-OK             VALUE "00".
       01  WS-SANCTIONS-WORD-STATUS   PIC X(02).
           88 WS-SANCTIONS-WORD-OK        VALUE "00".
       01  WS-SDN-LIST-STATUS         PIC X(02).
           88 WS-SDN-LIST-OK              VALUE "00".
           88 WS-SDN-LIST-EOF             VALUE "10".
           88 WS-SDN-LIST-MISSING         VALUE "35".

       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-RUN-TIME                 PIC 9(08).

      * FIELDS FOR THE RUNLOG01 RUN-CONTROL CALLS.
       01  WS-RL-FUNCTION            PIC X(01).
       01  WS-RL-PROGRAM             PIC X(08) VALUE "SDNLOD01".
       01  WS-RL-LABEL               PIC X(24).
       01  WS-RL-VALUE               PIC S9(13)V99.
       01  WS-RL-RECORDS-IN          PIC 9(07) VALUE ZERO.
       01  WS-RL-RECORDS-OUT         PIC 9(07) VALUE ZERO.
       01  WS-RL-REJECTS             PIC 9(07) VALUE ZERO.
       01  WS-RL-STATUS-TEXT         PIC X(08).

      * THE PROVING PASS.
       01  WS-VERIFY-EOF-SWITCH        PIC X(01) VALUE "N".
           88 WS-VERIFY-EOF                VALUE "Y".
       01  WS-TRAILER-SEEN-SWITCH      PIC X(01) VALUE "N".
           88 WS-TRAILER-SEEN              VALUE "Y".
       01  WS-LIST-OK-SWITCH           PIC X(01) VALUE "N".
           88 WS-LIST-VERIFIED             VALUE "Y".
       01  WS-VERIFY-COUNT             PIC 9(07) COMP VALUE ZERO.
       01  WS-BAD-LINE-COUNT           PIC 9(07) COMP VALUE ZERO.
       01  WS-PUBLISH-DATE             PIC 9(08) VALUE ZERO.

      * THE LOADING PASS.
       01  WS-LOAD-EOF-SWITCH          PIC X(01) VALUE "N".
           88 WS-LOAD-DONE                 VALUE "Y".
       01  WS-NM-TEXT                  PIC X(60).
       01  WS-NM-COUNT                 PIC 9(01).
       01  WS-NM-WORDS.
           05 WS-NM-WORD               OCCURS 6 TIMES
                                       PIC X(15).
       01  WS-WORD-SUB                 PIC 9(02).
       01  WS-CTRY-COUNT               PIC 9(02) VALUE ZERO.
       01  WS-CTRY-SUB                 PIC 9(02).
       01  WS-CTRY-TABLE.
           05 WS-CTRY-ENTRY            OCCURS 30 TIMES.
               10 WS-CTRY-CODE         PIC X(02).
               10 WS-CTRY-ENTRY-ID     PIC 9(07).

      * RUN COUNTS, DISPLAYED AT END OF RUN.
       01  WS-LINES-READ               PIC 9(07) COMP VALUE ZERO.
       01  WS-ENTRIES-LOADED           PIC 9(07) COMP VALUE ZERO.
       01  WS-ALIASES-LOADED           PIC 9(07) COMP VALUE ZERO.
       01  WS-COUNTRY-PROGRAMS         PIC 9(07) COMP VALUE ZERO.
       01  WS-WORDS-INDEXED            PIC 9(07) COMP VALUE ZERO.
       01  WS-DUPLICATES-SKIPPED       PIC 9(07) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
            MOVE "S" TO WS-RL-FUNCTION.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-TIME FROM TIME.
            DISPLAY "SANCTIONS LIST LOAD - " WS-RUN-DATE.
            PERFORM 1000-VERIFY-LIST.
            IF WS-LIST-VERIFIED
                PERFORM 2000-LOAD-LIST
            END-IF.
            PERFORM 9000-TERMINATE.
            STOP RUN.

      ******************************************************************
      * PROVE THE WHOLE FILE BEFORE TOUCHING THE LOADED LIST - THE
      * SAME HEADER/TRAILER DISCIPLINE VNDBLD02 HOLDS VNDTRAN TO.
      ******************************************************************
       1000-VERIFY-LIST.
            OPEN INPUT SDN-LIST-FILE.
            IF WS-SDN-LIST-MISSING
                DISPLAY "LIST REFUSED - NO SDNLIST.TXT TO LOAD"
            ELSE IF NOT WS-SDN-LIST-OK
                DISPLAY "UNABLE TO OPEN SDNLIST.TXT, STATUS = "
                    WS-SDN-LIST-STATUS
            ELSE
                PERFORM 1100-PROVE-THE-FILE
                CLOSE SDN-LIST-FILE
            END-IF.

       1100-PROVE-THE-FILE.
            READ SDN-LIST-FILE
                AT END SET WS-VERIFY-EOF TO TRUE
            END-READ.
            IF WS-VERIFY-EOF
                DISPLAY "LIST REFUSED - SDNLIST.TXT IS EMPTY"
            ELSE IF NOT SL-HEADER OR SL-PUBLISH-DATE NOT NUMERIC
                DISPLAY "LIST REFUSED - NO HEADER WITH A PUBLICATION "
                    "DATE AT THE FRONT OF SDNLIST.TXT"
            ELSE
                MOVE SL-PUBLISH-DATE TO WS-PUBLISH-DATE
                PERFORM 1200-VERIFY-ONE-LINE
                    UNTIL WS-VERIFY-EOF OR WS-TRAILER-SEEN
                PERFORM 1300-CHECK-THE-TRAILER
            END-IF.

       1200-VERIFY-ONE-LINE.
            READ SDN-LIST-FILE
                AT END SET WS-VERIFY-EOF TO TRUE
            END-READ.
            IF WS-VERIFY-EOF
                CONTINUE
            ELSE IF SL-TRAILER
                SET WS-TRAILER-SEEN TO TRUE
            ELSE
                ADD 1 TO WS-VERIFY-COUNT
                IF NOT SL-DETAIL
                    OR SL-ENTRY-ID NOT NUMERIC
                    OR SL-ENTRY-ID = ZERO
                    OR SL-ALIAS-SEQ NOT NUMERIC
                    OR NOT SL-TYPE-VALID
                    OR SL-NAME = SPACES
                    ADD 1 TO WS-BAD-LINE-COUNT
                    DISPLAY "BAD LIST LINE " WS-VERIFY-COUNT ": "
                        SDN-LIST-LINE(1:60)
                END-IF
            END-IF.

       1300-CHECK-THE-TRAILER.
            IF NOT WS-TRAILER-SEEN
                DISPLAY "LIST REFUSED - NO TRAILER ON SDNLIST.TXT - "
                    "DOWNLOAD LOOKS TRUNCATED"
            ELSE IF SL-DETAIL-COUNT NOT NUMERIC
                OR SL-DETAIL-COUNT NOT = WS-VERIFY-COUNT
                DISPLAY "LIST REFUSED - TRAILER COUNT "
                    SL-DETAIL-COUNT " BUT " WS-VERIFY-COUNT
                    " LINES READ"
            ELSE IF WS-BAD-LINE-COUNT > ZERO
                DISPLAY "LIST REFUSED - " WS-BAD-LINE-COUNT
                    " BAD LINES"
            ELSE
                SET WS-LIST-VERIFIED TO TRUE
                DISPLAY "LIST OF " WS-PUBLISH-DATE " VERIFIED - "
                    WS-VERIFY-COUNT " NAMES"
            END-IF.

      ******************************************************************
      * REBUILD THE LIST AND ITS WORD INDEX FROM SCRATCH.
      ******************************************************************
       2000-LOAD-LIST.
            OPEN INPUT SDN-LIST-FILE.
            OPEN OUTPUT SANCTIONS-FILE.
            IF NOT WS-SANCTIONS-OK
                DISPLAY "UNABLE TO OPEN SANCTIONS-FILE, STATUS = "
                    WS-SANCTIONS-STATUS
                MOVE "N" TO WS-LIST-OK-SWITCH
            END-IF.
            OPEN OUTPUT SANCTIONS-WORD-FILE.
            IF NOT WS-SANCTIONS-WORD-OK
                DISPLAY "UNABLE TO OPEN SANCTIONS-WORD-FILE, STATUS = "
                    WS-SANCTIONS-WORD-STATUS
                MOVE "N" TO WS-LIST-OK-SWITCH
            END-IF.
            IF WS-LIST-VERIFIED
                PERFORM 8000-READ-LIST-LINE
                PERFORM 2100-LOAD-ONE-LINE UNTIL WS-LOAD-DONE
                PERFORM 2500-WRITE-CONTROL-RECORD
            END-IF.
            CLOSE SDN-LIST-FILE.
            CLOSE SANCTIONS-WORD-FILE.
            CLOSE SANCTIONS-FILE.

       2100-LOAD-ONE-LINE.
            ADD 1 TO WS-LINES-READ.
            IF SL-DETAIL
                PERFORM 2200-LOAD-ONE-ENTRY
            END-IF.
            PERFORM 8000-READ-LIST-LINE.

      * A NAME WHOSE ENTRY AND ALIAS NUMBER ARE ALREADY LOADED IS A
      * REPEAT IN THE DOWNLOAD - THE FIRST ONE STANDS.
       2200-LOAD-ONE-ENTRY.
            MOVE SL-ENTRY-ID TO SN-ENTRY-ID.
            MOVE SL-ALIAS-SEQ TO SN-ALIAS-SEQ.
            MOVE SL-ENTRY-TYPE TO SN-ENTRY-TYPE.
            MOVE SL-NAME TO SN-NAME.
            MOVE SL-ADDRESS TO SN-ADDRESS.
            MOVE SL-CITY TO SN-CITY.
            MOVE SL-COUNTRY TO SN-COUNTRY.
            MOVE SL-PROGRAM TO SN-PROGRAM.
            MOVE WS-PUBLISH-DATE TO SN-LIST-DATE.
            MOVE ZERO TO SN-WORD-COUNT.
            MOVE ZERO TO WS-NM-COUNT.
            MOVE SPACES TO WS-NM-WORDS.
            IF NOT SL-TYPE-COUNTRY
                MOVE SL-NAME TO WS-NM-TEXT
                CALL "SDNNRM01" USING WS-NM-TEXT WS-NM-COUNT
                    WS-NM-WORDS
                MOVE WS-NM-COUNT TO SN-WORD-COUNT
            END-IF.
            PERFORM 2210-MOVE-ONE-WORD
                VARYING WS-WORD-SUB FROM 1 BY 1
                UNTIL WS-WORD-SUB > 6.
            WRITE SANCTIONS-RECORD
                INVALID KEY
                    ADD 1 TO WS-DUPLICATES-SKIPPED
                    DISPLAY "DUPLICATE LIST ENTRY SKIPPED: "
                        SL-ENTRY-ID "-" SL-ALIAS-SEQ
                NOT INVALID KEY
                    PERFORM 2300-COUNT-THE-ENTRY
                    PERFORM 2400-INDEX-ONE-WORD
                        VARYING WS-WORD-SUB FROM 1 BY 1
                        UNTIL WS-WORD-SUB > WS-NM-COUNT
            END-WRITE.

       2210-MOVE-ONE-WORD.
            MOVE WS-NM-WORD(WS-WORD-SUB) TO SN-WORD(WS-WORD-SUB).

       2300-COUNT-THE-ENTRY.
            IF SL-TYPE-COUNTRY
                ADD 1 TO WS-COUNTRY-PROGRAMS
                IF WS-CTRY-COUNT < 30
                    ADD 1 TO WS-CTRY-COUNT
                    MOVE SL-COUNTRY TO WS-CTRY-CODE(WS-CTRY-COUNT)
                    MOVE SL-ENTRY-ID TO WS-CTRY-ENTRY-ID(WS-CTRY-COUNT)
                ELSE
                    DISPLAY "COUNTRY PROGRAM TABLE FULL - "
                        SL-COUNTRY " NOT SCREENED BY COUNTRY"
                END-IF
            ELSE IF SL-ALIAS-SEQ = ZERO
                ADD 1 TO WS-ENTRIES-LOADED
            ELSE
                ADD 1 TO WS-ALIASES-LOADED
            END-IF.

      * THE SAME WORD TWICE IN ONE NAME INDEXES ONCE.
       2400-INDEX-ONE-WORD.
            MOVE WS-NM-WORD(WS-WORD-SUB) TO SW-WORD.
            MOVE SL-ENTRY-ID TO SW-ENTRY-ID.
            MOVE SL-ALIAS-SEQ TO SW-ALIAS-SEQ.
            WRITE SANCTIONS-WORD-RECORD
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO WS-WORDS-INDEXED
            END-WRITE.

      * THE CONTROL RECORD GOES IN LAST - A LOAD THAT DIES PART
      * WAY LEAVES NO CONTROL RECORD, AND SDNSCR01 TREATS THE LIST
      * AS NOT LOADED RATHER THAN SCREEN AGAINST HALF OF IT.  THE
      * RESCREEN STAMP IS CLEARED SO TONIGHT'S RESCREEN RUNS.
       2500-WRITE-CONTROL-RECORD.
            MOVE SPACES TO SANCTIONS-CONTROL-RECORD.
            MOVE ZERO TO SC-KEY.
            MOVE WS-PUBLISH-DATE TO SC-LIST-DATE.
            MOVE WS-RUN-DATE TO SC-LOAD-DATE.
            MOVE WS-RUN-TIME TO SC-LOAD-TIME.
            COMPUTE SC-ENTRY-COUNT = WS-ENTRIES-LOADED
                + WS-ALIASES-LOADED + WS-COUNTRY-PROGRAMS.
            MOVE ZERO TO SC-RESCREEN-DATE.
            MOVE ZERO TO SC-RESCREEN-TIME.
            MOVE WS-CTRY-COUNT TO SC-COUNTRY-COUNT.
            PERFORM 2510-MOVE-ONE-COUNTRY
                VARYING WS-CTRY-SUB FROM 1 BY 1
                UNTIL WS-CTRY-SUB > 30.
            WRITE SANCTIONS-CONTROL-RECORD.
            IF NOT WS-SANCTIONS-OK
                DISPLAY "UNABLE TO WRITE SANCTIONS CONTROL RECORD, "
                    "STATUS = " WS-SANCTIONS-STATUS
                MOVE "N" TO WS-LIST-OK-SWITCH
            END-IF.

       2510-MOVE-ONE-COUNTRY.
            IF WS-CTRY-SUB > WS-CTRY-COUNT
                MOVE SPACES TO SC-COUNTRY-CODE(WS-CTRY-SUB)
                MOVE ZERO TO SC-COUNTRY-ENTRY-ID(WS-CTRY-SUB)
            ELSE
                MOVE WS-CTRY-CODE(WS-CTRY-SUB)
                    TO SC-COUNTRY-CODE(WS-CTRY-SUB)
                MOVE WS-CTRY-ENTRY-ID(WS-CTRY-SUB)
                    TO SC-COUNTRY-ENTRY-ID(WS-CTRY-SUB)
            END-IF.

       8000-READ-LIST-LINE.
            READ SDN-LIST-FILE
                AT END SET WS-LOAD-DONE TO TRUE
            END-READ.
            IF NOT WS-LOAD-DONE AND SL-TRAILER
                SET WS-LOAD-DONE TO TRUE
            END-IF.

       9000-TERMINATE.
            DISPLAY "NAMES LOADED            : " WS-ENTRIES-LOADED.
            DISPLAY "ALIASES LOADED          : " WS-ALIASES-LOADED.
            DISPLAY "COUNTRY PROGRAMS        : " WS-COUNTRY-PROGRAMS.
            DISPLAY "WORDS INDEXED           : " WS-WORDS-INDEXED.
            DISPLAY "DUPLICATES SKIPPED      : "
                WS-DUPLICATES-SKIPPED.
            MOVE "C" TO WS-RL-FUNCTION.
            MOVE "SDN LIST DATE" TO WS-RL-LABEL.
            MOVE WS-PUBLISH-DATE TO WS-RL-VALUE.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            MOVE "E" TO WS-RL-FUNCTION.
            MOVE WS-VERIFY-COUNT TO WS-RL-RECORDS-IN.
            COMPUTE WS-RL-RECORDS-OUT = WS-ENTRIES-LOADED
                + WS-ALIASES-LOADED + WS-COUNTRY-PROGRAMS.
            MOVE WS-DUPLICATES-SKIPPED TO WS-RL-REJECTS.
            IF WS-LIST-VERIFIED
                MOVE "LOADED" TO WS-RL-STATUS-TEXT
            ELSE
                MOVE "REFUSED" TO WS-RL-STATUS-TEXT
            END-IF.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
       END PROGRAM SDNLOD01.

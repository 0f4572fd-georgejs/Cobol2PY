      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Shared sanctions (OFAC SDN) screen.  Given a
      *              payee - vendor or employee, name, address line,
      *              city and bank country - scores it against the
      *              loaded SDN list and says whether it may be paid.
      *              The name is normalized by SDNNRM01; each of its
      *              words is looked up on the word index (the whole
      *              word when it is short, its first four letters
      *              otherwise, so MOHAMED finds MOHAMMED), and every
      *              listed name sharing a word is scored: two points
      *              a word spelled the same, one a word spelled
      *              nearly the same, scaled to 100 against the
      *              longer of the two names.  A name scoring 50 or
      *              better earns 10 more for each of a matching
      *              country, city and address.  A bank country
      *              under a whole-country program scores 100 on its
      *              own.  80 or better is a potential match.
      *              A potential match is written to SANCTIONS-HIT-
      *              FILE, pending a compliance officer's decision
      *              (SDNCLR01), and comes back "M" - the caller
      *              holds the payee.  A payee already pending or
      *              confirmed comes back "B" without being scored.
      *              A payee cleared against an entry is not held
      *              again on that entry while its name stays the
      *              same.  With no list loaded the answer is "N".
      *              The files are opened on first call and held
      *              open, the way CURCONV01 holds its rate file;
      *              function "X" closes them at end of run.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original sanctions screen.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDNSCR01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLSDN01.cbl".
           COPY "SLSDW01.cbl".
           COPY "SLSHT01.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDSDN01.cbl".
           COPY "FDSDW01.cbl".
           COPY "FDSHT01.cbl".

       WORKING-STORAGE SECTION.
       01  WS-SANCTIONS-STATUS        PIC X(02).
           88 WS-SANCTIONS-OK             VALUE "00".
           88 WS-SANCTIONS-MISSING        VALUE "35".
       01  WS-SANCTIONS-WORD-STATUS   PIC X(02).
           88 WS-SANCTIONS-WORD-OK        VALUE "00".
           88 WS-SANCTIONS-WORD-EOF       VALUE "10".
       01  WS-SANCTIONS-HIT-STATUS    PIC X(02).
           88 WS-SANCTIONS-HIT-OK         VALUE "00".
           88 WS-SANCTIONS-HIT-MISSING    VALUE "35".

       01  WS-FILE-STATE               PIC X(01) VALUE "C".
           88 WS-FILES-CLOSED              VALUE "C".
           88 WS-FILES-OPEN                VALUE "O".
       01  WS-LIST-SWITCH              PIC X(01) VALUE "N".
           88 WS-LIST-LOADED               VALUE "Y".
       01  WS-HIT-FILE-SWITCH          PIC X(01) VALUE "N".
           88 WS-HIT-FILE-OPEN             VALUE "Y".

      * A POTENTIAL MATCH SCORES THIS OR BETTER.
       01  WS-MATCH-THRESHOLD          PIC 9(03) VALUE 80.
       01  WS-BOOST-FLOOR              PIC 9(03) VALUE 50.

      * THE LIST'S DATE AND ITS WHOLE-COUNTRY PROGRAMS, OFF THE
      * CONTROL RECORD AT FIRST CALL.
       01  WS-LIST-DATE                PIC 9(08) VALUE ZERO.
       01  WS-CTRY-COUNT               PIC 9(02) VALUE ZERO.
       01  WS-CTRY-SUB                 PIC 9(02).
       01  WS-CTRY-TABLE.
           05 WS-CTRY-ENTRY            OCCURS 30 TIMES.
               10 WS-CTRY-CODE         PIC X(02).
               10 WS-CTRY-ENTRY-ID     PIC 9(07).

      * THE PAYEE BEING SCREENED, NORMALIZED.
       01  WS-CAND-TEXT                PIC X(60).
       01  WS-CAND-COUNT               PIC 9(01).
       01  WS-CAND-WORDS.
           05 WS-CAND-WORD             OCCURS 6 TIMES
                                       PIC X(15).
       01  WS-CAND-ADDRESS             PIC X(30).
       01  WS-CAND-CITY                PIC X(20).
       01  WS-CAND-SUB                 PIC 9(02).
       01  WS-SCORE-SUB                PIC 9(02).
       01  WS-LIST-SUB                 PIC 9(02).

      * ONE WORD'S WALK DOWN THE WORD INDEX.
       01  WS-PROBE-WORD               PIC X(15).
       01  WS-PROBE-SWITCH             PIC X(01).
           88 WS-PROBE-EXACT               VALUE "E".
           88 WS-PROBE-PREFIX              VALUE "P".
       01  WS-WORD-SCAN-SWITCH         PIC X(01).
           88 WS-WORD-SCAN-DONE            VALUE "Y".

      * SCORING.
       01  WS-POINTS                   PIC 9(03) COMP.
       01  WS-WORD-POINTS              PIC 9(01).
       01  WS-DIVISOR                  PIC 9(01).
       01  WS-THIS-SCORE               PIC 9(03).
       01  WS-BEST-SCORE               PIC 9(03).
       01  WS-BEST-ENTRY-ID            PIC 9(07).
       01  WS-BEST-ALIAS-SEQ           PIC 9(03).
       01  WS-BEST-NAME                PIC X(60).
       01  WS-BEST-PROGRAM             PIC X(12).

      * WHAT THE HIT FILE ALREADY SAYS ABOUT THIS PAYEE.
       01  WS-HIT-ON-FILE-SWITCH       PIC X(01).
           88 WS-HIT-ON-FILE               VALUE "Y".
       01  WS-BLOCKED-SWITCH           PIC X(01).
           88 WS-PAYEE-ALREADY-BLOCKED     VALUE "Y".
       01  WS-CLEARED-SWITCH           PIC X(01).
           88 WS-PAYEE-CLEARED             VALUE "Y".
       01  WS-CLEARED-ENTRY-ID         PIC 9(07).
       01  WS-RUN-DATE                 PIC 9(08).

       LINKAGE SECTION.
       01  SS-FUNCTION                PIC X(01).
           88 SS-SCREEN-PAYEE             VALUE "S".
           88 SS-CLOSE-FILES              VALUE "X".
       01  SS-PAYEE-TYPE              PIC X(01).
       01  SS-PAYEE-NUMBER            PIC 9(05).
       01  SS-NAME                    PIC X(30).
       01  SS-ADDRESS                 PIC X(30).
       01  SS-CITY                    PIC X(20).
       01  SS-COUNTRY                 PIC X(02).
       01  SS-SOURCE                  PIC X(01).
       01  SS-PRIOR-STATUS            PIC X(01).
       01  SS-RESULT                  PIC X(01).
           88 SS-CLEAN                    VALUE "C".
           88 SS-POTENTIAL-MATCH          VALUE "M".
           88 SS-PAYEE-BLOCKED            VALUE "B".
           88 SS-NO-LIST                  VALUE "N".
       01  SS-SCORE                   PIC 9(03).
       01  SS-MATCH-NAME              PIC X(60).

       PROCEDURE DIVISION USING SS-FUNCTION SS-PAYEE-TYPE
               SS-PAYEE-NUMBER SS-NAME SS-ADDRESS SS-CITY SS-COUNTRY
               SS-SOURCE SS-PRIOR-STATUS SS-RESULT SS-SCORE
               SS-MATCH-NAME.
       0000-MAINLINE.
            IF SS-CLOSE-FILES
                PERFORM 9000-CLOSE-FILES
            ELSE
                PERFORM 1000-ENSURE-FILES-OPEN
                PERFORM 2000-SCREEN-PAYEE
            END-IF.
            GOBACK.

      * THE LIST AND ITS WORD INDEX ARE READ-ONLY HERE.  THE HIT
      * FILE IS CREATED THE FIRST TIME ANY PAYEE IS SCREENED.
       1000-ENSURE-FILES-OPEN.
            IF WS-FILES-CLOSED
                ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                PERFORM 1100-OPEN-THE-LIST
                OPEN I-O SANCTIONS-HIT-FILE
                IF WS-SANCTIONS-HIT-MISSING
                    OPEN OUTPUT SANCTIONS-HIT-FILE
                    CLOSE SANCTIONS-HIT-FILE
                    OPEN I-O SANCTIONS-HIT-FILE
                END-IF
                IF WS-SANCTIONS-HIT-OK
                    SET WS-HIT-FILE-OPEN TO TRUE
                ELSE
                    DISPLAY "UNABLE TO OPEN SANCTIONS-HIT-FILE, "
                        "STATUS = " WS-SANCTIONS-HIT-STATUS
                END-IF
                SET WS-FILES-OPEN TO TRUE
            END-IF.

       1100-OPEN-THE-LIST.
            OPEN INPUT SANCTIONS-FILE.
            IF WS-SANCTIONS-MISSING
                DISPLAY "NO SANCTIONS-FILE - PAYEES ARE NOT SCREENED "
                    "UNTIL SDNLOD01 LOADS A LIST"
            ELSE IF NOT WS-SANCTIONS-OK
                DISPLAY "UNABLE TO OPEN SANCTIONS-FILE, STATUS = "
                    WS-SANCTIONS-STATUS
            ELSE
                OPEN INPUT SANCTIONS-WORD-FILE
                IF NOT WS-SANCTIONS-WORD-OK
                    DISPLAY "UNABLE TO OPEN SANCTIONS-WORD-FILE, "
                        "STATUS = " WS-SANCTIONS-WORD-STATUS
                    CLOSE SANCTIONS-FILE
                ELSE
                    PERFORM 1200-READ-LIST-CONTROL
                END-IF
            END-IF.

       1200-READ-LIST-CONTROL.
            MOVE ZERO TO SN-ENTRY-ID.
            MOVE ZERO TO SN-ALIAS-SEQ.
            READ SANCTIONS-FILE
                INVALID KEY
                    DISPLAY "SANCTIONS-FILE HAS NO CONTROL RECORD - "
                        "RELOAD THE LIST"
                    CLOSE SANCTIONS-WORD-FILE
                    CLOSE SANCTIONS-FILE
                NOT INVALID KEY
                    MOVE SC-LIST-DATE TO WS-LIST-DATE
                    MOVE SC-COUNTRY-COUNT TO WS-CTRY-COUNT
                    PERFORM 1210-KEEP-ONE-COUNTRY
                        VARYING WS-CTRY-SUB FROM 1 BY 1
                        UNTIL WS-CTRY-SUB > WS-CTRY-COUNT
                    SET WS-LIST-LOADED TO TRUE
            END-READ.

       1210-KEEP-ONE-COUNTRY.
            MOVE SC-COUNTRY-CODE(WS-CTRY-SUB)
                TO WS-CTRY-CODE(WS-CTRY-SUB).
            MOVE SC-COUNTRY-ENTRY-ID(WS-CTRY-SUB)
                TO WS-CTRY-ENTRY-ID(WS-CTRY-SUB).

      ******************************************************************
      * SCREEN ONE PAYEE.  AN OPEN OR CONFIRMED HIT ANSWERS WITHOUT
      * SCORING - THE PAYEE STAYS BLOCKED WHATEVER TODAY'S LIST SAYS
      * UNTIL COMPLIANCE DECIDES.
      ******************************************************************
       2000-SCREEN-PAYEE.
            SET SS-CLEAN TO TRUE.
            MOVE ZERO TO SS-SCORE.
            MOVE SPACES TO SS-MATCH-NAME.
            PERFORM 2100-CHECK-HIT-ON-FILE.
            IF WS-PAYEE-ALREADY-BLOCKED
                SET SS-PAYEE-BLOCKED TO TRUE
                MOVE SH-SCORE TO SS-SCORE
                MOVE SH-MATCH-NAME TO SS-MATCH-NAME
            ELSE IF NOT WS-LIST-LOADED
                SET SS-NO-LIST TO TRUE
            ELSE
                PERFORM 2200-SCORE-AGAINST-LIST
                IF WS-BEST-SCORE >= WS-MATCH-THRESHOLD
                    PERFORM 2800-RECORD-HIT
                    SET SS-POTENTIAL-MATCH TO TRUE
                    MOVE WS-BEST-SCORE TO SS-SCORE
                    MOVE WS-BEST-NAME TO SS-MATCH-NAME
                END-IF
            END-IF.

       2100-CHECK-HIT-ON-FILE.
            MOVE "N" TO WS-HIT-ON-FILE-SWITCH.
            MOVE "N" TO WS-BLOCKED-SWITCH.
            MOVE "N" TO WS-CLEARED-SWITCH.
            MOVE ZERO TO WS-CLEARED-ENTRY-ID.
            IF WS-HIT-FILE-OPEN
                MOVE SS-PAYEE-TYPE TO SH-PAYEE-TYPE
                MOVE SS-PAYEE-NUMBER TO SH-PAYEE-NUMBER
                READ SANCTIONS-HIT-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-HIT-ON-FILE TO TRUE
                        IF SH-PAYEE-BLOCKED
                            SET WS-PAYEE-ALREADY-BLOCKED TO TRUE
                        ELSE IF SH-DECISION-CLEARED
                            AND SH-SCREENED-NAME = SS-NAME
                            SET WS-PAYEE-CLEARED TO TRUE
                            MOVE SH-ENTRY-ID TO WS-CLEARED-ENTRY-ID
                        END-IF
                END-READ
            END-IF.

      * LOOK EACH OF THE PAYEE'S WORDS UP ON THE WORD INDEX AND
      * SCORE EVERY LISTED NAME IT LEADS TO; THEN THE BANK COUNTRY
      * AGAINST THE WHOLE-COUNTRY PROGRAMS.
       2200-SCORE-AGAINST-LIST.
            MOVE ZERO TO WS-BEST-SCORE.
            MOVE ZERO TO WS-BEST-ENTRY-ID.
            MOVE ZERO TO WS-BEST-ALIAS-SEQ.
            MOVE SPACES TO WS-BEST-NAME.
            MOVE SPACES TO WS-BEST-PROGRAM.
            MOVE SS-NAME TO WS-CAND-TEXT.
            CALL "SDNNRM01" USING WS-CAND-TEXT WS-CAND-COUNT
                WS-CAND-WORDS.
            MOVE SS-ADDRESS TO WS-CAND-ADDRESS.
            MOVE SS-CITY TO WS-CAND-CITY.
            INSPECT WS-CAND-ADDRESS CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            INSPECT WS-CAND-CITY CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            PERFORM 2300-PROBE-ONE-WORD
                VARYING WS-CAND-SUB FROM 1 BY 1
                UNTIL WS-CAND-SUB > WS-CAND-COUNT.
            IF SS-COUNTRY NOT = SPACES
                PERFORM 2600-CHECK-ONE-COUNTRY
                    VARYING WS-CTRY-SUB FROM 1 BY 1
                    UNTIL WS-CTRY-SUB > WS-CTRY-COUNT
            END-IF.

      * A WORD OF THREE LETTERS OR FEWER MUST BE SPELLED THE SAME;
      * A LONGER ONE BRINGS IN EVERY LISTED WORD SHARING ITS FIRST
      * FOUR LETTERS.
       2300-PROBE-ONE-WORD.
            MOVE WS-CAND-WORD(WS-CAND-SUB) TO WS-PROBE-WORD.
            MOVE LOW-VALUES TO SW-KEY.
            IF WS-PROBE-WORD(4:1) = SPACE
                SET WS-PROBE-EXACT TO TRUE
                MOVE WS-PROBE-WORD TO SW-WORD
            ELSE
                SET WS-PROBE-PREFIX TO TRUE
                MOVE WS-PROBE-WORD(1:4) TO SW-WORD(1:4)
            END-IF.
            MOVE "N" TO WS-WORD-SCAN-SWITCH.
            START SANCTIONS-WORD-FILE KEY IS NOT LESS THAN SW-KEY
                INVALID KEY SET WS-WORD-SCAN-DONE TO TRUE
            END-START.
            PERFORM 2350-NEXT-POSTING UNTIL WS-WORD-SCAN-DONE.

       2350-NEXT-POSTING.
            READ SANCTIONS-WORD-FILE NEXT RECORD
                AT END SET WS-WORD-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-SANCTIONS-WORD-OK AND NOT WS-SANCTIONS-WORD-EOF
                DISPLAY "SANCTIONS-WORD-FILE READ ERROR, STATUS = "
                    WS-SANCTIONS-WORD-STATUS
                SET WS-WORD-SCAN-DONE TO TRUE
            END-IF.
            IF NOT WS-WORD-SCAN-DONE
                IF WS-PROBE-EXACT AND SW-WORD NOT = WS-PROBE-WORD
                    SET WS-WORD-SCAN-DONE TO TRUE
                ELSE IF WS-PROBE-PREFIX
                    AND SW-WORD(1:4) NOT = WS-PROBE-WORD(1:4)
                    SET WS-WORD-SCAN-DONE TO TRUE
                ELSE
                    PERFORM 2400-SCORE-ONE-ENTRY
                END-IF
            END-IF.

      * SCORE THE PAYEE'S NAME AGAINST ONE LISTED NAME.  AN ENTRY
      * COMPLIANCE HAS ALREADY CLEARED THIS NAME AGAINST IS PASSED
      * OVER.
       2400-SCORE-ONE-ENTRY.
            IF WS-PAYEE-CLEARED AND SW-ENTRY-ID = WS-CLEARED-ENTRY-ID
                CONTINUE
            ELSE
                MOVE SW-ENTRY-ID TO SN-ENTRY-ID
                MOVE SW-ALIAS-SEQ TO SN-ALIAS-SEQ
                READ SANCTIONS-FILE
                    INVALID KEY
                        DISPLAY "SDN WORD INDEX POINTS AT MISSING "
                            "ENTRY " SW-ENTRY-KEY
                    NOT INVALID KEY
                        PERFORM 2410-FIGURE-NAME-SCORE
                END-READ
            END-IF.

       2410-FIGURE-NAME-SCORE.
            MOVE ZERO TO WS-POINTS.
            PERFORM 2450-SCORE-CANDIDATE-WORD
                VARYING WS-SCORE-SUB FROM 1 BY 1
                UNTIL WS-SCORE-SUB > WS-CAND-COUNT.
            IF WS-CAND-COUNT > SN-WORD-COUNT
                MOVE WS-CAND-COUNT TO WS-DIVISOR
            ELSE
                MOVE SN-WORD-COUNT TO WS-DIVISOR
            END-IF.
            MOVE ZERO TO WS-THIS-SCORE.
            IF WS-DIVISOR > ZERO
                COMPUTE WS-THIS-SCORE ROUNDED =
                    WS-POINTS * 50 / WS-DIVISOR
            END-IF.
            IF WS-THIS-SCORE >= WS-BOOST-FLOOR
                IF SS-COUNTRY NOT = SPACES AND SS-COUNTRY = SN-COUNTRY
                    ADD 10 TO WS-THIS-SCORE
                END-IF
                IF WS-CAND-CITY NOT = SPACES
                    AND WS-CAND-CITY = SN-CITY
                    ADD 10 TO WS-THIS-SCORE
                END-IF
                IF WS-CAND-ADDRESS NOT = SPACES
                    AND WS-CAND-ADDRESS(1:12) = SN-ADDRESS(1:12)
                    ADD 10 TO WS-THIS-SCORE
                END-IF
                IF WS-THIS-SCORE > 100
                    MOVE 100 TO WS-THIS-SCORE
                END-IF
            END-IF.
            IF WS-THIS-SCORE > WS-BEST-SCORE
                MOVE WS-THIS-SCORE TO WS-BEST-SCORE
                MOVE SN-ENTRY-ID TO WS-BEST-ENTRY-ID
                MOVE SN-ALIAS-SEQ TO WS-BEST-ALIAS-SEQ
                MOVE SN-NAME TO WS-BEST-NAME
                MOVE SN-PROGRAM TO WS-BEST-PROGRAM
            END-IF.

      * TWO POINTS FOR THE SAME WORD ANYWHERE IN THE LISTED NAME -
      * WORD ORDER DOES NOT MATTER - ONE FOR A WORD OF FOUR LETTERS
      * OR MORE THAT STARTS THE SAME.
       2450-SCORE-CANDIDATE-WORD.
            MOVE ZERO TO WS-WORD-POINTS.
            PERFORM 2460-COMPARE-LIST-WORD
                VARYING WS-LIST-SUB FROM 1 BY 1
                UNTIL WS-LIST-SUB > SN-WORD-COUNT
                    OR WS-WORD-POINTS = 2.
            ADD WS-WORD-POINTS TO WS-POINTS.

       2460-COMPARE-LIST-WORD.
            IF WS-CAND-WORD(WS-SCORE-SUB) = SN-WORD(WS-LIST-SUB)
                MOVE 2 TO WS-WORD-POINTS
            ELSE IF WS-CAND-WORD(WS-SCORE-SUB)(4:1) NOT = SPACE
                AND WS-CAND-WORD(WS-SCORE-SUB)(1:4)
                    = SN-WORD(WS-LIST-SUB)(1:4)
                MOVE 1 TO WS-WORD-POINTS
            END-IF.

      * A BANK COUNTRY UNDER A WHOLE-COUNTRY PROGRAM IS A POTENTIAL
      * MATCH WHATEVER THE NAME.
       2600-CHECK-ONE-COUNTRY.
            IF WS-CTRY-CODE(WS-CTRY-SUB) = SS-COUNTRY
                IF WS-PAYEE-CLEARED
                    AND WS-CTRY-ENTRY-ID(WS-CTRY-SUB)
                        = WS-CLEARED-ENTRY-ID
                    CONTINUE
                ELSE
                    MOVE WS-CTRY-ENTRY-ID(WS-CTRY-SUB) TO SN-ENTRY-ID
                    MOVE ZERO TO SN-ALIAS-SEQ
                    READ SANCTIONS-FILE
                        INVALID KEY
                            MOVE SPACES TO SN-NAME
                            MOVE SPACES TO SN-PROGRAM
                    END-READ
                    MOVE 100 TO WS-BEST-SCORE
                    MOVE WS-CTRY-ENTRY-ID(WS-CTRY-SUB)
                        TO WS-BEST-ENTRY-ID
                    MOVE ZERO TO WS-BEST-ALIAS-SEQ
                    MOVE SN-NAME TO WS-BEST-NAME
                    MOVE SN-PROGRAM TO WS-BEST-PROGRAM
                END-IF
            END-IF.

      * RECORD THE POTENTIAL MATCH, PENDING.  A PAYEE CLEARED
      * BEFORE, UNDER ANOTHER NAME OR ANOTHER ENTRY, HAS ITS RECORD
      * REPLACED - THE OLD DECISION IS STILL ON THE OPRSEC01
      * JOURNAL.
       2800-RECORD-HIT.
            MOVE SS-PAYEE-TYPE TO SH-PAYEE-TYPE.
            MOVE SS-PAYEE-NUMBER TO SH-PAYEE-NUMBER.
            MOVE SS-NAME TO SH-SCREENED-NAME.
            MOVE SS-COUNTRY TO SH-SCREENED-COUNTRY.
            MOVE WS-BEST-ENTRY-ID TO SH-ENTRY-ID.
            MOVE WS-BEST-ALIAS-SEQ TO SH-ALIAS-SEQ.
            MOVE WS-BEST-NAME TO SH-MATCH-NAME.
            MOVE WS-BEST-PROGRAM TO SH-MATCH-PROGRAM.
            MOVE WS-BEST-SCORE TO SH-SCORE.
            MOVE SS-SOURCE TO SH-SOURCE.
            MOVE WS-RUN-DATE TO SH-HIT-DATE.
            MOVE WS-LIST-DATE TO SH-LIST-DATE.
            MOVE SS-PRIOR-STATUS TO SH-PRIOR-STATUS.
            SET SH-DECISION-PENDING TO TRUE.
            MOVE SPACES TO SH-DECIDED-BY.
            MOVE ZERO TO SH-DECISION-DATE.
            MOVE SPACES TO SH-DECISION-NOTE.
            IF NOT WS-HIT-FILE-OPEN
                DISPLAY "SANCTIONS-HIT-FILE NOT OPEN - POTENTIAL "
                    "MATCH FOR " SS-PAYEE-TYPE SS-PAYEE-NUMBER
                    " NOT RECORDED"
            ELSE IF WS-HIT-ON-FILE
                REWRITE SANCTIONS-HIT-RECORD
            ELSE
                WRITE SANCTIONS-HIT-RECORD
            END-IF.
            IF WS-HIT-FILE-OPEN AND NOT WS-SANCTIONS-HIT-OK
                DISPLAY "UNABLE TO RECORD SANCTIONS HIT, STATUS = "
                    WS-SANCTIONS-HIT-STATUS
            END-IF.

       9000-CLOSE-FILES.
            IF WS-FILES-OPEN
                IF WS-LIST-LOADED
                    CLOSE SANCTIONS-WORD-FILE
                    CLOSE SANCTIONS-FILE
                END-IF
                IF WS-HIT-FILE-OPEN
                    CLOSE SANCTIONS-HIT-FILE
                END-IF
                MOVE "N" TO WS-LIST-SWITCH
                MOVE "N" TO WS-HIT-FILE-SWITCH
                MOVE ZERO TO WS-CTRY-COUNT
                SET WS-FILES-CLOSED TO TRUE
            END-IF.
       END PROGRAM SDNSCR01.

      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Shared name normalizer for sanctions screening.
      *              Given a name (or any free-text line), returns
      *              its significant words: upper case, punctuation
      *              turned to spaces, and the legal-form and filler
      *              words (INC, LLC, LTD, CORP, THE, ...) dropped,
      *              so "Acme Trading Co., Ltd." and "ACME TRADING"
      *              come out the same.  SDNLOD01 normalizes every
      *              listed name with it at load time and SDNSCR01
      *              normalizes the payee with it at screen time - one
      *              routine, so the two sides can never drift apart.
      *              At most six words are kept; a word longer than
      *              fifteen letters is cut to fifteen.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original normalizer.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDNNRM01.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-NORM-TEXT                PIC X(60).
       01  WS-NORM-POINTER             PIC 9(03) COMP.
       01  WS-NORM-WORD                PIC X(15).

      * WORDS THAT SAY WHAT KIND OF BODY A NAME IS, NOT WHO - THEY
      * WOULD MATCH HALF THE LIST AND TELL NOTHING.
       01  WS-NOISE-WORD-VALUES.
           05 FILLER PIC X(12) VALUE "THE".
           05 FILLER PIC X(12) VALUE "OF".
           05 FILLER PIC X(12) VALUE "AND".
           05 FILLER PIC X(12) VALUE "INC".
           05 FILLER PIC X(12) VALUE "INCORPORATED".
           05 FILLER PIC X(12) VALUE "LLC".
           05 FILLER PIC X(12) VALUE "LLP".
           05 FILLER PIC X(12) VALUE "LP".
           05 FILLER PIC X(12) VALUE "LTD".
           05 FILLER PIC X(12) VALUE "LIMITED".
           05 FILLER PIC X(12) VALUE "CO".
           05 FILLER PIC X(12) VALUE "COMPANY".
           05 FILLER PIC X(12) VALUE "CORP".
           05 FILLER PIC X(12) VALUE "CORPORATION".
           05 FILLER PIC X(12) VALUE "PLC".
           05 FILLER PIC X(12) VALUE "SA".
           05 FILLER PIC X(12) VALUE "AG".
           05 FILLER PIC X(12) VALUE "GMBH".
           05 FILLER PIC X(12) VALUE "BV".
           05 FILLER PIC X(12) VALUE "NV".
           05 FILLER PIC X(12) VALUE "SRL".
           05 FILLER PIC X(12) VALUE "SPA".
           05 FILLER PIC X(12) VALUE "DBA".
           05 FILLER PIC X(12) VALUE "AKA".
           05 FILLER PIC X(12) VALUE "FKA".
       01  WS-NOISE-WORD-TABLE REDEFINES WS-NOISE-WORD-VALUES.
           05 WS-NOISE-WORD            OCCURS 25 TIMES
                                       INDEXED BY WS-NOISE-IDX
                                       PIC X(12).
       01  WS-NOISE-SWITCH             PIC X(01).
           88 WS-WORD-IS-NOISE             VALUE "Y".

       LINKAGE SECTION.
       01  NM-TEXT                    PIC X(60).
       01  NM-WORD-COUNT              PIC 9(01).
       01  NM-WORDS.
           05 NM-WORD                 OCCURS 6 TIMES
                                      PIC X(15).

       PROCEDURE DIVISION USING NM-TEXT NM-WORD-COUNT NM-WORDS.
       0000-MAINLINE.
            MOVE ZERO TO NM-WORD-COUNT.
            MOVE SPACES TO NM-WORDS.
            MOVE NM-TEXT TO WS-NORM-TEXT.
            INSPECT WS-NORM-TEXT CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            INSPECT WS-NORM-TEXT CONVERTING ".,-'&/()#;:*+!?"
                TO "               ".
            MOVE 1 TO WS-NORM-POINTER.
            PERFORM 1000-TAKE-NEXT-WORD
                UNTIL WS-NORM-POINTER > 60 OR NM-WORD-COUNT = 6.
            GOBACK.

      * ONE WORD OFF THE FRONT OF WHAT IS LEFT.  A RUN OF SPACES IS
      * ONE DELIMITER, SO A LEADING RUN GIVES AN EMPTY WORD THAT IS
      * SIMPLY PASSED OVER.
       1000-TAKE-NEXT-WORD.
            MOVE SPACES TO WS-NORM-WORD.
            UNSTRING WS-NORM-TEXT DELIMITED BY ALL SPACE
                INTO WS-NORM-WORD
                WITH POINTER WS-NORM-POINTER
            END-UNSTRING.
            IF WS-NORM-WORD NOT = SPACES
                PERFORM 1100-CHECK-NOISE-WORD
                IF NOT WS-WORD-IS-NOISE
                    ADD 1 TO NM-WORD-COUNT
                    MOVE WS-NORM-WORD TO NM-WORD(NM-WORD-COUNT)
                END-IF
            END-IF.

       1100-CHECK-NOISE-WORD.
            MOVE "N" TO WS-NOISE-SWITCH.
            SET WS-NOISE-IDX TO 1.
            SEARCH WS-NOISE-WORD
                AT END CONTINUE
                WHEN WS-NOISE-WORD(WS-NOISE-IDX) = WS-NORM-WORD
                    SET WS-WORD-IS-NOISE TO TRUE
            END-SEARCH.
       END PROGRAM SDNNRM01.

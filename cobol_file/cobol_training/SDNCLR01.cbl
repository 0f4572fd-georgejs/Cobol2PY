      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Sanctions hit decisions.  Every potential SDN
      *              match SDNSCR01 finds - at vendor add, at a name
      *              or address change, at payment release, or on
      *              the nightly rescreen - waits here for a
      *              compliance officer.  Browse lists the hits still
      *              pending and those confirmed.  Clear says the
      *              payee is not the listed party: the vendor goes
      *              back to the status it held before the hold, with
      *              the usual history image, and the screen will not
      *              raise the same entry against the same name
      *              again.  Confirm says it is: the vendor stays on
      *              sanctions hold and the hit stays in force for
      *              vendor and employee alike.  Either way the
      *              decision, who made it, when, and a note of why
      *              are kept on the hit and the decision is
      *              journaled through OPRSEC01.  Deciding is a
      *              level-3 function; browsing is inquiry.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original sanctions decisions.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDNCLR01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLVND01.cbl".
           COPY "SLHST01.cbl".
           COPY "SLSHT01.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "fdvnd01.cbl".
           COPY "VNDHIST1.cbl".
           COPY "FDSHT01.cbl".

       WORKING-STORAGE SECTION.
       01  WS-VENDOR-FILE-STATUS      PIC X(02).
           88 WS-VENDOR-FILE-OK           VALUE "00".
           88 WS-VENDOR-FILE-EOF          VALUE "10".
           88 WS-VENDOR-FILE-NOT-FOUND    VALUE "23".
       01  WS-VENDOR-HIST-STATUS      PIC X(02).
           88 WS-VENDOR-HIST-OK           VALUE "00".
       01  WS-SANCTIONS-HIT-STATUS    PIC X(02).
           88 WS-SANCTIONS-HIT-OK         VALUE "00".
           88 WS-SANCTIONS-HIT-EOF        VALUE "10".
           88 WS-SANCTIONS-HIT-MISSING    VALUE "35".

       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-SIGNON-OK-SWITCH        PIC X(01) VALUE "N".
           88 WS-SIGNON-OK                 VALUE "Y".
       01  WS-SIGNON-TRIES             PIC 9(01) VALUE ZERO.

      * FIELDS FOR THE OPRSEC01 SIGN-ON AND JOURNAL CALLS.
       01  WS-OS-FUNCTION              PIC X(01).
       01  WS-OS-PASSWORD              PIC X(08).
       01  WS-OS-PROGRAM               PIC X(08) VALUE "SDNCLR01".
       01  WS-OS-EVENT                 PIC X(20).
       01  WS-AUTH-LEVEL               PIC 9(01) VALUE ZERO.
       01  WS-OS-RESULT                PIC X(01).
           88 WS-OS-ACCEPTED               VALUE "O".

       01  WS-DONE-SWITCH              PIC X(01) VALUE "N".
           88 WS-DECISIONS-DONE            VALUE "Y".
       01  WS-MENU-CHOICE              PIC X(01).
           88 WS-CHOICE-BROWSE             VALUE "1".
           88 WS-CHOICE-CLEAR              VALUE "2".
           88 WS-CHOICE-CONFIRM            VALUE "3".
           88 WS-CHOICE-EXIT               VALUE "9".
       01  WS-REQUIRED-LEVEL          PIC 9(01).

       01  WS-SCAN-EOF-SWITCH          PIC X(01).
           88 WS-SCAN-DONE                 VALUE "Y".
       01  WS-PENDING-COUNT            PIC 9(05).
       01  WS-CONFIRMED-COUNT          PIC 9(05).
       01  WS-DECISION-NOTE            PIC X(60).
       01  WS-TODAY                    PIC 9(08).
       01  WS-BEFORE-VENDOR-RECORD     PIC X(300).

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 0500-SIGN-ON.
            IF WS-SIGNON-OK
                PERFORM 1000-OPEN-FILES
                PERFORM 1500-DECISION-LOOP UNTIL WS-DECISIONS-DONE
                CLOSE SANCTIONS-HIT-FILE
                CLOSE VENDOR-HISTORY-FILE
                CLOSE VENDOR-FILE
            END-IF.
            GOBACK.

      * SIGN ON AGAINST THE SECURITY MASTER - THREE TRIES, EVERY
      * ATTEMPT JOURNALED BY OPRSEC01, THE SAME GATE VNDMNT01 USES.
       0500-SIGN-ON.
            PERFORM 0510-ACCEPT-OPERATOR-ID
                UNTIL WS-SIGNON-OK OR WS-SIGNON-TRIES >= 3.
            IF NOT WS-SIGNON-OK
                DISPLAY "SIGN-ON NOT ACCEPTED - SESSION ENDED"
            END-IF.

       0510-ACCEPT-OPERATOR-ID.
            ADD 1 TO WS-SIGNON-TRIES.
            DISPLAY "ENTER OPERATOR ID: ".
            ACCEPT WS-OPERATOR-ID.
            DISPLAY "ENTER PASSWORD: ".
            ACCEPT WS-OS-PASSWORD.
            MOVE "S" TO WS-OS-FUNCTION.
            CALL "OPRSEC01" USING WS-OS-FUNCTION WS-OPERATOR-ID
                WS-OS-PASSWORD WS-OS-PROGRAM WS-OS-EVENT
                WS-AUTH-LEVEL WS-OS-RESULT.
            IF WS-OS-ACCEPTED
                SET WS-SIGNON-OK TO TRUE
            END-IF.

      * NO HIT FILE MEANS NOTHING HAS EVER BEEN SCREENED - IT IS
      * CREATED EMPTY SO BROWSE SIMPLY SHOWS NOTHING WAITING.
       1000-OPEN-FILES.
            OPEN I-O VENDOR-FILE.
            IF NOT WS-VENDOR-FILE-OK
                DISPLAY "UNABLE TO OPEN VENDOR-FILE, STATUS = "
                    WS-VENDOR-FILE-STATUS
                SET WS-DECISIONS-DONE TO TRUE
            END-IF.
            OPEN EXTEND VENDOR-HISTORY-FILE.
            IF NOT WS-VENDOR-HIST-OK
                DISPLAY "UNABLE TO OPEN VENDOR-HISTORY-FILE, STATUS = "
                    WS-VENDOR-HIST-STATUS
            END-IF.
            OPEN I-O SANCTIONS-HIT-FILE.
            IF WS-SANCTIONS-HIT-MISSING
                OPEN OUTPUT SANCTIONS-HIT-FILE
                CLOSE SANCTIONS-HIT-FILE
                OPEN I-O SANCTIONS-HIT-FILE
            END-IF.
            IF NOT WS-SANCTIONS-HIT-OK
                DISPLAY "UNABLE TO OPEN SANCTIONS-HIT-FILE, STATUS = "
                    WS-SANCTIONS-HIT-STATUS
                SET WS-DECISIONS-DONE TO TRUE
            END-IF.

       1500-DECISION-LOOP.
            DISPLAY "1-BROWSE HITS  2-CLEAR HIT  3-CONFIRM HIT  "
                "9-EXIT".
            DISPLAY "ENTER CHOICE: ".
            ACCEPT WS-MENU-CHOICE.
            IF WS-CHOICE-EXIT
                SET WS-DECISIONS-DONE TO TRUE
            ELSE IF WS-CHOICE-BROWSE OR WS-CHOICE-CLEAR
                OR WS-CHOICE-CONFIRM
                PERFORM 1600-GATE-AND-DISPATCH
            ELSE
                DISPLAY "INVALID CHOICE"
            END-IF.

      * BROWSING IS INQUIRY; A DECISION EITHER RELEASES A PAYEE TO
      * BE PAID OR BARS IT - LEVEL 3.  A DENIED CHOICE IS JOURNALED
      * LIKE A USED ONE.
       1600-GATE-AND-DISPATCH.
            IF WS-CHOICE-BROWSE
                MOVE 1 TO WS-REQUIRED-LEVEL
            ELSE
                MOVE 3 TO WS-REQUIRED-LEVEL
            END-IF.
            MOVE "L" TO WS-OS-FUNCTION.
            MOVE SPACES TO WS-OS-EVENT.
            STRING "MENU OPTION " DELIMITED BY SIZE
                   WS-MENU-CHOICE DELIMITED BY SIZE
                INTO WS-OS-EVENT.
            IF WS-AUTH-LEVEL < WS-REQUIRED-LEVEL
                DISPLAY "NOT AUTHORIZED - OPTION " WS-MENU-CHOICE
                    " NEEDS LEVEL " WS-REQUIRED-LEVEL
                MOVE "D" TO WS-OS-RESULT
                CALL "OPRSEC01" USING WS-OS-FUNCTION WS-OPERATOR-ID
                    WS-OS-PASSWORD WS-OS-PROGRAM WS-OS-EVENT
                    WS-AUTH-LEVEL WS-OS-RESULT
            ELSE
                MOVE "O" TO WS-OS-RESULT
                CALL "OPRSEC01" USING WS-OS-FUNCTION WS-OPERATOR-ID
                    WS-OS-PASSWORD WS-OS-PROGRAM WS-OS-EVENT
                    WS-AUTH-LEVEL WS-OS-RESULT
                IF WS-CHOICE-BROWSE
                    PERFORM 2000-BROWSE-HITS
                ELSE
                    PERFORM 3000-DECIDE-HIT
                END-IF
            END-IF.

       2000-BROWSE-HITS.
            MOVE ZERO TO WS-PENDING-COUNT.
            MOVE ZERO TO WS-CONFIRMED-COUNT.
            MOVE "N" TO WS-SCAN-EOF-SWITCH.
            MOVE LOW-VALUES TO SH-KEY.
            START SANCTIONS-HIT-FILE KEY IS NOT LESS THAN SH-KEY
                INVALID KEY SET WS-SCAN-DONE TO TRUE
            END-START.
            IF NOT WS-SCAN-DONE
                PERFORM 8100-READ-NEXT-HIT
            END-IF.
            PERFORM 2100-SHOW-ONE-HIT UNTIL WS-SCAN-DONE.
            DISPLAY "HITS PENDING DECISION: " WS-PENDING-COUNT.
            DISPLAY "HITS CONFIRMED       : " WS-CONFIRMED-COUNT.

       2100-SHOW-ONE-HIT.
            IF SH-DECISION-PENDING
                ADD 1 TO WS-PENDING-COUNT
                DISPLAY SH-PAYEE-TYPE SH-PAYEE-NUMBER " "
                    SH-SCREENED-NAME " PENDING SINCE " SH-HIT-DATE
                DISPLAY "      SCORE " SH-SCORE " AGAINST "
                    SH-ENTRY-ID "-" SH-ALIAS-SEQ " " SH-MATCH-NAME
            ELSE IF SH-DECISION-CONFIRMED
                ADD 1 TO WS-CONFIRMED-COUNT
                DISPLAY SH-PAYEE-TYPE SH-PAYEE-NUMBER " "
                    SH-SCREENED-NAME " CONFIRMED " SH-DECISION-DATE
                    " BY " SH-DECIDED-BY
            END-IF.
            PERFORM 8100-READ-NEXT-HIT.

      ******************************************************************
      * CLEAR OR CONFIRM ONE HIT.  A PENDING HIT MAY GO EITHER WAY;
      * A CONFIRMED ONE MAY STILL BE CLEARED (A DELISTING, OR A
      * CONFIRMATION MADE IN ERROR) BUT A CLEARED ONE IS CLOSED -
      * A NEW MATCH RAISES A NEW HIT.
      ******************************************************************
       3000-DECIDE-HIT.
            DISPLAY "ENTER PAYEE TYPE (V-VENDOR E-EMPLOYEE): ".
            ACCEPT SH-PAYEE-TYPE.
            DISPLAY "ENTER PAYEE NUMBER: ".
            ACCEPT SH-PAYEE-NUMBER.
            READ SANCTIONS-HIT-FILE
                INVALID KEY
                    DISPLAY "NO SANCTIONS HIT FOR " SH-PAYEE-TYPE
                        SH-PAYEE-NUMBER
            END-READ.
            IF WS-SANCTIONS-HIT-OK
                IF SH-DECISION-CLEARED
                    DISPLAY "HIT ALREADY CLEARED " SH-DECISION-DATE
                        " BY " SH-DECIDED-BY
                ELSE IF WS-CHOICE-CONFIRM AND SH-DECISION-CONFIRMED
                    DISPLAY "HIT ALREADY CONFIRMED " SH-DECISION-DATE
                        " BY " SH-DECIDED-BY
                ELSE
                    PERFORM 3100-RECORD-DECISION
                END-IF
            END-IF.

       3100-RECORD-DECISION.
            DISPLAY SH-SCREENED-NAME " SCORE " SH-SCORE.
            DISPLAY "LISTED AS " SH-MATCH-NAME.
            DISPLAY "PROGRAM " SH-MATCH-PROGRAM
                " LIST OF " SH-LIST-DATE.
            DISPLAY "ENTER REASON FOR DECISION: ".
            ACCEPT WS-DECISION-NOTE.
            IF WS-DECISION-NOTE = SPACES
                DISPLAY "A REASON IS REQUIRED - NO DECISION RECORDED"
            ELSE
                ACCEPT WS-TODAY FROM DATE YYYYMMDD
                IF WS-CHOICE-CLEAR
                    SET SH-DECISION-CLEARED TO TRUE
                ELSE
                    SET SH-DECISION-CONFIRMED TO TRUE
                END-IF
                MOVE WS-OPERATOR-ID TO SH-DECIDED-BY
                MOVE WS-TODAY TO SH-DECISION-DATE
                MOVE WS-DECISION-NOTE TO SH-DECISION-NOTE
                REWRITE SANCTIONS-HIT-RECORD
                IF NOT WS-SANCTIONS-HIT-OK
                    DISPLAY "UNABLE TO REWRITE HIT, STATUS = "
                        WS-SANCTIONS-HIT-STATUS
                ELSE
                    PERFORM 3200-JOURNAL-DECISION
                    IF WS-CHOICE-CLEAR AND SH-PAYEE-VENDOR
                        PERFORM 3300-RELEASE-VENDOR
                    END-IF
                END-IF
            END-IF.

       3200-JOURNAL-DECISION.
            MOVE SPACES TO WS-OS-EVENT.
            IF WS-CHOICE-CLEAR
                STRING "SDN CLEAR " DELIMITED BY SIZE
                       SH-PAYEE-TYPE DELIMITED BY SIZE
                       SH-PAYEE-NUMBER DELIMITED BY SIZE
                    INTO WS-OS-EVENT
                DISPLAY SH-PAYEE-TYPE SH-PAYEE-NUMBER
                    " CLEARED BY " WS-OPERATOR-ID
            ELSE
                STRING "SDN CONFIRM " DELIMITED BY SIZE
                       SH-PAYEE-TYPE DELIMITED BY SIZE
                       SH-PAYEE-NUMBER DELIMITED BY SIZE
                    INTO WS-OS-EVENT
                DISPLAY SH-PAYEE-TYPE SH-PAYEE-NUMBER
                    " CONFIRMED BY " WS-OPERATOR-ID
                    " - PAYEE STAYS BLOCKED"
            END-IF.
            MOVE "L" TO WS-OS-FUNCTION.
            MOVE "O" TO WS-OS-RESULT.
            CALL "OPRSEC01" USING WS-OS-FUNCTION WS-OPERATOR-ID
                WS-OS-PASSWORD WS-OS-PROGRAM WS-OS-EVENT
                WS-AUTH-LEVEL WS-OS-RESULT.

      * THE VENDOR GOES BACK TO WHAT IT WAS BEFORE THE HOLD.  A NEW
      * VENDOR HELD AT ADD TIME WAS NEVER APPROVED, SO IT GOES TO
      * PENDING AND VNDAPP01 STILL HAS TO RELEASE IT.
       3300-RELEASE-VENDOR.
            MOVE SH-PAYEE-NUMBER TO VENDOR-NUMBER.
            READ VENDOR-FILE
                INVALID KEY
                    DISPLAY "VENDOR NOT FOUND: " VENDOR-NUMBER
            END-READ.
            IF WS-VENDOR-FILE-OK AND VENDOR-SANCTIONS-HOLD
                MOVE VENDOR-RECORD TO WS-BEFORE-VENDOR-RECORD
                IF SH-PRIOR-STATUS = SPACE OR SH-PRIOR-STATUS = "S"
                    SET VENDOR-PENDING TO TRUE
                ELSE
                    MOVE SH-PRIOR-STATUS TO VENDOR-STATUS
                END-IF
                MOVE WS-TODAY TO VENDOR-STATUS-DATE
                REWRITE VENDOR-RECORD
                IF NOT WS-VENDOR-FILE-OK
                    DISPLAY "UNABLE TO REWRITE VENDOR, STATUS = "
                        WS-VENDOR-FILE-STATUS
                ELSE
                    DISPLAY "VENDOR " VENDOR-NUMBER
                        " RELEASED FROM SANCTIONS HOLD TO STATUS "
                        VENDOR-STATUS
                    PERFORM 6000-WRITE-HISTORY
                END-IF
            END-IF.

      * WRITE THE BEFORE/AFTER IMAGE TO THE VENDOR AUDIT TRAIL.
       6000-WRITE-HISTORY.
            MOVE VENDOR-NUMBER TO VH-VENDOR-NUMBER.
            SET VH-ACTION-UPDATE TO TRUE.
            ACCEPT VH-CHANGE-DATE FROM DATE YYYYMMDD.
            ACCEPT VH-CHANGE-TIME FROM TIME.
            MOVE WS-OPERATOR-ID TO VH-OPERATOR-ID.
            MOVE WS-BEFORE-VENDOR-RECORD TO VH-BEFORE-IMAGE.
            MOVE VENDOR-RECORD TO VH-AFTER-IMAGE.
            WRITE VENDOR-HISTORY-RECORD.
            IF NOT WS-VENDOR-HIST-OK
                DISPLAY "UNABLE TO WRITE HISTORY RECORD, STATUS = "
                    WS-VENDOR-HIST-STATUS
            END-IF.

       8100-READ-NEXT-HIT.
            READ SANCTIONS-HIT-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-SANCTIONS-HIT-OK AND NOT WS-SANCTIONS-HIT-EOF
                DISPLAY "SANCTIONS-HIT-FILE READ ERROR, STATUS = "
                    WS-SANCTIONS-HIT-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.
       END PROGRAM SDNCLR01.

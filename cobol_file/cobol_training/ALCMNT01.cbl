      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Cost allocation template maintenance.  Adds a
      *              template by a six-character code with a
      *              description and its lines - GL account, cost
      *              center and percentage of the invoice, up to 20
      *              lines, the percentages totalling exactly
      *              100.00; replaces a template's lines; and
      *              activates or deactivates it.  An inactive
      *              template stays on file for the invoices already
      *              coded by it but can no longer be named on a new
      *              invoice, a recurring template or a vendor's
      *              feed.  Inquiry needs level 1; every change needs
      *              level 2 and is journaled through OPRSEC01.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original allocation template maintenance.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALCMNT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLALC01.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDALC01.cbl".

       WORKING-STORAGE SECTION.
       01  WS-ALLOC-TEMPLATE-STATUS   PIC X(02).
           88 WS-ALLOC-TEMPLATE-OK        VALUE "00".
           88 WS-ALLOC-TEMPLATE-EOF       VALUE "10".
           88 WS-ALLOC-TEMPLATE-NOT-FOUND VALUE "23".
           88 WS-ALLOC-TEMPLATE-MISSING   VALUE "35".

       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-SIGNON-OK-SWITCH        PIC X(01) VALUE "N".
           88 WS-SIGNON-OK                 VALUE "Y".
       01  WS-SIGNON-TRIES             PIC 9(01) VALUE ZERO.

      * FIELDS FOR THE OPRSEC01 SIGN-ON AND JOURNAL CALLS.
       01  WS-OS-FUNCTION              PIC X(01).
       01  WS-OS-PASSWORD              PIC X(08).
       01  WS-OS-PROGRAM               PIC X(08) VALUE "ALCMNT01".
       01  WS-OS-EVENT                 PIC X(20).
       01  WS-AUTH-LEVEL               PIC 9(01) VALUE ZERO.
       01  WS-OS-RESULT                PIC X(01).
           88 WS-OS-ACCEPTED               VALUE "O".

       01  WS-DONE-SWITCH              PIC X(01) VALUE "N".
           88 WS-MAINT-DONE                VALUE "Y".
       01  WS-MENU-CHOICE              PIC X(01).
           88 WS-CHOICE-INQUIRE            VALUE "1".
           88 WS-CHOICE-ADD                VALUE "2".
           88 WS-CHOICE-CHANGE             VALUE "3".
           88 WS-CHOICE-ACTIVATE           VALUE "4".
           88 WS-CHOICE-DEACTIVATE         VALUE "5".
           88 WS-CHOICE-EXIT               VALUE "9".
       01  WS-REQUIRED-LEVEL          PIC 9(01).

       01  WS-TODAY                    PIC 9(08).
       01  WS-ENTRY-CODE               PIC X(06).
       01  WS-ENTRY-DESCRIPTION        PIC X(30).
       01  WS-ENTRY-GL-ACCOUNT         PIC X(08).
       01  WS-ENTRY-COST-CENTER        PIC X(06).
       01  WS-ENTRY-PERCENT            PIC X(05).
       01  WS-ENTRY-PERCENT-9          PIC 9(05).
       01  WS-ENTRY-OK-SWITCH          PIC X(01).
           88 WS-ENTRY-IS-OK               VALUE "Y".
       01  WS-LINES-DONE-SWITCH        PIC X(01).
           88 WS-LINES-DONE                VALUE "Y".
       01  WS-FOUND-SWITCH             PIC X(01).
           88 WS-TEMPLATE-FOUND            VALUE "Y".
       01  WS-SCAN-EOF-SWITCH          PIC X(01).
           88 WS-SCAN-DONE                 VALUE "Y".
       01  WS-LIST-COUNT               PIC 9(03).
       01  WS-LINE-IX                  PIC 9(02).

      * THE LINES BEING KEYED - HELD HERE UNTIL THEY PROVE TO 100
      * PERCENT, SO A BAD SET NEVER REACHES THE RECORD.
       01  WS-NEW-LINE-COUNT           PIC 9(02).
       01  WS-NEW-PERCENT-TOTAL        PIC 9(05)V99.
       01  WS-NEW-LINES.
           05 WS-NEW-LINE OCCURS 20 TIMES.
               10 WS-NL-GL-ACCOUNT     PIC X(08).
               10 WS-NL-COST-CENTER    PIC X(06).
               10 WS-NL-PERCENT        PIC 9(03)V99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 0500-SIGN-ON.
            IF WS-SIGNON-OK
                PERFORM 1000-INITIALIZE
                PERFORM 2000-MAINT-LOOP UNTIL WS-MAINT-DONE
                CLOSE ALLOC-TEMPLATE-FILE
            END-IF.
            GOBACK.

      * SIGN ON AGAINST THE SECURITY MASTER - THREE TRIES, EVERY
      * ATTEMPT JOURNALED BY OPRSEC01.
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

       0600-JOURNAL-EVENT.
            MOVE "L" TO WS-OS-FUNCTION.
            CALL "OPRSEC01" USING WS-OS-FUNCTION WS-OPERATOR-ID
                WS-OS-PASSWORD WS-OS-PROGRAM WS-OS-EVENT
                WS-AUTH-LEVEL WS-OS-RESULT.

      * THE FIRST OPEN CREATES AN EMPTY FILE.
       1000-INITIALIZE.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            OPEN I-O ALLOC-TEMPLATE-FILE.
            IF WS-ALLOC-TEMPLATE-MISSING
                OPEN OUTPUT ALLOC-TEMPLATE-FILE
                CLOSE ALLOC-TEMPLATE-FILE
                OPEN I-O ALLOC-TEMPLATE-FILE
            END-IF.
            IF NOT WS-ALLOC-TEMPLATE-OK
                DISPLAY "UNABLE TO OPEN ALLOC-TEMPLATE-FILE, STATUS = "
                    WS-ALLOC-TEMPLATE-STATUS
                SET WS-MAINT-DONE TO TRUE
            END-IF.

       2000-MAINT-LOOP.
            DISPLAY "1-INQUIRE/LIST  2-ADD  3-CHANGE  4-ACTIVATE  "
                "5-DEACTIVATE  9-EXIT".
            DISPLAY "ENTER CHOICE: ".
            ACCEPT WS-MENU-CHOICE.
            IF WS-CHOICE-EXIT
                SET WS-MAINT-DONE TO TRUE
            ELSE IF WS-CHOICE-INQUIRE OR WS-CHOICE-ADD
                OR WS-CHOICE-CHANGE OR WS-CHOICE-ACTIVATE
                OR WS-CHOICE-DEACTIVATE
                PERFORM 2100-GATE-AND-DISPATCH
            ELSE
                DISPLAY "INVALID CHOICE"
            END-IF.

      * LOOKING IS LEVEL 1.  A TEMPLATE ONLY DECIDES WHERE SPEND IS
      * CODED, NOT WHETHER IT IS PAID, SO CHANGING ONE IS LEVEL 2
      * MAINTENANCE.  A DENIED CHOICE IS JOURNALED LIKE A USED ONE.
       2100-GATE-AND-DISPATCH.
            IF WS-CHOICE-INQUIRE
                MOVE 1 TO WS-REQUIRED-LEVEL
            ELSE
                MOVE 2 TO WS-REQUIRED-LEVEL
            END-IF.
            MOVE SPACES TO WS-OS-EVENT.
            STRING "MENU OPTION " DELIMITED BY SIZE
                   WS-MENU-CHOICE DELIMITED BY SIZE
                INTO WS-OS-EVENT.
            IF WS-AUTH-LEVEL < WS-REQUIRED-LEVEL
                DISPLAY "NOT AUTHORIZED - OPTION " WS-MENU-CHOICE
                    " NEEDS LEVEL " WS-REQUIRED-LEVEL
                MOVE "D" TO WS-OS-RESULT
                PERFORM 0600-JOURNAL-EVENT
            ELSE
                MOVE "O" TO WS-OS-RESULT
                PERFORM 0600-JOURNAL-EVENT
                EVALUATE TRUE
                    WHEN WS-CHOICE-INQUIRE
                        PERFORM 3000-INQUIRE-TEMPLATE
                    WHEN WS-CHOICE-ADD
                        PERFORM 4000-ADD-TEMPLATE
                    WHEN WS-CHOICE-CHANGE
                        PERFORM 5000-CHANGE-TEMPLATE
                    WHEN WS-CHOICE-ACTIVATE
                        PERFORM 6000-ACTIVATE-TEMPLATE
                    WHEN WS-CHOICE-DEACTIVATE
                        PERFORM 6500-DEACTIVATE-TEMPLATE
                END-EVALUATE
            END-IF.

      * A BLANK CODE LISTS EVERY TEMPLATE ON FILE.
       3000-INQUIRE-TEMPLATE.
            DISPLAY "ENTER TEMPLATE CODE (BLANK = LIST ALL): ".
            ACCEPT WS-ENTRY-CODE.
            IF WS-ENTRY-CODE = SPACES
                PERFORM 3500-LIST-TEMPLATES
            ELSE
                PERFORM 8000-READ-TEMPLATE
                IF WS-TEMPLATE-FOUND
                    PERFORM 3100-SHOW-TEMPLATE
                ELSE
                    DISPLAY "TEMPLATE " WS-ENTRY-CODE " NOT ON FILE"
                END-IF
            END-IF.

       3100-SHOW-TEMPLATE.
            DISPLAY "TEMPLATE " AT-TEMPLATE-CODE " " AT-DESCRIPTION
                "   STATUS : " AT-STATUS.
            PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                UNTIL WS-LINE-IX > AT-LINE-COUNT
                DISPLAY "  LINE " WS-LINE-IX
                    "  GL " AT-GL-ACCOUNT(WS-LINE-IX)
                    "  CC " AT-COST-CENTER(WS-LINE-IX)
                    "  PCT " AT-PERCENT(WS-LINE-IX)
            END-PERFORM.
            DISPLAY "  LAST CHANGED   : " AT-LAST-CHANGE-DATE
                " BY " AT-LAST-CHANGE-OPERATOR.

       3500-LIST-TEMPLATES.
            MOVE ZERO TO WS-LIST-COUNT.
            MOVE "N" TO WS-SCAN-EOF-SWITCH.
            MOVE LOW-VALUES TO AT-TEMPLATE-CODE.
            START ALLOC-TEMPLATE-FILE
                KEY IS NOT LESS THAN AT-TEMPLATE-CODE
                INVALID KEY SET WS-SCAN-DONE TO TRUE
            END-START.
            IF NOT WS-SCAN-DONE
                PERFORM 8900-READ-NEXT-TEMPLATE
            END-IF.
            PERFORM UNTIL WS-SCAN-DONE
                ADD 1 TO WS-LIST-COUNT
                DISPLAY AT-TEMPLATE-CODE " " AT-DESCRIPTION " "
                    AT-STATUS " LINES " AT-LINE-COUNT
                PERFORM 8900-READ-NEXT-TEMPLATE
            END-PERFORM.
            DISPLAY WS-LIST-COUNT " TEMPLATE(S) LISTED".

      * A NEW TEMPLATE GOES ON ACTIVE.
       4000-ADD-TEMPLATE.
            DISPLAY "ENTER NEW TEMPLATE CODE: ".
            ACCEPT WS-ENTRY-CODE.
            IF WS-ENTRY-CODE = SPACES
                DISPLAY "TEMPLATE CODE IS REQUIRED"
            ELSE
                PERFORM 8000-READ-TEMPLATE
                IF WS-TEMPLATE-FOUND
                    DISPLAY "TEMPLATE " WS-ENTRY-CODE
                        " ALREADY ON FILE - USE CHANGE"
                ELSE
                    PERFORM 7000-ACCEPT-DETAILS
                    IF WS-ENTRY-IS-OK
                        MOVE SPACES TO ALLOC-TEMPLATE-RECORD
                        MOVE WS-ENTRY-CODE TO AT-TEMPLATE-CODE
                        SET AT-ACTIVE TO TRUE
                        PERFORM 7500-MOVE-DETAILS
                        WRITE ALLOC-TEMPLATE-RECORD
                        MOVE SPACES TO WS-OS-EVENT
                        STRING "ALLOC ADD " DELIMITED BY SIZE
                               WS-ENTRY-CODE DELIMITED BY SIZE
                            INTO WS-OS-EVENT
                        PERFORM 8400-JOURNAL-SAVE
                    END-IF
                END-IF
            END-IF.

      * A CHANGE REPLACES THE DESCRIPTION AND THE WHOLE SET OF
      * LINES.  INVOICES ALREADY EXPANDED KEEP THE LINES THEY GOT.
       5000-CHANGE-TEMPLATE.
            DISPLAY "ENTER TEMPLATE CODE: ".
            ACCEPT WS-ENTRY-CODE.
            PERFORM 8000-READ-TEMPLATE.
            IF NOT WS-TEMPLATE-FOUND
                DISPLAY "TEMPLATE " WS-ENTRY-CODE " NOT ON FILE"
            ELSE
                PERFORM 3100-SHOW-TEMPLATE
                PERFORM 7000-ACCEPT-DETAILS
                IF WS-ENTRY-IS-OK
                    PERFORM 7500-MOVE-DETAILS
                    REWRITE ALLOC-TEMPLATE-RECORD
                    MOVE SPACES TO WS-OS-EVENT
                    STRING "ALLOC CHG " DELIMITED BY SIZE
                           WS-ENTRY-CODE DELIMITED BY SIZE
                        INTO WS-OS-EVENT
                    PERFORM 8400-JOURNAL-SAVE
                END-IF
            END-IF.

       6000-ACTIVATE-TEMPLATE.
            DISPLAY "ENTER TEMPLATE CODE: ".
            ACCEPT WS-ENTRY-CODE.
            PERFORM 8000-READ-TEMPLATE.
            IF NOT WS-TEMPLATE-FOUND
                DISPLAY "TEMPLATE " WS-ENTRY-CODE " NOT ON FILE"
            ELSE IF AT-ACTIVE
                DISPLAY "TEMPLATE " WS-ENTRY-CODE " IS ALREADY ACTIVE"
            ELSE
                SET AT-ACTIVE TO TRUE
                MOVE WS-TODAY TO AT-LAST-CHANGE-DATE
                MOVE WS-OPERATOR-ID TO AT-LAST-CHANGE-OPERATOR
                REWRITE ALLOC-TEMPLATE-RECORD
                MOVE SPACES TO WS-OS-EVENT
                STRING "ALLOC ON " DELIMITED BY SIZE
                       WS-ENTRY-CODE DELIMITED BY SIZE
                    INTO WS-OS-EVENT
                PERFORM 8400-JOURNAL-SAVE
            END-IF.

      * RECURRING TEMPLATES AND FEEDS STILL NAMING IT FALL BACK TO
      * VENDOR-LEVEL CODING UNTIL THEY ARE POINTED ELSEWHERE.
       6500-DEACTIVATE-TEMPLATE.
            DISPLAY "ENTER TEMPLATE CODE: ".
            ACCEPT WS-ENTRY-CODE.
            PERFORM 8000-READ-TEMPLATE.
            IF NOT WS-TEMPLATE-FOUND
                DISPLAY "TEMPLATE " WS-ENTRY-CODE " NOT ON FILE"
            ELSE IF AT-INACTIVE
                DISPLAY "TEMPLATE " WS-ENTRY-CODE
                    " IS ALREADY INACTIVE"
            ELSE
                SET AT-INACTIVE TO TRUE
                MOVE WS-TODAY TO AT-LAST-CHANGE-DATE
                MOVE WS-OPERATOR-ID TO AT-LAST-CHANGE-OPERATOR
                REWRITE ALLOC-TEMPLATE-RECORD
                MOVE SPACES TO WS-OS-EVENT
                STRING "ALLOC OFF " DELIMITED BY SIZE
                       WS-ENTRY-CODE DELIMITED BY SIZE
                    INTO WS-OS-EVENT
                PERFORM 8400-JOURNAL-SAVE
            END-IF.

      * LINES ARE KEYED UNTIL A BLANK GL ACCOUNT OR THE TWENTIETH
      * LINE.  EACH NEEDS A COST CENTER AND A PERCENTAGE ABOVE
      * ZERO, AND THE SET MUST COME TO EXACTLY 100.00 PERCENT.
       7000-ACCEPT-DETAILS.
            MOVE "Y" TO WS-ENTRY-OK-SWITCH.
            DISPLAY "ENTER DESCRIPTION: ".
            ACCEPT WS-ENTRY-DESCRIPTION.
            MOVE ZERO TO WS-NEW-LINE-COUNT.
            MOVE ZERO TO WS-NEW-PERCENT-TOTAL.
            MOVE SPACES TO WS-NEW-LINES.
            MOVE "N" TO WS-LINES-DONE-SWITCH.
            PERFORM 7100-ACCEPT-ONE-LINE
                UNTIL WS-LINES-DONE OR NOT WS-ENTRY-IS-OK.
            IF NOT WS-ENTRY-IS-OK
                CONTINUE
            ELSE IF WS-ENTRY-DESCRIPTION = SPACES
                DISPLAY "DESCRIPTION IS REQUIRED"
                MOVE "N" TO WS-ENTRY-OK-SWITCH
            ELSE IF WS-NEW-LINE-COUNT = ZERO
                DISPLAY "A TEMPLATE NEEDS AT LEAST ONE LINE"
                MOVE "N" TO WS-ENTRY-OK-SWITCH
            ELSE IF WS-NEW-PERCENT-TOTAL NOT = 100
                DISPLAY "PERCENTAGES TOTAL " WS-NEW-PERCENT-TOTAL
                    " - THEY MUST TOTAL 100.00"
                MOVE "N" TO WS-ENTRY-OK-SWITCH
            END-IF.
            IF NOT WS-ENTRY-IS-OK
                DISPLAY "NOTHING CHANGED"
            END-IF.

       7100-ACCEPT-ONE-LINE.
            DISPLAY "LINE " WS-NEW-LINE-COUNT
                " DONE - ENTER GL ACCOUNT (BLANK TO FINISH): ".
            ACCEPT WS-ENTRY-GL-ACCOUNT.
            IF WS-ENTRY-GL-ACCOUNT = SPACES
                SET WS-LINES-DONE TO TRUE
            ELSE
                DISPLAY "ENTER COST CENTER: "
                ACCEPT WS-ENTRY-COST-CENTER
                DISPLAY "ENTER PERCENT (HUNDREDTHS, E.G. 3333): "
                ACCEPT WS-ENTRY-PERCENT
                IF WS-ENTRY-COST-CENTER = SPACES
                    DISPLAY "COST CENTER IS REQUIRED"
                    MOVE "N" TO WS-ENTRY-OK-SWITCH
                ELSE IF WS-ENTRY-PERCENT NOT NUMERIC
                    DISPLAY "PERCENT MUST BE ALL DIGITS"
                    MOVE "N" TO WS-ENTRY-OK-SWITCH
                ELSE
                    MOVE WS-ENTRY-PERCENT TO WS-ENTRY-PERCENT-9
                    IF WS-ENTRY-PERCENT-9 = ZERO
                        OR WS-ENTRY-PERCENT-9 > 10000
                        DISPLAY "PERCENT MUST BE 0.01 TO 100.00"
                        MOVE "N" TO WS-ENTRY-OK-SWITCH
                    ELSE
                        ADD 1 TO WS-NEW-LINE-COUNT
                        MOVE WS-ENTRY-GL-ACCOUNT
                            TO WS-NL-GL-ACCOUNT(WS-NEW-LINE-COUNT)
                        MOVE WS-ENTRY-COST-CENTER
                            TO WS-NL-COST-CENTER(WS-NEW-LINE-COUNT)
                        COMPUTE WS-NL-PERCENT(WS-NEW-LINE-COUNT) =
                            WS-ENTRY-PERCENT-9 / 100
                        ADD WS-NL-PERCENT(WS-NEW-LINE-COUNT)
                            TO WS-NEW-PERCENT-TOTAL
                        IF WS-NEW-LINE-COUNT >= 20
                            DISPLAY "TWENTY LINES ENTERED - THE "
                                "MOST A TEMPLATE HOLDS"
                            SET WS-LINES-DONE TO TRUE
                        END-IF
                    END-IF
                END-IF
            END-IF.

       7500-MOVE-DETAILS.
            MOVE WS-ENTRY-DESCRIPTION TO AT-DESCRIPTION.
            MOVE ZERO TO AT-LINE-COUNT.
            PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                UNTIL WS-LINE-IX > 20
                MOVE SPACES TO AT-GL-ACCOUNT(WS-LINE-IX)
                MOVE SPACES TO AT-COST-CENTER(WS-LINE-IX)
                MOVE ZERO TO AT-PERCENT(WS-LINE-IX)
            END-PERFORM.
            PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                UNTIL WS-LINE-IX > WS-NEW-LINE-COUNT
                MOVE WS-NL-GL-ACCOUNT(WS-LINE-IX)
                    TO AT-GL-ACCOUNT(WS-LINE-IX)
                MOVE WS-NL-COST-CENTER(WS-LINE-IX)
                    TO AT-COST-CENTER(WS-LINE-IX)
                MOVE WS-NL-PERCENT(WS-LINE-IX)
                    TO AT-PERCENT(WS-LINE-IX)
            END-PERFORM.
            MOVE WS-NEW-LINE-COUNT TO AT-LINE-COUNT.
            MOVE WS-TODAY TO AT-LAST-CHANGE-DATE.
            MOVE WS-OPERATOR-ID TO AT-LAST-CHANGE-OPERATOR.

       8000-READ-TEMPLATE.
            MOVE "N" TO WS-FOUND-SWITCH.
            MOVE WS-ENTRY-CODE TO AT-TEMPLATE-CODE.
            READ ALLOC-TEMPLATE-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-TEMPLATE-FOUND TO TRUE
            END-READ.

      * JOURNAL THE EVENT THE CALLER LEFT IN WS-OS-EVENT, WITH THE
      * OUTCOME OF THE WRITE OR REWRITE JUST DONE.
       8400-JOURNAL-SAVE.
            IF NOT WS-ALLOC-TEMPLATE-OK
                DISPLAY "UNABLE TO SAVE ALLOC-TEMPLATE-FILE, STATUS = "
                    WS-ALLOC-TEMPLATE-STATUS
                MOVE "F" TO WS-OS-RESULT
            ELSE
                DISPLAY "TEMPLATE " WS-ENTRY-CODE " SAVED"
                MOVE "O" TO WS-OS-RESULT
            END-IF.
            PERFORM 0600-JOURNAL-EVENT.

       8900-READ-NEXT-TEMPLATE.
            READ ALLOC-TEMPLATE-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-ALLOC-TEMPLATE-OK AND NOT WS-ALLOC-TEMPLATE-EOF
                DISPLAY "ALLOC-TEMPLATE-FILE READ ERROR, STATUS = "
                    WS-ALLOC-TEMPLATE-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.
       END PROGRAM ALCMNT01.

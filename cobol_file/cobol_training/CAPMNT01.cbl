      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Capital GL account maintenance.  Flags a GL
      *              account as capital - equipment, leasehold
      *              improvements and the like - with a description
      *              and the fixed-asset team's asset class; changes
      *              those; and activates or deactivates the flag.
      *              Every invoice distribution line coded to an
      *              active capital account is fed to the asset
      *              register through CAPFED01.  Deactivating stops
      *              the feed for the account but keeps it on file
      *              for CAPRCN01's history.  Inquiry needs level 1;
      *              every change needs level 2 and is journaled
      *              through OPRSEC01.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original capital account maintenance.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPMNT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLCPA01.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCPA01.cbl".

       WORKING-STORAGE SECTION.
       01  WS-CAPITAL-ACCOUNT-STATUS  PIC X(02).
           88 WS-CAPITAL-ACCOUNT-OK       VALUE "00".
           88 WS-CAPITAL-ACCOUNT-EOF      VALUE "10".
           88 WS-CAPITAL-ACCOUNT-MISSING  VALUE "35".

       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-SIGNON-OK-SWITCH        PIC X(01) VALUE "N".
           88 WS-SIGNON-OK                 VALUE "Y".
       01  WS-SIGNON-TRIES             PIC 9(01) VALUE ZERO.

      * FIELDS FOR THE OPRSEC01 SIGN-ON AND JOURNAL CALLS.
       01  WS-OS-FUNCTION              PIC X(01).
       01  WS-OS-PASSWORD              PIC X(08).
       01  WS-OS-PROGRAM               PIC X(08) VALUE "CAPMNT01".
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
       01  WS-ENTRY-ACCOUNT            PIC X(08).
       01  WS-ENTRY-DESCRIPTION        PIC X(30).
       01  WS-ENTRY-CLASS              PIC X(04).
       01  WS-ENTRY-OK-SWITCH          PIC X(01).
           88 WS-ENTRY-IS-OK               VALUE "Y".
       01  WS-FOUND-SWITCH             PIC X(01).
           88 WS-ACCOUNT-FOUND             VALUE "Y".
       01  WS-SCAN-EOF-SWITCH          PIC X(01).
           88 WS-SCAN-DONE                 VALUE "Y".
       01  WS-LIST-COUNT               PIC 9(03).

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 0500-SIGN-ON.
            IF WS-SIGNON-OK
                PERFORM 1000-INITIALIZE
                PERFORM 2000-MAINT-LOOP UNTIL WS-MAINT-DONE
                CLOSE CAPITAL-ACCOUNT-FILE
            END-IF.
            GOBACK.

      * SIGN ON AGAINST THE SECURITY MASTER - THREE TRIES, EVERY
      * ATTEMPT JOURNALED BY OPRSEC01, THE SAME GATE PAYREL01 USES.
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

      * OPEN THE TABLE I-O, CREATING AN EMPTY ONE THE FIRST TIME AN
      * ACCOUNT IS EVER FLAGGED.
       1000-INITIALIZE.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            OPEN I-O CAPITAL-ACCOUNT-FILE.
            IF WS-CAPITAL-ACCOUNT-MISSING
                OPEN OUTPUT CAPITAL-ACCOUNT-FILE
                CLOSE CAPITAL-ACCOUNT-FILE
                OPEN I-O CAPITAL-ACCOUNT-FILE
            END-IF.
            IF NOT WS-CAPITAL-ACCOUNT-OK
                DISPLAY "UNABLE TO OPEN CAPITAL-ACCOUNT-FILE, STATUS = "
                    WS-CAPITAL-ACCOUNT-STATUS
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

      * LOOKING IS LEVEL 1.  FLAGGING AN ACCOUNT IS GL CODING
      * MAINTENANCE, LEVEL 2.  A DENIED CHOICE IS JOURNALED LIKE A
      * USED ONE.
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
                        PERFORM 3000-INQUIRE-ACCOUNT
                    WHEN WS-CHOICE-ADD
                        PERFORM 4000-ADD-ACCOUNT
                    WHEN WS-CHOICE-CHANGE
                        PERFORM 5000-CHANGE-ACCOUNT
                    WHEN WS-CHOICE-ACTIVATE
                        PERFORM 6000-ACTIVATE-ACCOUNT
                    WHEN WS-CHOICE-DEACTIVATE
                        PERFORM 6500-DEACTIVATE-ACCOUNT
                END-EVALUATE
            END-IF.

      * A BLANK ACCOUNT LISTS EVERY CAPITAL ACCOUNT ON FILE.
       3000-INQUIRE-ACCOUNT.
            DISPLAY "ENTER GL ACCOUNT (BLANK = LIST ALL): ".
            ACCEPT WS-ENTRY-ACCOUNT.
            IF WS-ENTRY-ACCOUNT = SPACES
                PERFORM 3500-LIST-ACCOUNTS
            ELSE
                PERFORM 8000-READ-ACCOUNT
                IF WS-ACCOUNT-FOUND
                    PERFORM 3100-SHOW-ACCOUNT
                ELSE
                    DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT
                        " IS NOT A CAPITAL ACCOUNT"
                END-IF
            END-IF.

       3100-SHOW-ACCOUNT.
            DISPLAY "ACCOUNT " CA-GL-ACCOUNT " " CA-DESCRIPTION.
            DISPLAY "  ASSET CLASS    : " CA-ASSET-CLASS
                "   STATUS : " CA-STATUS.
            DISPLAY "  LAST CHANGED   : " CA-LAST-CHANGE-DATE
                " BY " CA-LAST-CHANGE-OPERATOR.

       3500-LIST-ACCOUNTS.
            MOVE ZERO TO WS-LIST-COUNT.
            MOVE "N" TO WS-SCAN-EOF-SWITCH.
            MOVE LOW-VALUES TO CA-GL-ACCOUNT.
            START CAPITAL-ACCOUNT-FILE
                KEY IS NOT LESS THAN CA-GL-ACCOUNT
                INVALID KEY SET WS-SCAN-DONE TO TRUE
            END-START.
            IF NOT WS-SCAN-DONE
                PERFORM 8900-READ-NEXT-ACCOUNT
            END-IF.
            PERFORM UNTIL WS-SCAN-DONE
                ADD 1 TO WS-LIST-COUNT
                DISPLAY CA-GL-ACCOUNT " " CA-DESCRIPTION " CLASS "
                    CA-ASSET-CLASS " " CA-STATUS
                PERFORM 8900-READ-NEXT-ACCOUNT
            END-PERFORM.
            DISPLAY WS-LIST-COUNT " CAPITAL ACCOUNT(S) LISTED".

      * A NEWLY FLAGGED ACCOUNT GOES ON ACTIVE AND FEEDS FROM THE
      * NEXT DISTRIBUTION LINE CODED TO IT - LINES ALREADY ON FILE
      * ARE NOT FED AFTER THE FACT.
       4000-ADD-ACCOUNT.
            DISPLAY "ENTER GL ACCOUNT TO FLAG AS CAPITAL: ".
            ACCEPT WS-ENTRY-ACCOUNT.
            IF WS-ENTRY-ACCOUNT = SPACES
                DISPLAY "GL ACCOUNT IS REQUIRED"
            ELSE
                PERFORM 8000-READ-ACCOUNT
                IF WS-ACCOUNT-FOUND
                    DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT
                        " ALREADY ON FILE - USE CHANGE"
                ELSE
                    PERFORM 7000-ACCEPT-DETAILS
                    IF WS-ENTRY-IS-OK
                        MOVE SPACES TO CAPITAL-ACCOUNT-RECORD
                        MOVE WS-ENTRY-ACCOUNT TO CA-GL-ACCOUNT
                        SET CA-ACTIVE TO TRUE
                        PERFORM 7500-MOVE-DETAILS
                        WRITE CAPITAL-ACCOUNT-RECORD
                        MOVE SPACES TO WS-OS-EVENT
                        STRING "CAPACCT ADD " DELIMITED BY SIZE
                               WS-ENTRY-ACCOUNT DELIMITED BY SIZE
                            INTO WS-OS-EVENT
                        PERFORM 8400-JOURNAL-SAVE
                    END-IF
                END-IF
            END-IF.

       5000-CHANGE-ACCOUNT.
            DISPLAY "ENTER GL ACCOUNT: ".
            ACCEPT WS-ENTRY-ACCOUNT.
            PERFORM 8000-READ-ACCOUNT.
            IF NOT WS-ACCOUNT-FOUND
                DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT
                    " IS NOT A CAPITAL ACCOUNT"
            ELSE
                PERFORM 3100-SHOW-ACCOUNT
                PERFORM 7000-ACCEPT-DETAILS
                IF WS-ENTRY-IS-OK
                    PERFORM 7500-MOVE-DETAILS
                    REWRITE CAPITAL-ACCOUNT-RECORD
                    MOVE SPACES TO WS-OS-EVENT
                    STRING "CAPACCT CHG " DELIMITED BY SIZE
                           WS-ENTRY-ACCOUNT DELIMITED BY SIZE
                        INTO WS-OS-EVENT
                    PERFORM 8400-JOURNAL-SAVE
                END-IF
            END-IF.

       6000-ACTIVATE-ACCOUNT.
            DISPLAY "ENTER GL ACCOUNT: ".
            ACCEPT WS-ENTRY-ACCOUNT.
            PERFORM 8000-READ-ACCOUNT.
            IF NOT WS-ACCOUNT-FOUND
                DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT
                    " IS NOT A CAPITAL ACCOUNT"
            ELSE IF CA-ACTIVE
                DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT
                    " IS ALREADY ACTIVE"
            ELSE
                SET CA-ACTIVE TO TRUE
                MOVE WS-TODAY TO CA-LAST-CHANGE-DATE
                MOVE WS-OPERATOR-ID TO CA-LAST-CHANGE-OPERATOR
                REWRITE CAPITAL-ACCOUNT-RECORD
                MOVE SPACES TO WS-OS-EVENT
                STRING "CAPACCT ON " DELIMITED BY SIZE
                       WS-ENTRY-ACCOUNT DELIMITED BY SIZE
                    INTO WS-OS-EVENT
                PERFORM 8400-JOURNAL-SAVE
            END-IF.

      * LINES ALREADY FED STAY FED - DEACTIVATING ONLY STOPS NEW
      * LINES CODED TO THE ACCOUNT FROM REACHING THE REGISTER.
       6500-DEACTIVATE-ACCOUNT.
            DISPLAY "ENTER GL ACCOUNT: ".
            ACCEPT WS-ENTRY-ACCOUNT.
            PERFORM 8000-READ-ACCOUNT.
            IF NOT WS-ACCOUNT-FOUND
                DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT
                    " IS NOT A CAPITAL ACCOUNT"
            ELSE IF CA-INACTIVE
                DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT
                    " IS ALREADY INACTIVE"
            ELSE
                SET CA-INACTIVE TO TRUE
                MOVE WS-TODAY TO CA-LAST-CHANGE-DATE
                MOVE WS-OPERATOR-ID TO CA-LAST-CHANGE-OPERATOR
                REWRITE CAPITAL-ACCOUNT-RECORD
                MOVE SPACES TO WS-OS-EVENT
                STRING "CAPACCT OFF " DELIMITED BY SIZE
                       WS-ENTRY-ACCOUNT DELIMITED BY SIZE
                    INTO WS-OS-EVENT
                PERFORM 8400-JOURNAL-SAVE
            END-IF.

      * EVERY CAPITAL ACCOUNT NEEDS A DESCRIPTION - IT IS THE
      * DEFAULT DESCRIPTION ON ITS ADDITIONS - AND AN ASSET CLASS.
       7000-ACCEPT-DETAILS.
            MOVE "N" TO WS-ENTRY-OK-SWITCH.
            DISPLAY "ENTER DESCRIPTION: ".
            ACCEPT WS-ENTRY-DESCRIPTION.
            DISPLAY "ENTER ASSET CLASS (4 CHARACTERS): ".
            ACCEPT WS-ENTRY-CLASS.
            IF WS-ENTRY-DESCRIPTION = SPACES
                DISPLAY "DESCRIPTION IS REQUIRED"
            ELSE IF WS-ENTRY-CLASS = SPACES
                DISPLAY "ASSET CLASS IS REQUIRED"
            ELSE
                SET WS-ENTRY-IS-OK TO TRUE
            END-IF.
            IF NOT WS-ENTRY-IS-OK
                DISPLAY "NOTHING CHANGED"
            END-IF.

       7500-MOVE-DETAILS.
            MOVE WS-ENTRY-DESCRIPTION TO CA-DESCRIPTION.
            MOVE WS-ENTRY-CLASS TO CA-ASSET-CLASS.
            MOVE WS-TODAY TO CA-LAST-CHANGE-DATE.
            MOVE WS-OPERATOR-ID TO CA-LAST-CHANGE-OPERATOR.

       8000-READ-ACCOUNT.
            MOVE "N" TO WS-FOUND-SWITCH.
            MOVE WS-ENTRY-ACCOUNT TO CA-GL-ACCOUNT.
            READ CAPITAL-ACCOUNT-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-ACCOUNT-FOUND TO TRUE
            END-READ.

      * JOURNAL THE EVENT THE CALLER LEFT IN WS-OS-EVENT, WITH THE
      * OUTCOME OF THE WRITE OR REWRITE JUST DONE.
       8400-JOURNAL-SAVE.
            IF NOT WS-CAPITAL-ACCOUNT-OK
                DISPLAY "UNABLE TO SAVE CAPITAL-ACCOUNT-FILE, STATUS = "
                    WS-CAPITAL-ACCOUNT-STATUS
                MOVE "F" TO WS-OS-RESULT
            ELSE
                DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT " SAVED"
                MOVE "O" TO WS-OS-RESULT
            END-IF.
            PERFORM 0600-JOURNAL-EVENT.

       8900-READ-NEXT-ACCOUNT.
            READ CAPITAL-ACCOUNT-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-CAPITAL-ACCOUNT-OK AND NOT WS-CAPITAL-ACCOUNT-EOF
                DISPLAY "CAPITAL-ACCOUNT-FILE READ ERROR, STATUS = "
                    WS-CAPITAL-ACCOUNT-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.
       END PROGRAM CAPMNT01.

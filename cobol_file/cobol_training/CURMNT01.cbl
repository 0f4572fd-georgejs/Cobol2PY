      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Currency master maintenance.  Adds a currency
      *              by its ISO code with a description, the number
      *              of decimal places it is quoted to and the
      *              payment rails (ACH, wire, check) it may be paid
      *              on; changes those; and activates or
      *              deactivates it.  An inactive currency stays on
      *              file for history but can no longer be given to
      *              a vendor, rated in RATMNT01 or released for
      *              payment.  USD is the home currency and can be
      *              changed but never deactivated.  The first time
      *              the file is opened it is seeded with the USD,
      *              CAD and GBP entries the system used to carry
      *              in code.  Inquiry needs level 1; every change
      *              needs level 3 and is journaled through
      *              OPRSEC01.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original currency master maintenance.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CURMNT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLCUR01.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCUR01.cbl".

       WORKING-STORAGE SECTION.
       01  WS-CURRENCY-STATUS         PIC X(02).
           88 WS-CURRENCY-OK              VALUE "00".
           88 WS-CURRENCY-EOF             VALUE "10".
           88 WS-CURRENCY-NOT-FOUND       VALUE "23".
           88 WS-CURRENCY-MISSING         VALUE "35".

       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-SIGNON-OK-SWITCH        PIC X(01) VALUE "N".
           88 WS-SIGNON-OK                 VALUE "Y".
       01  WS-SIGNON-TRIES             PIC 9(01) VALUE ZERO.

      * FIELDS FOR THE OPRSEC01 SIGN-ON AND JOURNAL CALLS.
       01  WS-OS-FUNCTION              PIC X(01).
       01  WS-OS-PASSWORD              PIC X(08).
       01  WS-OS-PROGRAM               PIC X(08) VALUE "CURMNT01".
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
       01  WS-HOME-CURRENCY            PIC X(03) VALUE "USD".
       01  WS-ENTRY-CODE               PIC X(03).
       01  WS-ENTRY-DESCRIPTION        PIC X(30).
       01  WS-ENTRY-DECIMALS           PIC X(01).
       01  WS-ENTRY-ACH                PIC X(01).
       01  WS-ENTRY-WIRE               PIC X(01).
       01  WS-ENTRY-CHECK              PIC X(01).
       01  WS-ENTRY-OK-SWITCH          PIC X(01).
           88 WS-ENTRY-IS-OK               VALUE "Y".
       01  WS-FOUND-SWITCH             PIC X(01).
           88 WS-CURRENCY-FOUND            VALUE "Y".
       01  WS-SCAN-EOF-SWITCH          PIC X(01).
           88 WS-SCAN-DONE                 VALUE "Y".
       01  WS-LIST-COUNT               PIC 9(03).

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 0500-SIGN-ON.
            IF WS-SIGNON-OK
                PERFORM 1000-INITIALIZE
                PERFORM 2000-MAINT-LOOP UNTIL WS-MAINT-DONE
                CLOSE CURRENCY-FILE
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

      * THE FIRST OPEN CREATES THE FILE AND SEEDS IT WITH THE
      * CURRENCIES AND RAILS THE PROGRAMS USED TO HARDCODE, SO THE
      * MASTER STARTS OUT SAYING EXACTLY WHAT THE SYSTEM DID.
       1000-INITIALIZE.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            OPEN I-O CURRENCY-FILE.
            IF WS-CURRENCY-MISSING
                OPEN OUTPUT CURRENCY-FILE
                PERFORM 1100-SEED-CURRENCIES
                CLOSE CURRENCY-FILE
                OPEN I-O CURRENCY-FILE
            END-IF.
            IF NOT WS-CURRENCY-OK
                DISPLAY "UNABLE TO OPEN CURRENCY-FILE, STATUS = "
                    WS-CURRENCY-STATUS
                SET WS-MAINT-DONE TO TRUE
            END-IF.

       1100-SEED-CURRENCIES.
            MOVE "USD" TO WS-ENTRY-CODE.
            MOVE "US DOLLAR" TO WS-ENTRY-DESCRIPTION.
            MOVE "Y" TO WS-ENTRY-ACH.
            MOVE "N" TO WS-ENTRY-WIRE.
            PERFORM 1150-WRITE-SEED-RECORD.
            MOVE "CAD" TO WS-ENTRY-CODE.
            MOVE "CANADIAN DOLLAR" TO WS-ENTRY-DESCRIPTION.
            MOVE "N" TO WS-ENTRY-ACH.
            MOVE "Y" TO WS-ENTRY-WIRE.
            PERFORM 1150-WRITE-SEED-RECORD.
            MOVE "GBP" TO WS-ENTRY-CODE.
            MOVE "POUND STERLING" TO WS-ENTRY-DESCRIPTION.
            PERFORM 1150-WRITE-SEED-RECORD.
            DISPLAY "CURRENCY-FILE CREATED WITH USD, CAD AND GBP".

       1150-WRITE-SEED-RECORD.
            MOVE SPACES TO CURRENCY-RECORD.
            MOVE WS-ENTRY-CODE TO CU-CURRENCY-CODE.
            MOVE WS-ENTRY-DESCRIPTION TO CU-DESCRIPTION.
            MOVE 2 TO CU-DECIMAL-PLACES.
            SET CU-ACTIVE TO TRUE.
            MOVE WS-ENTRY-ACH TO CU-RAIL-ACH.
            MOVE WS-ENTRY-WIRE TO CU-RAIL-WIRE.
            MOVE "Y" TO CU-RAIL-CHECK.
            MOVE WS-TODAY TO CU-LAST-CHANGE-DATE.
            MOVE WS-OPERATOR-ID TO CU-LAST-CHANGE-OPERATOR.
            WRITE CURRENCY-RECORD.

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

      * LOOKING IS LEVEL 1.  A CURRENCY DECIDES WHAT A VENDOR CAN
      * BE PAID IN AND ON WHICH RAIL, SO CHANGING ONE IS LEVEL 3,
      * THE SAME LEVEL THAT RELEASES THE MONEY.  A DENIED CHOICE IS
      * JOURNALED LIKE A USED ONE.
       2100-GATE-AND-DISPATCH.
            IF WS-CHOICE-INQUIRE
                MOVE 1 TO WS-REQUIRED-LEVEL
            ELSE
                MOVE 3 TO WS-REQUIRED-LEVEL
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
                        PERFORM 3000-INQUIRE-CURRENCY
                    WHEN WS-CHOICE-ADD
                        PERFORM 4000-ADD-CURRENCY
                    WHEN WS-CHOICE-CHANGE
                        PERFORM 5000-CHANGE-CURRENCY
                    WHEN WS-CHOICE-ACTIVATE
                        PERFORM 6000-ACTIVATE-CURRENCY
                    WHEN WS-CHOICE-DEACTIVATE
                        PERFORM 6500-DEACTIVATE-CURRENCY
                END-EVALUATE
            END-IF.

      * A BLANK CODE LISTS EVERY CURRENCY ON FILE.
       3000-INQUIRE-CURRENCY.
            DISPLAY "ENTER CURRENCY CODE (BLANK = LIST ALL): ".
            ACCEPT WS-ENTRY-CODE.
            IF WS-ENTRY-CODE = SPACES
                PERFORM 3500-LIST-CURRENCIES
            ELSE
                PERFORM 8000-READ-CURRENCY
                IF WS-CURRENCY-FOUND
                    PERFORM 3100-SHOW-CURRENCY
                ELSE
                    DISPLAY "CURRENCY " WS-ENTRY-CODE " NOT ON FILE"
                END-IF
            END-IF.

       3100-SHOW-CURRENCY.
            DISPLAY "CURRENCY " CU-CURRENCY-CODE " " CU-DESCRIPTION.
            DISPLAY "  DECIMAL PLACES : " CU-DECIMAL-PLACES
                "   STATUS : " CU-STATUS.
            DISPLAY "  RAILS          : ACH " CU-RAIL-ACH
                "  WIRE " CU-RAIL-WIRE "  CHECK " CU-RAIL-CHECK.
            DISPLAY "  LAST CHANGED   : " CU-LAST-CHANGE-DATE
                " BY " CU-LAST-CHANGE-OPERATOR.

       3500-LIST-CURRENCIES.
            MOVE ZERO TO WS-LIST-COUNT.
            MOVE "N" TO WS-SCAN-EOF-SWITCH.
            MOVE LOW-VALUES TO CU-CURRENCY-CODE.
            START CURRENCY-FILE KEY IS NOT LESS THAN CU-CURRENCY-CODE
                INVALID KEY SET WS-SCAN-DONE TO TRUE
            END-START.
            IF NOT WS-SCAN-DONE
                PERFORM 8900-READ-NEXT-CURRENCY
            END-IF.
            PERFORM UNTIL WS-SCAN-DONE
                ADD 1 TO WS-LIST-COUNT
                DISPLAY CU-CURRENCY-CODE " " CU-DESCRIPTION " DEC "
                    CU-DECIMAL-PLACES " " CU-STATUS " ACH "
                    CU-RAIL-ACH " WIRE " CU-RAIL-WIRE " CHECK "
                    CU-RAIL-CHECK
                PERFORM 8900-READ-NEXT-CURRENCY
            END-PERFORM.
            DISPLAY WS-LIST-COUNT " CURRENCY(IES) LISTED".

      * A NEW CURRENCY GOES ON ACTIVE.  RATES FOR IT ARE KEYED IN
      * RATMNT01 BEFORE ANY VENDOR IN IT CAN BE CONVERTED.
       4000-ADD-CURRENCY.
            DISPLAY "ENTER NEW ISO CURRENCY CODE: ".
            ACCEPT WS-ENTRY-CODE.
            IF WS-ENTRY-CODE = SPACES
                OR WS-ENTRY-CODE NOT ALPHABETIC-UPPER
                DISPLAY "CODE MUST BE THREE LETTERS, E.G. EUR"
            ELSE
                PERFORM 8000-READ-CURRENCY
                IF WS-CURRENCY-FOUND
                    DISPLAY "CURRENCY " WS-ENTRY-CODE
                        " ALREADY ON FILE - USE CHANGE"
                ELSE
                    PERFORM 7000-ACCEPT-DETAILS
                    IF WS-ENTRY-IS-OK
                        MOVE SPACES TO CURRENCY-RECORD
                        MOVE WS-ENTRY-CODE TO CU-CURRENCY-CODE
                        SET CU-ACTIVE TO TRUE
                        PERFORM 7500-MOVE-DETAILS
                        WRITE CURRENCY-RECORD
                        MOVE SPACES TO WS-OS-EVENT
                        STRING "CURRENCY ADD " DELIMITED BY SIZE
                               WS-ENTRY-CODE DELIMITED BY SIZE
                            INTO WS-OS-EVENT
                        PERFORM 8400-JOURNAL-SAVE
                    END-IF
                END-IF
            END-IF.

       5000-CHANGE-CURRENCY.
            DISPLAY "ENTER CURRENCY CODE: ".
            ACCEPT WS-ENTRY-CODE.
            PERFORM 8000-READ-CURRENCY.
            IF NOT WS-CURRENCY-FOUND
                DISPLAY "CURRENCY " WS-ENTRY-CODE " NOT ON FILE"
            ELSE
                PERFORM 3100-SHOW-CURRENCY
                PERFORM 7000-ACCEPT-DETAILS
                IF WS-ENTRY-IS-OK
                    PERFORM 7500-MOVE-DETAILS
                    REWRITE CURRENCY-RECORD
                    MOVE SPACES TO WS-OS-EVENT
                    STRING "CURRENCY CHG " DELIMITED BY SIZE
                           WS-ENTRY-CODE DELIMITED BY SIZE
                        INTO WS-OS-EVENT
                    PERFORM 8400-JOURNAL-SAVE
                END-IF
            END-IF.

       6000-ACTIVATE-CURRENCY.
            DISPLAY "ENTER CURRENCY CODE: ".
            ACCEPT WS-ENTRY-CODE.
            PERFORM 8000-READ-CURRENCY.
            IF NOT WS-CURRENCY-FOUND
                DISPLAY "CURRENCY " WS-ENTRY-CODE " NOT ON FILE"
            ELSE IF CU-ACTIVE
                DISPLAY "CURRENCY " WS-ENTRY-CODE " IS ALREADY ACTIVE"
            ELSE
                SET CU-ACTIVE TO TRUE
                MOVE WS-TODAY TO CU-LAST-CHANGE-DATE
                MOVE WS-OPERATOR-ID TO CU-LAST-CHANGE-OPERATOR
                REWRITE CURRENCY-RECORD
                MOVE SPACES TO WS-OS-EVENT
                STRING "CURRENCY ON " DELIMITED BY SIZE
                       WS-ENTRY-CODE DELIMITED BY SIZE
                    INTO WS-OS-EVENT
                PERFORM 8400-JOURNAL-SAVE
            END-IF.

      * VENDORS ALREADY CARRIED IN THE CURRENCY ARE LEFT AS THEY
      * ARE - PAYREL01 BACKS THEIR PAYMENTS OUT UNTIL THE VENDOR IS
      * MOVED TO ANOTHER CURRENCY OR THIS ONE IS ACTIVATED AGAIN.
       6500-DEACTIVATE-CURRENCY.
            DISPLAY "ENTER CURRENCY CODE: ".
            ACCEPT WS-ENTRY-CODE.
            PERFORM 8000-READ-CURRENCY.
            IF NOT WS-CURRENCY-FOUND
                DISPLAY "CURRENCY " WS-ENTRY-CODE " NOT ON FILE"
            ELSE IF WS-ENTRY-CODE = WS-HOME-CURRENCY
                DISPLAY WS-HOME-CURRENCY " IS THE HOME CURRENCY AND "
                    "CANNOT BE DEACTIVATED"
            ELSE IF CU-INACTIVE
                DISPLAY "CURRENCY " WS-ENTRY-CODE
                    " IS ALREADY INACTIVE"
            ELSE
                SET CU-INACTIVE TO TRUE
                MOVE WS-TODAY TO CU-LAST-CHANGE-DATE
                MOVE WS-OPERATOR-ID TO CU-LAST-CHANGE-OPERATOR
                REWRITE CURRENCY-RECORD
                MOVE SPACES TO WS-OS-EVENT
                STRING "CURRENCY OFF " DELIMITED BY SIZE
                       WS-ENTRY-CODE DELIMITED BY SIZE
                    INTO WS-OS-EVENT
                DISPLAY "PAYMENTS TO VENDORS IN " WS-ENTRY-CODE
                    " WILL BE HELD BACK AT RELEASE"
                PERFORM 8400-JOURNAL-SAVE
            END-IF.

      * A CURRENCY NEEDS AT LEAST ONE RAIL TO BE PAID ON, AND IS
      * QUOTED TO NO MORE THAN THREE DECIMAL PLACES.
       7000-ACCEPT-DETAILS.
            MOVE "N" TO WS-ENTRY-OK-SWITCH.
            DISPLAY "ENTER DESCRIPTION: ".
            ACCEPT WS-ENTRY-DESCRIPTION.
            DISPLAY "ENTER DECIMAL PLACES (0-3): ".
            ACCEPT WS-ENTRY-DECIMALS.
            DISPLAY "ACH ALLOWED (Y/N): ".
            ACCEPT WS-ENTRY-ACH.
            DISPLAY "WIRE ALLOWED (Y/N): ".
            ACCEPT WS-ENTRY-WIRE.
            DISPLAY "CHECK ALLOWED (Y/N): ".
            ACCEPT WS-ENTRY-CHECK.
            IF WS-ENTRY-DESCRIPTION = SPACES
                DISPLAY "DESCRIPTION IS REQUIRED"
            ELSE IF WS-ENTRY-DECIMALS NOT NUMERIC
                OR WS-ENTRY-DECIMALS > "3"
                DISPLAY "DECIMAL PLACES MUST BE 0 TO 3"
            ELSE IF (WS-ENTRY-ACH NOT = "Y" AND NOT = "N")
                OR (WS-ENTRY-WIRE NOT = "Y" AND NOT = "N")
                OR (WS-ENTRY-CHECK NOT = "Y" AND NOT = "N")
                DISPLAY "EACH RAIL MUST BE Y OR N"
            ELSE IF WS-ENTRY-ACH = "N" AND WS-ENTRY-WIRE = "N"
                AND WS-ENTRY-CHECK = "N"
                DISPLAY "AT LEAST ONE RAIL MUST BE ALLOWED"
            ELSE
                SET WS-ENTRY-IS-OK TO TRUE
            END-IF.
            IF NOT WS-ENTRY-IS-OK
                DISPLAY "NOTHING CHANGED"
            END-IF.

       7500-MOVE-DETAILS.
            MOVE WS-ENTRY-DESCRIPTION TO CU-DESCRIPTION.
            MOVE WS-ENTRY-DECIMALS TO CU-DECIMAL-PLACES.
            MOVE WS-ENTRY-ACH TO CU-RAIL-ACH.
            MOVE WS-ENTRY-WIRE TO CU-RAIL-WIRE.
            MOVE WS-ENTRY-CHECK TO CU-RAIL-CHECK.
            MOVE WS-TODAY TO CU-LAST-CHANGE-DATE.
            MOVE WS-OPERATOR-ID TO CU-LAST-CHANGE-OPERATOR.

       8000-READ-CURRENCY.
            MOVE "N" TO WS-FOUND-SWITCH.
            MOVE WS-ENTRY-CODE TO CU-CURRENCY-CODE.
            READ CURRENCY-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-CURRENCY-FOUND TO TRUE
            END-READ.

      * JOURNAL THE EVENT THE CALLER LEFT IN WS-OS-EVENT, WITH THE
      * OUTCOME OF THE WRITE OR REWRITE JUST DONE.
       8400-JOURNAL-SAVE.
            IF NOT WS-CURRENCY-OK
                DISPLAY "UNABLE TO SAVE CURRENCY-FILE, STATUS = "
                    WS-CURRENCY-STATUS
                MOVE "F" TO WS-OS-RESULT
            ELSE
                DISPLAY "CURRENCY " WS-ENTRY-CODE " SAVED"
                MOVE "O" TO WS-OS-RESULT
            END-IF.
            PERFORM 0600-JOURNAL-EVENT.

       8900-READ-NEXT-CURRENCY.
            READ CURRENCY-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-CURRENCY-OK AND NOT WS-CURRENCY-EOF
                DISPLAY "CURRENCY-FILE READ ERROR, STATUS = "
                    WS-CURRENCY-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.
       END PROGRAM CURMNT01.

      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Foreign payee (W-8) maintenance.  Vendors billing
      *              in CAD or GBP are foreign persons, outside the
      *              1099 rules and inside chapter 3: unless a
      *              current W-8BEN or W-8BEN-E is on file, 30% of
      *              every payment is withheld.  The tax desk enters
      *              the form here against the payee's FOREIGN-
      *              STATUS-FILE record - form type and signing date
      *              (the form is good through the end of the third
      *              calendar year after), country, foreign TIN, the
      *              1042-S recipient and income codes, and any
      *              treaty claim with its article and reduced rate
      *              - or marks the payee a U.S. person when a W-9
      *              has come back instead.  PAYREL01 withholds off
      *              the record; VND1042 reports off it at year end.
      *              Inquiry and the follow-up list need level 1;
      *              entering or changing a payee's standing needs
      *              level 3.  Every change is journaled through
      *              OPRSEC01.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original foreign payee maintenance program.
      *   2026-10-15 DW  A foreign-currency vendor is any vendor not
      *                  carried in the home currency (VENDOR-CURR-
      *                  HOME), not just CAD or GBP, now that the
      *                  currency master can add currencies.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRNMNT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLVND01.cbl".
           COPY "SLFRN01.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "fdvnd01.cbl".
           COPY "FDFRN01.cbl".

       WORKING-STORAGE SECTION.
       01  WS-VENDOR-FILE-STATUS      PIC X(02).
           88 WS-VENDOR-FILE-OK           VALUE "00".
           88 WS-VENDOR-FILE-EOF          VALUE "10".
           88 WS-VENDOR-FILE-NOT-FOUND    VALUE "23".
       01  WS-FOREIGN-STATUS-STATUS   PIC X(02).
           88 WS-FOREIGN-STATUS-OK        VALUE "00".
           88 WS-FOREIGN-STATUS-EOF       VALUE "10".
           88 WS-FOREIGN-STATUS-NOT-FOUND VALUE "23".
           88 WS-FOREIGN-STATUS-MISSING   VALUE "35".

       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-SIGNON-OK-SWITCH        PIC X(01) VALUE "N".
           88 WS-SIGNON-OK                 VALUE "Y".
       01  WS-SIGNON-TRIES             PIC 9(01) VALUE ZERO.

      * FIELDS FOR THE OPRSEC01 SIGN-ON AND JOURNAL CALLS.
       01  WS-OS-FUNCTION              PIC X(01).
       01  WS-OS-PASSWORD              PIC X(08).
       01  WS-OS-PROGRAM               PIC X(08) VALUE "FRNMNT01".
       01  WS-OS-EVENT                 PIC X(20).
       01  WS-AUTH-LEVEL               PIC 9(01) VALUE ZERO.
       01  WS-OS-RESULT                PIC X(01).
           88 WS-OS-ACCEPTED               VALUE "O".

       01  WS-DONE-SWITCH              PIC X(01) VALUE "N".
           88 WS-MAINT-DONE                VALUE "Y".
       01  WS-MENU-CHOICE              PIC X(01).
           88 WS-CHOICE-INQUIRE            VALUE "1".
           88 WS-CHOICE-ENTER-W8           VALUE "2".
           88 WS-CHOICE-US-PERSON          VALUE "3".
           88 WS-CHOICE-LIST               VALUE "4".
           88 WS-CHOICE-EXIT               VALUE "9".
       01  WS-REQUIRED-LEVEL          PIC 9(01).

       01  WS-TODAY                    PIC 9(08).
       01  WS-ENTRY-VENDOR             PIC X(05).
       01  WS-ENTRY-DATE               PIC X(08).
       01  WS-EVENT-DATE               PIC 9(08).
       01  WS-ENTRY-FORM               PIC X(01).
       01  WS-ENTRY-COUNTRY            PIC X(02).
       01  WS-ENTRY-TIN                PIC X(20).
       01  WS-ENTRY-CODE               PIC X(02).
       01  WS-ENTRY-TREATY             PIC X(01).
       01  WS-ENTRY-ARTICLE            PIC X(10).
       01  WS-ENTRY-PERCENT            PIC X(02).
       01  WS-ENTRY-PERCENT-9 REDEFINES WS-ENTRY-PERCENT
                                       PIC 9(02).
       01  WS-VENDOR-OK-SWITCH         PIC X(01).
           88 WS-VENDOR-IS-OK              VALUE "Y".
       01  WS-RECORD-FOUND-SWITCH      PIC X(01).
           88 WS-RECORD-FOUND              VALUE "Y".
       01  WS-DATE-OK-SWITCH           PIC X(01).
           88 WS-DATE-IS-OK                VALUE "Y".
       01  WS-ENTRY-OK-SWITCH          PIC X(01).
           88 WS-ENTRY-IS-OK               VALUE "Y".
       01  WS-SCAN-EOF-SWITCH          PIC X(01).
           88 WS-SCAN-DONE                 VALUE "Y".
       01  WS-LIST-COUNT               PIC 9(05).

      * A W-8 IS GOOD THROUGH 31 DECEMBER OF THE THIRD CALENDAR
      * YEAR AFTER THE YEAR IT WAS SIGNED.
       01  WS-EXPIRY-DATE              PIC 9(08).
       01  WS-EXPIRY-DATE-X REDEFINES WS-EXPIRY-DATE.
           05 WS-EXPIRY-YEAR           PIC 9(04).
           05 WS-EXPIRY-MMDD           PIC 9(04).
       01  WS-SIGNED-YEAR              PIC 9(04).
       01  WS-STATUTORY-PERCENT        PIC 9(02) VALUE 30.
       01  WS-SHOW-PERCENT             PIC Z9.99.

      * FIELDS FOR THE DATECALC1 CALL THAT PROVES A KEYED DATE.
       01  WS-DC-FUNCTION              PIC X(01).
       01  WS-DC-DATE-1                PIC 9(08).
       01  WS-DC-DATE-2                PIC 9(08).
       01  WS-DC-DAYS                  PIC S9(07).
       01  WS-DC-RESULT-DATE           PIC 9(08).
       01  WS-DC-ERROR-SWITCH          PIC X(01).
           88 WS-DC-DATE-ERROR             VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 0500-SIGN-ON.
            IF WS-SIGNON-OK
                PERFORM 1000-INITIALIZE
                PERFORM 2000-MAINT-LOOP UNTIL WS-MAINT-DONE
                CLOSE FOREIGN-STATUS-FILE
                CLOSE VENDOR-FILE
            END-IF.
            GOBACK.

      * SIGN ON AGAINST THE SECURITY MASTER - THREE TRIES, EVERY
      * ATTEMPT JOURNALED BY OPRSEC01, THE SAME GATE BNTMNT01 USES.
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

      * THE VENDOR MASTER IS READ-ONLY HERE.  THE STATUS FILE IS
      * CREATED EMPTY THE FIRST TIME IT IS USED.
       1000-INITIALIZE.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            OPEN INPUT VENDOR-FILE.
            IF NOT WS-VENDOR-FILE-OK
                DISPLAY "UNABLE TO OPEN VENDOR-FILE, STATUS = "
                    WS-VENDOR-FILE-STATUS
                SET WS-MAINT-DONE TO TRUE
            END-IF.
            OPEN I-O FOREIGN-STATUS-FILE.
            IF WS-FOREIGN-STATUS-MISSING
                OPEN OUTPUT FOREIGN-STATUS-FILE
                CLOSE FOREIGN-STATUS-FILE
                OPEN I-O FOREIGN-STATUS-FILE
            END-IF.
            IF NOT WS-FOREIGN-STATUS-OK
                DISPLAY "UNABLE TO OPEN FOREIGN-STATUS-FILE, STATUS = "
                    WS-FOREIGN-STATUS-STATUS
                SET WS-MAINT-DONE TO TRUE
            END-IF.

       2000-MAINT-LOOP.
            DISPLAY "1-INQUIRE  2-ENTER W-8  3-MARK U.S. PERSON  "
                "4-LIST FOLLOW-UPS  9-EXIT".
            DISPLAY "ENTER CHOICE: ".
            ACCEPT WS-MENU-CHOICE.
            IF WS-CHOICE-EXIT
                SET WS-MAINT-DONE TO TRUE
            ELSE IF WS-CHOICE-INQUIRE OR WS-CHOICE-ENTER-W8
                OR WS-CHOICE-US-PERSON OR WS-CHOICE-LIST
                PERFORM 2100-GATE-AND-DISPATCH
            ELSE
                DISPLAY "INVALID CHOICE"
            END-IF.

      * LOOKING IS LEVEL 1.  ANYTHING THAT CHANGES WHAT PAYREL01
      * WITHHOLDS IS LEVEL 3, THE SAME LEVEL THAT RELEASES THE
      * MONEY.  A DENIED CHOICE IS JOURNALED LIKE A USED ONE.
       2100-GATE-AND-DISPATCH.
            IF WS-CHOICE-INQUIRE OR WS-CHOICE-LIST
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
                        PERFORM 3000-INQUIRE-PAYEE
                    WHEN WS-CHOICE-ENTER-W8
                        PERFORM 4000-ENTER-W8
                    WHEN WS-CHOICE-US-PERSON
                        PERFORM 5000-MARK-US-PERSON
                    WHEN WS-CHOICE-LIST
                        PERFORM 8500-LIST-FOLLOW-UPS
                END-EVALUATE
            END-IF.

       3000-INQUIRE-PAYEE.
            PERFORM 8000-GET-PAYEE.
            IF WS-VENDOR-IS-OK
                PERFORM 3100-SHOW-PAYEE
            END-IF.

       3100-SHOW-PAYEE.
            DISPLAY "VENDOR " VENDOR-NUMBER " " VENDOR-NAME
                " CURRENCY " VENDOR-CURRENCY-CODE.
            IF NOT WS-RECORD-FOUND
                IF NOT VENDOR-CURR-HOME
                    DISPLAY "  NO W-8 ON FILE - PAYMENTS ARE WITHHELD "
                        "AT THE STATUTORY 30%"
                ELSE
                    DISPLAY "  NO FOREIGN STATUS ON FILE - 1099 RULES "
                        "APPLY"
                END-IF
            ELSE IF FS-US-PERSON
                DISPLAY "  U.S. PERSON (W-9) - 1099 RULES APPLY"
            ELSE
                DISPLAY "  FORM " FS-FORM-TYPE " SIGNED "
                    FS-FORM-SIGNED-DATE " GOOD THROUGH "
                    FS-FORM-EXPIRY-DATE
                DISPLAY "  COUNTRY " FS-COUNTRY-CODE " FOREIGN TIN "
                    FS-FOREIGN-TIN
                DISPLAY "  RECIPIENT CODE " FS-RECIPIENT-CODE
                    "  INCOME CODE " FS-INCOME-CODE
                    "  EXEMPTION CODE " FS-EXEMPTION-CODE
                COMPUTE WS-SHOW-PERCENT = FS-WITHHOLDING-RATE * 100
                IF FS-TREATY-CLAIMED
                    DISPLAY "  TREATY ARTICLE " FS-TREATY-ARTICLE
                        "  RATE " WS-SHOW-PERCENT "%"
                ELSE
                    DISPLAY "  NO TREATY CLAIM  RATE "
                        WS-SHOW-PERCENT "%"
                END-IF
                IF FS-FORM-EXPIRY-DATE < WS-TODAY
                    DISPLAY "  FORM HAS EXPIRED - PAYMENTS ARE "
                        "WITHHELD AT THE STATUTORY 30%"
                END-IF
            END-IF.

      * A NEW W-8 REPLACES WHATEVER WAS ON FILE.  EVERY FIELD IS
      * KEYED AND CHECKED BEFORE ANYTHING IS SAVED.
       4000-ENTER-W8.
            PERFORM 8000-GET-PAYEE.
            IF WS-VENDOR-IS-OK
                PERFORM 4100-ACCEPT-FORM
                IF WS-ENTRY-IS-OK
                    PERFORM 4200-ACCEPT-CODES
                END-IF
                IF WS-ENTRY-IS-OK
                    PERFORM 4300-ACCEPT-TREATY
                END-IF
                IF WS-ENTRY-IS-OK
                    PERFORM 4500-FILE-THE-W8
                END-IF
            END-IF.

       4100-ACCEPT-FORM.
            MOVE "N" TO WS-ENTRY-OK-SWITCH.
            DISPLAY "ENTER FORM - B (W-8BEN) OR E (W-8BEN-E): ".
            ACCEPT WS-ENTRY-FORM.
            IF WS-ENTRY-FORM NOT = "B" AND WS-ENTRY-FORM NOT = "E"
                DISPLAY "FORM MUST BE B OR E"
            ELSE
                DISPLAY "ENTER DATE SIGNED YYYYMMDD: "
                PERFORM 8200-ACCEPT-EVENT-DATE
                IF WS-DATE-IS-OK
                    PERFORM 4150-ACCEPT-COUNTRY-AND-TIN
                END-IF
            END-IF.

       4150-ACCEPT-COUNTRY-AND-TIN.
            DISPLAY "ENTER COUNTRY CODE (2 LETTERS): ".
            ACCEPT WS-ENTRY-COUNTRY.
            IF WS-ENTRY-COUNTRY = SPACES
                OR WS-ENTRY-COUNTRY NOT ALPHABETIC
                DISPLAY "COUNTRY MUST BE TWO LETTERS"
            ELSE
                DISPLAY "ENTER FOREIGN TIN (BLANK IF NONE): "
                ACCEPT WS-ENTRY-TIN
                SET WS-ENTRY-IS-OK TO TRUE
            END-IF.

      * THE 1042-S RECIPIENT STATUS AND INCOME CODES ARE BOTH TWO
      * DIGITS OFF THE FORM INSTRUCTIONS.
       4200-ACCEPT-CODES.
            MOVE "N" TO WS-ENTRY-OK-SWITCH.
            DISPLAY "ENTER 1042-S RECIPIENT CODE (2 DIGITS): ".
            ACCEPT WS-ENTRY-CODE.
            IF WS-ENTRY-CODE NOT NUMERIC OR WS-ENTRY-CODE = "00"
                DISPLAY "RECIPIENT CODE MUST BE 2 DIGITS"
            ELSE
                MOVE WS-ENTRY-CODE TO FS-RECIPIENT-CODE
                DISPLAY "ENTER 1042-S INCOME CODE (2 DIGITS): "
                ACCEPT WS-ENTRY-CODE
                IF WS-ENTRY-CODE NOT NUMERIC
                    OR WS-ENTRY-CODE = "00"
                    DISPLAY "INCOME CODE MUST BE 2 DIGITS"
                ELSE
                    MOVE WS-ENTRY-CODE TO FS-INCOME-CODE
                    SET WS-ENTRY-IS-OK TO TRUE
                END-IF
            END-IF.

      * A TREATY CLAIM NEEDS ITS ARTICLE AND A RATE BELOW THE
      * STATUTORY 30% - OTHERWISE THERE IS NOTHING TO CLAIM.
       4300-ACCEPT-TREATY.
            MOVE "N" TO WS-ENTRY-OK-SWITCH.
            DISPLAY "TREATY BENEFITS CLAIMED (Y/N): ".
            ACCEPT WS-ENTRY-TREATY.
            IF WS-ENTRY-TREATY = "N"
                MOVE SPACES TO WS-ENTRY-ARTICLE
                MOVE WS-STATUTORY-PERCENT TO WS-ENTRY-PERCENT-9
                SET WS-ENTRY-IS-OK TO TRUE
            ELSE IF WS-ENTRY-TREATY NOT = "Y"
                DISPLAY "ANSWER Y OR N"
            ELSE
                DISPLAY "ENTER TREATY ARTICLE: "
                ACCEPT WS-ENTRY-ARTICLE
                IF WS-ENTRY-ARTICLE = SPACES
                    DISPLAY "A TREATY CLAIM NEEDS ITS ARTICLE"
                ELSE
                    PERFORM 4350-ACCEPT-TREATY-RATE
                END-IF
            END-IF.

       4350-ACCEPT-TREATY-RATE.
            DISPLAY "ENTER TREATY RATE, WHOLE PERCENT (00-29): ".
            ACCEPT WS-ENTRY-PERCENT.
            IF WS-ENTRY-PERCENT NOT NUMERIC
                DISPLAY "RATE MUST BE 2 DIGITS"
            ELSE IF WS-ENTRY-PERCENT-9 NOT < WS-STATUTORY-PERCENT
                DISPLAY "A TREATY RATE MUST BE BELOW 30"
            ELSE
                SET WS-ENTRY-IS-OK TO TRUE
            END-IF.

      * EVERYTHING CHECKED - SET THE RECORD UP AND SAVE IT.  THE
      * EXEMPTION CODE FOLLOWS THE TREATY CLAIM: 04 FOR A REDUCED
      * TREATY RATE, 00 (NOT EXEMPT) OTHERWISE.
       4500-FILE-THE-W8.
            SET FS-FOREIGN-PERSON TO TRUE.
            MOVE WS-ENTRY-FORM TO FS-FORM-TYPE.
            MOVE WS-EVENT-DATE TO FS-FORM-SIGNED-DATE.
            MOVE WS-EVENT-DATE(1:4) TO WS-SIGNED-YEAR.
            COMPUTE WS-EXPIRY-YEAR = WS-SIGNED-YEAR + 3.
            MOVE 1231 TO WS-EXPIRY-MMDD.
            MOVE WS-EXPIRY-DATE TO FS-FORM-EXPIRY-DATE.
            MOVE WS-ENTRY-COUNTRY TO FS-COUNTRY-CODE.
            MOVE WS-ENTRY-TIN TO FS-FOREIGN-TIN.
            MOVE WS-ENTRY-TREATY TO FS-TREATY-FLAG.
            MOVE WS-ENTRY-ARTICLE TO FS-TREATY-ARTICLE.
            COMPUTE FS-WITHHOLDING-RATE = WS-ENTRY-PERCENT-9 / 100.
            IF FS-TREATY-CLAIMED
                MOVE "04" TO FS-EXEMPTION-CODE
            ELSE
                MOVE "00" TO FS-EXEMPTION-CODE
            END-IF.
            MOVE SPACES TO WS-OS-EVENT.
            STRING "W8 ENTERED " DELIMITED BY SIZE
                   VENDOR-NUMBER DELIMITED BY SIZE
                INTO WS-OS-EVENT.
            IF FS-FORM-EXPIRY-DATE < WS-TODAY
                DISPLAY "W-8 RECORDED BUT ALREADY EXPIRED - PAYMENTS "
                    "STAY AT 30% UNTIL A NEW ONE IS ENTERED"
            ELSE
                DISPLAY "W-8 RECORDED - GOOD THROUGH "
                    FS-FORM-EXPIRY-DATE
            END-IF.
            PERFORM 8400-SAVE-PAYEE.

      * A W-9 BACK FROM A PAYEE TAKEN FOR FOREIGN MAKES IT A U.S.
      * PERSON - NO CHAPTER 3 WITHHOLDING, 1099 RULES INSTEAD.  THE
      * VENDOR MASTER'S TIN AND 1099 FLAG ARE MAINTAINED AS USUAL.
       5000-MARK-US-PERSON.
            PERFORM 8000-GET-PAYEE.
            IF WS-VENDOR-IS-OK
                IF WS-RECORD-FOUND AND FS-US-PERSON
                    DISPLAY "VENDOR " VENDOR-NUMBER " IS ALREADY "
                        "MARKED A U.S. PERSON"
                ELSE
                    SET FS-US-PERSON TO TRUE
                    MOVE SPACES TO WS-OS-EVENT
                    STRING "US PERSON " DELIMITED BY SIZE
                           VENDOR-NUMBER DELIMITED BY SIZE
                        INTO WS-OS-EVENT
                    DISPLAY "MARKED A U.S. PERSON - UPDATE THE TIN "
                        "AND 1099 FLAG ON THE VENDOR MASTER"
                    PERFORM 8400-SAVE-PAYEE
                END-IF
            END-IF.

      * THE VENDOR MUST BE ON THE MASTER; ITS STATUS RECORD IS
      * STARTED BLANK IF IT HAS NONE YET.
       8000-GET-PAYEE.
            MOVE "N" TO WS-VENDOR-OK-SWITCH.
            MOVE "N" TO WS-RECORD-FOUND-SWITCH.
            DISPLAY "ENTER VENDOR NUMBER: ".
            ACCEPT WS-ENTRY-VENDOR.
            IF WS-ENTRY-VENDOR NOT NUMERIC
                DISPLAY "VENDOR NUMBER MUST BE 5 DIGITS"
            ELSE
                MOVE WS-ENTRY-VENDOR TO VENDOR-NUMBER
                READ VENDOR-FILE
                    INVALID KEY
                        DISPLAY "VENDOR " VENDOR-NUMBER
                            " NOT ON FILE"
                    NOT INVALID KEY
                        SET WS-VENDOR-IS-OK TO TRUE
                END-READ
            END-IF.
            IF WS-VENDOR-IS-OK
                MOVE VENDOR-NUMBER TO FS-VENDOR-NUMBER
                READ FOREIGN-STATUS-FILE
                    INVALID KEY
                        PERFORM 8100-NEW-STATUS-RECORD
                    NOT INVALID KEY
                        SET WS-RECORD-FOUND TO TRUE
                END-READ
            END-IF.

      * HELD IN THE BUFFER ONLY - 8400 WRITES IT IF ANYTHING IS
      * RECORDED, SO AN INQUIRY LEAVES NO EMPTY RECORD BEHIND.
       8100-NEW-STATUS-RECORD.
            MOVE SPACES TO FOREIGN-STATUS-RECORD.
            MOVE VENDOR-NUMBER TO FS-VENDOR-NUMBER.
            MOVE ZERO TO FS-FORM-SIGNED-DATE.
            MOVE ZERO TO FS-FORM-EXPIRY-DATE.
            MOVE ZERO TO FS-WITHHOLDING-RATE.
            MOVE ZERO TO FS-LAST-CHANGE-DATE.

      * A KEYED DATE MUST BE A REAL CALENDAR DATE NOT IN THE FUTURE.
       8200-ACCEPT-EVENT-DATE.
            MOVE "N" TO WS-DATE-OK-SWITCH.
            ACCEPT WS-ENTRY-DATE.
            IF WS-ENTRY-DATE NOT NUMERIC
                DISPLAY "DATE MUST BE YYYYMMDD"
            ELSE
                MOVE WS-ENTRY-DATE TO WS-EVENT-DATE
                PERFORM 8250-PROVE-THE-DATE
            END-IF.

       8250-PROVE-THE-DATE.
            MOVE "D" TO WS-DC-FUNCTION.
            MOVE WS-EVENT-DATE TO WS-DC-DATE-1.
            MOVE WS-TODAY TO WS-DC-DATE-2.
            CALL "DATECALC1" USING WS-DC-FUNCTION
                WS-DC-DATE-1 WS-DC-DATE-2 WS-DC-DAYS
                WS-DC-RESULT-DATE WS-DC-ERROR-SWITCH.
            IF WS-DC-DATE-ERROR
                DISPLAY "NOT A CALENDAR DATE"
            ELSE IF WS-DC-DAYS < ZERO
                DISPLAY "DATE IS IN THE FUTURE"
            ELSE
                SET WS-DATE-IS-OK TO TRUE
            END-IF.

      * WRITE OR REWRITE THE PAYEE'S RECORD, THEN JOURNAL THE EVENT
      * THE CALLER LEFT IN WS-OS-EVENT.
       8400-SAVE-PAYEE.
            MOVE WS-TODAY TO FS-LAST-CHANGE-DATE.
            MOVE WS-OPERATOR-ID TO FS-LAST-CHANGE-OPERATOR.
            REWRITE FOREIGN-STATUS-RECORD
                INVALID KEY
                    WRITE FOREIGN-STATUS-RECORD
                    END-WRITE
            END-REWRITE.
            IF NOT WS-FOREIGN-STATUS-OK
                DISPLAY "UNABLE TO SAVE FOREIGN-STATUS-FILE, STATUS = "
                    WS-FOREIGN-STATUS-STATUS
                MOVE "F" TO WS-OS-RESULT
            ELSE
                MOVE "O" TO WS-OS-RESULT
            END-IF.
            PERFORM 0600-JOURNAL-EVENT.

      * THE DESK'S FOLLOW-UP LIST - EVERY FOREIGN-CURRENCY VENDOR
      * WITH NO STATUS ON FILE, AND EVERY FOREIGN PAYEE WHOSE W-8 HAS
      * EXPIRED OR RUNS OUT AT THE END OF THIS YEAR.  BOTH MEAN
      * 30% WITHHOLDING NOW OR COME JANUARY.
       8500-LIST-FOLLOW-UPS.
            MOVE ZERO TO WS-LIST-COUNT.
            MOVE "N" TO WS-SCAN-EOF-SWITCH.
            MOVE ZERO TO VENDOR-NUMBER.
            START VENDOR-FILE KEY IS NOT LESS THAN VENDOR-NUMBER
                INVALID KEY SET WS-SCAN-DONE TO TRUE
            END-START.
            IF NOT WS-SCAN-DONE
                PERFORM 8900-READ-NEXT-VENDOR
            END-IF.
            PERFORM 8510-CHECK-ONE-VENDOR UNTIL WS-SCAN-DONE.
            DISPLAY WS-LIST-COUNT " PAYEE(S) LISTED".

       8510-CHECK-ONE-VENDOR.
            MOVE VENDOR-NUMBER TO FS-VENDOR-NUMBER.
            READ FOREIGN-STATUS-FILE
                INVALID KEY
                    IF NOT VENDOR-CURR-HOME
                        ADD 1 TO WS-LIST-COUNT
                        DISPLAY VENDOR-NUMBER " " VENDOR-NAME
                            " NO W-8 ON FILE"
                    END-IF
                NOT INVALID KEY
                    PERFORM 8520-CHECK-THE-FORM
            END-READ.
            PERFORM 8900-READ-NEXT-VENDOR.

       8520-CHECK-THE-FORM.
            IF FS-FOREIGN-PERSON
                IF FS-FORM-EXPIRY-DATE < WS-TODAY
                    ADD 1 TO WS-LIST-COUNT
                    DISPLAY VENDOR-NUMBER " " VENDOR-NAME
                        " W-8 EXPIRED " FS-FORM-EXPIRY-DATE
                ELSE IF FS-FORM-EXPIRY-DATE(1:4) = WS-TODAY(1:4)
                    ADD 1 TO WS-LIST-COUNT
                    DISPLAY VENDOR-NUMBER " " VENDOR-NAME
                        " W-8 EXPIRES " FS-FORM-EXPIRY-DATE
                END-IF
            END-IF.

       8900-READ-NEXT-VENDOR.
            READ VENDOR-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-VENDOR-FILE-OK AND NOT WS-VENDOR-FILE-EOF
                DISPLAY "VENDOR-FILE READ ERROR, STATUS = "
                    WS-VENDOR-FILE-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.
       END PROGRAM FRNMNT01.

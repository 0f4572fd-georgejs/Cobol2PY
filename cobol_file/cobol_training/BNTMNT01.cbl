      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     B-notice and backup-withholding maintenance.
      *              When the IRS sends a CP2100 listing a payee
      *              whose name and TIN don't match, the 1099 desk
      *              records it here against the payee's TIN-
      *              STATUS-FILE record: the notice (a second one
      *              inside three calendar years of the first is a
      *              second notice), the solicitation letter sent
      *              for it, the certification that answers it - a
      *              signed W-9 for a first notice, IRS or SSA
      *              validation for a second - and the start and
      *              stop of backup withholding, which PAYREL01
      *              takes from every payment while it is on.
      *              Withholding can only start with a notice on
      *              file and only stop once the right kind of
      *              certification has been received since the
      *              latest notice.  Inquiry and the withholding
      *              list need level 1; everything else needs level
      *              3.  Every change is journaled through OPRSEC01.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original B-notice maintenance program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNTMNT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLVND01.cbl".
           COPY "SLTIN01.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "fdvnd01.cbl".
           COPY "FDTIN01.cbl".

       WORKING-STORAGE SECTION.
       01  WS-VENDOR-FILE-STATUS      PIC X(02).
           88 WS-VENDOR-FILE-OK           VALUE "00".
           88 WS-VENDOR-FILE-NOT-FOUND    VALUE "23".
       01  WS-TIN-STATUS-STATUS       PIC X(02).
           88 WS-TIN-STATUS-OK            VALUE "00".
           88 WS-TIN-STATUS-EOF           VALUE "10".
           88 WS-TIN-STATUS-NOT-FOUND     VALUE "23".
           88 WS-TIN-STATUS-MISSING       VALUE "35".

       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-SIGNON-OK-SWITCH        PIC X(01) VALUE "N".
           88 WS-SIGNON-OK                 VALUE "Y".
       01  WS-SIGNON-TRIES             PIC 9(01) VALUE ZERO.

      * FIELDS FOR THE OPRSEC01 SIGN-ON AND JOURNAL CALLS.
       01  WS-OS-FUNCTION              PIC X(01).
       01  WS-OS-PASSWORD              PIC X(08).
       01  WS-OS-PROGRAM               PIC X(08) VALUE "BNTMNT01".
       01  WS-OS-EVENT                 PIC X(20).
       01  WS-AUTH-LEVEL               PIC 9(01) VALUE ZERO.
       01  WS-OS-RESULT                PIC X(01).
           88 WS-OS-ACCEPTED               VALUE "O".

       01  WS-DONE-SWITCH              PIC X(01) VALUE "N".
           88 WS-MAINT-DONE                VALUE "Y".
       01  WS-MENU-CHOICE              PIC X(01).
           88 WS-CHOICE-INQUIRE            VALUE "1".
           88 WS-CHOICE-NOTICE             VALUE "2".
           88 WS-CHOICE-SOLICIT            VALUE "3".
           88 WS-CHOICE-CERTIFIED          VALUE "4".
           88 WS-CHOICE-START-WH           VALUE "5".
           88 WS-CHOICE-STOP-WH            VALUE "6".
           88 WS-CHOICE-LIST-WH            VALUE "7".
           88 WS-CHOICE-EXIT               VALUE "9".
       01  WS-REQUIRED-LEVEL          PIC 9(01).

       01  WS-TODAY                    PIC 9(08).
       01  WS-ENTRY-VENDOR             PIC X(05).
       01  WS-ENTRY-DATE               PIC X(08).
       01  WS-EVENT-DATE               PIC 9(08).
       01  WS-ENTRY-SOURCE             PIC X(01).
       01  WS-VENDOR-OK-SWITCH         PIC X(01).
           88 WS-VENDOR-IS-OK              VALUE "Y".
       01  WS-DATE-OK-SWITCH           PIC X(01).
           88 WS-DATE-IS-OK                VALUE "Y".
       01  WS-SCAN-EOF-SWITCH          PIC X(01).
           88 WS-SCAN-DONE                 VALUE "Y".
       01  WS-LIST-COUNT               PIC 9(05).

      * THE LATEST NOTICE ON FILE, AND THE CERTIFICATION IT NEEDS.
       01  WS-LATEST-NOTICE-DATE       PIC 9(08).
       01  WS-NOTICE-YEAR              PIC 9(04).
       01  WS-FIRST-NOTICE-YEAR        PIC 9(04).
       01  WS-CLEARED-SWITCH           PIC X(01).
           88 WS-NOTICE-CLEARED            VALUE "Y".

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
                CLOSE TIN-STATUS-FILE
                CLOSE VENDOR-FILE
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

      * THE VENDOR MASTER IS READ-ONLY HERE.  THE STATUS FILE IS
      * CREATED EMPTY THE FIRST TIME IT IS USED - A B-NOTICE CAN
      * ARRIVE FOR A PAYEE THE MATCHING RUN NEVER SUBMITTED.
       1000-INITIALIZE.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            OPEN INPUT VENDOR-FILE.
            IF NOT WS-VENDOR-FILE-OK
                DISPLAY "UNABLE TO OPEN VENDOR-FILE, STATUS = "
                    WS-VENDOR-FILE-STATUS
                SET WS-MAINT-DONE TO TRUE
            END-IF.
            OPEN I-O TIN-STATUS-FILE.
            IF WS-TIN-STATUS-MISSING
                OPEN OUTPUT TIN-STATUS-FILE
                CLOSE TIN-STATUS-FILE
                OPEN I-O TIN-STATUS-FILE
            END-IF.
            IF NOT WS-TIN-STATUS-OK
                DISPLAY "UNABLE TO OPEN TIN-STATUS-FILE, STATUS = "
                    WS-TIN-STATUS-STATUS
                SET WS-MAINT-DONE TO TRUE
            END-IF.

       2000-MAINT-LOOP.
            DISPLAY "1-INQUIRE  2-RECORD B-NOTICE  3-SOLICITATION "
                "SENT  4-CERTIFICATION RECEIVED".
            DISPLAY "5-START WITHHOLDING  6-STOP WITHHOLDING  "
                "7-LIST WITHHOLDING  9-EXIT".
            DISPLAY "ENTER CHOICE: ".
            ACCEPT WS-MENU-CHOICE.
            IF WS-CHOICE-EXIT
                SET WS-MAINT-DONE TO TRUE
            ELSE IF WS-CHOICE-INQUIRE OR WS-CHOICE-NOTICE
                OR WS-CHOICE-SOLICIT OR WS-CHOICE-CERTIFIED
                OR WS-CHOICE-START-WH OR WS-CHOICE-STOP-WH
                OR WS-CHOICE-LIST-WH
                PERFORM 2100-GATE-AND-DISPATCH
            ELSE
                DISPLAY "INVALID CHOICE"
            END-IF.

      * LOOKING IS LEVEL 1.  EVERYTHING THAT CHANGES A PAYEE'S
      * STANDING - AND SO WHAT PAYREL01 SENDS THEM - IS LEVEL 3,
      * THE SAME LEVEL THAT RELEASES THE MONEY.  A DENIED CHOICE IS
      * JOURNALED LIKE A USED ONE.
       2100-GATE-AND-DISPATCH.
            IF WS-CHOICE-INQUIRE OR WS-CHOICE-LIST-WH
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
                    WHEN WS-CHOICE-NOTICE
                        PERFORM 4000-RECORD-NOTICE
                    WHEN WS-CHOICE-SOLICIT
                        PERFORM 5000-RECORD-SOLICITATION
                    WHEN WS-CHOICE-CERTIFIED
                        PERFORM 6000-RECORD-CERTIFICATION
                    WHEN WS-CHOICE-START-WH
                        PERFORM 7000-START-WITHHOLDING
                    WHEN WS-CHOICE-STOP-WH
                        PERFORM 7500-STOP-WITHHOLDING
                    WHEN WS-CHOICE-LIST-WH
                        PERFORM 8500-LIST-WITHHOLDING
                END-EVALUATE
            END-IF.

       3000-INQUIRE-PAYEE.
            PERFORM 8000-GET-PAYEE.
            IF WS-VENDOR-IS-OK
                PERFORM 3100-SHOW-PAYEE
            END-IF.

       3100-SHOW-PAYEE.
            DISPLAY "VENDOR " VENDOR-NUMBER " " VENDOR-NAME.
            DISPLAY "  TIN ON MASTER    : " VENDOR-TIN " TYPE "
                VENDOR-TIN-TYPE.
            IF TS-MATCH-SUBMIT-DATE = ZERO
                DISPLAY "  TIN MATCHING     : NEVER SUBMITTED"
            ELSE
                DISPLAY "  TIN MATCHING     : SUBMITTED "
                    TS-MATCH-SUBMIT-DATE " TIN " TS-MATCH-TIN
                    " RESULT " TS-MATCH-RESULT " ON "
                    TS-MATCH-RESULT-DATE
            END-IF.
            DISPLAY "  FIRST B-NOTICE   : " TS-FIRST-BNOTICE-DATE
                "  SOLICITED " TS-FIRST-SOLICIT-DATE.
            DISPLAY "  SECOND B-NOTICE  : " TS-SECOND-BNOTICE-DATE
                "  SOLICITED " TS-SECOND-SOLICIT-DATE.
            DISPLAY "  CERTIFIED        : " TS-CERTIFIED-DATE
                "  SOURCE " TS-CERTIFIED-SOURCE.
            IF TS-BACKUP-WH-ACTIVE
                DISPLAY "  BACKUP WITHHOLDING ON SINCE "
                    TS-BACKUP-WH-START
            ELSE
                DISPLAY "  BACKUP WITHHOLDING OFF  LAST STOPPED "
                    TS-BACKUP-WH-STOP
            END-IF.

      * A NOTICE WITH NO FIRST NOTICE ON FILE - OR WITH THE FIRST
      * ONE MORE THAN THREE CALENDAR YEARS BACK - IS A FIRST NOTICE
      * AND STARTS THE CYCLE OVER; ONE INSIDE THE THREE YEARS IS THE
      * SECOND.  A THIRD INSIDE THE WINDOW IS ANOTHER SECOND NOTICE.
       4000-RECORD-NOTICE.
            PERFORM 8000-GET-PAYEE.
            IF WS-VENDOR-IS-OK
                DISPLAY "ENTER NOTICE DATE YYYYMMDD (BLANK = TODAY): "
                PERFORM 8200-ACCEPT-EVENT-DATE
                IF WS-DATE-IS-OK
                    PERFORM 4100-FILE-THE-NOTICE
                END-IF
            END-IF.

       4100-FILE-THE-NOTICE.
            MOVE WS-EVENT-DATE(1:4) TO WS-NOTICE-YEAR.
            MOVE TS-FIRST-BNOTICE-DATE(1:4) TO WS-FIRST-NOTICE-YEAR.
            IF TS-FIRST-BNOTICE-DATE = ZERO
                OR WS-FIRST-NOTICE-YEAR + 2 < WS-NOTICE-YEAR
                MOVE WS-EVENT-DATE TO TS-FIRST-BNOTICE-DATE
                MOVE ZERO TO TS-FIRST-SOLICIT-DATE
                MOVE ZERO TO TS-SECOND-BNOTICE-DATE
                MOVE ZERO TO TS-SECOND-SOLICIT-DATE
                MOVE SPACES TO WS-OS-EVENT
                STRING "BNOTICE 1 " DELIMITED BY SIZE
                       VENDOR-NUMBER DELIMITED BY SIZE
                    INTO WS-OS-EVENT
                DISPLAY "FIRST B-NOTICE RECORDED - SEND THE W-9 "
                    "SOLICITATION WITHIN 15 BUSINESS DAYS"
            ELSE
                MOVE WS-EVENT-DATE TO TS-SECOND-BNOTICE-DATE
                MOVE ZERO TO TS-SECOND-SOLICIT-DATE
                MOVE SPACES TO WS-OS-EVENT
                STRING "BNOTICE 2 " DELIMITED BY SIZE
                       VENDOR-NUMBER DELIMITED BY SIZE
                    INTO WS-OS-EVENT
                DISPLAY "SECOND B-NOTICE RECORDED - ONLY IRS OR SSA "
                    "VALIDATION WILL CLEAR IT"
            END-IF.
            IF NOT TS-BACKUP-WH-ACTIVE
                DISPLAY "START WITHHOLDING (OPTION 5) IF NO "
                    "CERTIFICATION IS IN HAND BY THE 30TH "
                    "BUSINESS DAY"
            END-IF.
            PERFORM 8400-SAVE-PAYEE.

      * THE SOLICITATION ANSWERS THE LATEST NOTICE ON FILE.
       5000-RECORD-SOLICITATION.
            PERFORM 8000-GET-PAYEE.
            IF WS-VENDOR-IS-OK
                IF TS-FIRST-BNOTICE-DATE = ZERO
                    DISPLAY "NO B-NOTICE ON FILE FOR VENDOR "
                        VENDOR-NUMBER
                ELSE
                    DISPLAY "ENTER DATE SENT YYYYMMDD "
                        "(BLANK = TODAY): "
                    PERFORM 8200-ACCEPT-EVENT-DATE
                    IF WS-DATE-IS-OK
                        PERFORM 5100-FILE-THE-SOLICITATION
                    END-IF
                END-IF
            END-IF.

       5100-FILE-THE-SOLICITATION.
            MOVE SPACES TO WS-OS-EVENT.
            IF TS-SECOND-BNOTICE-DATE NOT = ZERO
                MOVE WS-EVENT-DATE TO TS-SECOND-SOLICIT-DATE
                STRING "SOLICIT 2 " DELIMITED BY SIZE
                       VENDOR-NUMBER DELIMITED BY SIZE
                    INTO WS-OS-EVENT
            ELSE
                MOVE WS-EVENT-DATE TO TS-FIRST-SOLICIT-DATE
                STRING "SOLICIT 1 " DELIMITED BY SIZE
                       VENDOR-NUMBER DELIMITED BY SIZE
                    INTO WS-OS-EVENT
            END-IF.
            DISPLAY "SOLICITATION RECORDED".
            PERFORM 8400-SAVE-PAYEE.

      * W - A SIGNED W-9 CAME BACK; V - IRS (EIN) OR SSA (SSN)
      * VALIDATION OF THE NAME AND TIN.
       6000-RECORD-CERTIFICATION.
            PERFORM 8000-GET-PAYEE.
            IF WS-VENDOR-IS-OK
                DISPLAY "ENTER SOURCE - W (W-9) OR V (IRS/SSA "
                    "VALIDATION): "
                ACCEPT WS-ENTRY-SOURCE
                IF WS-ENTRY-SOURCE NOT = "W"
                    AND WS-ENTRY-SOURCE NOT = "V"
                    DISPLAY "SOURCE MUST BE W OR V"
                ELSE
                    DISPLAY "ENTER DATE RECEIVED YYYYMMDD "
                        "(BLANK = TODAY): "
                    PERFORM 8200-ACCEPT-EVENT-DATE
                    IF WS-DATE-IS-OK
                        MOVE WS-EVENT-DATE TO TS-CERTIFIED-DATE
                        MOVE WS-ENTRY-SOURCE TO TS-CERTIFIED-SOURCE
                        MOVE SPACES TO WS-OS-EVENT
                        STRING "CERTIFIED " DELIMITED BY SIZE
                               WS-ENTRY-SOURCE DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               VENDOR-NUMBER DELIMITED BY SIZE
                            INTO WS-OS-EVENT
                        DISPLAY "CERTIFICATION RECORDED - UPDATE "
                            "THE VENDOR MASTER IF THE TIN OR NAME "
                            "CHANGED"
                        PERFORM 8400-SAVE-PAYEE
                    END-IF
                END-IF
            END-IF.

      * WITHHOLDING NEEDS A NOTICE TO STAND ON.
       7000-START-WITHHOLDING.
            PERFORM 8000-GET-PAYEE.
            IF WS-VENDOR-IS-OK
                IF TS-BACKUP-WH-ACTIVE
                    DISPLAY "VENDOR " VENDOR-NUMBER " IS ALREADY "
                        "UNDER BACKUP WITHHOLDING"
                ELSE IF TS-FIRST-BNOTICE-DATE = ZERO
                    DISPLAY "NO B-NOTICE ON FILE - WITHHOLDING NOT "
                        "STARTED"
                ELSE
                    PERFORM 8300-CHECK-CLEARED
                    IF WS-NOTICE-CLEARED
                        DISPLAY "LATEST NOTICE IS ALREADY ANSWERED "
                            "BY CERTIFICATION - NOT STARTED"
                    ELSE
                        SET TS-BACKUP-WH-ACTIVE TO TRUE
                        MOVE WS-TODAY TO TS-BACKUP-WH-START
                        MOVE ZERO TO TS-BACKUP-WH-STOP
                        MOVE SPACES TO WS-OS-EVENT
                        STRING "BWH START " DELIMITED BY SIZE
                               VENDOR-NUMBER DELIMITED BY SIZE
                            INTO WS-OS-EVENT
                        DISPLAY "BACKUP WITHHOLDING STARTED - "
                            "PAYMENTS FROM TODAY ARE WITHHELD"
                        PERFORM 8400-SAVE-PAYEE
                    END-IF
                END-IF
            END-IF.

      * WITHHOLDING STOPS ONLY ON THE CERTIFICATION THE LATEST
      * NOTICE CALLS FOR, RECEIVED ON OR AFTER THAT NOTICE.
       7500-STOP-WITHHOLDING.
            PERFORM 8000-GET-PAYEE.
            IF WS-VENDOR-IS-OK
                IF NOT TS-BACKUP-WH-ACTIVE
                    DISPLAY "VENDOR " VENDOR-NUMBER " IS NOT UNDER "
                        "BACKUP WITHHOLDING"
                ELSE
                    PERFORM 8300-CHECK-CLEARED
                    IF NOT WS-NOTICE-CLEARED
                        PERFORM 7600-EXPLAIN-NOT-CLEARED
                    ELSE
                        MOVE "N" TO TS-BACKUP-WH-FLAG
                        MOVE WS-TODAY TO TS-BACKUP-WH-STOP
                        MOVE SPACES TO WS-OS-EVENT
                        STRING "BWH STOP " DELIMITED BY SIZE
                               VENDOR-NUMBER DELIMITED BY SIZE
                            INTO WS-OS-EVENT
                        DISPLAY "BACKUP WITHHOLDING STOPPED"
                        PERFORM 8400-SAVE-PAYEE
                    END-IF
                END-IF
            END-IF.

       7600-EXPLAIN-NOT-CLEARED.
            IF TS-SECOND-BNOTICE-DATE NOT = ZERO
                DISPLAY "SECOND NOTICE OF " TS-SECOND-BNOTICE-DATE
                    " NEEDS IRS/SSA VALIDATION DATED ON OR AFTER IT"
            ELSE
                DISPLAY "FIRST NOTICE OF " TS-FIRST-BNOTICE-DATE
                    " NEEDS A CERTIFICATION DATED ON OR AFTER IT"
            END-IF.
            DISPLAY "WITHHOLDING NOT STOPPED".

      * THE LATEST NOTICE IS CLEARED BY A CERTIFICATION DATED ON OR
      * AFTER IT - ANY KIND FOR A FIRST NOTICE, IRS/SSA VALIDATION
      * ONLY FOR A SECOND.
       8300-CHECK-CLEARED.
            MOVE "N" TO WS-CLEARED-SWITCH.
            IF TS-SECOND-BNOTICE-DATE NOT = ZERO
                MOVE TS-SECOND-BNOTICE-DATE TO WS-LATEST-NOTICE-DATE
            ELSE
                MOVE TS-FIRST-BNOTICE-DATE TO WS-LATEST-NOTICE-DATE
            END-IF.
            IF TS-CERTIFIED-DATE NOT = ZERO
                AND TS-CERTIFIED-DATE NOT < WS-LATEST-NOTICE-DATE
                IF TS-SECOND-BNOTICE-DATE = ZERO
                    OR TS-CERTIFIED-BY-IRS-SSA
                    SET WS-NOTICE-CLEARED TO TRUE
                END-IF
            END-IF.

      * THE VENDOR MUST BE ON THE MASTER; ITS STATUS RECORD IS
      * STARTED BLANK IF IT HAS NONE YET.
       8000-GET-PAYEE.
            MOVE "N" TO WS-VENDOR-OK-SWITCH.
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
                MOVE VENDOR-NUMBER TO TS-VENDOR-NUMBER
                READ TIN-STATUS-FILE
                    INVALID KEY
                        PERFORM 8100-NEW-STATUS-RECORD
                END-READ
            END-IF.

      * HELD IN THE BUFFER ONLY - 8400 WRITES IT IF ANYTHING IS
      * RECORDED, SO AN INQUIRY LEAVES NO EMPTY RECORD BEHIND.
       8100-NEW-STATUS-RECORD.
            MOVE SPACES TO TIN-STATUS-RECORD.
            MOVE VENDOR-NUMBER TO TS-VENDOR-NUMBER.
            MOVE ZERO TO TS-MATCH-SUBMIT-DATE.
            MOVE ZERO TO TS-MATCH-RESULT-DATE.
            MOVE ZERO TO TS-FIRST-BNOTICE-DATE.
            MOVE ZERO TO TS-FIRST-SOLICIT-DATE.
            MOVE ZERO TO TS-SECOND-BNOTICE-DATE.
            MOVE ZERO TO TS-SECOND-SOLICIT-DATE.
            MOVE ZERO TO TS-CERTIFIED-DATE.
            MOVE "N" TO TS-BACKUP-WH-FLAG.
            MOVE ZERO TO TS-BACKUP-WH-START.
            MOVE ZERO TO TS-BACKUP-WH-STOP.
            MOVE ZERO TO TS-LAST-CHANGE-DATE.

      * A KEYED DATE MUST BE A REAL CALENDAR DATE NOT IN THE FUTURE.
       8200-ACCEPT-EVENT-DATE.
            MOVE "N" TO WS-DATE-OK-SWITCH.
            ACCEPT WS-ENTRY-DATE.
            IF WS-ENTRY-DATE = SPACES
                MOVE WS-TODAY TO WS-EVENT-DATE
                SET WS-DATE-IS-OK TO TRUE
            ELSE IF WS-ENTRY-DATE NOT NUMERIC
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
            MOVE WS-TODAY TO TS-LAST-CHANGE-DATE.
            MOVE WS-OPERATOR-ID TO TS-LAST-CHANGE-OPERATOR.
            REWRITE TIN-STATUS-RECORD
                INVALID KEY
                    WRITE TIN-STATUS-RECORD
                    END-WRITE
            END-REWRITE.
            IF NOT WS-TIN-STATUS-OK
                DISPLAY "UNABLE TO SAVE TIN-STATUS-FILE, STATUS = "
                    WS-TIN-STATUS-STATUS
                MOVE "F" TO WS-OS-RESULT
            ELSE
                MOVE "O" TO WS-OS-RESULT
            END-IF.
            PERFORM 0600-JOURNAL-EVENT.

      * EVERY PAYEE UNDER WITHHOLDING NOW, AND EVERY PAYEE WITH A
      * NOTICE STILL UNANSWERED - THE DESK'S FOLLOW-UP LIST.
       8500-LIST-WITHHOLDING.
            MOVE ZERO TO WS-LIST-COUNT.
            MOVE "N" TO WS-SCAN-EOF-SWITCH.
            MOVE LOW-VALUES TO TS-VENDOR-NUMBER.
            START TIN-STATUS-FILE KEY IS NOT LESS THAN TS-VENDOR-NUMBER
                INVALID KEY SET WS-SCAN-DONE TO TRUE
            END-START.
            IF NOT WS-SCAN-DONE
                PERFORM 8900-READ-NEXT-STATUS
            END-IF.
            PERFORM 8510-LIST-ONE-PAYEE UNTIL WS-SCAN-DONE.
            DISPLAY WS-LIST-COUNT " PAYEE(S) LISTED".

       8510-LIST-ONE-PAYEE.
            IF TS-FIRST-BNOTICE-DATE NOT = ZERO
                PERFORM 8300-CHECK-CLEARED
            ELSE
                SET WS-NOTICE-CLEARED TO TRUE
            END-IF.
            IF TS-BACKUP-WH-ACTIVE
                ADD 1 TO WS-LIST-COUNT
                DISPLAY TS-VENDOR-NUMBER " WITHHOLDING SINCE "
                    TS-BACKUP-WH-START " LAST NOTICE "
                    WS-LATEST-NOTICE-DATE
            ELSE IF NOT WS-NOTICE-CLEARED
                ADD 1 TO WS-LIST-COUNT
                DISPLAY TS-VENDOR-NUMBER " NOTICE OF "
                    WS-LATEST-NOTICE-DATE " UNANSWERED - NOT YET "
                    "WITHHOLDING"
            END-IF.
            PERFORM 8900-READ-NEXT-STATUS.

       8900-READ-NEXT-STATUS.
            READ TIN-STATUS-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-TIN-STATUS-OK AND NOT WS-TIN-STATUS-EOF
                DISPLAY "TIN-STATUS-FILE READ ERROR, STATUS = "
                    WS-TIN-STATUS-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.
       END PROGRAM BNTMNT01.

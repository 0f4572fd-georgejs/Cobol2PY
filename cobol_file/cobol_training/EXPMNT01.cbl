      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Maintains the employee expense policy table
      *              (EXPENSE-POLICY-FILE) the expense load checks
      *              every claim against - the expense categories
      *              and how each is policed, the per diem meals and
      *              lodging rates by city and state, and the mileage
      *              rate.  Like the exchange-rate table it is dated
      *              history: setting an entry ADDS a record effective
      *              from the date keyed, and a claim is checked
      *              against the entry in force on its expense date,
      *              so last year's claims stay priced at last year's
      *              rates.  Level 3 - the table decides what the
      *              company pays.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original expense policy maintenance.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPMNT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLEPL01.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDEPL01.cbl".

       WORKING-STORAGE SECTION.
       01  WS-EXPENSE-POLICY-STATUS   PIC X(02).
           88 WS-EXPENSE-POLICY-OK        VALUE "00".
           88 WS-EXPENSE-POLICY-EOF       VALUE "10".
           88 WS-EXPENSE-POLICY-MISSING   VALUE "35".

       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-SIGNON-OK-SWITCH        PIC X(01) VALUE "N".
           88 WS-SIGNON-OK                 VALUE "Y".
       01  WS-SIGNON-TRIES             PIC 9(01) VALUE ZERO.

      * FIELDS FOR THE OPRSEC01 SIGN-ON CALL.
       01  WS-OS-FUNCTION              PIC X(01).
       01  WS-OS-PASSWORD              PIC X(08).
       01  WS-OS-PROGRAM               PIC X(08) VALUE "EXPMNT01".
       01  WS-OS-EVENT                 PIC X(20).
       01  WS-AUTH-LEVEL               PIC 9(01) VALUE ZERO.
       01  WS-OS-RESULT                PIC X(01).
           88 WS-OS-ACCEPTED               VALUE "O".

       01  WS-DONE-SWITCH              PIC X(01) VALUE "N".
           88 WS-MAINT-DONE                VALUE "Y".
       01  WS-MENU-CHOICE              PIC X(01).
           88 WS-CHOICE-CATEGORY           VALUE "1".
           88 WS-CHOICE-PER-DIEM           VALUE "2".
           88 WS-CHOICE-MILEAGE            VALUE "3".
           88 WS-CHOICE-HISTORY            VALUE "4".
           88 WS-CHOICE-REMOVE             VALUE "5".
           88 WS-CHOICE-EXIT               VALUE "9".

       01  WS-ENTRY-TYPE               PIC X(01).
       01  WS-ENTRY-CODE               PIC X(20).
       01  WS-ENTRY-STATE              PIC X(02).
       01  WS-ENTRY-CITY               PIC X(18).
       01  WS-ENTRY-KIND               PIC X(01).
       01  WS-ENTRY-AMOUNT             PIC X(09).
       01  WS-ENTRY-AMOUNT-9           PIC 9(09).
       01  WS-ENTRY-MEALS              PIC X(07).
       01  WS-ENTRY-LODGING            PIC X(07).
       01  WS-ENTRY-RATE-7             PIC 9(07).
       01  WS-ENTRY-RATE               PIC X(04).
       01  WS-ENTRY-RATE-9             PIC 9(04).
       01  WS-ENTRY-DESCRIPTION        PIC X(30).
       01  WS-ENTRY-DATE               PIC X(08).
       01  WS-KEY-OK-SWITCH            PIC X(01).
           88 WS-KEY-IS-OK                 VALUE "Y".
       01  WS-SCAN-EOF-SWITCH          PIC X(01).
           88 WS-SCAN-DONE                 VALUE "Y".
       01  WS-HISTORY-COUNT            PIC 9(04).

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 0500-SIGN-ON.
            IF WS-SIGNON-OK
                IF WS-AUTH-LEVEL < 3
                    DISPLAY "NOT AUTHORIZED - EXPENSE POLICY "
                        "MAINTENANCE NEEDS LEVEL 3"
                ELSE
                    PERFORM 1500-OPEN-POLICY-FILE
                    PERFORM 1000-MAINTAIN-LOOP UNTIL WS-MAINT-DONE
                    CLOSE EXPENSE-POLICY-FILE
                END-IF
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

      * OPEN EXPENSE-POLICY-FILE I-O, CREATING AN EMPTY ONE THE
      * FIRST TIME THE POLICY IS EVER MAINTAINED.
       1500-OPEN-POLICY-FILE.
            OPEN I-O EXPENSE-POLICY-FILE.
            IF WS-EXPENSE-POLICY-MISSING
                OPEN OUTPUT EXPENSE-POLICY-FILE
                CLOSE EXPENSE-POLICY-FILE
                OPEN I-O EXPENSE-POLICY-FILE
            END-IF.
            IF NOT WS-EXPENSE-POLICY-OK
                DISPLAY "UNABLE TO OPEN EXPENSE-POLICY-FILE, "
                    "STATUS = " WS-EXPENSE-POLICY-STATUS
                SET WS-MAINT-DONE TO TRUE
            END-IF.

       1000-MAINTAIN-LOOP.
            DISPLAY "1-SET CATEGORY  2-SET PER DIEM  "
                "3-SET MILEAGE RATE  4-POLICY HISTORY".
            DISPLAY "5-REMOVE  9-EXIT".
            DISPLAY "ENTER CHOICE: ".
            ACCEPT WS-MENU-CHOICE.
            IF WS-CHOICE-CATEGORY
                PERFORM 2000-SET-CATEGORY
            ELSE IF WS-CHOICE-PER-DIEM
                PERFORM 2200-SET-PER-DIEM
            ELSE IF WS-CHOICE-MILEAGE
                PERFORM 2400-SET-MILEAGE-RATE
            ELSE IF WS-CHOICE-HISTORY
                PERFORM 3000-POLICY-HISTORY
            ELSE IF WS-CHOICE-REMOVE
                PERFORM 4000-REMOVE-POLICY
            ELSE IF WS-CHOICE-EXIT
                SET WS-MAINT-DONE TO TRUE
            ELSE
                DISPLAY "INVALID CHOICE"
            END-IF.

      * A CATEGORY IS THE FOUR-CHARACTER CODE THE EXPENSE BATCH
      * CARRIES ON EACH LINE, AND HOW ITS CLAIMS ARE CHECKED.  THE
      * CAP IS KEYED IN PENNIES AND ONLY MEANS ANYTHING FOR KIND A.
       2000-SET-CATEGORY.
            MOVE "C" TO WS-ENTRY-TYPE.
            DISPLAY "ENTER CATEGORY CODE (4 CHARACTERS): ".
            ACCEPT WS-ENTRY-CODE.
            DISPLAY "ENTER KIND - M MILEAGE  P PER DIEM  L LODGING  "
                "A AMOUNT CAPPED: ".
            ACCEPT WS-ENTRY-KIND.
            MOVE ZEROS TO WS-ENTRY-AMOUNT.
            IF WS-ENTRY-KIND = "A"
                DISPLAY "ENTER CAP PER CLAIM (PENNIES, 9 DIGITS, "
                    "ZERO FOR NO CAP): "
                ACCEPT WS-ENTRY-AMOUNT
            END-IF.
            DISPLAY "ENTER DESCRIPTION: ".
            ACCEPT WS-ENTRY-DESCRIPTION.
            DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD OR BLANK): ".
            ACCEPT WS-ENTRY-DATE.
            IF WS-ENTRY-CODE = SPACES
                OR WS-ENTRY-CODE(5:16) NOT = SPACES
                DISPLAY "CATEGORY CODE MUST BE 1 TO 4 CHARACTERS"
            ELSE IF WS-ENTRY-KIND NOT = "M"
                AND WS-ENTRY-KIND NOT = "P"
                AND WS-ENTRY-KIND NOT = "L"
                AND WS-ENTRY-KIND NOT = "A"
                DISPLAY "KIND MUST BE M, P, L OR A"
            ELSE IF WS-ENTRY-AMOUNT NOT NUMERIC
                DISPLAY "CAP MUST BE 9 DIGITS"
            ELSE IF WS-ENTRY-DATE NOT = SPACES
                AND WS-ENTRY-DATE NOT NUMERIC
                DISPLAY "EFFECTIVE DATE MUST BE YYYYMMDD OR BLANK"
            ELSE
                PERFORM 5000-START-NEW-RECORD
                MOVE WS-ENTRY-KIND TO EP-CATEGORY-KIND
                MOVE WS-ENTRY-AMOUNT TO WS-ENTRY-AMOUNT-9
                COMPUTE EP-CAP-AMOUNT = WS-ENTRY-AMOUNT-9 / 100
                PERFORM 5100-WRITE-POLICY-RECORD
            END-IF.

      * A PER DIEM LOCATION IS A STATE AND CITY.  A BLANK CITY IS THE
      * RATE FOR THE REST OF THE STATE; A BLANK STATE IS THE STANDARD
      * RATE FOR ANYWHERE NOT LISTED, AND EVERY TABLE NEEDS ONE.
       2200-SET-PER-DIEM.
            MOVE "D" TO WS-ENTRY-TYPE.
            DISPLAY "ENTER STATE (BLANK FOR THE STANDARD RATE): ".
            ACCEPT WS-ENTRY-STATE.
            MOVE SPACES TO WS-ENTRY-CITY.
            IF WS-ENTRY-STATE NOT = SPACES
                DISPLAY "ENTER CITY (BLANK FOR THE REST OF THE "
                    "STATE): "
                ACCEPT WS-ENTRY-CITY
            END-IF.
            DISPLAY "ENTER MEALS AND INCIDENTALS PER DAY (PENNIES, "
                "7 DIGITS): ".
            ACCEPT WS-ENTRY-MEALS.
            DISPLAY "ENTER LODGING PER NIGHT (PENNIES, 7 DIGITS): ".
            ACCEPT WS-ENTRY-LODGING.
            DISPLAY "ENTER DESCRIPTION: ".
            ACCEPT WS-ENTRY-DESCRIPTION.
            DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD OR BLANK): ".
            ACCEPT WS-ENTRY-DATE.
            MOVE WS-ENTRY-STATE TO WS-ENTRY-CODE(1:2).
            MOVE WS-ENTRY-CITY  TO WS-ENTRY-CODE(3:18).
            IF WS-ENTRY-MEALS NOT NUMERIC
                DISPLAY "MEALS RATE MUST BE 7 DIGITS"
            ELSE IF WS-ENTRY-LODGING NOT NUMERIC
                DISPLAY "LODGING RATE MUST BE 7 DIGITS"
            ELSE IF WS-ENTRY-DATE NOT = SPACES
                AND WS-ENTRY-DATE NOT NUMERIC
                DISPLAY "EFFECTIVE DATE MUST BE YYYYMMDD OR BLANK"
            ELSE
                PERFORM 5000-START-NEW-RECORD
                MOVE WS-ENTRY-MEALS TO WS-ENTRY-RATE-7
                COMPUTE EP-MIE-RATE = WS-ENTRY-RATE-7 / 100
                MOVE WS-ENTRY-LODGING TO WS-ENTRY-RATE-7
                COMPUTE EP-LODGING-RATE = WS-ENTRY-RATE-7 / 100
                PERFORM 5100-WRITE-POLICY-RECORD
            END-IF.

      * THE MILEAGE RATE IS KEYED AS FOUR DIGITS OF THOUSANDTHS OF A
      * DOLLAR - 0670 IS 67.0 CENTS A MILE.
       2400-SET-MILEAGE-RATE.
            MOVE "M" TO WS-ENTRY-TYPE.
            MOVE SPACES TO WS-ENTRY-CODE.
            DISPLAY "ENTER RATE PER MILE (4 DIGITS, 0670 = 0.670): ".
            ACCEPT WS-ENTRY-RATE.
            DISPLAY "ENTER DESCRIPTION: ".
            ACCEPT WS-ENTRY-DESCRIPTION.
            DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD OR BLANK): ".
            ACCEPT WS-ENTRY-DATE.
            IF WS-ENTRY-RATE NOT NUMERIC
                DISPLAY "RATE MUST BE 4 DIGITS"
            ELSE IF WS-ENTRY-DATE NOT = SPACES
                AND WS-ENTRY-DATE NOT NUMERIC
                DISPLAY "EFFECTIVE DATE MUST BE YYYYMMDD OR BLANK"
            ELSE
                PERFORM 5000-START-NEW-RECORD
                MOVE WS-ENTRY-RATE TO WS-ENTRY-RATE-9
                COMPUTE EP-MILEAGE-RATE = WS-ENTRY-RATE-9 / 1000
                PERFORM 5100-WRITE-POLICY-RECORD
            END-IF.

      * LIST EVERY DATED RECORD FOR ONE ENTRY, OLDEST FIRST - WHAT
      * A CLAIM FROM ANY DATE WAS CHECKED AGAINST.
       3000-POLICY-HISTORY.
            PERFORM 6000-CAPTURE-POLICY-KEY.
            IF WS-KEY-IS-OK
                MOVE ZERO TO WS-HISTORY-COUNT
                MOVE "N" TO WS-SCAN-EOF-SWITCH
                MOVE WS-ENTRY-TYPE TO EP-RECORD-TYPE
                MOVE WS-ENTRY-CODE TO EP-CODE
                MOVE ZERO TO EP-EFFECTIVE-DATE
                START EXPENSE-POLICY-FILE KEY IS NOT LESS THAN EP-KEY
                    INVALID KEY SET WS-SCAN-DONE TO TRUE
                END-START
                IF NOT WS-SCAN-DONE
                    PERFORM 3900-READ-NEXT-POLICY
                END-IF
                PERFORM UNTIL WS-SCAN-DONE
                    OR EP-RECORD-TYPE NOT = WS-ENTRY-TYPE
                    OR EP-CODE NOT = WS-ENTRY-CODE
                    ADD 1 TO WS-HISTORY-COUNT
                    PERFORM 3100-SHOW-POLICY-RECORD
                    PERFORM 3900-READ-NEXT-POLICY
                END-PERFORM
                IF WS-HISTORY-COUNT = ZERO
                    DISPLAY "NOTHING ON FILE FOR THAT ENTRY"
                ELSE
                    DISPLAY "RECORDS ON FILE: " WS-HISTORY-COUNT
                END-IF
            END-IF.

       3100-SHOW-POLICY-RECORD.
            DISPLAY "  EFFECTIVE " EP-EFFECTIVE-DATE " "
                EP-DESCRIPTION.
            IF EP-TYPE-CATEGORY
                DISPLAY "    KIND " EP-CATEGORY-KIND
                    " CAP " EP-CAP-AMOUNT
            ELSE IF EP-TYPE-PER-DIEM
                DISPLAY "    MEALS " EP-MIE-RATE
                    " LODGING " EP-LODGING-RATE
            ELSE
                DISPLAY "    PER MILE " EP-MILEAGE-RATE
            END-IF.
            DISPLAY "    SET BY " EP-SET-BY " ON " EP-SET-DATE.

       3900-READ-NEXT-POLICY.
            READ EXPENSE-POLICY-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-EXPENSE-POLICY-OK AND NOT WS-EXPENSE-POLICY-EOF
                DISPLAY "EXPENSE-POLICY-FILE READ ERROR, STATUS = "
                    WS-EXPENSE-POLICY-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.

       4000-REMOVE-POLICY.
            PERFORM 6000-CAPTURE-POLICY-KEY.
            IF WS-KEY-IS-OK
                DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD): "
                ACCEPT WS-ENTRY-DATE
                IF WS-ENTRY-DATE NOT NUMERIC
                    DISPLAY "EFFECTIVE DATE MUST BE YYYYMMDD"
                ELSE
                    MOVE WS-ENTRY-TYPE TO EP-RECORD-TYPE
                    MOVE WS-ENTRY-CODE TO EP-CODE
                    MOVE WS-ENTRY-DATE TO EP-EFFECTIVE-DATE
                    READ EXPENSE-POLICY-FILE
                        INVALID KEY
                            DISPLAY "NOTHING ON FILE EFFECTIVE "
                                EP-EFFECTIVE-DATE
                        NOT INVALID KEY
                            DELETE EXPENSE-POLICY-FILE
                                INVALID KEY
                                    DISPLAY "UNABLE TO REMOVE, "
                                        "STATUS = "
                                        WS-EXPENSE-POLICY-STATUS
                                NOT INVALID KEY
                                    DISPLAY "REMOVED - "
                                        EP-RECORD-TYPE " " EP-CODE
                                        " " EP-EFFECTIVE-DATE
                            END-DELETE
                    END-READ
                END-IF
            END-IF.

      * EVERY RECORD CARRIES WHO SET IT AND WHEN - THE AUDITORS ASK.
       5000-START-NEW-RECORD.
            MOVE SPACES TO EXPENSE-POLICY-RECORD.
            MOVE WS-ENTRY-TYPE TO EP-RECORD-TYPE.
            MOVE WS-ENTRY-CODE TO EP-CODE.
            IF WS-ENTRY-DATE = SPACES OR WS-ENTRY-DATE = ZEROS
                ACCEPT EP-EFFECTIVE-DATE FROM DATE YYYYMMDD
            ELSE
                MOVE WS-ENTRY-DATE TO EP-EFFECTIVE-DATE
            END-IF.
            MOVE WS-ENTRY-DESCRIPTION TO EP-DESCRIPTION.
            MOVE WS-OPERATOR-ID TO EP-SET-BY.
            ACCEPT EP-SET-DATE FROM DATE YYYYMMDD.

      * A NEW EFFECTIVE DATE ADDS TO THE HISTORY; RE-KEYING THE SAME
      * ENTRY AND DATE REPLACES JUST THAT DAY'S RECORD.
       5100-WRITE-POLICY-RECORD.
            WRITE EXPENSE-POLICY-RECORD
                INVALID KEY
                    REWRITE EXPENSE-POLICY-RECORD
                    IF WS-EXPENSE-POLICY-OK
                        DISPLAY "REPLACED - " EP-RECORD-TYPE " "
                            EP-CODE " EFFECTIVE " EP-EFFECTIVE-DATE
                    ELSE
                        DISPLAY "UNABLE TO UPDATE POLICY, STATUS = "
                            WS-EXPENSE-POLICY-STATUS
                    END-IF
                NOT INVALID KEY
                    DISPLAY "ADDED - " EP-RECORD-TYPE " " EP-CODE
                        " EFFECTIVE " EP-EFFECTIVE-DATE
            END-WRITE.

       6000-CAPTURE-POLICY-KEY.
            MOVE "N" TO WS-KEY-OK-SWITCH.
            MOVE SPACES TO WS-ENTRY-CODE.
            DISPLAY "ENTER TYPE - C CATEGORY  D PER DIEM  M MILEAGE: ".
            ACCEPT WS-ENTRY-TYPE.
            IF WS-ENTRY-TYPE = "C"
                DISPLAY "ENTER CATEGORY CODE: "
                ACCEPT WS-ENTRY-CODE
                SET WS-KEY-IS-OK TO TRUE
            ELSE IF WS-ENTRY-TYPE = "D"
                DISPLAY "ENTER STATE (BLANK FOR THE STANDARD RATE): "
                ACCEPT WS-ENTRY-STATE
                MOVE SPACES TO WS-ENTRY-CITY
                IF WS-ENTRY-STATE NOT = SPACES
                    DISPLAY "ENTER CITY (BLANK FOR THE REST OF THE "
                        "STATE): "
                    ACCEPT WS-ENTRY-CITY
                END-IF
                MOVE WS-ENTRY-STATE TO WS-ENTRY-CODE(1:2)
                MOVE WS-ENTRY-CITY  TO WS-ENTRY-CODE(3:18)
                SET WS-KEY-IS-OK TO TRUE
            ELSE IF WS-ENTRY-TYPE = "M"
                SET WS-KEY-IS-OK TO TRUE
            ELSE
                DISPLAY "TYPE MUST BE C, D OR M"
            END-IF.
       END PROGRAM EXPMNT01.

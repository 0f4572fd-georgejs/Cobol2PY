      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Maintains the bank-holiday calendar DATECALC1's
      *              business-day functions skip over - the Federal
      *              Reserve calendar ("FRB") every bank keeps, and
      *              any extra closures of one of our own banks,
      *              kept under its bank account code.  Key the date
      *              the bank is actually shut (the observed date
      *              when a holiday falls on a weekend); Saturdays
      *              and Sundays are skipped without being keyed.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original holiday calendar maintenance.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLMNT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLHOL01.cbl".
           COPY "SLBNK01.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDHOL01.cbl".
           COPY "FDBNK01.cbl".

       WORKING-STORAGE SECTION.
       01  WS-HOLIDAY-CAL-STATUS      PIC X(02).
           88 WS-HOLIDAY-CAL-OK           VALUE "00".
           88 WS-HOLIDAY-CAL-EOF          VALUE "10".
           88 WS-HOLIDAY-CAL-MISSING      VALUE "35".
       01  WS-BANK-ACCT-STATUS        PIC X(02).
           88 WS-BANK-ACCT-OK             VALUE "00".
           88 WS-BANK-ACCT-MISSING        VALUE "35".

       01  WS-DONE-SWITCH              PIC X(01) VALUE "N".
           88 WS-MAINT-DONE                VALUE "Y".
       01  WS-MENU-CHOICE              PIC X(01).
           88 WS-CHOICE-ADD                VALUE "1".
           88 WS-CHOICE-LIST               VALUE "2".
           88 WS-CHOICE-REMOVE             VALUE "3".
           88 WS-CHOICE-EXIT               VALUE "9".
       01  WS-OPERATOR-ID            PIC X(08) VALUE SPACES.

       01  WS-ENTRY-CALENDAR           PIC X(03).
       01  WS-ENTRY-DATE               PIC X(08).
       01  WS-ENTRY-DESCRIPTION        PIC X(30).
       01  WS-ENTRY-YEAR               PIC X(04).
       01  WS-CALENDAR-SWITCH          PIC X(01).
           88 WS-CALENDAR-VALID            VALUE "Y".
       01  WS-SCAN-EOF-SWITCH          PIC X(01).
           88 WS-SCAN-DONE                 VALUE "Y".
       01  WS-LIST-COUNT               PIC 9(04).

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
            DISPLAY "ENTER OPERATOR ID: ".
            ACCEPT WS-OPERATOR-ID.
            PERFORM 1500-OPEN-CALENDAR-FILE.
            PERFORM 1000-MAINTAIN-LOOP UNTIL WS-MAINT-DONE.
            CLOSE HOLIDAY-CALENDAR-FILE.
            IF WS-BANK-ACCT-OK
                CLOSE BANK-ACCOUNT-FILE
            END-IF.
            GOBACK.

      * OPEN HOLIDAY-CALENDAR-FILE I-O, CREATING AN EMPTY ONE THE
      * FIRST TIME THE CALENDAR IS EVER MAINTAINED.  THE BANK MASTER
      * IS ONLY READ, TO PROVE A BANK'S OWN CALENDAR CODE - WITHOUT
      * IT ONLY THE FRB CALENDAR CAN BE KEPT.
       1500-OPEN-CALENDAR-FILE.
            OPEN I-O HOLIDAY-CALENDAR-FILE.
            IF WS-HOLIDAY-CAL-MISSING
                OPEN OUTPUT HOLIDAY-CALENDAR-FILE
                CLOSE HOLIDAY-CALENDAR-FILE
                OPEN I-O HOLIDAY-CALENDAR-FILE
            END-IF.
            IF NOT WS-HOLIDAY-CAL-OK
                DISPLAY "UNABLE TO OPEN HOLIDAY-CALENDAR-FILE, "
                    "STATUS = " WS-HOLIDAY-CAL-STATUS
                SET WS-MAINT-DONE TO TRUE
            END-IF.
            OPEN INPUT BANK-ACCOUNT-FILE.
            IF NOT WS-BANK-ACCT-OK
                DISPLAY "BANK-ACCOUNT-FILE NOT AVAILABLE, STATUS = "
                    WS-BANK-ACCT-STATUS " - FRB CALENDAR ONLY"
            END-IF.

       1000-MAINTAIN-LOOP.
            DISPLAY "1-ADD HOLIDAY  2-LIST CALENDAR  3-REMOVE  9-EXIT".
            DISPLAY "ENTER CHOICE: ".
            ACCEPT WS-MENU-CHOICE.
            IF WS-CHOICE-ADD
                PERFORM 2000-ADD-HOLIDAY
            ELSE IF WS-CHOICE-LIST
                PERFORM 3000-LIST-CALENDAR
            ELSE IF WS-CHOICE-REMOVE
                PERFORM 4000-REMOVE-HOLIDAY
            ELSE IF WS-CHOICE-EXIT
                SET WS-MAINT-DONE TO TRUE
            ELSE
                DISPLAY "INVALID CHOICE"
            END-IF.

       2000-ADD-HOLIDAY.
            DISPLAY "ENTER CALENDAR (FRB OR BANK ACCOUNT CODE): ".
            ACCEPT WS-ENTRY-CALENDAR.
            DISPLAY "ENTER HOLIDAY DATE (YYYYMMDD): ".
            ACCEPT WS-ENTRY-DATE.
            DISPLAY "ENTER DESCRIPTION: ".
            ACCEPT WS-ENTRY-DESCRIPTION.
            PERFORM 6000-CHECK-CALENDAR-CODE.
            IF WS-CALENDAR-VALID
                PERFORM 6100-PROVE-THE-DATE
            END-IF.
            IF NOT WS-CALENDAR-VALID
                CONTINUE
            ELSE IF WS-DC-DATE-ERROR
                DISPLAY "HOLIDAY DATE MUST BE A REAL YYYYMMDD DATE"
            ELSE IF WS-ENTRY-DESCRIPTION = SPACES
                DISPLAY "DESCRIPTION IS REQUIRED"
            ELSE
                MOVE SPACES TO HOLIDAY-CALENDAR-RECORD
                MOVE WS-ENTRY-CALENDAR    TO HC-CALENDAR-CODE
                MOVE WS-DC-DATE-1         TO HC-HOLIDAY-DATE
                MOVE WS-ENTRY-DESCRIPTION TO HC-DESCRIPTION
                MOVE WS-OPERATOR-ID       TO HC-ADDED-BY
                ACCEPT HC-ADDED-DATE FROM DATE YYYYMMDD
                WRITE HOLIDAY-CALENDAR-RECORD
                    INVALID KEY
                        DISPLAY HC-CALENDAR-CODE " " HC-HOLIDAY-DATE
                            " IS ALREADY ON THE CALENDAR"
                    NOT INVALID KEY
                        DISPLAY "HOLIDAY ADDED - " HC-CALENDAR-CODE
                            " " HC-HOLIDAY-DATE " " HC-DESCRIPTION
                END-WRITE
            END-IF.

      * LIST ONE CALENDAR FOR ONE YEAR (OR EVERY YEAR WHEN THE YEAR
      * IS LEFT BLANK), IN DATE ORDER - THE LIST THE BANK'S PUBLISHED
      * SCHEDULE IS CHECKED AGAINST EACH DECEMBER.
       3000-LIST-CALENDAR.
            DISPLAY "ENTER CALENDAR (BLANK = FRB): ".
            ACCEPT WS-ENTRY-CALENDAR.
            DISPLAY "ENTER YEAR (YYYY OR BLANK FOR ALL): ".
            ACCEPT WS-ENTRY-YEAR.
            IF WS-ENTRY-CALENDAR = SPACES
                MOVE "FRB" TO WS-ENTRY-CALENDAR
            END-IF.
            MOVE ZERO TO WS-LIST-COUNT.
            MOVE "N" TO WS-SCAN-EOF-SWITCH.
            MOVE WS-ENTRY-CALENDAR TO HC-CALENDAR-CODE.
            MOVE ZERO TO HC-HOLIDAY-DATE.
            START HOLIDAY-CALENDAR-FILE KEY IS NOT LESS THAN HC-KEY
                INVALID KEY SET WS-SCAN-DONE TO TRUE
            END-START.
            IF NOT WS-SCAN-DONE
                PERFORM 3900-READ-NEXT-HOLIDAY
            END-IF.
            PERFORM UNTIL WS-SCAN-DONE
                OR HC-CALENDAR-CODE NOT = WS-ENTRY-CALENDAR
                IF WS-ENTRY-YEAR = SPACES
                    OR HC-HOLIDAY-DATE(1:4) = WS-ENTRY-YEAR
                    ADD 1 TO WS-LIST-COUNT
                    DISPLAY "  " HC-HOLIDAY-DATE " " HC-DESCRIPTION
                        " ADDED BY " HC-ADDED-BY " " HC-ADDED-DATE
                END-IF
                PERFORM 3900-READ-NEXT-HOLIDAY
            END-PERFORM.
            IF WS-LIST-COUNT = ZERO
                DISPLAY "NO HOLIDAYS ON FILE FOR " WS-ENTRY-CALENDAR
            ELSE
                DISPLAY "HOLIDAYS LISTED: " WS-LIST-COUNT
            END-IF.

       3900-READ-NEXT-HOLIDAY.
            READ HOLIDAY-CALENDAR-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-HOLIDAY-CAL-OK AND NOT WS-HOLIDAY-CAL-EOF
                DISPLAY "HOLIDAY-CALENDAR-FILE READ ERROR, STATUS = "
                    WS-HOLIDAY-CAL-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.

       4000-REMOVE-HOLIDAY.
            DISPLAY "ENTER CALENDAR TO REMOVE FROM: ".
            ACCEPT HC-CALENDAR-CODE.
            DISPLAY "ENTER HOLIDAY DATE (YYYYMMDD): ".
            ACCEPT WS-ENTRY-DATE.
            IF WS-ENTRY-DATE NOT NUMERIC
                DISPLAY "HOLIDAY DATE MUST BE YYYYMMDD"
            ELSE
                MOVE WS-ENTRY-DATE TO HC-HOLIDAY-DATE
                READ HOLIDAY-CALENDAR-FILE
                    INVALID KEY
                        DISPLAY "NO HOLIDAY ON " HC-CALENDAR-CODE
                            " FOR " HC-HOLIDAY-DATE
                    NOT INVALID KEY
                        DELETE HOLIDAY-CALENDAR-FILE
                            INVALID KEY
                                DISPLAY "UNABLE TO REMOVE HOLIDAY, "
                                    "STATUS = " WS-HOLIDAY-CAL-STATUS
                            NOT INVALID KEY
                                DISPLAY "HOLIDAY REMOVED - "
                                    HC-CALENDAR-CODE " "
                                    HC-HOLIDAY-DATE
                        END-DELETE
                END-READ
            END-IF.

      * A CALENDAR IS EITHER THE FEDERAL RESERVE'S OR ONE OF OUR OWN
      * DISBURSEMENT ACCOUNTS - A CODE THE CHECK WRITER AND THE
      * ESCHEAT RUN WOULD NEVER LOOK UP IS A KEYING ERROR.
       6000-CHECK-CALENDAR-CODE.
            MOVE "N" TO WS-CALENDAR-SWITCH.
            IF WS-ENTRY-CALENDAR = "FRB"
                SET WS-CALENDAR-VALID TO TRUE
            ELSE IF WS-ENTRY-CALENDAR = SPACES
                DISPLAY "CALENDAR CODE IS REQUIRED"
            ELSE IF NOT WS-BANK-ACCT-OK
                DISPLAY "BANK-ACCOUNT-FILE NOT AVAILABLE - ONLY THE "
                    "FRB CALENDAR CAN BE MAINTAINED"
            ELSE
                MOVE WS-ENTRY-CALENDAR TO BA-ACCOUNT-CODE
                READ BANK-ACCOUNT-FILE
                    INVALID KEY
                        DISPLAY "NO BANK ACCOUNT " WS-ENTRY-CALENDAR
                            " ON FILE - CALENDAR MUST BE FRB OR A "
                            "BANK ACCOUNT CODE"
                    NOT INVALID KEY
                        SET WS-CALENDAR-VALID TO TRUE
                END-READ
            END-IF.

      * DAYS-BETWEEN A DATE AND ITSELF COMES BACK ZERO FOR A REAL
      * DATE AND A DATE ERROR FOR A MONTH OR DAY OUT OF RANGE.
       6100-PROVE-THE-DATE.
            MOVE "N" TO WS-DC-ERROR-SWITCH.
            IF WS-ENTRY-DATE NOT NUMERIC
                SET WS-DC-DATE-ERROR TO TRUE
            ELSE
                MOVE "D" TO WS-DC-FUNCTION
                MOVE WS-ENTRY-DATE TO WS-DC-DATE-1
                MOVE WS-ENTRY-DATE TO WS-DC-DATE-2
                CALL "DATECALC1" USING WS-DC-FUNCTION
                    WS-DC-DATE-1 WS-DC-DATE-2 WS-DC-DAYS
                    WS-DC-RESULT-DATE WS-DC-ERROR-SWITCH
            END-IF.
       END PROGRAM HOLMNT01.

      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Maintains the late-payment interest table the
      *              release step charges interest-bearing vendors
      *              from - an annual rate and grace days per
      *              effective date.  Setting a rate adds a dated
      *              record; the history is never overwritten, so an
      *              interest line on any old payment can be defended
      *              with the rate in force the day it was paid.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original late-interest rate maintenance.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTMNT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLLIR01.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDLIR01.cbl".

       WORKING-STORAGE SECTION.
       01  WS-LATE-INT-STATUS         PIC X(02).
           88 WS-LATE-INT-OK              VALUE "00".
           88 WS-LATE-INT-EOF             VALUE "10".
           88 WS-LATE-INT-MISSING         VALUE "35".
           88 WS-LATE-INT-NOT-FOUND       VALUE "23".

       01  WS-DONE-SWITCH              PIC X(01) VALUE "N".
           88 WS-MAINT-DONE                VALUE "Y".
       01  WS-MENU-CHOICE              PIC X(01).
           88 WS-CHOICE-SET                VALUE "1".
           88 WS-CHOICE-HISTORY            VALUE "2".
           88 WS-CHOICE-REMOVE             VALUE "3".
           88 WS-CHOICE-EXIT               VALUE "9".

       01  WS-ENTRY-RATE               PIC X(06).
       01  WS-ENTRY-RATE-9             PIC 9(06).
       01  WS-ENTRY-GRACE              PIC X(03).
       01  WS-ENTRY-DATE               PIC X(08).
       01  WS-SCAN-EOF-SWITCH          PIC X(01).
           88 WS-SCAN-DONE                 VALUE "Y".
       01  WS-HISTORY-COUNT            PIC 9(04).
       01  WS-SHOW-RATE                PIC Z9.9999.

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1500-OPEN-RATE-FILE.
            PERFORM 1000-MAINTAIN-LOOP UNTIL WS-MAINT-DONE.
            CLOSE LATE-INTEREST-FILE.
            GOBACK.

      * OPEN LATE-INTEREST-FILE I-O, CREATING AN EMPTY ONE THE FIRST
      * TIME A RATE IS EVER SET.
       1500-OPEN-RATE-FILE.
            OPEN I-O LATE-INTEREST-FILE.
            IF WS-LATE-INT-MISSING
                OPEN OUTPUT LATE-INTEREST-FILE
                CLOSE LATE-INTEREST-FILE
                OPEN I-O LATE-INTEREST-FILE
            END-IF.
            IF NOT WS-LATE-INT-OK
                DISPLAY "UNABLE TO OPEN LATE-INTEREST-FILE, STATUS = "
                    WS-LATE-INT-STATUS
                SET WS-MAINT-DONE TO TRUE
            END-IF.

       1000-MAINTAIN-LOOP.
            DISPLAY "1-SET RATE  2-RATE HISTORY  3-REMOVE  9-EXIT".
            DISPLAY "ENTER CHOICE: ".
            ACCEPT WS-MENU-CHOICE.
            IF WS-CHOICE-SET
                PERFORM 2000-SET-RATE
            ELSE IF WS-CHOICE-HISTORY
                PERFORM 3000-RATE-HISTORY
            ELSE IF WS-CHOICE-REMOVE
                PERFORM 4000-REMOVE-RATE
            ELSE IF WS-CHOICE-EXIT
                SET WS-MAINT-DONE TO TRUE
            ELSE
                DISPLAY "INVALID CHOICE"
            END-IF.

      * THE RATE IS KEYED AS SIX DIGITS, TWO BEFORE THE IMPLIED
      * DECIMAL - 052500 MEANS 5.25 PERCENT A YEAR.  THE GRACE DAYS
      * DEFAULT TO ZERO AND THE EFFECTIVE DATE TO TODAY; A
      * BACK-DATED RATE SLOTS INTO THE HISTORY WHERE IT BELONGS.
      * RE-KEYING THE SAME DATE REPLACES JUST THAT DAY'S RATE.
       2000-SET-RATE.
            DISPLAY "ENTER ANNUAL RATE (6 DIGITS, 052500 = 5.25%): ".
            ACCEPT WS-ENTRY-RATE.
            DISPLAY "ENTER GRACE DAYS (3 DIGITS OR BLANK): ".
            ACCEPT WS-ENTRY-GRACE.
            DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD OR BLANK): ".
            ACCEPT WS-ENTRY-DATE.
            IF WS-ENTRY-RATE NOT NUMERIC
                DISPLAY "RATE MUST BE 6 DIGITS"
            ELSE IF WS-ENTRY-GRACE NOT = SPACES
                AND WS-ENTRY-GRACE NOT NUMERIC
                DISPLAY "GRACE DAYS MUST BE 3 DIGITS OR BLANK"
            ELSE IF WS-ENTRY-DATE NOT = SPACES
                AND WS-ENTRY-DATE NOT NUMERIC
                DISPLAY "EFFECTIVE DATE MUST BE YYYYMMDD OR BLANK"
            ELSE
                IF WS-ENTRY-DATE = SPACES OR WS-ENTRY-DATE = ZEROS
                    ACCEPT LI-EFFECTIVE-DATE FROM DATE YYYYMMDD
                ELSE
                    MOVE WS-ENTRY-DATE TO LI-EFFECTIVE-DATE
                END-IF
                MOVE WS-ENTRY-RATE TO WS-ENTRY-RATE-9
                COMPUTE LI-ANNUAL-RATE = WS-ENTRY-RATE-9 / 10000
                IF WS-ENTRY-GRACE = SPACES
                    MOVE ZERO TO LI-GRACE-DAYS
                ELSE
                    MOVE WS-ENTRY-GRACE TO LI-GRACE-DAYS
                END-IF
                MOVE SPACES TO LATE-INTEREST-RECORD(16:10)
                MOVE LI-ANNUAL-RATE TO WS-SHOW-RATE
                WRITE LATE-INTEREST-RECORD
                    INVALID KEY
                        REWRITE LATE-INTEREST-RECORD
                        IF WS-LATE-INT-OK
                            DISPLAY "RATE FOR " LI-EFFECTIVE-DATE
                                " REPLACED WITH " WS-SHOW-RATE
                                "% GRACE " LI-GRACE-DAYS " DAYS"
                        ELSE
                            DISPLAY "UNABLE TO UPDATE RATE, "
                                "STATUS = " WS-LATE-INT-STATUS
                        END-IF
                    NOT INVALID KEY
                        DISPLAY "RATE " WS-SHOW-RATE "% GRACE "
                            LI-GRACE-DAYS " DAYS EFFECTIVE "
                            LI-EFFECTIVE-DATE " ADDED"
                END-WRITE
            END-IF.

      * LIST EVERY DATED RATE, OLDEST FIRST.
       3000-RATE-HISTORY.
            MOVE ZERO TO WS-HISTORY-COUNT.
            MOVE "N" TO WS-SCAN-EOF-SWITCH.
            MOVE ZERO TO LI-EFFECTIVE-DATE.
            START LATE-INTEREST-FILE
                KEY IS NOT LESS THAN LI-EFFECTIVE-DATE
                INVALID KEY SET WS-SCAN-DONE TO TRUE
            END-START.
            IF NOT WS-SCAN-DONE
                PERFORM 3900-READ-NEXT-RATE
            END-IF.
            PERFORM UNTIL WS-SCAN-DONE
                ADD 1 TO WS-HISTORY-COUNT
                MOVE LI-ANNUAL-RATE TO WS-SHOW-RATE
                DISPLAY "  EFFECTIVE " LI-EFFECTIVE-DATE
                    " RATE " WS-SHOW-RATE "% GRACE "
                    LI-GRACE-DAYS " DAYS"
                PERFORM 3900-READ-NEXT-RATE
            END-PERFORM.
            IF WS-HISTORY-COUNT = ZERO
                DISPLAY "NO LATE-INTEREST RATES ON FILE - NO "
                    "INTEREST IS PAID"
            ELSE
                DISPLAY "RATES ON FILE: " WS-HISTORY-COUNT
            END-IF.

       3900-READ-NEXT-RATE.
            READ LATE-INTEREST-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-LATE-INT-OK AND NOT WS-LATE-INT-EOF
                DISPLAY "LATE-INTEREST-FILE READ ERROR, STATUS = "
                    WS-LATE-INT-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.

      * A RATE THAT SHOULD NEVER HAVE BEEN KEYED COMES OFF.  TO STOP
      * PAYING INTEREST FROM A DATE, SET A ZERO RATE EFFECTIVE THAT
      * DATE INSTEAD - THE HISTORY BEHIND IT STAYS TRUE.
       4000-REMOVE-RATE.
            DISPLAY "ENTER EFFECTIVE DATE TO REMOVE (YYYYMMDD): ".
            ACCEPT WS-ENTRY-DATE.
            IF WS-ENTRY-DATE NOT NUMERIC
                DISPLAY "EFFECTIVE DATE MUST BE YYYYMMDD"
            ELSE
                MOVE WS-ENTRY-DATE TO LI-EFFECTIVE-DATE
                READ LATE-INTEREST-FILE
                    INVALID KEY
                        DISPLAY "NO RATE ON FILE FOR "
                            LI-EFFECTIVE-DATE
                    NOT INVALID KEY
                        DELETE LATE-INTEREST-FILE
                            INVALID KEY
                                DISPLAY "UNABLE TO REMOVE RATE, "
                                    "STATUS = " WS-LATE-INT-STATUS
                            NOT INVALID KEY
                                DISPLAY "RATE REMOVED - "
                                    LI-EFFECTIVE-DATE
                        END-DELETE
                END-READ
            END-IF.
       END PROGRAM INTMNT01.

      *              Works by converting through a day number (the
      *              standard Fliegel - Van Flandern arithmetic), so
      *              month ends and leap years come out right.
      *              Business-day functions (F, P, B, W) skip
      *              Saturdays, Sundays and the bank holidays kept on
      *              HOLIDAY-CALENDAR-FILE; they take a seventh
      *              parameter, the calendar code - spaces or "FRB"
      *              for the Federal Reserve calendar alone, or a
      *              bank account code to add that bank's own
      *              closures.  Callers of D and A pass six
      *              parameters as they always have.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   ---------- --- -------------------------------------------
      *   2026-08-22 DW  Original routine, written for the cleared-
      *                  check reconciliation's stale-date aging.
      *   2026-10-15 DW  Business-day mode.  F and P roll a date
      *                  forward or back to a business day, B adds
      *                  business days, W counts business days
      *                  between two dates - over the new holiday
      *                  calendar (HOLCAL), which is opened on the
      *                  first business-day call and held open for
      *                  the run.  Without the calendar on file only
      *                  weekends are skipped, and the run is told.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATECALC1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLHOL01.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDHOL01.cbl".

       WORKING-STORAGE SECTION.
       01  WS-HOLIDAY-CAL-STATUS      PIC X(02).
           88 WS-HOLIDAY-CAL-OK           VALUE "00".
           88 WS-HOLIDAY-CAL-MISSING      VALUE "35".
       01  WS-FILE-STATE               PIC X(01) VALUE "C".
           88 WS-CALENDAR-CLOSED           VALUE "C".
           88 WS-CALENDAR-OPEN             VALUE "O".
           88 WS-CALENDAR-ABSENT           VALUE "A".
       01  WS-WORK-YEAR               PIC S9(05) COMP.
       01  WS-WORK-MONTH              PIC S9(05) COMP.
       01  WS-WORK-DAY                PIC S9(05) COMP.
       01  WS-TERM-N                  PIC S9(09) COMP.
       01  WS-TERM-I                  PIC S9(09) COMP.
       01  WS-TERM-J                  PIC S9(09) COMP.
       01  WS-CONVERTED-DATE          PIC 9(08).

      * BUSINESS-DAY SCRATCH.  WS-DAY-NUMBER-1 IS THE DAY UNDER
      * TEST; A RUN OF MORE THAN A YEAR OF NON-BUSINESS DAYS MEANS A
      * CALENDAR KEYED WRONG, AND ENDS IN A DATE ERROR.
       01  WS-WEEKDAY                 PIC S9(01) COMP.
       01  WS-BUSINESS-SWITCH         PIC X(01).
           88 WS-BUSINESS-DAY             VALUE "Y".
       01  WS-DAYS-LEFT               PIC S9(07) COMP.
       01  WS-DAY-COUNT               PIC S9(07) COMP.
       01  WS-SKIP-COUNT              PIC S9(05) COMP.
       01  WS-LAST-DAY-NUMBER         PIC S9(08) COMP.
       01  WS-CALENDAR-CODE           PIC X(03).

       LINKAGE SECTION.
       01  DC-FUNCTION                PIC X(01).
           88 DC-DAYS-BETWEEN             VALUE "D".
           88 DC-ADD-DAYS                 VALUE "A".
           88 DC-ROLL-FORWARD             VALUE "F".
           88 DC-ROLL-BACK                VALUE "P".
           88 DC-ADD-BUSINESS-DAYS        VALUE "B".
           88 DC-BUSINESS-DAYS-BETWEEN    VALUE "W".
       01  DC-DATE-1                  PIC 9(08).
       01  DC-DATE-2                  PIC 9(08).
       01  DC-DAYS                    PIC S9(07).
       01  DC-RESULT-DATE             PIC 9(08).
       01  DC-ERROR-SWITCH            PIC X(01).
           88 DC-DATE-ERROR               VALUE "Y".
       01  DC-CALENDAR-CODE           PIC X(03).

       PROCEDURE DIVISION USING DC-FUNCTION DC-DATE-1 DC-DATE-2
               DC-DAYS DC-RESULT-DATE DC-ERROR-SWITCH
               DC-CALENDAR-CODE.
       0000-MAINLINE.
            MOVE "N" TO DC-ERROR-SWITCH.
            EVALUATE TRUE
                    PERFORM 1000-DAYS-BETWEEN
                WHEN DC-ADD-DAYS
                    PERFORM 2000-ADD-DAYS
                WHEN DC-ROLL-FORWARD
                    PERFORM 5000-ROLL-FORWARD
                WHEN DC-ROLL-BACK
                    PERFORM 5100-ROLL-BACK
                WHEN DC-ADD-BUSINESS-DAYS
                    PERFORM 5200-ADD-BUSINESS-DAYS
                WHEN DC-BUSINESS-DAYS-BETWEEN
                    PERFORM 5300-BUSINESS-DAYS-BETWEEN
                WHEN OTHER
                    SET DC-DATE-ERROR TO TRUE
            END-EVALUATE.
                PERFORM 3000-DATE-TO-DAY-NUMBER
                ADD DC-DAYS TO WS-DAY-NUMBER-1
                PERFORM 4000-DAY-NUMBER-TO-DATE
                MOVE WS-CONVERTED-DATE TO DC-RESULT-DATE
            END-IF.

      * UNPACK DC-DATE-1 INTO WORK FIELDS AND SCREEN THE PIECES.
                WS-TERM-J + 2 - 12 * WS-TERM-L.
            COMPUTE WS-WORK-YEAR =
                100 * (WS-TERM-N - 49) + WS-TERM-I + WS-TERM-L.
            COMPUTE WS-CONVERTED-DATE =
                WS-WORK-YEAR * 10000 + WS-WORK-MONTH * 100
                + WS-WORK-DAY.

      * DC-RESULT-DATE = DC-DATE-1, OR THE FIRST BUSINESS DAY AFTER
      * IT WHEN IT IS NOT ONE.
       5000-ROLL-FORWARD.
            PERFORM 5900-START-BUSINESS-CALL.
            IF NOT DC-DATE-ERROR
                PERFORM 6100-TEST-BUSINESS-DAY
                IF NOT WS-BUSINESS-DAY
                    PERFORM 6300-STEP-FORWARD
                END-IF
            END-IF.
            PERFORM 5950-FINISH-BUSINESS-CALL.

      * DC-RESULT-DATE = DC-DATE-1, OR THE LAST BUSINESS DAY BEFORE
      * IT WHEN IT IS NOT ONE.
       5100-ROLL-BACK.
            PERFORM 5900-START-BUSINESS-CALL.
            IF NOT DC-DATE-ERROR
                PERFORM 6100-TEST-BUSINESS-DAY
                IF NOT WS-BUSINESS-DAY
                    PERFORM 6400-STEP-BACK
                END-IF
            END-IF.
            PERFORM 5950-FINISH-BUSINESS-CALL.

      * DC-RESULT-DATE = DC-DATE-1 PLUS DC-DAYS BUSINESS DAYS - A
      * NEGATIVE COUNT GOES BACK.  ZERO DAYS ROLLS FORWARD LIKE F.
       5200-ADD-BUSINESS-DAYS.
            IF DC-DAYS = ZERO
                PERFORM 5000-ROLL-FORWARD
            ELSE
                PERFORM 5900-START-BUSINESS-CALL
                MOVE DC-DAYS TO WS-DAYS-LEFT
                PERFORM UNTIL WS-DAYS-LEFT = ZERO
                    OR DC-DATE-ERROR
                    IF WS-DAYS-LEFT > ZERO
                        PERFORM 6300-STEP-FORWARD
                        SUBTRACT 1 FROM WS-DAYS-LEFT
                    ELSE
                        PERFORM 6400-STEP-BACK
                        ADD 1 TO WS-DAYS-LEFT
                    END-IF
                END-PERFORM
                PERFORM 5950-FINISH-BUSINESS-CALL
            END-IF.

      * DC-DAYS = THE BUSINESS DAYS AFTER DC-DATE-1 UP TO AND
      * INCLUDING DC-DATE-2 - THE BANKING DAYS THAT HAVE PASSED
      * SINCE DC-DATE-1.  NEGATIVE WHEN DC-DATE-2 IS THE EARLIER.
       5300-BUSINESS-DAYS-BETWEEN.
            PERFORM 3200-EDIT-DATE-2.
            IF NOT DC-DATE-ERROR
                PERFORM 3000-DATE-TO-DAY-NUMBER
                MOVE WS-DAY-NUMBER-1 TO WS-DAY-NUMBER-2
                PERFORM 3100-EDIT-DATE-1
            END-IF.
            IF NOT DC-DATE-ERROR
                PERFORM 3000-DATE-TO-DAY-NUMBER
                PERFORM 6000-ENSURE-CALENDAR-OPEN
                MOVE ZERO TO WS-DAY-COUNT
                IF WS-DAY-NUMBER-2 < WS-DAY-NUMBER-1
                    MOVE WS-DAY-NUMBER-1 TO WS-LAST-DAY-NUMBER
                    MOVE WS-DAY-NUMBER-2 TO WS-DAY-NUMBER-1
                ELSE
                    MOVE WS-DAY-NUMBER-2 TO WS-LAST-DAY-NUMBER
                END-IF
                PERFORM 5350-COUNT-ONE-DAY
                    UNTIL WS-DAY-NUMBER-1 NOT < WS-LAST-DAY-NUMBER
                IF WS-DAY-NUMBER-2 < WS-LAST-DAY-NUMBER
                    COMPUTE DC-DAYS = ZERO - WS-DAY-COUNT
                ELSE
                    MOVE WS-DAY-COUNT TO DC-DAYS
                END-IF
            END-IF.

       5350-COUNT-ONE-DAY.
            ADD 1 TO WS-DAY-NUMBER-1.
            PERFORM 6100-TEST-BUSINESS-DAY.
            IF WS-BUSINESS-DAY
                ADD 1 TO WS-DAY-COUNT
            END-IF.

      * COMMON START FOR F, P AND B - PROVE DC-DATE-1, TURN IT INTO
      * A DAY NUMBER AND HAVE THE CALENDAR READY.
       5900-START-BUSINESS-CALL.
            PERFORM 3100-EDIT-DATE-1.
            IF NOT DC-DATE-ERROR
                PERFORM 3000-DATE-TO-DAY-NUMBER
                PERFORM 6000-ENSURE-CALENDAR-OPEN
            END-IF.

       5950-FINISH-BUSINESS-CALL.
            IF NOT DC-DATE-ERROR
                PERFORM 4000-DAY-NUMBER-TO-DATE
                MOVE WS-CONVERTED-DATE TO DC-RESULT-DATE
            END-IF.

      * THE CALENDAR IS OPENED ON THE FIRST BUSINESS-DAY CALL AND
      * STAYS OPEN FOR THE RUN.  A CALENDAR NOT YET ON FILE LEAVES
      * WEEKENDS AS THE ONLY DAYS SKIPPED - SAID ONCE, NOT PER CALL.
       6000-ENSURE-CALENDAR-OPEN.
            IF DC-CALENDAR-CODE = SPACES
                MOVE "FRB" TO WS-CALENDAR-CODE
            ELSE
                MOVE DC-CALENDAR-CODE TO WS-CALENDAR-CODE
            END-IF.
            IF WS-CALENDAR-CLOSED
                OPEN INPUT HOLIDAY-CALENDAR-FILE
                IF WS-HOLIDAY-CAL-OK
                    SET WS-CALENDAR-OPEN TO TRUE
                ELSE
                    DISPLAY "HOLIDAY CALENDAR NOT AVAILABLE, STATUS = "
                        WS-HOLIDAY-CAL-STATUS
                        " - ONLY WEEKENDS SKIPPED"
                    SET WS-CALENDAR-ABSENT TO TRUE
                END-IF
            END-IF.

      * DAY NUMBER MODULO 7 IS 0 ON A MONDAY, SO 5 AND 6 ARE THE
      * WEEKEND.  A WEEKDAY IS STILL NOT A BUSINESS DAY WHEN IT IS
      * ON THE FRB CALENDAR OR ON THE CALLER'S BANK CALENDAR.
       6100-TEST-BUSINESS-DAY.
            SET WS-BUSINESS-DAY TO TRUE.
            DIVIDE WS-DAY-NUMBER-1 BY 7 GIVING WS-TERM-N
                REMAINDER WS-WEEKDAY.
            IF WS-WEEKDAY > 4
                MOVE "N" TO WS-BUSINESS-SWITCH
            ELSE IF WS-CALENDAR-OPEN
                PERFORM 4000-DAY-NUMBER-TO-DATE
                MOVE "FRB" TO HC-CALENDAR-CODE
                PERFORM 6150-LOOK-UP-HOLIDAY
                IF WS-BUSINESS-DAY
                    AND WS-CALENDAR-CODE NOT = "FRB"
                    MOVE WS-CALENDAR-CODE TO HC-CALENDAR-CODE
                    PERFORM 6150-LOOK-UP-HOLIDAY
                END-IF
            END-IF.

       6150-LOOK-UP-HOLIDAY.
            MOVE WS-CONVERTED-DATE TO HC-HOLIDAY-DATE.
            READ HOLIDAY-CALENDAR-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE "N" TO WS-BUSINESS-SWITCH
            END-READ.

      * MOVE TO THE NEXT BUSINESS DAY AFTER THE CURRENT ONE.
       6300-STEP-FORWARD.
            MOVE ZERO TO WS-SKIP-COUNT.
            ADD 1 TO WS-DAY-NUMBER-1.
            PERFORM 6100-TEST-BUSINESS-DAY.
            PERFORM UNTIL WS-BUSINESS-DAY OR DC-DATE-ERROR
                ADD 1 TO WS-DAY-NUMBER-1
                PERFORM 6500-COUNT-A-SKIP
                PERFORM 6100-TEST-BUSINESS-DAY
            END-PERFORM.

      * MOVE TO THE LAST BUSINESS DAY BEFORE THE CURRENT ONE.
       6400-STEP-BACK.
            MOVE ZERO TO WS-SKIP-COUNT.
            SUBTRACT 1 FROM WS-DAY-NUMBER-1.
            PERFORM 6100-TEST-BUSINESS-DAY.
            PERFORM UNTIL WS-BUSINESS-DAY OR DC-DATE-ERROR
                SUBTRACT 1 FROM WS-DAY-NUMBER-1
                PERFORM 6500-COUNT-A-SKIP
                PERFORM 6100-TEST-BUSINESS-DAY
            END-PERFORM.

       6500-COUNT-A-SKIP.
            ADD 1 TO WS-SKIP-COUNT.
            IF WS-SKIP-COUNT > 366
                DISPLAY "NO BUSINESS DAY WITHIN A YEAR ON CALENDAR "
                    WS-CALENDAR-CODE " - CHECK THE HOLIDAY CALENDAR"
                SET DC-DATE-ERROR TO TRUE
            END-IF.
       END PROGRAM DATECALC1.

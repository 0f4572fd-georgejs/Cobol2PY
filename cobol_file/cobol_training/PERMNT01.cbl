      *              need level 9; inquiry is open to level 1.
      *              Every close and reopen is journaled through
      *              OPRSEC01 with who did it, and the record keeps
      *              the same.  A period cannot close until the
      *              controller has signed off its AP subledger-to-
      *              GL tie-out (APTIE01, TIE-OUT-FILE) here.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-09-02 DW  Original period maintenance.
      *   2026-10-15 DW  Tie-out sign-off.  Option 4 shows the
      *                  period's APTIE01 tie-out by company, every
      *                  difference with it, and lets a level-9
      *                  controller sign it off; closing a period
      *                  now refuses until the period has a tie-out
      *                  on file and every company in it is signed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERMNT01.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLPER01.cbl".
           COPY "SLTIE01.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDPER01.cbl".
           COPY "FDTIE01.cbl".

       WORKING-STORAGE SECTION.
       01  WS-PERIOD-CTL-STATUS       PIC X(02).
           88 WS-PERIOD-CTL-OK            VALUE "00".
           88 WS-PERIOD-CTL-MISSING       VALUE "35".
           88 WS-PERIOD-NOT-FOUND         VALUE "23".
       01  WS-TIE-OUT-STATUS          PIC X(02).
           88 WS-TIE-OUT-OK               VALUE "00".
           88 WS-TIE-OUT-EOF              VALUE "10".
           88 WS-TIE-OUT-MISSING          VALUE "35".

       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-SIGNON-OK-SWITCH        PIC X(01) VALUE "N".
           88 WS-CHOICE-CLOSE              VALUE "1".
           88 WS-CHOICE-REOPEN             VALUE "2".
           88 WS-CHOICE-INQUIRE            VALUE "3".
           88 WS-CHOICE-SIGN-OFF           VALUE "4".
           88 WS-CHOICE-EXIT               VALUE "9".
       01  WS-REQUIRED-LEVEL          PIC 9(01).
       01  WS-ENTRY-PERIOD             PIC X(06).
       01  WS-WANTED-STATUS            PIC X(01).
       01  WS-ANSWER                   PIC X(01).

      * THE PERIOD'S TIE-OUT AS FOUND ON TIE-OUT-FILE - HOW MANY
      * COMPANIES, HOW MANY STILL UNSIGNED, HOW MANY DIFFERENCES.
       01  WS-TIE-SCAN-SWITCH          PIC X(01).
           88 WS-TIE-SCAN-DONE             VALUE "Y".
       01  WS-TIE-COMPANIES            PIC 9(03) COMP.
       01  WS-TIE-UNSIGNED             PIC 9(03) COMP.
       01  WS-TIE-DIFFERENCES          PIC 9(03) COMP.
       01  WS-TIE-AMOUNT-EDIT          PIC Z,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 0500-SIGN-ON.
            IF WS-SIGNON-OK
                PERFORM 1500-OPEN-PERIOD-FILE
                PERFORM 1600-OPEN-TIE-OUT-FILE
                PERFORM 1000-MAINTAIN-LOOP UNTIL WS-MAINT-DONE
                CLOSE PERIOD-CONTROL-FILE
                IF NOT WS-TIE-OUT-MISSING
                    CLOSE TIE-OUT-FILE
                END-IF
            END-IF.
            GOBACK.

                SET WS-MAINT-DONE TO TRUE
            END-IF.

      * TIE-OUT-FILE IS APTIE01'S TO CREATE.  NONE ON FILE MEANS NO
      * PERIOD HAS EVER BEEN TIED OUT - AND SO NONE CAN CLOSE.
       1600-OPEN-TIE-OUT-FILE.
            OPEN I-O TIE-OUT-FILE.
            IF NOT WS-TIE-OUT-OK AND NOT WS-TIE-OUT-MISSING
                DISPLAY "UNABLE TO OPEN TIE-OUT-FILE, STATUS = "
                    WS-TIE-OUT-STATUS
                SET WS-MAINT-DONE TO TRUE
            END-IF.

       1000-MAINTAIN-LOOP.
            DISPLAY "1-CLOSE PERIOD  2-REOPEN PERIOD  3-INQUIRE  "
                "4-SIGN OFF TIE-OUT  9-EXIT".
            DISPLAY "ENTER CHOICE: ".
            ACCEPT WS-MENU-CHOICE.
            IF WS-CHOICE-EXIT
                SET WS-MAINT-DONE TO TRUE
            ELSE IF WS-CHOICE-CLOSE OR WS-CHOICE-REOPEN
                OR WS-CHOICE-INQUIRE OR WS-CHOICE-SIGN-OFF
                PERFORM 1100-GATE-AND-DISPATCH
            ELSE
                DISPLAY "INVALID CHOICE"
            END-IF.

      * CLOSE AND REOPEN RE-STATE WHAT ACCOUNTING REPORTED, AND THE
      * TIE-OUT SIGN-OFF IS WHAT LETS A CLOSE THROUGH - LEVEL 9
      * ONLY.  A DENIED CHOICE IS JOURNALED LIKE A USED ONE.
       1100-GATE-AND-DISPATCH.
            IF WS-CHOICE-INQUIRE
                MOVE 1 TO WS-REQUIRED-LEVEL
                        PERFORM 2000-SET-PERIOD-STATUS
                    WHEN WS-CHOICE-INQUIRE
                        PERFORM 3000-INQUIRE-PERIOD
                    WHEN WS-CHOICE-SIGN-OFF
                        PERFORM 4000-SIGN-OFF-TIE-OUT
                END-EVALUATE
            END-IF.

      * A CLOSE NEEDS THE PERIOD'S TIE-OUT ON FILE AND SIGNED OFF
      * FOR EVERY COMPANY IN IT; A REOPEN NEEDS NOTHING.
       2000-SET-PERIOD-STATUS.
            DISPLAY "ENTER PERIOD (YYYYMM): ".
            ACCEPT WS-ENTRY-PERIOD.
            MOVE ZERO TO WS-TIE-COMPANIES WS-TIE-UNSIGNED.
            IF WS-ENTRY-PERIOD NUMERIC AND WS-WANTED-STATUS = "C"
                PERFORM 4100-COUNT-TIE-OUT
            END-IF.
            IF WS-ENTRY-PERIOD NOT NUMERIC
                DISPLAY "PERIOD MUST BE YYYYMM"
            ELSE IF WS-WANTED-STATUS = "C"
                AND WS-TIE-COMPANIES = ZERO
                DISPLAY "PERIOD " WS-ENTRY-PERIOD " HAS NO AP "
                    "TIE-OUT ON FILE - RUN APTIE01 AND SIGN IT OFF "
                    "FIRST"
            ELSE IF WS-WANTED-STATUS = "C"
                AND WS-TIE-UNSIGNED NOT = ZERO
                DISPLAY "PERIOD " WS-ENTRY-PERIOD " AP TIE-OUT NOT "
                    "SIGNED OFF (" WS-TIE-UNSIGNED " OF "
                    WS-TIE-COMPANIES " COMPANIES) - NOT CLOSED"
            ELSE
                MOVE WS-ENTRY-PERIOD TO PR-PERIOD
                READ PERIOD-CONTROL-FILE
                            " BY " PR-STATUS-OPERATOR
                END-READ
            END-IF.

      * SHOW THE PERIOD'S TIE-OUT COMPANY BY COMPANY WITH ITS
      * DIFFERENCES, THEN SIGN EVERY COMPANY OFF TOGETHER ON THE
      * CONTROLLER'S SAY-SO.  DIFFERENCES DON'T BLOCK A SIGN-OFF -
      * THE CONTROLLER MAY ACCEPT AN EXPLAINED ONE - BUT THEY ARE
      * SHOWN FIRST, AND THE SIGN-OFF IS JOURNALED.
       4000-SIGN-OFF-TIE-OUT.
            DISPLAY "ENTER PERIOD (YYYYMM): ".
            ACCEPT WS-ENTRY-PERIOD.
            MOVE ZERO TO WS-TIE-COMPANIES WS-TIE-UNSIGNED.
            IF WS-ENTRY-PERIOD NOT NUMERIC
                DISPLAY "PERIOD MUST BE YYYYMM"
            ELSE
                PERFORM 4100-COUNT-TIE-OUT
                IF WS-TIE-COMPANIES = ZERO
                    DISPLAY "PERIOD " WS-ENTRY-PERIOD " HAS NO AP "
                        "TIE-OUT ON FILE - RUN APTIE01 FIRST"
                ELSE
                    PERFORM 4300-CONFIRM-SIGN-OFF
                END-IF
            END-IF.

      * WALK THE PERIOD'S TIE-OUT RECORDS, COUNTING COMPANIES,
      * UNSIGNED COMPANIES AND NON-ZERO DIFFERENCES.  ON SIGN-OFF
      * THE SAME WALK STAMPS EACH RECORD.
       4100-COUNT-TIE-OUT.
            MOVE ZERO TO WS-TIE-COMPANIES WS-TIE-UNSIGNED
                WS-TIE-DIFFERENCES.
            IF NOT WS-TIE-OUT-MISSING
                PERFORM 4150-START-TIE-OUT
                PERFORM 4200-COUNT-ONE-COMPANY
                    UNTIL WS-TIE-SCAN-DONE
            END-IF.

       4150-START-TIE-OUT.
            MOVE "N" TO WS-TIE-SCAN-SWITCH.
            MOVE WS-ENTRY-PERIOD TO TO-PERIOD.
            MOVE LOW-VALUES TO TO-COMPANY-CODE.
            START TIE-OUT-FILE KEY IS NOT LESS THAN TO-KEY
                INVALID KEY SET WS-TIE-SCAN-DONE TO TRUE
            END-START.
            IF NOT WS-TIE-SCAN-DONE
                PERFORM 4900-READ-NEXT-TIE-OUT
            END-IF.

       4200-COUNT-ONE-COMPANY.
            ADD 1 TO WS-TIE-COMPANIES.
            IF TO-SIGNED-OFF-BY = SPACES
                ADD 1 TO WS-TIE-UNSIGNED
            END-IF.
            IF TO-ROLL-DIFFERENCE NOT = ZERO
                ADD 1 TO WS-TIE-DIFFERENCES
            END-IF.
            IF TO-GL-DIFFERENCE NOT = ZERO
                ADD 1 TO WS-TIE-DIFFERENCES
            END-IF.
            IF TO-CASH-DIFFERENCE NOT = ZERO
                ADD 1 TO WS-TIE-DIFFERENCES
            END-IF.
            PERFORM 4900-READ-NEXT-TIE-OUT.

       4300-CONFIRM-SIGN-OFF.
            PERFORM 4150-START-TIE-OUT.
            PERFORM 4400-SHOW-ONE-COMPANY UNTIL WS-TIE-SCAN-DONE.
            DISPLAY WS-TIE-COMPANIES " COMPANIES, "
                WS-TIE-UNSIGNED " NOT YET SIGNED, "
                WS-TIE-DIFFERENCES " DIFFERENCES".
            DISPLAY "SIGN OFF PERIOD " WS-ENTRY-PERIOD
                " TIE-OUT (Y/N): ".
            ACCEPT WS-ANSWER.
            IF WS-ANSWER = "Y"
                PERFORM 4150-START-TIE-OUT
                PERFORM 4500-STAMP-ONE-COMPANY
                    UNTIL WS-TIE-SCAN-DONE
                DISPLAY "PERIOD " WS-ENTRY-PERIOD " TIE-OUT SIGNED "
                    "OFF BY " WS-OPERATOR-ID
                MOVE SPACES TO WS-OS-EVENT
                STRING "TIEOUT SIGNED " DELIMITED BY SIZE
                       WS-ENTRY-PERIOD DELIMITED BY SIZE
                    INTO WS-OS-EVENT
                MOVE "L" TO WS-OS-FUNCTION
                MOVE "O" TO WS-OS-RESULT
                CALL "OPRSEC01" USING WS-OS-FUNCTION
                    WS-OPERATOR-ID WS-OS-PASSWORD WS-OS-PROGRAM
                    WS-OS-EVENT WS-AUTH-LEVEL WS-OS-RESULT
            ELSE
                DISPLAY "TIE-OUT NOT SIGNED OFF"
            END-IF.

       4400-SHOW-ONE-COMPANY.
            DISPLAY "COMPANY " TO-COMPANY-CODE " TIED OUT "
                TO-RUN-DATE.
            MOVE TO-ROLLED-CLOSING TO WS-TIE-AMOUNT-EDIT.
            DISPLAY "  ROLLED-FORWARD CLOSING  " WS-TIE-AMOUNT-EDIT.
            MOVE TO-SUBLEDGER-CLOSING TO WS-TIE-AMOUNT-EDIT.
            DISPLAY "  SUBLEDGER CLOSING       " WS-TIE-AMOUNT-EDIT.
            MOVE TO-GL-LIABILITY TO WS-TIE-AMOUNT-EDIT.
            DISPLAY "  GL AP LIABILITY         " WS-TIE-AMOUNT-EDIT.
            IF TO-ROLL-DIFFERENCE NOT = ZERO
                MOVE TO-ROLL-DIFFERENCE TO WS-TIE-AMOUNT-EDIT
                DISPLAY "  ** ROLL-FORWARD DIFF    " WS-TIE-AMOUNT-EDIT
            END-IF.
            IF TO-GL-DIFFERENCE NOT = ZERO
                MOVE TO-GL-DIFFERENCE TO WS-TIE-AMOUNT-EDIT
                DISPLAY "  ** GL LIABILITY DIFF    " WS-TIE-AMOUNT-EDIT
            END-IF.
            IF TO-CASH-DIFFERENCE NOT = ZERO
                MOVE TO-CASH-DIFFERENCE TO WS-TIE-AMOUNT-EDIT
                DISPLAY "  ** GL CASH DIFF         " WS-TIE-AMOUNT-EDIT
            END-IF.
            IF TO-SIGNED-OFF-BY NOT = SPACES
                DISPLAY "  SIGNED OFF " TO-SIGNED-OFF-DATE " BY "
                    TO-SIGNED-OFF-BY
            END-IF.
            PERFORM 4900-READ-NEXT-TIE-OUT.

       4500-STAMP-ONE-COMPANY.
            MOVE WS-OPERATOR-ID TO TO-SIGNED-OFF-BY.
            ACCEPT TO-SIGNED-OFF-DATE FROM DATE YYYYMMDD.
            REWRITE TIE-OUT-RECORD.
            IF NOT WS-TIE-OUT-OK
                DISPLAY "UNABLE TO SIGN OFF COMPANY " TO-COMPANY-CODE
                    ", STATUS = " WS-TIE-OUT-STATUS
            END-IF.
            PERFORM 4900-READ-NEXT-TIE-OUT.

      * THE WALK STOPS AT THE FIRST RECORD OF ANOTHER PERIOD.
       4900-READ-NEXT-TIE-OUT.
            READ TIE-OUT-FILE NEXT RECORD
                AT END SET WS-TIE-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-TIE-OUT-OK AND NOT WS-TIE-OUT-EOF
                DISPLAY "TIE-OUT-FILE READ ERROR, STATUS = "
                    WS-TIE-OUT-STATUS
                SET WS-TIE-SCAN-DONE TO TRUE
            END-IF.
            IF NOT WS-TIE-SCAN-DONE
                AND TO-PERIOD NOT = WS-ENTRY-PERIOD
                SET WS-TIE-SCAN-DONE TO TRUE
            END-IF.
       END PROGRAM PERMNT01.

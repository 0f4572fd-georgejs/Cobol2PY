      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-09-02 DW  Original escheatment run.
      *   2026-10-15 DW  The stale cutoff date (check date plus the
      *                  stale days) rolls forward to a business day
      *                  on the drawing bank's holiday calendar.
      *   2026-10-15 DW  A check that went to a remit-to address
      *                  (CR-REMIT-CODE) escheats with that payee and
      *                  address, which is where the due-diligence
      *                  letter goes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHT01.
       01  WS-DC-RESULT-DATE           PIC 9(08).
       01  WS-DC-ERROR-SWITCH          PIC X(01).
           88 WS-DC-DATE-ERROR             VALUE "Y".
       01  WS-DC-CALENDAR-CODE         PIC X(03).

      * RUN CONTROL TOTALS.
       01  WS-BATCH-CONTROLS.
           05 FILLER                PIC X(09) VALUE "  TOTAL $".
           05 WS-RM-TOTAL-AMOUNT    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

      * FIELDS FOR THE RMTLKP01 REMIT-TO CALL.  A CHECK THAT WENT TO
      * A REMIT-TO ADDRESS IS LOOKED FOR THERE, NOT AT THE MASTER.
       01  WS-RR-FUNCTION              PIC X(01).
       01  WS-RR-VENDOR-NUMBER         PIC 9(05).
       01  WS-RR-REMIT-CODE            PIC X(02).
       01  WS-RR-RESULT                PIC X(01).
           88 WS-RR-CODE-FOUND             VALUE "F".
       01  WS-RR-USED-CODE             PIC X(02).
       01  WS-RR-PAYEE-NAME            PIC X(30).
       01  WS-RR-ADDRESS-1             PIC X(30).
       01  WS-RR-ADDRESS-2             PIC X(30).
       01  WS-RR-CITY                  PIC X(20).
       01  WS-RR-STATE                 PIC X(02).
       01  WS-RR-ZIP                   PIC X(10).

       PROCEDURE DIVISION.
       0000-MAINLINE.
            MOVE "S" TO WS-RL-FUNCTION.
            END-IF.
            PERFORM 2100-EXAMINE-ONE-CHECK UNTIL WS-NO-MORE-CHECKS.

      * A CHECK GOES STALE THE DAY AFTER CHECK DATE PLUS THE STALE
      * CUTOFF - A CUTOFF THAT FALLS ON A WEEKEND OR A HOLIDAY OF
      * THE BANK THE CHECK IS DRAWN ON RUNS TO ITS NEXT BUSINESS
      * DAY, SINCE THE PAYEE COULD NOT HAVE PRESENTED IT SOONER.
       2100-EXAMINE-ONE-CHECK.
            ADD 1 TO WS-CHECKS-EXAMINED.
            IF CR-STATUS-ISSUED
                MOVE "A" TO WS-DC-FUNCTION
                MOVE CR-CHECK-DATE TO WS-DC-DATE-1
                MOVE WS-STALE-DAYS TO WS-DC-DAYS
                CALL "DATECALC1" USING WS-DC-FUNCTION
                    WS-DC-DATE-1 WS-DC-DATE-2 WS-DC-DAYS
                    WS-DC-RESULT-DATE WS-DC-ERROR-SWITCH
                IF NOT WS-DC-DATE-ERROR
                    MOVE "F" TO WS-DC-FUNCTION
                    MOVE WS-DC-RESULT-DATE TO WS-DC-DATE-1
                    MOVE CR-BANK-ACCT-CODE TO WS-DC-CALENDAR-CODE
                    CALL "DATECALC1" USING WS-DC-FUNCTION
                        WS-DC-DATE-1 WS-DC-DATE-2 WS-DC-DAYS
                        WS-DC-RESULT-DATE WS-DC-ERROR-SWITCH
                        WS-DC-CALENDAR-CODE
                END-IF
                IF WS-DC-DATE-ERROR
                    DISPLAY "BAD CHECK DATE ON REGISTER - CHECK "
                        CR-CHECK-NUMBER " DATE " CR-CHECK-DATE
                ELSE IF WS-RUN-DATE > WS-DC-RESULT-DATE
                    PERFORM 3000-ESCHEAT-ONE-CHECK
                END-IF
            END-IF.
            MOVE VENDOR-CITY       TO UP-PAYEE-CITY.
            MOVE VENDOR-STATE      TO UP-PAYEE-STATE.
            MOVE VENDOR-ZIP        TO UP-PAYEE-ZIP.
            IF CR-REMIT-CODE NOT = SPACES
                PERFORM 3250-USE-REMIT-TO-ADDRESS
            END-IF.
            MOVE CR-AMOUNT         TO UP-AMOUNT.
            MOVE CR-CHECK-DATE     TO UP-ISSUE-DATE.
            MOVE WS-RUN-DATE       TO UP-VOID-DATE.
                PERFORM 3300-PRINT-DILIGENCE-LETTER
            END-IF.

      * THE REMIT-TO THE CHECK WAS MAILED TO, WHILE IT IS STILL ON
      * FILE.  ONE SINCE DROPPED LEAVES THE MASTER ADDRESS.
       3250-USE-REMIT-TO-ADDRESS.
            MOVE "L" TO WS-RR-FUNCTION.
            MOVE CR-VENDOR-NUMBER TO WS-RR-VENDOR-NUMBER.
            MOVE CR-REMIT-CODE TO WS-RR-REMIT-CODE.
            CALL "RMTLKP01" USING WS-RR-FUNCTION WS-RR-VENDOR-NUMBER
                WS-RR-REMIT-CODE WS-RR-RESULT WS-RR-USED-CODE
                WS-RR-PAYEE-NAME WS-RR-ADDRESS-1 WS-RR-ADDRESS-2
                WS-RR-CITY WS-RR-STATE WS-RR-ZIP.
            IF WS-RR-CODE-FOUND
                IF WS-RR-PAYEE-NAME NOT = SPACES
                    MOVE WS-RR-PAYEE-NAME TO UP-PAYEE-NAME
                END-IF
                MOVE WS-RR-ADDRESS-1   TO UP-PAYEE-ADDRESS-1
                MOVE WS-RR-ADDRESS-2   TO UP-PAYEE-ADDRESS-2
                MOVE WS-RR-CITY        TO UP-PAYEE-CITY
                MOVE WS-RR-STATE       TO UP-PAYEE-STATE
                MOVE WS-RR-ZIP         TO UP-PAYEE-ZIP
            END-IF.

      * ONE LETTER PER PAGE - THE STANDARD HEADING, THE PAYEE'S
      * ADDRESS BLOCK, THE REQUIRED TEXT, AND THE CHECK'S DETAILS.
       3300-PRINT-DILIGENCE-LETTER.
            CLOSE VENDOR-HISTORY-FILE.
            CLOSE VENDOR-FILE.
            CLOSE CHECK-REGISTER-FILE.
            MOVE "X" TO WS-RR-FUNCTION.
            CALL "RMTLKP01" USING WS-RR-FUNCTION WS-RR-VENDOR-NUMBER
                WS-RR-REMIT-CODE WS-RR-RESULT WS-RR-USED-CODE
                WS-RR-PAYEE-NAME WS-RR-ADDRESS-1 WS-RR-ADDRESS-2
                WS-RR-CITY WS-RR-STATE WS-RR-ZIP.
       END PROGRAM ESCHT01.

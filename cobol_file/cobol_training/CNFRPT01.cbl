      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Balance confirmation summary for the auditors.
      *              For the cut-off named by the PARM (YYYYMMDD,
      *              default the last December 31 before the run
      *              date) the confirmation control log is totalled:
      *              letters sent, replies agreed, exceptions and
      *              letters returned undelivered, the response and
      *              agreement rates, the balance confirmed, and the
      *              net and absolute differences on the exceptions.
      *              Then every exception is listed with the vendor's
      *              balance, ours and the note, and every letter
      *              still unanswered or returned is listed for a
      *              second request or other procedures.  Printed to
      *              CNFRPT.PRT.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original confirmation summary report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNFRPT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLVND01.cbl".
           COPY "SLCNF01.cbl".
           COPY "Hello-world.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "fdvnd01.cbl".
           COPY "FDCNF01.cbl".

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CN-PRINT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VENDOR-FILE-STATUS      PIC X(02).
           88 WS-VENDOR-FILE-OK           VALUE "00".
       01  WS-CONFIRM-LOG-STATUS      PIC X(02).
           88 WS-CONFIRM-LOG-OK           VALUE "00".
           88 WS-CONFIRM-LOG-EOF          VALUE "10".
           88 WS-CONFIRM-LOG-MISSING      VALUE "35".
       01  WS-PRINT-FILE-NAME          PIC X(20).
       01  WS-PRINT-FILE-STATUS        PIC X(02).
           88 WS-PRINT-FILE-OK             VALUE "00".
       01  WS-SCAN-SWITCH              PIC X(01).
           88 WS-SCAN-DONE                 VALUE "Y".
       01  WS-RUN-SWITCH               PIC X(01) VALUE "N".
           88 WS-RUN-ABANDONED             VALUE "Y".
       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR              PIC 9(04).
           05 WS-RUN-MONTH-DAY         PIC 9(04).

      * THE CUT-OFF REPORTED.
       01  WS-PARM-VALUE               PIC X(08).
       01  WS-CUTOFF-DATE              PIC 9(08).

      * WHICH OF THE THREE PASSES OVER THE CUT-OFF'S LETTERS.
       01  WS-PASS-SWITCH              PIC X(01).
           88 WS-PASS-TOTALS               VALUE "T".
           88 WS-PASS-EXCEPTIONS           VALUE "E".
           88 WS-PASS-OUTSTANDING          VALUE "O".

       01  WS-LETTERS-SENT             PIC 9(07) VALUE ZERO.
       01  WS-COUNT-AGREED             PIC 9(07) VALUE ZERO.
       01  WS-COUNT-EXCEPTION          PIC 9(07) VALUE ZERO.
       01  WS-COUNT-RETURNED           PIC 9(07) VALUE ZERO.
       01  WS-COUNT-OUTSTANDING        PIC 9(07) VALUE ZERO.
       01  WS-COUNT-REPLIED            PIC 9(07) VALUE ZERO.
       01  WS-BALANCE-SENT             PIC S9(13)V99 VALUE ZERO.
       01  WS-BALANCE-AGREED           PIC S9(13)V99 VALUE ZERO.
       01  WS-BALANCE-EXCEPTION        PIC S9(13)V99 VALUE ZERO.
       01  WS-NET-DIFFERENCE           PIC S9(13)V99 VALUE ZERO.
       01  WS-ABSOLUTE-DIFFERENCE      PIC S9(13)V99 VALUE ZERO.
       01  WS-RESPONSE-RATE            PIC 9(03)V9 VALUE ZERO.
       01  WS-AGREEMENT-RATE           PIC 9(03)V9 VALUE ZERO.
       01  WS-LINES-LISTED             PIC 9(07) VALUE ZERO.

      * FIELDS FOR THE RUNLOG01 RUN-CONTROL CALLS.
       01  WS-RL-FUNCTION              PIC X(01).
       01  WS-RL-PROGRAM               PIC X(08) VALUE "CNFRPT01".
       01  WS-RL-LABEL                 PIC X(24).
       01  WS-RL-VALUE                 PIC S9(13)V99.
       01  WS-RL-RECORDS-IN            PIC 9(07) VALUE ZERO.
       01  WS-RL-RECORDS-OUT           PIC 9(07) VALUE ZERO.
       01  WS-RL-REJECTS               PIC 9(07) VALUE ZERO.
       01  WS-RL-STATUS-TEXT           PIC X(08).

           COPY "RPTHDR1.cbl".

       01  WS-TITLE-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(35) VALUE
               "VENDOR BALANCE CONFIRMATIONS AS OF ".
           05 WS-TL-CUTOFF             PIC 9(08).

       01  WS-SUMMARY-LINE.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-SL-LABEL              PIC X(30).
           05 WS-SL-COUNT              PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 WS-SL-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-RATE-LINE.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-RL-RATE-LABEL         PIC X(30).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WS-RL-RATE               PIC ZZ9.9.
           05 FILLER                   PIC X(01) VALUE "%".

       01  WS-SECTION-LINE.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-SC-TEXT               PIC X(60).

       01  WS-EXCEPTION-HEADING.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE "VENDOR".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(30) VALUE "NAME".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(14) VALUE
               " PER OUR BOOKS".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(14) VALUE
               "    PER VENDOR".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(14) VALUE
               "    DIFFERENCE".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(40) VALUE "NOTE".

       01  WS-EXCEPTION-DETAIL.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-ED-VENDOR             PIC 9(05).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WS-ED-NAME               PIC X(30).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-ED-OURS               PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-ED-THEIRS             PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-ED-DIFFERENCE         PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-ED-NOTE               PIC X(40).

       01  WS-OUTSTANDING-HEADING.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE "VENDOR".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(30) VALUE "NAME".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE "SENT".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(14) VALUE
               " PER OUR BOOKS".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(30) VALUE "CONTACT".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(20) VALUE "ACTION".

       01  WS-OUTSTANDING-DETAIL.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-OD-VENDOR             PIC 9(05).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WS-OD-NAME               PIC X(30).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-OD-SENT               PIC 9(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-OD-OURS               PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-OD-CONTACT            PIC X(30).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-OD-ACTION             PIC X(20).

       01  WS-NOTE-LINE.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-NL-TEXT               PIC X(100).

       PROCEDURE DIVISION.
       0000-MAINLINE.
            MOVE "S" TO WS-RL-FUNCTION.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            PERFORM 1000-INITIALIZE.
            IF NOT WS-RUN-ABANDONED
                SET WS-PASS-TOTALS TO TRUE
                PERFORM 2000-PASS-THE-LETTERS
                PERFORM 3000-PRINT-SUMMARY
                SET WS-PASS-EXCEPTIONS TO TRUE
                PERFORM 4000-PRINT-EXCEPTIONS
                SET WS-PASS-OUTSTANDING TO TRUE
                PERFORM 5000-PRINT-OUTSTANDING
                CLOSE PRINT-FILE
                CLOSE CONFIRM-LOG-FILE
                CLOSE VENDOR-FILE
            END-IF.
            PERFORM 9000-TERMINATE.
            STOP RUN.

      * THE PARM NAMES THE CUT-OFF; NO PARM REPORTS THE LAST YEAR
      * END, THE SAME DEFAULT CNFGEN01 PRINTS THE LETTERS FOR.
       1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-PARM-VALUE FROM COMMAND-LINE.
            IF WS-PARM-VALUE NUMERIC AND WS-PARM-VALUE NOT = ZEROS
                MOVE WS-PARM-VALUE TO WS-CUTOFF-DATE
            ELSE
                COMPUTE WS-CUTOFF-DATE =
                    (WS-RUN-YEAR - 1) * 10000 + 1231
            END-IF.
            OPEN INPUT CONFIRM-LOG-FILE.
            IF WS-CONFIRM-LOG-MISSING
                DISPLAY "NO CONFIRM-LOG-FILE - NO CONFIRMATIONS HAVE "
                    "BEEN SENT - REPORT NOT RUN"
                SET WS-RUN-ABANDONED TO TRUE
            ELSE IF NOT WS-CONFIRM-LOG-OK
                DISPLAY "UNABLE TO OPEN CONFIRM-LOG-FILE, STATUS = "
                    WS-CONFIRM-LOG-STATUS
                SET WS-RUN-ABANDONED TO TRUE
            END-IF.
            IF NOT WS-RUN-ABANDONED
                OPEN INPUT VENDOR-FILE
                IF NOT WS-VENDOR-FILE-OK
                    DISPLAY "UNABLE TO OPEN VENDOR-FILE, STATUS = "
                        WS-VENDOR-FILE-STATUS
                    SET WS-RUN-ABANDONED TO TRUE
                    CLOSE CONFIRM-LOG-FILE
                END-IF
            END-IF.
            IF NOT WS-RUN-ABANDONED
                MOVE "CNFRPT.PRT" TO WS-PRINT-FILE-NAME
                OPEN OUTPUT PRINT-FILE
                IF NOT WS-PRINT-FILE-OK
                    DISPLAY "UNABLE TO OPEN CONFIRMATION REPORT, "
                        "STATUS = " WS-PRINT-FILE-STATUS
                    SET WS-RUN-ABANDONED TO TRUE
                    CLOSE VENDOR-FILE
                    CLOSE CONFIRM-LOG-FILE
                END-IF
            END-IF.

      * ONE PASS OVER THE CUT-OFF'S LETTERS, IN VENDOR ORDER; WHAT
      * IS DONE WITH EACH DEPENDS ON THE PASS.
       2000-PASS-THE-LETTERS.
            MOVE "N" TO WS-SCAN-SWITCH.
            MOVE WS-CUTOFF-DATE TO CF-CUTOFF-DATE.
            MOVE ZERO TO CF-VENDOR-NUMBER.
            START CONFIRM-LOG-FILE KEY IS NOT LESS THAN CF-KEY
                INVALID KEY SET WS-SCAN-DONE TO TRUE
            END-START.
            IF NOT WS-SCAN-DONE
                PERFORM 2900-READ-NEXT-CONFIRMATION
            END-IF.
            PERFORM 2100-TAKE-ONE-LETTER
                UNTIL WS-SCAN-DONE
                OR CF-CUTOFF-DATE NOT = WS-CUTOFF-DATE.

       2100-TAKE-ONE-LETTER.
            IF WS-PASS-TOTALS
                PERFORM 2200-COUNT-ONE-LETTER
            ELSE IF WS-PASS-EXCEPTIONS
                IF CF-STATUS-EXCEPTION
                    PERFORM 4100-PRINT-ONE-EXCEPTION
                END-IF
            ELSE
                IF CF-STATUS-SENT OR CF-STATUS-RETURNED
                    PERFORM 5100-PRINT-ONE-OUTSTANDING
                END-IF
            END-IF.
            PERFORM 2900-READ-NEXT-CONFIRMATION.

      * THE DIFFERENCE IS THE VENDOR'S BALANCE LESS OURS; THE
      * ABSOLUTE TOTAL SHOWS HOW MUCH IS IN DISPUTE EITHER WAY.
       2200-COUNT-ONE-LETTER.
            ADD 1 TO WS-LETTERS-SENT.
            ADD CF-RECORDED-BALANCE TO WS-BALANCE-SENT.
            IF CF-STATUS-AGREED
                ADD 1 TO WS-COUNT-AGREED
                ADD CF-RECORDED-BALANCE TO WS-BALANCE-AGREED
            ELSE IF CF-STATUS-EXCEPTION
                ADD 1 TO WS-COUNT-EXCEPTION
                ADD CF-RECORDED-BALANCE TO WS-BALANCE-EXCEPTION
                ADD CF-DIFFERENCE TO WS-NET-DIFFERENCE
                IF CF-DIFFERENCE < ZERO
                    SUBTRACT CF-DIFFERENCE FROM WS-ABSOLUTE-DIFFERENCE
                ELSE
                    ADD CF-DIFFERENCE TO WS-ABSOLUTE-DIFFERENCE
                END-IF
            ELSE IF CF-STATUS-RETURNED
                ADD 1 TO WS-COUNT-RETURNED
            ELSE
                ADD 1 TO WS-COUNT-OUTSTANDING
            END-IF.

       2900-READ-NEXT-CONFIRMATION.
            READ CONFIRM-LOG-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-CONFIRM-LOG-OK AND NOT WS-CONFIRM-LOG-EOF
                DISPLAY "CONFIRM-LOG-FILE READ ERROR, STATUS = "
                    WS-CONFIRM-LOG-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.

      * THE RESPONSE RATE IS REPLIES (AGREED OR EXCEPTION) OVER
      * LETTERS SENT; THE AGREEMENT RATE IS AGREED OVER REPLIES.
       3000-PRINT-SUMMARY.
            COMPUTE WS-COUNT-REPLIED =
                WS-COUNT-AGREED + WS-COUNT-EXCEPTION.
            IF WS-LETTERS-SENT > ZERO
                COMPUTE WS-RESPONSE-RATE ROUNDED =
                    WS-COUNT-REPLIED * 100 / WS-LETTERS-SENT
            END-IF.
            IF WS-COUNT-REPLIED > ZERO
                COMPUTE WS-AGREEMENT-RATE ROUNDED =
                    WS-COUNT-AGREED * 100 / WS-COUNT-REPLIED
            END-IF.
            MOVE WS-CUTOFF-DATE TO WS-TL-CUTOFF.
            PERFORM 3950-PRINT-STANDARD-HEADING.
            MOVE WS-TITLE-LINE TO CN-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE SPACES TO CN-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            IF WS-LETTERS-SENT = ZERO
                MOVE "NO CONFIRMATIONS WERE SENT FOR THIS CUT-OFF"
                    TO WS-NL-TEXT
                PERFORM 8200-PRINT-NOTE
            END-IF.
            MOVE "LETTERS SENT" TO WS-SL-LABEL.
            MOVE WS-LETTERS-SENT TO WS-SL-COUNT.
            MOVE WS-BALANCE-SENT TO WS-SL-AMOUNT.
            PERFORM 3100-PRINT-SUMMARY-LINE.
            MOVE "  AGREED" TO WS-SL-LABEL.
            MOVE WS-COUNT-AGREED TO WS-SL-COUNT.
            MOVE WS-BALANCE-AGREED TO WS-SL-AMOUNT.
            PERFORM 3100-PRINT-SUMMARY-LINE.
            MOVE "  EXCEPTIONS" TO WS-SL-LABEL.
            MOVE WS-COUNT-EXCEPTION TO WS-SL-COUNT.
            MOVE WS-BALANCE-EXCEPTION TO WS-SL-AMOUNT.
            PERFORM 3100-PRINT-SUMMARY-LINE.
            MOVE "  RETURNED UNDELIVERED" TO WS-SL-LABEL.
            MOVE WS-COUNT-RETURNED TO WS-SL-COUNT.
            MOVE SPACES TO WS-SUMMARY-LINE(42:).
            MOVE WS-SUMMARY-LINE TO CN-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE "  NO REPLY YET" TO WS-SL-LABEL.
            MOVE WS-COUNT-OUTSTANDING TO WS-SL-COUNT.
            MOVE SPACES TO WS-SUMMARY-LINE(42:).
            MOVE WS-SUMMARY-LINE TO CN-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE SPACES TO CN-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE "RESPONSE RATE" TO WS-RL-RATE-LABEL.
            MOVE WS-RESPONSE-RATE TO WS-RL-RATE.
            MOVE WS-RATE-LINE TO CN-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE "AGREEMENT RATE" TO WS-RL-RATE-LABEL.
            MOVE WS-AGREEMENT-RATE TO WS-RL-RATE.
            MOVE WS-RATE-LINE TO CN-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE SPACES TO CN-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-SUMMARY-LINE.
            MOVE "NET DIFFERENCE (VENDOR - OURS)" TO WS-SL-LABEL.
            MOVE WS-NET-DIFFERENCE TO WS-SL-AMOUNT.
            MOVE WS-SUMMARY-LINE TO CN-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE "ABSOLUTE DIFFERENCE" TO WS-SL-LABEL.
            MOVE WS-ABSOLUTE-DIFFERENCE TO WS-SL-AMOUNT.
            MOVE WS-SUMMARY-LINE TO CN-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.

       3100-PRINT-SUMMARY-LINE.
            MOVE WS-SUMMARY-LINE TO CN-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.

       4000-PRINT-EXCEPTIONS.
            MOVE SPACES TO CN-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE "EXCEPTIONS - REPLIES THAT DO NOT AGREE" TO WS-SC-TEXT.
            MOVE WS-SECTION-LINE TO CN-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE WS-EXCEPTION-HEADING TO CN-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            PERFORM 2000-PASS-THE-LETTERS.
            IF WS-COUNT-EXCEPTION = ZERO
                MOVE "NONE" TO WS-NL-TEXT
                PERFORM 8200-PRINT-NOTE
            END-IF.

       4100-PRINT-ONE-EXCEPTION.
            PERFORM 8100-GET-VENDOR-NAME.
            MOVE CF-VENDOR-NUMBER TO WS-ED-VENDOR.
            MOVE VENDOR-NAME TO WS-ED-NAME.
            MOVE CF-RECORDED-BALANCE TO WS-ED-OURS.
            MOVE CF-VENDOR-BALANCE TO WS-ED-THEIRS.
            MOVE CF-DIFFERENCE TO WS-ED-DIFFERENCE.
            MOVE CF-NOTE TO WS-ED-NOTE.
            MOVE WS-EXCEPTION-DETAIL TO CN-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            ADD 1 TO WS-LINES-LISTED.

      * AN UNANSWERED LETTER GETS A SECOND REQUEST (CNFGEN01 RERUN
      * FOR THE SAME CUT-OFF REPRINTS ONLY THESE); A RETURNED ONE
      * NEEDS A BETTER ADDRESS OR THE AUDITORS' OTHER PROCEDURES.
       5000-PRINT-OUTSTANDING.
            MOVE SPACES TO CN-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE "OUTSTANDING - NO REPLY, OR RETURNED UNDELIVERED"
                TO WS-SC-TEXT.
            MOVE WS-SECTION-LINE TO CN-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE WS-OUTSTANDING-HEADING TO CN-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            PERFORM 2000-PASS-THE-LETTERS.
            IF WS-COUNT-OUTSTANDING + WS-COUNT-RETURNED = ZERO
                MOVE "NONE" TO WS-NL-TEXT
                PERFORM 8200-PRINT-NOTE
            END-IF.

       5100-PRINT-ONE-OUTSTANDING.
            PERFORM 8100-GET-VENDOR-NAME.
            MOVE CF-VENDOR-NUMBER TO WS-OD-VENDOR.
            MOVE VENDOR-NAME TO WS-OD-NAME.
            MOVE CF-SENT-DATE TO WS-OD-SENT.
            MOVE CF-RECORDED-BALANCE TO WS-OD-OURS.
            MOVE VENDOR-CONTACT TO WS-OD-CONTACT.
            IF CF-STATUS-RETURNED
                MOVE "CHECK THE ADDRESS" TO WS-OD-ACTION
            ELSE
                MOVE "SECOND REQUEST" TO WS-OD-ACTION
            END-IF.
            MOVE WS-OUTSTANDING-DETAIL TO CN-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            ADD 1 TO WS-LINES-LISTED.

       8000-WRITE-REPORT-LINE.
            WRITE CN-PRINT-LINE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO WRITE CONFIRMATION REPORT, "
                    "STATUS = " WS-PRINT-FILE-STATUS
            END-IF.

       8100-GET-VENDOR-NAME.
            MOVE CF-VENDOR-NUMBER TO VENDOR-NUMBER.
            READ VENDOR-FILE
                INVALID KEY
                    MOVE "** NOT ON VENDOR FILE **" TO VENDOR-NAME
                    MOVE SPACES TO VENDOR-CONTACT
            END-READ.

       8200-PRINT-NOTE.
            MOVE WS-NOTE-LINE TO CN-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-NL-TEXT.

      * PRINT THE STANDARD COMPANY/RUN-DATE/RUN-TIME/PAGE-NUMBER
      * HEADING (SEE RPTHDR1.cbl).
       3950-PRINT-STANDARD-HEADING.
            ADD 1 TO WS-RPT-PAGE-COUNT.
            MOVE WS-RPT-PAGE-COUNT TO WS-RPT-PAGE-NUMBER.
            ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RPT-RUN-TIME FROM TIME.
            MOVE WS-RPT-HEADING-LINE-1 TO CN-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE WS-RPT-HEADING-LINE-2 TO CN-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.

      * CLEAN WHEN EVERY LETTER HAS BEEN ANSWERED AND AGREED.
       9000-TERMINATE.
            DISPLAY "LETTERS SENT            : " WS-LETTERS-SENT.
            DISPLAY "  AGREED                : " WS-COUNT-AGREED.
            DISPLAY "  EXCEPTIONS            : " WS-COUNT-EXCEPTION.
            DISPLAY "  RETURNED              : " WS-COUNT-RETURNED.
            DISPLAY "  NO REPLY YET          : " WS-COUNT-OUTSTANDING.
            DISPLAY "NET DIFFERENCE          : " WS-NET-DIFFERENCE.
            MOVE "E" TO WS-RL-FUNCTION.
            MOVE WS-LETTERS-SENT TO WS-RL-RECORDS-IN.
            MOVE WS-LINES-LISTED TO WS-RL-RECORDS-OUT.
            MOVE ZERO TO WS-RL-REJECTS.
            MOVE "BALANCE CONFIRMED" TO WS-RL-LABEL.
            MOVE WS-BALANCE-AGREED TO WS-RL-VALUE.
            IF WS-RUN-ABANDONED
                MOVE "NOT RUN" TO WS-RL-STATUS-TEXT
            ELSE IF WS-LINES-LISTED = ZERO
                MOVE "CLEAN" TO WS-RL-STATUS-TEXT
            ELSE
                MOVE "CHECK" TO WS-RL-STATUS-TEXT
            END-IF.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
       END PROGRAM CNFRPT01.

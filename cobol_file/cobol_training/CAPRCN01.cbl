      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Monthly asset-addition reconciliation.  For the
      *              period named by the PARM (YYYYMM, default the
      *              current month) every capital account on
      *              CAPITAL-ACCOUNT-FILE is listed with the asset
      *              additions fed for it that month and the net GL
      *              activity the payment journal posted to it, and
      *              the difference flagged, printed to CAPRCN.PRT.
      *              Additions feed when an invoice is entered; the
      *              GL is posted when it is paid, so an unpaid
      *              capital invoice shows as a timing difference
      *              until the month it is paid in.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original asset-addition reconciliation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPRCN01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLCPA01.cbl".
           COPY "SLAAD01.cbl".
           SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-JOURNAL-STATUS.
           COPY "Hello-world.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCPA01.cbl".
           COPY "FDAAD01.cbl".

      * THE JOB'S DD NAMES THE PERIOD'S GENERATIONS - FOR GLJRNL,
      * THE MONTH'S DAILY GENERATIONS CONCATENATED.
       FD  GL-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  GL-JOURNAL-RECORD.
           05 GJ-JOURNAL-DATE          PIC 9(08).
           05 GJ-ACCOUNT               PIC X(08).
           05 GJ-DEBIT-AMOUNT          PIC S9(09)V99.
           05 GJ-CREDIT-AMOUNT         PIC S9(09)V99.
           05 GJ-VENDOR-NUMBER         PIC 9(05).
           05 GJ-DESCRIPTION           PIC X(30).
           05 GJ-COST-CENTER           PIC X(06).
           05 GJ-COMPANY-CODE          PIC X(02).

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECON-PRINT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CAPITAL-ACCOUNT-STATUS   PIC X(02).
           88 WS-CAPITAL-ACCOUNT-OK        VALUE "00".
           88 WS-CAPITAL-ACCOUNT-EOF       VALUE "10".
       01  WS-ASSET-ADD-STATUS         PIC X(02).
           88 WS-ASSET-ADD-OK              VALUE "00".
           88 WS-ASSET-ADD-EOF             VALUE "10".
       01  WS-GL-JOURNAL-STATUS        PIC X(02).
           88 WS-GL-JOURNAL-OK             VALUE "00".
           88 WS-GL-JOURNAL-EOF            VALUE "10".
       01  WS-PRINT-FILE-NAME          PIC X(20).
       01  WS-PRINT-FILE-STATUS        PIC X(02).
           88 WS-PRINT-FILE-OK             VALUE "00".
       01  WS-SCAN-SWITCH              PIC X(01).
           88 WS-SCAN-DONE                 VALUE "Y".
       01  WS-RUN-SWITCH               PIC X(01) VALUE "N".
           88 WS-RUN-ABANDONED             VALUE "Y".
       01  WS-RUN-DATE                 PIC 9(08).

      * THE PERIOD UNDER RECONCILIATION.
       01  WS-PARM-VALUE               PIC X(06).
       01  WS-PERIOD.
           05 WS-PERIOD-YEAR           PIC 9(04).
           05 WS-PERIOD-MONTH          PIC 9(02).
       01  WS-PERIOD-9 REDEFINES WS-PERIOD
                                       PIC 9(06).

           COPY "RPTHDR1.cbl".

      * ONE ENTRY PER CAPITAL ACCOUNT, PLUS ANY ACCOUNT THE FEED
      * CARRIES THAT IS NO LONGER ON THE TABLE.
       01  WS-AC-COUNT                 PIC 9(03) COMP VALUE ZERO.
       01  WS-AC-IX                    PIC 9(03) COMP.
       01  WS-AC-FOUND-SWITCH          PIC X(01).
           88 WS-AC-FOUND                  VALUE "Y".
       01  WS-AC-TABLE.
           05 WS-AC-ENTRY OCCURS 200 TIMES.
               10 WS-AC-ACCOUNT        PIC X(08).
               10 WS-AC-DESCRIPTION    PIC X(30).
               10 WS-AC-STATUS         PIC X(01).
                   88 WS-AC-ACTIVE         VALUE "A".
                   88 WS-AC-INACTIVE       VALUE "I".
                   88 WS-AC-NOT-ON-TABLE   VALUE "N".
               10 WS-AC-ADDITIONS      PIC S9(11)V99.
               10 WS-AC-GL-ACTIVITY    PIC S9(11)V99.
               10 WS-AC-DIFFERENCE     PIC S9(11)V99.
       01  WS-ITEM-ACCOUNT             PIC X(08).

       01  WS-ACCOUNTS-LOADED          PIC 9(05) VALUE ZERO.
       01  WS-ADDITIONS-READ           PIC 9(07) VALUE ZERO.
       01  WS-ADDITIONS-IN-PERIOD      PIC 9(07) VALUE ZERO.
       01  WS-ADDITIONS-DROPPED        PIC 9(07) VALUE ZERO.
       01  WS-JOURNAL-LINES-READ       PIC 9(07) VALUE ZERO.
       01  WS-JOURNAL-LINES-TAKEN      PIC 9(07) VALUE ZERO.
       01  WS-ACCOUNTS-OUT             PIC 9(05) VALUE ZERO.
       01  WS-ACCOUNTS-DIFFERING       PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-ADDITIONS          PIC S9(13)V99 VALUE ZERO.
       01  WS-TOTAL-GL-ACTIVITY        PIC S9(13)V99 VALUE ZERO.
       01  WS-TOTAL-DIFFERENCE         PIC S9(13)V99 VALUE ZERO.

      * FIELDS FOR THE RUNLOG01 RUN-CONTROL CALLS.
       01  WS-RL-FUNCTION              PIC X(01).
       01  WS-RL-PROGRAM               PIC X(08) VALUE "CAPRCN01".
       01  WS-RL-LABEL                 PIC X(24).
       01  WS-RL-VALUE                 PIC S9(13)V99.
       01  WS-RL-RECORDS-IN            PIC 9(07) VALUE ZERO.
       01  WS-RL-RECORDS-OUT           PIC 9(07) VALUE ZERO.
       01  WS-RL-REJECTS               PIC 9(07) VALUE ZERO.
       01  WS-RL-STATUS-TEXT           PIC X(08).

       01  WS-TITLE-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(46) VALUE
               "ASSET ADDITIONS TO CAPITAL GL ACTIVITY, PERIOD".
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-TL-PERIOD             PIC 9(06).

       01  WS-HEADING-LINE.
           05 FILLER                   PIC X(08) VALUE "ACCOUNT".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(30) VALUE "DESCRIPTION".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(18) VALUE
               "         ADDITIONS".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(18) VALUE
               "       GL ACTIVITY".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(18) VALUE
               "        DIFFERENCE".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE "FLAG".

       01  WS-DETAIL-LINE.
           05 WS-D-ACCOUNT             PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-D-DESCRIPTION         PIC X(30).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-D-ADDITIONS           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-D-GL-ACTIVITY         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-D-DIFFERENCE          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-D-FLAG                PIC X(12).

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
                PERFORM 2000-LOAD-CAPITAL-ACCOUNTS
            END-IF.
            IF NOT WS-RUN-ABANDONED
                PERFORM 3000-SCAN-ADDITIONS
                PERFORM 4000-SCAN-GL-JOURNAL
                PERFORM 5000-PRINT-RECONCILIATION
                CLOSE PRINT-FILE
            END-IF.
            PERFORM 9000-TERMINATE.
            STOP RUN.

      * THE PARM NAMES THE PERIOD; NO PARM RECONCILES THE CURRENT
      * MONTH.
       1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-PARM-VALUE FROM COMMAND-LINE.
            IF WS-PARM-VALUE NUMERIC AND WS-PARM-VALUE NOT = ZEROS
                MOVE WS-PARM-VALUE TO WS-PERIOD-9
            ELSE
                MOVE WS-RUN-DATE(1:6) TO WS-PERIOD-9
            END-IF.
            IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                DISPLAY "PERIOD " WS-PERIOD-9 " IS NOT YYYYMM - "
                    "RECONCILIATION NOT RUN"
                SET WS-RUN-ABANDONED TO TRUE
            ELSE
                MOVE "CAPRCN.PRT" TO WS-PRINT-FILE-NAME
                OPEN OUTPUT PRINT-FILE
                IF NOT WS-PRINT-FILE-OK
                    DISPLAY "UNABLE TO OPEN ASSET RECONCILIATION, "
                        "STATUS = " WS-PRINT-FILE-STATUS
                    SET WS-RUN-ABANDONED TO TRUE
                END-IF
            END-IF.

      * WITHOUT THE TABLE THERE IS NOTHING CAPITAL TO RECONCILE.
      * INACTIVE ACCOUNTS ARE LOADED TOO - ONE TURNED OFF DURING
      * THE MONTH STILL CARRIES THE MONTH'S ADDITIONS.
       2000-LOAD-CAPITAL-ACCOUNTS.
            OPEN INPUT CAPITAL-ACCOUNT-FILE.
            IF NOT WS-CAPITAL-ACCOUNT-OK
                DISPLAY "UNABLE TO OPEN CAPITAL-ACCOUNT-FILE, "
                    "STATUS = " WS-CAPITAL-ACCOUNT-STATUS
                    " - RECONCILIATION NOT RUN"
                CLOSE PRINT-FILE
                SET WS-RUN-ABANDONED TO TRUE
            ELSE
                MOVE "N" TO WS-SCAN-SWITCH
                PERFORM 2900-READ-NEXT-ACCOUNT
                PERFORM 2100-LOAD-ONE-ACCOUNT
                    UNTIL WS-SCAN-DONE
                CLOSE CAPITAL-ACCOUNT-FILE
            END-IF.

       2100-LOAD-ONE-ACCOUNT.
            ADD 1 TO WS-ACCOUNTS-LOADED.
            MOVE CA-GL-ACCOUNT TO WS-ITEM-ACCOUNT.
            PERFORM 2800-FIND-ACCOUNT.
            IF WS-AC-IX > ZERO
                MOVE CA-DESCRIPTION TO WS-AC-DESCRIPTION(WS-AC-IX)
                MOVE CA-STATUS TO WS-AC-STATUS(WS-AC-IX)
            END-IF.
            PERFORM 2900-READ-NEXT-ACCOUNT.

      * FINDS THE ACCOUNT'S ENTRY, ADDING IT IF IT IS NEW.  AN
      * ACCOUNT ADDED HERE IS MARKED NOT ON THE TABLE UNTIL THE
      * LOAD SAYS OTHERWISE.  A FULL TABLE LEAVES WS-AC-IX ZERO.
       2800-FIND-ACCOUNT.
            MOVE "N" TO WS-AC-FOUND-SWITCH.
            PERFORM 2810-MATCH-ONE-ACCOUNT
                VARYING WS-AC-IX FROM 1 BY 1
                UNTIL WS-AC-IX > WS-AC-COUNT OR WS-AC-FOUND.
            IF WS-AC-FOUND
                SUBTRACT 1 FROM WS-AC-IX
            ELSE
                IF WS-AC-COUNT < 200
                    ADD 1 TO WS-AC-COUNT
                    MOVE WS-AC-COUNT TO WS-AC-IX
                    MOVE WS-ITEM-ACCOUNT TO WS-AC-ACCOUNT(WS-AC-IX)
                    MOVE SPACES TO WS-AC-DESCRIPTION(WS-AC-IX)
                    SET WS-AC-NOT-ON-TABLE(WS-AC-IX) TO TRUE
                    MOVE ZERO TO WS-AC-ADDITIONS(WS-AC-IX)
                    MOVE ZERO TO WS-AC-GL-ACTIVITY(WS-AC-IX)
                    MOVE ZERO TO WS-AC-DIFFERENCE(WS-AC-IX)
                ELSE
                    DISPLAY "ACCOUNT TABLE FULL - ACCOUNT "
                        WS-ITEM-ACCOUNT " NOT RECONCILED"
                    MOVE ZERO TO WS-AC-IX
                END-IF
            END-IF.

       2810-MATCH-ONE-ACCOUNT.
            IF WS-AC-ACCOUNT(WS-AC-IX) = WS-ITEM-ACCOUNT
                SET WS-AC-FOUND TO TRUE
            END-IF.

       2900-READ-NEXT-ACCOUNT.
            READ CAPITAL-ACCOUNT-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-CAPITAL-ACCOUNT-OK
                AND NOT WS-CAPITAL-ACCOUNT-EOF
                DISPLAY "CAPITAL-ACCOUNT-FILE READ ERROR, STATUS = "
                    WS-CAPITAL-ACCOUNT-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.

      * ADDITIONS COUNT IN THE MONTH THEY WERE FED.  A REVERSAL FROM
      * A RECODE CARRIES A NEGATIVE AMOUNT AND NETS OUT HERE.
       3000-SCAN-ADDITIONS.
            OPEN INPUT ASSET-ADDITION-FILE.
            IF NOT WS-ASSET-ADD-OK
                DISPLAY "NO ASSET-ADDITION-FILE - NO ADDITIONS COUNTED"
            ELSE
                MOVE "N" TO WS-SCAN-SWITCH
                PERFORM 3900-READ-NEXT-ADDITION
                PERFORM 3100-TAKE-ONE-ADDITION
                    UNTIL WS-SCAN-DONE
                CLOSE ASSET-ADDITION-FILE
            END-IF.

       3100-TAKE-ONE-ADDITION.
            ADD 1 TO WS-ADDITIONS-READ.
            IF AA-FEED-DATE(1:6) = WS-PERIOD
                ADD 1 TO WS-ADDITIONS-IN-PERIOD
                MOVE AA-GL-ACCOUNT TO WS-ITEM-ACCOUNT
                PERFORM 2800-FIND-ACCOUNT
                IF WS-AC-IX > ZERO
                    ADD AA-AMOUNT TO WS-AC-ADDITIONS(WS-AC-IX)
                ELSE
                    ADD 1 TO WS-ADDITIONS-DROPPED
                END-IF
            END-IF.
            PERFORM 3900-READ-NEXT-ADDITION.

       3900-READ-NEXT-ADDITION.
            READ ASSET-ADDITION-FILE
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-ASSET-ADD-OK AND NOT WS-ASSET-ADD-EOF
                DISPLAY "ASSET-ADDITION-FILE READ ERROR, STATUS = "
                    WS-ASSET-ADD-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.

      * NET DEBITS TO ANY ACCOUNT IN THE TABLE.  A JOURNAL ACCOUNT
      * NOT IN IT IS NOT CAPITAL AND IS PASSED OVER.
       4000-SCAN-GL-JOURNAL.
            OPEN INPUT GL-JOURNAL-FILE.
            IF NOT WS-GL-JOURNAL-OK
                DISPLAY "NO GL PAYMENT JOURNAL (GLJRNL) - NO GL "
                    "ACTIVITY COUNTED"
            ELSE
                MOVE "N" TO WS-SCAN-SWITCH
                PERFORM 4900-READ-NEXT-GL-LINE
                PERFORM 4100-TAKE-ONE-GL-LINE
                    UNTIL WS-SCAN-DONE
                CLOSE GL-JOURNAL-FILE
            END-IF.

       4100-TAKE-ONE-GL-LINE.
            ADD 1 TO WS-JOURNAL-LINES-READ.
            IF GJ-JOURNAL-DATE(1:6) = WS-PERIOD
                MOVE GJ-ACCOUNT TO WS-ITEM-ACCOUNT
                MOVE "N" TO WS-AC-FOUND-SWITCH
                PERFORM 2810-MATCH-ONE-ACCOUNT
                    VARYING WS-AC-IX FROM 1 BY 1
                    UNTIL WS-AC-IX > WS-AC-COUNT OR WS-AC-FOUND
                IF WS-AC-FOUND
                    SUBTRACT 1 FROM WS-AC-IX
                    ADD 1 TO WS-JOURNAL-LINES-TAKEN
                    COMPUTE WS-AC-GL-ACTIVITY(WS-AC-IX) =
                        WS-AC-GL-ACTIVITY(WS-AC-IX)
                        + GJ-DEBIT-AMOUNT - GJ-CREDIT-AMOUNT
                END-IF
            END-IF.
            PERFORM 4900-READ-NEXT-GL-LINE.

       4900-READ-NEXT-GL-LINE.
            READ GL-JOURNAL-FILE
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-GL-JOURNAL-OK AND NOT WS-GL-JOURNAL-EOF
                DISPLAY "GL-JOURNAL READ ERROR, STATUS = "
                    WS-GL-JOURNAL-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.

      * EVERY ACCOUNT PRINTS, QUIET ONES INCLUDED, SO THE ASSET TEAM
      * SEES THE WHOLE CAPITAL CHART FOR THE MONTH.
       5000-PRINT-RECONCILIATION.
            MOVE WS-PERIOD-9 TO WS-TL-PERIOD.
            PERFORM 3900-PRINT-STANDARD-HEADING.
            MOVE WS-TITLE-LINE TO RECON-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE SPACES TO RECON-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE WS-HEADING-LINE TO RECON-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            IF WS-AC-COUNT = ZERO
                MOVE "NO ACCOUNT IS FLAGGED CAPITAL" TO WS-NL-TEXT
                PERFORM 8200-PRINT-NOTE
            END-IF.
            PERFORM 5100-PRINT-ONE-ACCOUNT
                VARYING WS-AC-IX FROM 1 BY 1
                UNTIL WS-AC-IX > WS-AC-COUNT.
            MOVE SPACES TO RECON-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-DETAIL-LINE.
            MOVE "TOTAL, ALL CAPITAL ACCOUNTS" TO WS-D-DESCRIPTION.
            MOVE WS-TOTAL-ADDITIONS TO WS-D-ADDITIONS.
            MOVE WS-TOTAL-GL-ACTIVITY TO WS-D-GL-ACTIVITY.
            MOVE WS-TOTAL-DIFFERENCE TO WS-D-DIFFERENCE.
            MOVE WS-DETAIL-LINE TO RECON-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE SPACES TO RECON-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE "ADDITIONS FEED WHEN AN INVOICE IS ENTERED; THE GL IS "
                TO WS-NL-TEXT.
            MOVE "POSTED WHEN IT IS PAID." TO WS-NL-TEXT(54:).
            PERFORM 8200-PRINT-NOTE.
            MOVE "A CAPITAL INVOICE ENTERED BUT NOT YET PAID IS A "
                TO WS-NL-TEXT.
            MOVE "TIMING DIFFERENCE UNTIL ITS PAYMENT MONTH."
                TO WS-NL-TEXT(49:).
            PERFORM 8200-PRINT-NOTE.

       5100-PRINT-ONE-ACCOUNT.
            COMPUTE WS-AC-DIFFERENCE(WS-AC-IX) =
                WS-AC-ADDITIONS(WS-AC-IX)
                - WS-AC-GL-ACTIVITY(WS-AC-IX).
            MOVE SPACES TO WS-DETAIL-LINE.
            MOVE WS-AC-ACCOUNT(WS-AC-IX) TO WS-D-ACCOUNT.
            MOVE WS-AC-DESCRIPTION(WS-AC-IX) TO WS-D-DESCRIPTION.
            MOVE WS-AC-ADDITIONS(WS-AC-IX) TO WS-D-ADDITIONS.
            MOVE WS-AC-GL-ACTIVITY(WS-AC-IX) TO WS-D-GL-ACTIVITY.
            MOVE WS-AC-DIFFERENCE(WS-AC-IX) TO WS-D-DIFFERENCE.
            IF WS-AC-NOT-ON-TABLE(WS-AC-IX)
                MOVE "NOT ON TABLE" TO WS-D-FLAG
                ADD 1 TO WS-ACCOUNTS-DIFFERING
            ELSE IF WS-AC-DIFFERENCE(WS-AC-IX) NOT = ZERO
                MOVE "DIFF" TO WS-D-FLAG
                ADD 1 TO WS-ACCOUNTS-DIFFERING
            ELSE IF WS-AC-INACTIVE(WS-AC-IX)
                MOVE "INACTIVE" TO WS-D-FLAG
            END-IF.
            MOVE WS-DETAIL-LINE TO RECON-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            ADD 1 TO WS-ACCOUNTS-OUT.
            ADD WS-AC-ADDITIONS(WS-AC-IX) TO WS-TOTAL-ADDITIONS.
            ADD WS-AC-GL-ACTIVITY(WS-AC-IX) TO WS-TOTAL-GL-ACTIVITY.
            ADD WS-AC-DIFFERENCE(WS-AC-IX) TO WS-TOTAL-DIFFERENCE.

       8000-WRITE-REPORT-LINE.
            WRITE RECON-PRINT-LINE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO WRITE ASSET RECONCILIATION, "
                    "STATUS = " WS-PRINT-FILE-STATUS
            END-IF.

       8200-PRINT-NOTE.
            MOVE WS-NOTE-LINE TO RECON-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-NL-TEXT.

      * PRINT THE STANDARD COMPANY/RUN-DATE/RUN-TIME/PAGE-NUMBER
      * HEADING (SEE RPTHDR1.cbl).
       3900-PRINT-STANDARD-HEADING.
            ADD 1 TO WS-RPT-PAGE-COUNT.
            MOVE WS-RPT-PAGE-COUNT TO WS-RPT-PAGE-NUMBER.
            ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RPT-RUN-TIME FROM TIME.
            MOVE WS-RPT-HEADING-LINE-1 TO RECON-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE WS-RPT-HEADING-LINE-2 TO RECON-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.

      * THE RUN IS CLEAN ONLY WHEN EVERY ACCOUNT TIES AND EVERY
      * ADDITION FOUND ITS ACCOUNT.
       9000-TERMINATE.
            DISPLAY "CAPITAL ACCOUNTS LOADED : " WS-ACCOUNTS-LOADED.
            DISPLAY "ADDITIONS READ          : " WS-ADDITIONS-READ.
            DISPLAY "  IN PERIOD             : "
                WS-ADDITIONS-IN-PERIOD.
            DISPLAY "JOURNAL LINES READ      : " WS-JOURNAL-LINES-READ.
            DISPLAY "  ON CAPITAL ACCOUNTS   : "
                WS-JOURNAL-LINES-TAKEN.
            DISPLAY "ACCOUNTS REPORTED       : " WS-ACCOUNTS-OUT.
            DISPLAY "  NOT TYING OUT         : " WS-ACCOUNTS-DIFFERING.
            MOVE "E" TO WS-RL-FUNCTION.
            COMPUTE WS-RL-RECORDS-IN =
                WS-ADDITIONS-READ + WS-JOURNAL-LINES-READ.
            MOVE WS-ACCOUNTS-OUT TO WS-RL-RECORDS-OUT.
            MOVE WS-ADDITIONS-DROPPED TO WS-RL-REJECTS.
            MOVE "ADDITIONS LESS GL" TO WS-RL-LABEL.
            MOVE WS-TOTAL-DIFFERENCE TO WS-RL-VALUE.
            IF WS-RUN-ABANDONED
                MOVE "NOT RUN" TO WS-RL-STATUS-TEXT
            ELSE IF WS-ACCOUNTS-DIFFERING = ZERO
                AND WS-ADDITIONS-DROPPED = ZERO
                MOVE "CLEAN" TO WS-RL-STATUS-TEXT
            ELSE
                MOVE "CHECK" TO WS-RL-STATUS-TEXT
            END-IF.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
       END PROGRAM CAPRCN01.

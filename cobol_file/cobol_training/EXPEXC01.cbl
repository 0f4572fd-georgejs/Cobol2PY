      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Expense policy exception report - sorts the
      *              lines the expense load held, capped or repriced
      *              (EXPENSE-EXCEPTION-FILE) by the employee's
      *              department and prints each department on its own
      *              page of EXPEXC.PRT, addressed to the head on the
      *              department master, so each head sees their own
      *              people's claims and nobody else's.  Held lines
      *              sit on the invoice file under hold reason E
      *              until released through INVHLD01; capped and
      *              repriced lines have already loaded at the policy
      *              amount and are listed so the employee can be
      *              told why.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original expense exception report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPEXC01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLEXE01.cbl".
           COPY "SLDEP01.cbl".
           SELECT SORT-WORK-FILE ASSIGN TO "EESORT.TMP".
           COPY "Hello-world.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDEXE01.cbl".
           COPY "FDDEP01.cbl".

       SD  SORT-WORK-FILE.
       01  SW-RECORD.
           05 SW-DEPT-CODE          PIC X(04).
           05 SW-EMPLOYEE-NUMBER    PIC 9(05).
           05 SW-EMPLOYEE-NAME      PIC X(30).
           05 SW-EXPENSE-REF        PIC X(15).
           05 SW-EXPENSE-DATE       PIC 9(08).
           05 SW-CATEGORY           PIC X(04).
           05 SW-CLAIMED-AMOUNT     PIC 9(09)V99.
           05 SW-ALLOWED-AMOUNT     PIC 9(09)V99.
           05 SW-ACTION             PIC X(01).
               88 SW-ACTION-HELD        VALUE "H".
               88 SW-ACTION-CAPPED      VALUE "C".
               88 SW-ACTION-REPRICED    VALUE "R".
           05 SW-REASON             PIC X(30).
           05 FILLER                PIC X(11).

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXCEPTION-PRINT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EXPENSE-EXCP-STATUS   PIC X(02).
           88 WS-EXPENSE-EXCP-OK        VALUE "00".
           88 WS-EXPENSE-EXCP-EOF       VALUE "10".
       01  WS-DEPT-FILE-STATUS      PIC X(02).
           88 WS-DEPT-FILE-OK           VALUE "00".
       01  WS-PRINT-FILE-NAME       PIC X(20).
       01  WS-PRINT-FILE-STATUS     PIC X(02).
           88 WS-PRINT-FILE-OK          VALUE "00".
       01  WS-EOF-SWITCH             PIC X(01) VALUE "N".
           88 WS-NO-MORE-EXCEPTIONS      VALUE "Y".
       01  WS-DEPT-OPEN-SWITCH       PIC X(01) VALUE "N".
           88 WS-DEPT-MASTER-OPEN        VALUE "Y".
       01  WS-FIRST-DEPT-SWITCH      PIC X(01) VALUE "Y".
           88 WS-FIRST-DEPARTMENT        VALUE "Y".
       01  WS-CURRENT-DEPT           PIC X(04).

           COPY "RPTHDR1.cbl".

       01  WS-EXCEPTIONS-READ        PIC 9(07) VALUE ZERO.
       01  WS-DEPARTMENTS-PRINTED    PIC 9(05) VALUE ZERO.
       01  WS-DEPT-TOTALS.
           05 WS-DT-HELD             PIC 9(07).
           05 WS-DT-CAPPED           PIC 9(07).
           05 WS-DT-REPRICED         PIC 9(07).
           05 WS-DT-CLAIMED          PIC S9(11)V99.
           05 WS-DT-ALLOWED          PIC S9(11)V99.
       01  WS-RUN-TOTALS.
           05 WS-RT-HELD             PIC 9(07) VALUE ZERO.
           05 WS-RT-CAPPED           PIC 9(07) VALUE ZERO.
           05 WS-RT-REPRICED         PIC 9(07) VALUE ZERO.
           05 WS-RT-CLAIMED          PIC S9(11)V99 VALUE ZERO.
           05 WS-RT-ALLOWED          PIC S9(11)V99 VALUE ZERO.
           05 WS-RT-HELD-CLAIMED     PIC S9(11)V99 VALUE ZERO.

      * FIELDS FOR THE RUNLOG01 RUN-CONTROL CALLS.
       01  WS-RL-FUNCTION            PIC X(01).
       01  WS-RL-PROGRAM             PIC X(08) VALUE "EXPEXC01".
       01  WS-RL-LABEL               PIC X(24).
       01  WS-RL-VALUE               PIC S9(13)V99.
       01  WS-RL-RECORDS-IN          PIC 9(07) VALUE ZERO.
       01  WS-RL-RECORDS-OUT         PIC 9(07) VALUE ZERO.
       01  WS-RL-REJECTS             PIC 9(07) VALUE ZERO.
       01  WS-RL-STATUS-TEXT         PIC X(08).

       01  WS-TITLE-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(40) VALUE
               "EXPENSE POLICY EXCEPTIONS".

       01  WS-DEPT-LINE.
           05 FILLER                 PIC X(12) VALUE "DEPARTMENT:".
           05 WS-DL-CODE             PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-DL-NAME             PIC X(30).

       01  WS-ATTENTION-LINE.
           05 FILLER                 PIC X(12) VALUE "ATTENTION:".
           05 WS-AL-HEAD             PIC X(40).

       01  WS-HEADING-LINE.
           05 FILLER                 PIC X(05) VALUE "EMP".
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(20) VALUE "NAME".
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(15) VALUE "EXPENSE REF".
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE "DATE".
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(04) VALUE "CAT".
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(13) VALUE "      CLAIMED".
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(13) VALUE "   POLICY AMT".
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE "ACTION".
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(30) VALUE "REASON".

       01  WS-DETAIL-LINE.
           05 WS-D-EMPLOYEE          PIC 9(05).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-D-NAME              PIC X(20).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-D-REF               PIC X(15).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-D-DATE              PIC 9(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-D-CATEGORY          PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-D-CLAIMED           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-D-ALLOWED           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-D-ACTION            PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-D-REASON            PIC X(30).

       01  WS-TOTAL-LINE.
           05 WS-TL-LABEL            PIC X(30).
           05 FILLER                 PIC X(07) VALUE " HELD".
           05 WS-TL-HELD             PIC ZZZZZZ9.
           05 FILLER                 PIC X(09) VALUE "  CAPPED".
           05 WS-TL-CAPPED           PIC ZZZZZZ9.
           05 FILLER                 PIC X(11) VALUE "  REPRICED".
           05 WS-TL-REPRICED         PIC ZZZZZZ9.
           05 FILLER                 PIC X(10) VALUE "  CLAIMED".
           05 WS-TL-CLAIMED          PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                 PIC X(09) VALUE "  POLICY".
           05 WS-TL-ALLOWED          PIC ZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE.
            MOVE "S" TO WS-RL-FUNCTION.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            PERFORM 1000-OPEN-REPORT.
            SORT SORT-WORK-FILE
                ON ASCENDING KEY SW-DEPT-CODE SW-EMPLOYEE-NUMBER
                    SW-EXPENSE-REF
                INPUT PROCEDURE IS 2000-LOAD-SORT-FILE
                OUTPUT PROCEDURE IS 3000-PRINT-EXCEPTIONS.
            PERFORM 5000-PRINT-RUN-TOTALS.
            CLOSE PRINT-FILE.
            IF WS-DEPT-MASTER-OPEN
                CLOSE DEPT-FILE
            END-IF.
            MOVE "E" TO WS-RL-FUNCTION.
            MOVE WS-EXCEPTIONS-READ TO WS-RL-RECORDS-IN.
            MOVE WS-EXCEPTIONS-READ TO WS-RL-RECORDS-OUT.
            MOVE ZERO TO WS-RL-REJECTS.
            MOVE "HELD AMOUNT CLAIMED" TO WS-RL-LABEL.
            MOVE WS-RT-HELD-CLAIMED TO WS-RL-VALUE.
            IF WS-RT-HELD = ZERO
                MOVE "CLEAN" TO WS-RL-STATUS-TEXT
            ELSE
                MOVE "REVIEW" TO WS-RL-STATUS-TEXT
            END-IF.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            STOP RUN.

      * WITHOUT THE DEPARTMENT MASTER THE REPORT STILL PRINTS, BY
      * DEPARTMENT CODE, WITH NO NAME OR HEAD ON THE PAGE.
       1000-OPEN-REPORT.
            OPEN INPUT DEPT-FILE.
            IF WS-DEPT-FILE-OK
                SET WS-DEPT-MASTER-OPEN TO TRUE
            ELSE
                DISPLAY "NO DEPARTMENT MASTER - PAGES PRINT WITHOUT "
                    "THE DEPARTMENT HEAD"
            END-IF.
            MOVE "EXPEXC.PRT" TO WS-PRINT-FILE-NAME.
            OPEN OUTPUT PRINT-FILE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO OPEN EXCEPTION REPORT, STATUS = "
                    WS-PRINT-FILE-STATUS
            END-IF.

       2000-LOAD-SORT-FILE.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT EXPENSE-EXCEPTION-FILE.
            IF NOT WS-EXPENSE-EXCP-OK
                DISPLAY "NO EXPENSE EXCEPTIONS ON FILE, STATUS = "
                    WS-EXPENSE-EXCP-STATUS
                SET WS-NO-MORE-EXCEPTIONS TO TRUE
            ELSE
                PERFORM 2900-READ-NEXT-EXCEPTION
                PERFORM UNTIL WS-NO-MORE-EXCEPTIONS
                    ADD 1 TO WS-EXCEPTIONS-READ
                    MOVE EXPENSE-EXCEPTION-RECORD TO SW-RECORD
                    RELEASE SW-RECORD
                    PERFORM 2900-READ-NEXT-EXCEPTION
                END-PERFORM
                CLOSE EXPENSE-EXCEPTION-FILE
            END-IF.

       2900-READ-NEXT-EXCEPTION.
            READ EXPENSE-EXCEPTION-FILE
                AT END SET WS-NO-MORE-EXCEPTIONS TO TRUE
            END-READ.
            IF NOT WS-EXPENSE-EXCP-OK AND NOT WS-EXPENSE-EXCP-EOF
                DISPLAY "EXPENSE-EXCEPTION-FILE READ ERROR, STATUS = "
                    WS-EXPENSE-EXCP-STATUS
                SET WS-NO-MORE-EXCEPTIONS TO TRUE
            END-IF.

      * A NEW PAGE AT EVERY CHANGE OF DEPARTMENT, SO EACH HEAD'S
      * PAGES CAN BE TORN OFF AND SENT ON THEIR OWN.
       3000-PRINT-EXCEPTIONS.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM 3100-RETURN-NEXT.
            IF WS-NO-MORE-EXCEPTIONS
                PERFORM 3900-PRINT-STANDARD-HEADING
                MOVE WS-TITLE-LINE TO EXCEPTION-PRINT-LINE
                PERFORM 8000-WRITE-REPORT-LINE
                MOVE "NO EXPENSE LINES HELD, CAPPED OR REPRICED"
                    TO EXCEPTION-PRINT-LINE
                PERFORM 8000-WRITE-REPORT-LINE
            END-IF.
            PERFORM UNTIL WS-NO-MORE-EXCEPTIONS
                IF WS-FIRST-DEPARTMENT
                    OR SW-DEPT-CODE NOT = WS-CURRENT-DEPT
                    IF NOT WS-FIRST-DEPARTMENT
                        PERFORM 4500-PRINT-DEPT-TOTALS
                    END-IF
                    PERFORM 4000-START-DEPARTMENT
                END-IF
                PERFORM 4200-PRINT-EXCEPTION-LINE
                PERFORM 3100-RETURN-NEXT
            END-PERFORM.
            IF NOT WS-FIRST-DEPARTMENT
                PERFORM 4500-PRINT-DEPT-TOTALS
            END-IF.

       3100-RETURN-NEXT.
            RETURN SORT-WORK-FILE
                AT END SET WS-NO-MORE-EXCEPTIONS TO TRUE
            END-RETURN.

      * THE PAGE IS ADDRESSED TO THE HEAD ON THE DEPARTMENT MASTER.
      * AN EMPLOYEE WITH NO DEPARTMENT SET SORTS FIRST, UNDER A
      * BLANK CODE, AND AP ROUTES THOSE BY HAND.
       4000-START-DEPARTMENT.
            MOVE "N" TO WS-FIRST-DEPT-SWITCH.
            MOVE SW-DEPT-CODE TO WS-CURRENT-DEPT.
            ADD 1 TO WS-DEPARTMENTS-PRINTED.
            INITIALIZE WS-DEPT-TOTALS.
            MOVE SW-DEPT-CODE TO WS-DL-CODE.
            MOVE SPACES TO WS-DL-NAME.
            MOVE SPACES TO WS-AL-HEAD.
            IF SW-DEPT-CODE = SPACES
                MOVE "NO DEPARTMENT SET ON EMPLOYEE" TO WS-DL-NAME
                MOVE "ACCOUNTS PAYABLE - ROUTE BY HAND" TO WS-AL-HEAD
            ELSE IF WS-DEPT-MASTER-OPEN
                MOVE SW-DEPT-CODE TO DP-DEPT-CODE
                READ DEPT-FILE
                    INVALID KEY
                        MOVE "NOT ON DEPARTMENT MASTER" TO WS-DL-NAME
                    NOT INVALID KEY
                        MOVE DP-DEPT-NAME TO WS-DL-NAME
                        MOVE DP-DEPT-HEAD TO WS-AL-HEAD
                END-READ
            END-IF.
            IF WS-AL-HEAD = SPACES
                MOVE "DEPARTMENT HEAD NOT ON FILE" TO WS-AL-HEAD
            END-IF.
            PERFORM 3900-PRINT-STANDARD-HEADING.
            MOVE WS-TITLE-LINE TO EXCEPTION-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE SPACES TO EXCEPTION-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE WS-DEPT-LINE TO EXCEPTION-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE WS-ATTENTION-LINE TO EXCEPTION-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE SPACES TO EXCEPTION-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE WS-HEADING-LINE TO EXCEPTION-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.

       4200-PRINT-EXCEPTION-LINE.
            MOVE SW-EMPLOYEE-NUMBER TO WS-D-EMPLOYEE.
            MOVE SW-EMPLOYEE-NAME   TO WS-D-NAME.
            MOVE SW-EXPENSE-REF     TO WS-D-REF.
            MOVE SW-EXPENSE-DATE    TO WS-D-DATE.
            MOVE SW-CATEGORY        TO WS-D-CATEGORY.
            MOVE SW-CLAIMED-AMOUNT  TO WS-D-CLAIMED.
            MOVE SW-ALLOWED-AMOUNT  TO WS-D-ALLOWED.
            MOVE SW-REASON          TO WS-D-REASON.
            IF SW-ACTION-HELD
                MOVE "HELD" TO WS-D-ACTION
                ADD 1 TO WS-DT-HELD
                ADD SW-CLAIMED-AMOUNT TO WS-RT-HELD-CLAIMED
            ELSE IF SW-ACTION-CAPPED
                MOVE "CAPPED" TO WS-D-ACTION
                ADD 1 TO WS-DT-CAPPED
            ELSE
                MOVE "REPRICED" TO WS-D-ACTION
                ADD 1 TO WS-DT-REPRICED
            END-IF.
            ADD SW-CLAIMED-AMOUNT TO WS-DT-CLAIMED.
            ADD SW-ALLOWED-AMOUNT TO WS-DT-ALLOWED.
            MOVE WS-DETAIL-LINE TO EXCEPTION-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.

       4500-PRINT-DEPT-TOTALS.
            MOVE SPACES TO EXCEPTION-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE "DEPARTMENT TOTAL" TO WS-TL-LABEL.
            MOVE WS-DT-HELD     TO WS-TL-HELD.
            MOVE WS-DT-CAPPED   TO WS-TL-CAPPED.
            MOVE WS-DT-REPRICED TO WS-TL-REPRICED.
            MOVE WS-DT-CLAIMED  TO WS-TL-CLAIMED.
            MOVE WS-DT-ALLOWED  TO WS-TL-ALLOWED.
            MOVE WS-TOTAL-LINE TO EXCEPTION-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            IF WS-DT-HELD > ZERO
                MOVE "HELD LINES STAY ON HOLD (REASON E) UNTIL RELEASED"
                    TO EXCEPTION-PRINT-LINE
                PERFORM 8000-WRITE-REPORT-LINE
            END-IF.
            ADD WS-DT-HELD     TO WS-RT-HELD.
            ADD WS-DT-CAPPED   TO WS-RT-CAPPED.
            ADD WS-DT-REPRICED TO WS-RT-REPRICED.
            ADD WS-DT-CLAIMED  TO WS-RT-CLAIMED.
            ADD WS-DT-ALLOWED  TO WS-RT-ALLOWED.

      * THE RUN TOTALS CLOSE THE LAST DEPARTMENT'S PAGE.  THE HELD
      * LINES' CLAIMED AMOUNT - THE MONEY WAITING ON A DEPARTMENT
      * HEAD'S ANSWER - GOES TO THE RUN LOG.
       5000-PRINT-RUN-TOTALS.
            MOVE SPACES TO EXCEPTION-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE "RUN TOTAL, ALL DEPARTMENTS" TO WS-TL-LABEL.
            MOVE WS-RT-HELD     TO WS-TL-HELD.
            MOVE WS-RT-CAPPED   TO WS-TL-CAPPED.
            MOVE WS-RT-REPRICED TO WS-TL-REPRICED.
            MOVE WS-RT-CLAIMED  TO WS-TL-CLAIMED.
            MOVE WS-RT-ALLOWED  TO WS-TL-ALLOWED.
            MOVE WS-TOTAL-LINE TO EXCEPTION-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            DISPLAY "DEPARTMENTS REPORTED    : " WS-DEPARTMENTS-PRINTED.
            DISPLAY "EXCEPTIONS LISTED       : " WS-EXCEPTIONS-READ.
            DISPLAY "  HELD OVER POLICY      : " WS-RT-HELD.

       8000-WRITE-REPORT-LINE.
            WRITE EXCEPTION-PRINT-LINE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO WRITE EXCEPTION REPORT, STATUS = "
                    WS-PRINT-FILE-STATUS
            END-IF.

      * PRINT THE STANDARD COMPANY/RUN-DATE/RUN-TIME/PAGE-NUMBER
      * HEADING (SEE RPTHDR1.cbl).
       3900-PRINT-STANDARD-HEADING.
            ADD 1 TO WS-RPT-PAGE-COUNT.
            MOVE WS-RPT-PAGE-COUNT TO WS-RPT-PAGE-NUMBER.
            ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RPT-RUN-TIME FROM TIME.
            MOVE WS-RPT-HEADING-LINE-1 TO EXCEPTION-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE WS-RPT-HEADING-LINE-2 TO EXCEPTION-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
       END PROGRAM EXPEXC01.

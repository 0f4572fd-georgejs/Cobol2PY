      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Monthly intercompany balance report.  For the
      *              period named by the PARM (YYYYMM, default the
      *              current month) every pair of companies where
      *              one company's account paid the other's bills is
      *              listed from the intercompany ledger (INTERCO-
      *              SETTLE-FILE) - the checks drawn in the month,
      *              their amount, and the balance the owing company
      *              owes the payer for everything paid on its
      *              behalf to the end of the month - beside the
      *              month's GL activity on the payer's "due from"
      *              account and the owing company's "due to"
      *              account.  Each pair must net to zero (due from
      *              equals due to) and agree with the ledger; a
      *              pair that doesn't is flagged.  A second section
      *              shows each company's position - owed by the
      *              others, owing to the others, and the net - and
      *              the net positions must total zero.  Printed to
      *              ICBRPT.PRT.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original intercompany balance report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ICBRPT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLICS01.cbl".
           SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-JOURNAL-STATUS.
           COPY "Hello-world.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDICS01.cbl".

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
       01  IC-PRINT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-INTERCO-STATUS           PIC X(02).
           88 WS-INTERCO-OK                VALUE "00".
           88 WS-INTERCO-EOF               VALUE "10".
           88 WS-INTERCO-MISSING           VALUE "35".
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

      * THE PERIOD REPORTED.
       01  WS-PARM-VALUE               PIC X(06).
       01  WS-PERIOD.
           05 WS-PERIOD-YEAR           PIC 9(04).
           05 WS-PERIOD-MONTH          PIC 9(02).
       01  WS-PERIOD-9 REDEFINES WS-PERIOD
                                       PIC 9(06).

      * THE INTERCOMPANY ACCOUNTS GLEXT01 BOOKS - THE LAST TWO
      * DIGITS ARE THE OTHER COMPANY.
       01  WS-IC-DUE-FROM-BASE         PIC X(06) VALUE "149000".
       01  WS-IC-DUE-TO-BASE           PIC X(06) VALUE "219000".

           COPY "RPTHDR1.cbl".

      * ONE ENTRY PER PAYING/OWING PAIR - NINE COMPANIES EACH WAY.
       01  WS-PR-COUNT                 PIC 9(03) COMP VALUE ZERO.
       01  WS-PR-IX                    PIC 9(03) COMP.
       01  WS-PR-FOUND-SWITCH          PIC X(01).
           88 WS-PR-FOUND                  VALUE "Y".
       01  WS-PR-TABLE.
           05 WS-PR-ENTRY OCCURS 81 TIMES.
               10 WS-PR-PAYING         PIC X(02).
               10 WS-PR-OWING          PIC X(02).
               10 WS-PR-MONTH-CHECKS   PIC 9(05).
               10 WS-PR-MONTH-LEDGER   PIC S9(11)V99.
               10 WS-PR-BALANCE        PIC S9(11)V99.
               10 WS-PR-GL-DUE-FROM    PIC S9(11)V99.
               10 WS-PR-GL-DUE-TO      PIC S9(11)V99.
       01  WS-ITEM-PAYING              PIC X(02).
       01  WS-ITEM-OWING               PIC X(02).

      * ONE ENTRY PER COMPANY FOR THE POSITION SECTION.
       01  WS-CO-COUNT                 PIC 9(02) COMP VALUE ZERO.
       01  WS-CO-IX                    PIC 9(02) COMP.
       01  WS-CO-FOUND-SWITCH          PIC X(01).
           88 WS-CO-FOUND                  VALUE "Y".
       01  WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 9 TIMES.
               10 WS-CO-CODE           PIC X(02).
               10 WS-CO-OWED-BY-OTHERS PIC S9(11)V99.
               10 WS-CO-OWES-OTHERS    PIC S9(11)V99.
       01  WS-ITEM-COMPANY             PIC X(02).
       01  WS-ITEM-AMOUNT              PIC S9(11)V99.

       01  WS-SETTLEMENTS-READ         PIC 9(07) VALUE ZERO.
       01  WS-SETTLEMENTS-TAKEN        PIC 9(07) VALUE ZERO.
       01  WS-SETTLEMENTS-DROPPED      PIC 9(07) VALUE ZERO.
       01  WS-JOURNAL-LINES-READ       PIC 9(07) VALUE ZERO.
       01  WS-JOURNAL-LINES-TAKEN      PIC 9(07) VALUE ZERO.
       01  WS-PAIRS-OUT                PIC 9(05) VALUE ZERO.
       01  WS-PAIRS-NOT-NETTING        PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-BALANCE            PIC S9(13)V99 VALUE ZERO.
       01  WS-TOTAL-NET-POSITION       PIC S9(13)V99 VALUE ZERO.

      * FIELDS FOR THE RUNLOG01 RUN-CONTROL CALLS.
       01  WS-RL-FUNCTION              PIC X(01).
       01  WS-RL-PROGRAM               PIC X(08) VALUE "ICBRPT01".
       01  WS-RL-LABEL                 PIC X(24).
       01  WS-RL-VALUE                 PIC S9(13)V99.
       01  WS-RL-RECORDS-IN            PIC 9(07) VALUE ZERO.
       01  WS-RL-RECORDS-OUT           PIC 9(07) VALUE ZERO.
       01  WS-RL-REJECTS               PIC 9(07) VALUE ZERO.
       01  WS-RL-STATUS-TEXT           PIC X(08).

       01  WS-TITLE-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(36) VALUE
               "INTERCOMPANY BALANCES, PERIOD ENDING".
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-TL-PERIOD             PIC 9(06).

       01  WS-PAIR-HEADING-1.
           05 FILLER                   PIC X(06) VALUE "PAYING".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(05) VALUE "OWING".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE "CHECKS".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(18) VALUE
               "   LEDGER IN MONTH".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(18) VALUE
               "   GL DUE FROM (P)".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(18) VALUE
               "     GL DUE TO (O)".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(18) VALUE
               "  O OWES P TO DATE".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(14) VALUE "FLAG".

       01  WS-PAIR-DETAIL.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-PD-PAYING             PIC X(02).
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 WS-PD-OWING              PIC X(02).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 WS-PD-CHECKS             PIC ZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-PD-MONTH-LEDGER       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-PD-GL-DUE-FROM        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-PD-GL-DUE-TO          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-PD-BALANCE            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-PD-FLAG               PIC X(14).

       01  WS-COMPANY-HEADING.
           05 FILLER                   PIC X(07) VALUE "COMPANY".
           05 FILLER                   PIC X(08) VALUE SPACES.
           05 FILLER                   PIC X(18) VALUE
               "  OWED BY OTHERS".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(18) VALUE
               "    OWES OTHERS".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(18) VALUE
               "      NET POSITION".

       01  WS-COMPANY-DETAIL.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-CD-COMPANY            PIC X(02).
           05 FILLER                   PIC X(11) VALUE SPACES.
           05 WS-CD-OWED-BY-OTHERS     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-CD-OWES-OTHERS        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-CD-NET-POSITION       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-CD-FLAG               PIC X(14).

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
                PERFORM 2000-SCAN-SETTLEMENTS
                PERFORM 3000-SCAN-GL-JOURNAL
                PERFORM 5000-PRINT-PAIRS
                PERFORM 6000-PRINT-POSITIONS
                CLOSE PRINT-FILE
            END-IF.
            PERFORM 9000-TERMINATE.
            STOP RUN.

      * THE PARM NAMES THE PERIOD; NO PARM REPORTS THE CURRENT
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
                    "INTERCOMPANY REPORT NOT RUN"
                SET WS-RUN-ABANDONED TO TRUE
            ELSE
                MOVE "ICBRPT.PRT" TO WS-PRINT-FILE-NAME
                OPEN OUTPUT PRINT-FILE
                IF NOT WS-PRINT-FILE-OK
                    DISPLAY "UNABLE TO OPEN INTERCOMPANY REPORT, "
                        "STATUS = " WS-PRINT-FILE-STATUS
                    SET WS-RUN-ABANDONED TO TRUE
                END-IF
            END-IF.

      * THE LEDGER IS READ FROM THE BEGINNING - EVERY CHECK UP TO
      * THE END OF THE PERIOD IS PART OF WHAT THE OWING COMPANY
      * OWES; THE PERIOD'S OWN CHECKS ARE ALSO COUNTED APART FOR
      * THE COMPARISON WITH THE MONTH'S JOURNAL.  NO LEDGER MEANS
      * NO ACCOUNT HAS EVER PAID ON ANOTHER'S BEHALF.
       2000-SCAN-SETTLEMENTS.
            OPEN INPUT INTERCO-SETTLE-FILE.
            IF WS-INTERCO-MISSING
                DISPLAY "NO INTERCO-SETTLE-FILE - NOTHING HAS BEEN "
                    "PAID ON ANOTHER COMPANY'S BEHALF"
            ELSE IF NOT WS-INTERCO-OK
                DISPLAY "UNABLE TO OPEN INTERCO-SETTLE-FILE, STATUS = "
                    WS-INTERCO-STATUS
            ELSE
                MOVE "N" TO WS-SCAN-SWITCH
                PERFORM 2900-READ-NEXT-SETTLEMENT
                PERFORM 2100-TAKE-ONE-SETTLEMENT
                    UNTIL WS-SCAN-DONE
                CLOSE INTERCO-SETTLE-FILE
            END-IF.

       2100-TAKE-ONE-SETTLEMENT.
            ADD 1 TO WS-SETTLEMENTS-READ.
            IF IC-CHECK-DATE(1:6) NOT > WS-PERIOD
                MOVE IC-PAYING-COMPANY TO WS-ITEM-PAYING
                MOVE IC-OWING-COMPANY TO WS-ITEM-OWING
                PERFORM 2800-FIND-PAIR
                IF WS-PR-IX > ZERO
                    ADD 1 TO WS-SETTLEMENTS-TAKEN
                    ADD IC-AMOUNT TO WS-PR-BALANCE(WS-PR-IX)
                    IF IC-CHECK-DATE(1:6) = WS-PERIOD
                        ADD 1 TO WS-PR-MONTH-CHECKS(WS-PR-IX)
                        ADD IC-AMOUNT TO WS-PR-MONTH-LEDGER(WS-PR-IX)
                    END-IF
                ELSE
                    ADD 1 TO WS-SETTLEMENTS-DROPPED
                END-IF
            END-IF.
            PERFORM 2900-READ-NEXT-SETTLEMENT.

      * FINDS THE PAIR'S ENTRY, ADDING IT IF IT IS NEW.  SPACES ON
      * EITHER SIDE READ AS THE PARENT, 01.  A FULL TABLE LEAVES
      * WS-PR-IX ZERO.
       2800-FIND-PAIR.
            IF WS-ITEM-PAYING = SPACES
                MOVE "01" TO WS-ITEM-PAYING
            END-IF.
            IF WS-ITEM-OWING = SPACES
                MOVE "01" TO WS-ITEM-OWING
            END-IF.
            MOVE "N" TO WS-PR-FOUND-SWITCH.
            PERFORM 2810-MATCH-ONE-PAIR
                VARYING WS-PR-IX FROM 1 BY 1
                UNTIL WS-PR-IX > WS-PR-COUNT OR WS-PR-FOUND.
            IF WS-PR-FOUND
                SUBTRACT 1 FROM WS-PR-IX
            ELSE
                IF WS-PR-COUNT < 81
                    ADD 1 TO WS-PR-COUNT
                    MOVE WS-PR-COUNT TO WS-PR-IX
                    MOVE WS-ITEM-PAYING TO WS-PR-PAYING(WS-PR-IX)
                    MOVE WS-ITEM-OWING TO WS-PR-OWING(WS-PR-IX)
                    MOVE ZERO TO WS-PR-MONTH-CHECKS(WS-PR-IX)
                    MOVE ZERO TO WS-PR-MONTH-LEDGER(WS-PR-IX)
                    MOVE ZERO TO WS-PR-BALANCE(WS-PR-IX)
                    MOVE ZERO TO WS-PR-GL-DUE-FROM(WS-PR-IX)
                    MOVE ZERO TO WS-PR-GL-DUE-TO(WS-PR-IX)
                ELSE
                    DISPLAY "PAIR TABLE FULL - COMPANY "
                        WS-ITEM-PAYING " FOR " WS-ITEM-OWING
                        " NOT REPORTED"
                    MOVE ZERO TO WS-PR-IX
                END-IF
            END-IF.

       2810-MATCH-ONE-PAIR.
            IF WS-PR-PAYING(WS-PR-IX) = WS-ITEM-PAYING
                AND WS-PR-OWING(WS-PR-IX) = WS-ITEM-OWING
                SET WS-PR-FOUND TO TRUE
            END-IF.

       2900-READ-NEXT-SETTLEMENT.
            READ INTERCO-SETTLE-FILE
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-INTERCO-OK AND NOT WS-INTERCO-EOF
                DISPLAY "INTERCO-SETTLE-FILE READ ERROR, STATUS = "
                    WS-INTERCO-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.

      * THE PAYER'S "DUE FROM" LINES NAME THE OWING COMPANY IN THE
      * ACCOUNT AND THE PAYER IN THE COMPANY CODE; THE OWING
      * COMPANY'S "DUE TO" LINES THE OTHER WAY ROUND.  EACH SIDE IS
      * TAKEN AS A POSITIVE BALANCE - DEBIT FOR DUE FROM, CREDIT
      * FOR DUE TO - SO A PAIR THAT NETS SHOWS THE SAME FIGURE
      * TWICE.
       3000-SCAN-GL-JOURNAL.
            OPEN INPUT GL-JOURNAL-FILE.
            IF NOT WS-GL-JOURNAL-OK
                DISPLAY "NO GL PAYMENT JOURNAL (GLJRNL) - NO GL "
                    "ACTIVITY COUNTED"
            ELSE
                MOVE "N" TO WS-SCAN-SWITCH
                PERFORM 3900-READ-NEXT-GL-LINE
                PERFORM 3100-TAKE-ONE-GL-LINE
                    UNTIL WS-SCAN-DONE
                CLOSE GL-JOURNAL-FILE
            END-IF.

       3100-TAKE-ONE-GL-LINE.
            ADD 1 TO WS-JOURNAL-LINES-READ.
            IF GJ-JOURNAL-DATE(1:6) = WS-PERIOD
                IF GJ-ACCOUNT(1:6) = WS-IC-DUE-FROM-BASE
                    MOVE GJ-COMPANY-CODE TO WS-ITEM-PAYING
                    MOVE GJ-ACCOUNT(7:2) TO WS-ITEM-OWING
                    PERFORM 2800-FIND-PAIR
                    IF WS-PR-IX > ZERO
                        ADD 1 TO WS-JOURNAL-LINES-TAKEN
                        COMPUTE WS-PR-GL-DUE-FROM(WS-PR-IX) =
                            WS-PR-GL-DUE-FROM(WS-PR-IX)
                            + GJ-DEBIT-AMOUNT - GJ-CREDIT-AMOUNT
                    END-IF
                ELSE IF GJ-ACCOUNT(1:6) = WS-IC-DUE-TO-BASE
                    MOVE GJ-ACCOUNT(7:2) TO WS-ITEM-PAYING
                    MOVE GJ-COMPANY-CODE TO WS-ITEM-OWING
                    PERFORM 2800-FIND-PAIR
                    IF WS-PR-IX > ZERO
                        ADD 1 TO WS-JOURNAL-LINES-TAKEN
                        COMPUTE WS-PR-GL-DUE-TO(WS-PR-IX) =
                            WS-PR-GL-DUE-TO(WS-PR-IX)
                            + GJ-CREDIT-AMOUNT - GJ-DEBIT-AMOUNT
                    END-IF
                END-IF
            END-IF.
            PERFORM 3900-READ-NEXT-GL-LINE.

       3900-READ-NEXT-GL-LINE.
            READ GL-JOURNAL-FILE
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-GL-JOURNAL-OK AND NOT WS-GL-JOURNAL-EOF
                DISPLAY "GL-JOURNAL READ ERROR, STATUS = "
                    WS-GL-JOURNAL-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.

      * ONE LINE PER PAIR.  THE PAIR NETS WHEN THE PAYER'S DUE FROM
      * EQUALS THE OWING COMPANY'S DUE TO, AND TIES WHEN BOTH EQUAL
      * THE CHECKS ON THE LEDGER FOR THE MONTH.
       5000-PRINT-PAIRS.
            MOVE WS-PERIOD-9 TO WS-TL-PERIOD.
            PERFORM 3950-PRINT-STANDARD-HEADING.
            MOVE WS-TITLE-LINE TO IC-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE SPACES TO IC-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE WS-PAIR-HEADING-1 TO IC-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            IF WS-PR-COUNT = ZERO
                MOVE "NO COMPANY HAS PAID ON ANOTHER'S BEHALF"
                    TO WS-NL-TEXT
                PERFORM 8200-PRINT-NOTE
            END-IF.
            PERFORM 5100-PRINT-ONE-PAIR
                VARYING WS-PR-IX FROM 1 BY 1
                UNTIL WS-PR-IX > WS-PR-COUNT.
            MOVE SPACES TO IC-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE "THE BALANCE IS EVERY CHECK PAID ON THE OWING "
                TO WS-NL-TEXT.
            MOVE "COMPANY'S BEHALF TO THE END OF THE PERIOD -"
                TO WS-NL-TEXT(46:).
            PERFORM 8200-PRINT-NOTE.
            MOVE "CASH SETTLED BETWEEN THE COMPANIES THROUGH THE GL IS "
                TO WS-NL-TEXT.
            MOVE "NOT ON THE AP LEDGER." TO WS-NL-TEXT(54:).
            PERFORM 8200-PRINT-NOTE.

       5100-PRINT-ONE-PAIR.
            MOVE WS-PR-PAYING(WS-PR-IX) TO WS-PD-PAYING.
            MOVE WS-PR-OWING(WS-PR-IX) TO WS-PD-OWING.
            MOVE WS-PR-MONTH-CHECKS(WS-PR-IX) TO WS-PD-CHECKS.
            MOVE WS-PR-MONTH-LEDGER(WS-PR-IX) TO WS-PD-MONTH-LEDGER.
            MOVE WS-PR-GL-DUE-FROM(WS-PR-IX) TO WS-PD-GL-DUE-FROM.
            MOVE WS-PR-GL-DUE-TO(WS-PR-IX) TO WS-PD-GL-DUE-TO.
            MOVE WS-PR-BALANCE(WS-PR-IX) TO WS-PD-BALANCE.
            IF WS-PR-GL-DUE-FROM(WS-PR-IX)
                NOT = WS-PR-GL-DUE-TO(WS-PR-IX)
                MOVE "DOES NOT NET" TO WS-PD-FLAG
                ADD 1 TO WS-PAIRS-NOT-NETTING
            ELSE IF WS-PR-GL-DUE-FROM(WS-PR-IX)
                NOT = WS-PR-MONTH-LEDGER(WS-PR-IX)
                MOVE "GL VS LEDGER" TO WS-PD-FLAG
                ADD 1 TO WS-PAIRS-NOT-NETTING
            ELSE
                MOVE "NETS TO ZERO" TO WS-PD-FLAG
            END-IF.
            MOVE WS-PAIR-DETAIL TO IC-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            ADD 1 TO WS-PAIRS-OUT.
            ADD WS-PR-BALANCE(WS-PR-IX) TO WS-TOTAL-BALANCE.
            MOVE WS-PR-PAYING(WS-PR-IX) TO WS-ITEM-COMPANY.
            PERFORM 6800-FIND-COMPANY.
            IF WS-CO-IX > ZERO
                ADD WS-PR-BALANCE(WS-PR-IX)
                    TO WS-CO-OWED-BY-OTHERS(WS-CO-IX)
            END-IF.
            MOVE WS-PR-OWING(WS-PR-IX) TO WS-ITEM-COMPANY.
            PERFORM 6800-FIND-COMPANY.
            IF WS-CO-IX > ZERO
                ADD WS-PR-BALANCE(WS-PR-IX)
                    TO WS-CO-OWES-OTHERS(WS-CO-IX)
            END-IF.

      * EACH COMPANY'S POSITION AGAINST ALL THE OTHERS.  WHAT ONE
      * COMPANY IS OWED ANOTHER OWES, SO THE NET POSITIONS MUST
      * TOTAL ZERO.
       6000-PRINT-POSITIONS.
            MOVE SPACES TO IC-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE WS-COMPANY-HEADING TO IC-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            PERFORM 6100-PRINT-ONE-COMPANY
                VARYING WS-CO-IX FROM 1 BY 1
                UNTIL WS-CO-IX > WS-CO-COUNT.
            MOVE SPACES TO WS-COMPANY-DETAIL.
            MOVE "ALL" TO WS-COMPANY-DETAIL(1:3).
            MOVE WS-TOTAL-BALANCE TO WS-CD-OWED-BY-OTHERS.
            MOVE WS-TOTAL-BALANCE TO WS-CD-OWES-OTHERS.
            MOVE WS-TOTAL-NET-POSITION TO WS-CD-NET-POSITION.
            IF WS-TOTAL-NET-POSITION = ZERO
                MOVE "NETS TO ZERO" TO WS-CD-FLAG
            ELSE
                MOVE "DOES NOT NET" TO WS-CD-FLAG
                ADD 1 TO WS-PAIRS-NOT-NETTING
            END-IF.
            MOVE WS-COMPANY-DETAIL TO IC-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.

       6100-PRINT-ONE-COMPANY.
            COMPUTE WS-ITEM-AMOUNT =
                WS-CO-OWED-BY-OTHERS(WS-CO-IX)
                - WS-CO-OWES-OTHERS(WS-CO-IX).
            MOVE SPACES TO WS-COMPANY-DETAIL.
            MOVE WS-CO-CODE(WS-CO-IX) TO WS-CD-COMPANY.
            MOVE WS-CO-OWED-BY-OTHERS(WS-CO-IX)
                TO WS-CD-OWED-BY-OTHERS.
            MOVE WS-CO-OWES-OTHERS(WS-CO-IX) TO WS-CD-OWES-OTHERS.
            MOVE WS-ITEM-AMOUNT TO WS-CD-NET-POSITION.
            MOVE WS-COMPANY-DETAIL TO IC-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            ADD WS-ITEM-AMOUNT TO WS-TOTAL-NET-POSITION.

      * FINDS THE COMPANY'S ENTRY, ADDING IT IF IT IS NEW.  THE
      * PAIR TABLE ONLY EVER HOLDS NINE COMPANIES, SO THIS ONE
      * CANNOT FILL BEFORE IT DOES - A FULL TABLE STILL LEAVES
      * WS-CO-IX ZERO RATHER THAN RUN OFF THE END.
       6800-FIND-COMPANY.
            MOVE "N" TO WS-CO-FOUND-SWITCH.
            PERFORM 6810-MATCH-ONE-COMPANY
                VARYING WS-CO-IX FROM 1 BY 1
                UNTIL WS-CO-IX > WS-CO-COUNT OR WS-CO-FOUND.
            IF WS-CO-FOUND
                SUBTRACT 1 FROM WS-CO-IX
            ELSE
                IF WS-CO-COUNT < 9
                    ADD 1 TO WS-CO-COUNT
                    MOVE WS-CO-COUNT TO WS-CO-IX
                    MOVE WS-ITEM-COMPANY TO WS-CO-CODE(WS-CO-IX)
                    MOVE ZERO TO WS-CO-OWED-BY-OTHERS(WS-CO-IX)
                    MOVE ZERO TO WS-CO-OWES-OTHERS(WS-CO-IX)
                ELSE
                    DISPLAY "COMPANY TABLE FULL - COMPANY "
                        WS-ITEM-COMPANY " LEFT OUT OF THE POSITIONS"
                    MOVE ZERO TO WS-CO-IX
                END-IF
            END-IF.

       6810-MATCH-ONE-COMPANY.
            IF WS-CO-CODE(WS-CO-IX) = WS-ITEM-COMPANY
                SET WS-CO-FOUND TO TRUE
            END-IF.

       8000-WRITE-REPORT-LINE.
            WRITE IC-PRINT-LINE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO WRITE INTERCOMPANY REPORT, "
                    "STATUS = " WS-PRINT-FILE-STATUS
            END-IF.

       8200-PRINT-NOTE.
            MOVE WS-NOTE-LINE TO IC-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-NL-TEXT.

      * PRINT THE STANDARD COMPANY/RUN-DATE/RUN-TIME/PAGE-NUMBER
      * HEADING (SEE RPTHDR1.cbl).
       3950-PRINT-STANDARD-HEADING.
            ADD 1 TO WS-RPT-PAGE-COUNT.
            MOVE WS-RPT-PAGE-COUNT TO WS-RPT-PAGE-NUMBER.
            ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RPT-RUN-TIME FROM TIME.
            MOVE WS-RPT-HEADING-LINE-1 TO IC-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE WS-RPT-HEADING-LINE-2 TO IC-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.

      * THE RUN IS CLEAN ONLY WHEN EVERY PAIR NETS AND TIES TO THE
      * LEDGER, THE POSITIONS TOTAL ZERO, AND NOTHING WAS LEFT OUT.
       9000-TERMINATE.
            DISPLAY "LEDGER CHECKS READ      : " WS-SETTLEMENTS-READ.
            DISPLAY "  TO PERIOD END         : "
                WS-SETTLEMENTS-TAKEN.
            DISPLAY "JOURNAL LINES READ      : " WS-JOURNAL-LINES-READ.
            DISPLAY "  ON INTERCOMPANY ACCTS : "
                WS-JOURNAL-LINES-TAKEN.
            DISPLAY "PAIRS REPORTED          : " WS-PAIRS-OUT.
            DISPLAY "  NOT NETTING OR TYING  : " WS-PAIRS-NOT-NETTING.
            DISPLAY "BALANCE OWED, ALL PAIRS : " WS-TOTAL-BALANCE.
            MOVE "E" TO WS-RL-FUNCTION.
            COMPUTE WS-RL-RECORDS-IN =
                WS-SETTLEMENTS-READ + WS-JOURNAL-LINES-READ.
            MOVE WS-PAIRS-OUT TO WS-RL-RECORDS-OUT.
            MOVE WS-SETTLEMENTS-DROPPED TO WS-RL-REJECTS.
            MOVE "INTERCOMPANY BALANCE" TO WS-RL-LABEL.
            MOVE WS-TOTAL-BALANCE TO WS-RL-VALUE.
            IF WS-RUN-ABANDONED
                MOVE "NOT RUN" TO WS-RL-STATUS-TEXT
            ELSE IF WS-PAIRS-NOT-NETTING = ZERO
                AND WS-SETTLEMENTS-DROPPED = ZERO
                MOVE "CLEAN" TO WS-RL-STATUS-TEXT
            ELSE
                MOVE "CHECK" TO WS-RL-STATUS-TEXT
            END-IF.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
       END PROGRAM ICBRPT01.

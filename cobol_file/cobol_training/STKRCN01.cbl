      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Blank check stock reconciliation.  For every
      *              disbursement account on BANK-ACCOUNT-FILE, proves
      *              that each form number in each range received
      *              into the vault (CHECK-STOCK-LOG-FILE) is either
      *              on CHECK-REGISTER-FILE - issued, paid, void or
      *              spoiled - still in the vault, or recorded as
      *              destroyed.  A form that went to the printer and
      *              neither came back nor was printed on is listed
      *              as unaccounted, as is any register check printed
      *              on a number the log never received.  Printed to
      *              STKRCN.PRT; the run is CLEAN only when nothing
      *              is unaccounted.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original check stock reconciliation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKRCN01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLBNK01.cbl".
           COPY "SLCHR01.cbl".
           COPY "SLCSK01.cbl".
           COPY "Hello-world.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDBNK01.cbl".
           COPY "FDCHR01.cbl".
           COPY "FDCSK01.cbl".

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  STOCK-PRINT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BANK-ACCT-STATUS        PIC X(02).
           88 WS-BANK-ACCT-OK             VALUE "00".
           88 WS-BANK-ACCT-EOF            VALUE "10".
       01  WS-CHECK-REG-STATUS        PIC X(02).
           88 WS-CHECK-REG-OK             VALUE "00".
           88 WS-CHECK-REG-EOF            VALUE "10".
           88 WS-CHECK-REG-NOT-FOUND      VALUE "23".
           88 WS-CHECK-REG-MISSING        VALUE "35".
       01  WS-CHECK-STOCK-STATUS      PIC X(02).
           88 WS-CHECK-STOCK-OK           VALUE "00".
           88 WS-CHECK-STOCK-EOF          VALUE "10".
           88 WS-CHECK-STOCK-MISSING      VALUE "35".
       01  WS-PRINT-FILE-NAME         PIC X(20).
       01  WS-PRINT-FILE-STATUS       PIC X(02).
           88 WS-PRINT-FILE-OK            VALUE "00".
       01  WS-REGISTER-OPEN-SWITCH    PIC X(01) VALUE "N".
           88 WS-REGISTER-OPEN            VALUE "Y".
       01  WS-RUN-SWITCH               PIC X(01) VALUE "N".
           88 WS-RUN-ABANDONED             VALUE "Y".
       01  WS-SCAN-SWITCH              PIC X(01).
           88 WS-SCAN-DONE                 VALUE "Y".
       01  WS-ACCOUNT-EOF-SWITCH       PIC X(01) VALUE "N".
           88 WS-NO-MORE-ACCOUNTS          VALUE "Y".

           COPY "RPTHDR1.cbl".

      * EVERY MOVEMENT ON THE LOG, IN THE ORDER IT WAS LOGGED.
       01  WS-LG-COUNT                 PIC 9(04) COMP VALUE ZERO.
       01  WS-LG-IX                    PIC 9(04) COMP.
       01  WS-RC-IX                    PIC 9(04) COMP.
       01  WS-LG-TABLE.
           05 WS-LG-ENTRY OCCURS 3000 TIMES.
               10 WS-LG-ACCOUNT        PIC X(03).
               10 WS-LG-MOVEMENT       PIC X(01).
               10 WS-LG-FIRST          PIC 9(08).
               10 WS-LG-LAST           PIC 9(08).
               10 WS-LG-DATE           PIC 9(08).
               10 WS-LG-CUSTODIAN      PIC X(08).

      * WHERE ONE FORM IS, BY THE LOG.  ONE DIGIT WIDER THAN A
      * CHECK NUMBER SO A RANGE ENDING AT 99999999 ENDS THE LOOP.
       01  WS-PROBE-NUMBER             PIC 9(09).
       01  WS-PROBE-STATE              PIC X(01).
           88 WS-PROBE-NOT-RECEIVED        VALUE "N".
           88 WS-PROBE-IN-VAULT            VALUE "V".
           88 WS-PROBE-AT-PRINTER          VALUE "P".
           88 WS-PROBE-DESTROYED           VALUE "D".
       01  WS-LOWEST-RECEIVED          PIC 9(08).

      * A RUN OF CONSECUTIVE UNACCOUNTED FORMS, PRINTED AS ONE LINE.
       01  WS-GAP-SWITCH               PIC X(01).
           88 WS-IN-GAP                    VALUE "Y".
       01  WS-GAP-FIRST                PIC 9(08).
       01  WS-GAP-LAST                 PIC 9(08).
       01  WS-GAP-COUNT                PIC 9(08).

      * ONE ACCOUNT'S PROOF, THEN THE RUN'S.
       01  WS-ACCOUNT-COUNTS.
           05 WS-AC-RECEIVED           PIC 9(08).
           05 WS-AC-ISSUED             PIC 9(08).
           05 WS-AC-VOID               PIC 9(08).
           05 WS-AC-SPOILED            PIC 9(08).
           05 WS-AC-IN-VAULT           PIC 9(08).
           05 WS-AC-DESTROYED          PIC 9(08).
           05 WS-AC-UNACCOUNTED        PIC 9(08).
           05 WS-AC-NOT-RECEIVED       PIC 9(08).
       01  WS-RUN-COUNTS.
           05 WS-RN-RECEIVED           PIC 9(08) VALUE ZERO.
           05 WS-RN-ISSUED             PIC 9(08) VALUE ZERO.
           05 WS-RN-VOID               PIC 9(08) VALUE ZERO.
           05 WS-RN-SPOILED            PIC 9(08) VALUE ZERO.
           05 WS-RN-IN-VAULT           PIC 9(08) VALUE ZERO.
           05 WS-RN-DESTROYED          PIC 9(08) VALUE ZERO.
           05 WS-RN-UNACCOUNTED        PIC 9(08) VALUE ZERO.
           05 WS-RN-NOT-RECEIVED       PIC 9(08) VALUE ZERO.
       01  WS-ACCOUNTS-READ            PIC 9(05) VALUE ZERO.
       01  WS-MOVEMENTS-READ           PIC 9(07) VALUE ZERO.

      * FIELDS FOR THE RUNLOG01 RUN-CONTROL CALLS.
       01  WS-RL-FUNCTION              PIC X(01).
       01  WS-RL-PROGRAM               PIC X(08) VALUE "STKRCN01".
       01  WS-RL-LABEL                 PIC X(24).
       01  WS-RL-VALUE                 PIC S9(13)V99.
       01  WS-RL-RECORDS-IN            PIC 9(07) VALUE ZERO.
       01  WS-RL-RECORDS-OUT           PIC 9(07) VALUE ZERO.
       01  WS-RL-REJECTS               PIC 9(07) VALUE ZERO.
       01  WS-RL-STATUS-TEXT           PIC X(08).

       01  WS-TITLE-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(40) VALUE
               "BLANK CHECK STOCK RECONCILIATION".

       01  WS-ACCOUNT-LINE.
           05 FILLER                   PIC X(09) VALUE "ACCOUNT: ".
           05 WS-AL-CODE               PIC X(03).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-AL-BANK-NAME          PIC X(30).
           05 FILLER                   PIC X(14) VALUE
               "  NEXT CHECK: ".
           05 WS-AL-NEXT-CHECK         PIC 9(08).

       01  WS-RANGE-LINE.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-RG-CAPTION            PIC X(24).
           05 WS-RG-FIRST              PIC 9(08).
           05 FILLER                   PIC X(03) VALUE " - ".
           05 WS-RG-LAST               PIC 9(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-RG-COUNT              PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(07) VALUE " FORMS ".
           05 WS-RG-DATE               PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-RG-CUSTODIAN          PIC X(08).

       01  WS-CHECK-LINE.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(24) VALUE
               "** NOT FROM LOGGED STOCK".
           05 WS-CL-CHECK              PIC 9(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE "VENDOR ".
           05 WS-CL-VENDOR             PIC 9(05).
           05 FILLER                   PIC X(07) VALUE "  DATE ".
           05 WS-CL-DATE               PIC 9(08).

       01  WS-COUNT-HEADING.
           05 FILLER                   PIC X(14) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE "   RECEIVED".
           05 FILLER                   PIC X(11) VALUE "     ISSUED".
           05 FILLER                   PIC X(11) VALUE "       VOID".
           05 FILLER                   PIC X(11) VALUE "    SPOILED".
           05 FILLER                   PIC X(11) VALUE "   IN VAULT".
           05 FILLER                   PIC X(11) VALUE "  DESTROYED".
           05 FILLER                   PIC X(11) VALUE "UNACCOUNTED".
           05 FILLER                   PIC X(11) VALUE "NOT LOGGED".

       01  WS-COUNT-LINE.
           05 WS-CT-LABEL              PIC X(14).
           05 WS-CT-RECEIVED           PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-CT-ISSUED             PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-CT-VOID               PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-CT-SPOILED            PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-CT-IN-VAULT           PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-CT-DESTROYED          PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-CT-UNACCOUNTED        PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-CT-NOT-RECEIVED       PIC ZZ,ZZZ,ZZ9.

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
                PERFORM 2000-LOAD-STOCK-LOG
            END-IF.
            IF NOT WS-RUN-ABANDONED
                PERFORM 3900-PRINT-STANDARD-HEADING
                MOVE WS-TITLE-LINE TO STOCK-PRINT-LINE
                PERFORM 8000-WRITE-REPORT-LINE
                PERFORM 8900-READ-NEXT-ACCOUNT
                PERFORM 3000-PROVE-ONE-ACCOUNT
                    UNTIL WS-NO-MORE-ACCOUNTS
                PERFORM 5000-PRINT-RUN-TOTALS
            END-IF.
            PERFORM 9000-TERMINATE.
            STOP RUN.

      * NO REGISTER MEANS NOTHING HAS BEEN PRINTED YET - EVERY FORM
      * SHOULD THEN BE IN THE VAULT OR DESTROYED.
       1000-INITIALIZE.
            OPEN INPUT BANK-ACCOUNT-FILE.
            IF NOT WS-BANK-ACCT-OK
                DISPLAY "UNABLE TO OPEN BANK-ACCOUNT-FILE, STATUS = "
                    WS-BANK-ACCT-STATUS " - RECONCILIATION NOT RUN"
                SET WS-RUN-ABANDONED TO TRUE
            END-IF.
            OPEN INPUT CHECK-REGISTER-FILE.
            IF WS-CHECK-REG-OK
                SET WS-REGISTER-OPEN TO TRUE
            ELSE IF NOT WS-CHECK-REG-MISSING
                DISPLAY "UNABLE TO OPEN CHECK-REGISTER-FILE, STATUS = "
                    WS-CHECK-REG-STATUS " - RECONCILIATION NOT RUN"
                SET WS-RUN-ABANDONED TO TRUE
            END-IF.
            MOVE "STKRCN.PRT" TO WS-PRINT-FILE-NAME.
            OPEN OUTPUT PRINT-FILE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO OPEN STOCK RECONCILIATION, "
                    "STATUS = " WS-PRINT-FILE-STATUS
                SET WS-RUN-ABANDONED TO TRUE
            END-IF.

      * THE WHOLE LOG IS HELD - A PROOF AGAINST PART OF IT WOULD
      * PROVE NOTHING, SO A FULL TABLE STOPS THE RUN.
       2000-LOAD-STOCK-LOG.
            OPEN INPUT CHECK-STOCK-LOG-FILE.
            IF WS-CHECK-STOCK-OK
                MOVE "N" TO WS-SCAN-SWITCH
                PERFORM 2900-READ-NEXT-MOVEMENT
                PERFORM 2100-LOAD-ONE-MOVEMENT
                    UNTIL WS-SCAN-DONE
                CLOSE CHECK-STOCK-LOG-FILE
            ELSE IF WS-CHECK-STOCK-MISSING
                DISPLAY "NO CHECK-STOCK-LOG-FILE - NO STOCK RECEIVED"
            ELSE
                DISPLAY "UNABLE TO OPEN CHECK-STOCK-LOG-FILE, "
                    "STATUS = " WS-CHECK-STOCK-STATUS
                    " - RECONCILIATION NOT RUN"
                SET WS-RUN-ABANDONED TO TRUE
            END-IF.

       2100-LOAD-ONE-MOVEMENT.
            ADD 1 TO WS-MOVEMENTS-READ.
            IF WS-LG-COUNT < 3000
                ADD 1 TO WS-LG-COUNT
                MOVE CS-BANK-ACCT-CODE TO WS-LG-ACCOUNT(WS-LG-COUNT)
                MOVE CS-MOVEMENT TO WS-LG-MOVEMENT(WS-LG-COUNT)
                MOVE CS-FIRST-NUMBER TO WS-LG-FIRST(WS-LG-COUNT)
                MOVE CS-LAST-NUMBER TO WS-LG-LAST(WS-LG-COUNT)
                MOVE CS-ENTRY-DATE TO WS-LG-DATE(WS-LG-COUNT)
                MOVE CS-CUSTODIAN TO WS-LG-CUSTODIAN(WS-LG-COUNT)
                PERFORM 2900-READ-NEXT-MOVEMENT
            ELSE
                DISPLAY "STOCK LOG TABLE FULL AT 3000 MOVEMENTS - "
                    "RECONCILIATION NOT RUN"
                SET WS-RUN-ABANDONED TO TRUE
                SET WS-SCAN-DONE TO TRUE
            END-IF.

       2900-READ-NEXT-MOVEMENT.
            READ CHECK-STOCK-LOG-FILE
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-CHECK-STOCK-OK AND NOT WS-CHECK-STOCK-EOF
                DISPLAY "CHECK-STOCK-LOG READ ERROR, STATUS = "
                    WS-CHECK-STOCK-STATUS " - RECONCILIATION NOT RUN"
                SET WS-RUN-ABANDONED TO TRUE
                SET WS-SCAN-DONE TO TRUE
            END-IF.

      * EACH DELIVERY IS PROVED FORM BY FORM, THEN THE REGISTER IS
      * WALKED FOR CHECKS PRINTED ON NUMBERS NO DELIVERY COVERS.
       3000-PROVE-ONE-ACCOUNT.
            ADD 1 TO WS-ACCOUNTS-READ.
            INITIALIZE WS-ACCOUNT-COUNTS.
            MOVE ZERO TO WS-LOWEST-RECEIVED.
            MOVE SPACES TO STOCK-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE BA-ACCOUNT-CODE TO WS-AL-CODE.
            MOVE BA-BANK-NAME TO WS-AL-BANK-NAME.
            MOVE BA-NEXT-CHECK-NUMBER TO WS-AL-NEXT-CHECK.
            MOVE WS-ACCOUNT-LINE TO STOCK-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            PERFORM 3100-PROVE-ONE-DELIVERY
                VARYING WS-RC-IX FROM 1 BY 1
                UNTIL WS-RC-IX > WS-LG-COUNT.
            IF WS-LOWEST-RECEIVED = ZERO
                MOVE "NO STOCK RECEIVED ON THE LOG" TO WS-NL-TEXT
                PERFORM 8200-PRINT-NOTE
            ELSE
                PERFORM 4000-CHECKS-NOT-FROM-STOCK
            END-IF.
            PERFORM 3800-PRINT-ACCOUNT-COUNTS.
            PERFORM 8900-READ-NEXT-ACCOUNT.

       3100-PROVE-ONE-DELIVERY.
            IF WS-LG-ACCOUNT(WS-RC-IX) = BA-ACCOUNT-CODE
                AND WS-LG-MOVEMENT(WS-RC-IX) = "R"
                MOVE "RECEIVED" TO WS-RG-CAPTION
                MOVE WS-LG-FIRST(WS-RC-IX) TO WS-RG-FIRST
                MOVE WS-LG-LAST(WS-RC-IX) TO WS-RG-LAST
                COMPUTE WS-RG-COUNT = WS-LG-LAST(WS-RC-IX)
                    - WS-LG-FIRST(WS-RC-IX) + 1
                MOVE WS-LG-DATE(WS-RC-IX) TO WS-RG-DATE
                MOVE WS-LG-CUSTODIAN(WS-RC-IX) TO WS-RG-CUSTODIAN
                MOVE WS-RANGE-LINE TO STOCK-PRINT-LINE
                PERFORM 8000-WRITE-REPORT-LINE
                IF WS-LOWEST-RECEIVED = ZERO
                    OR WS-LG-FIRST(WS-RC-IX) < WS-LOWEST-RECEIVED
                    MOVE WS-LG-FIRST(WS-RC-IX) TO WS-LOWEST-RECEIVED
                END-IF
                MOVE "N" TO WS-GAP-SWITCH
                PERFORM 3200-PROVE-ONE-FORM
                    VARYING WS-PROBE-NUMBER
                    FROM WS-LG-FIRST(WS-RC-IX) BY 1
                    UNTIL WS-PROBE-NUMBER > WS-LG-LAST(WS-RC-IX)
                IF WS-IN-GAP
                    PERFORM 3300-PRINT-GAP
                END-IF
            END-IF.

      * THE REGISTER FIRST - A FORM PRINTED ON IS ACCOUNTED FOR BY
      * ITS CHECK, WHATEVER BECAME OF IT.  OTHERWISE THE LAST
      * MOVEMENT SAYS WHERE IT IS, AND ONE STILL OUT AT THE PRINTER
      * IS UNACCOUNTED.
       3200-PROVE-ONE-FORM.
            ADD 1 TO WS-AC-RECEIVED.
            MOVE "23" TO WS-CHECK-REG-STATUS.
            IF WS-REGISTER-OPEN
                MOVE BA-ACCOUNT-CODE TO CR-BANK-ACCT-CODE
                MOVE WS-PROBE-NUMBER TO CR-CHECK-NUMBER
                READ CHECK-REGISTER-FILE
                    INVALID KEY
                        MOVE "23" TO WS-CHECK-REG-STATUS
                END-READ
            END-IF.
            IF WS-CHECK-REG-OK
                IF WS-IN-GAP
                    PERFORM 3300-PRINT-GAP
                END-IF
                EVALUATE TRUE
                    WHEN CR-STATUS-VOID
                        ADD 1 TO WS-AC-VOID
                    WHEN CR-STATUS-SPOILED
                        ADD 1 TO WS-AC-SPOILED
                    WHEN OTHER
                        ADD 1 TO WS-AC-ISSUED
                END-EVALUATE
            ELSE
                PERFORM 6000-LOCATE-FORM
                IF WS-PROBE-AT-PRINTER
                    ADD 1 TO WS-AC-UNACCOUNTED
                    IF WS-IN-GAP
                        MOVE WS-PROBE-NUMBER TO WS-GAP-LAST
                        ADD 1 TO WS-GAP-COUNT
                    ELSE
                        SET WS-IN-GAP TO TRUE
                        MOVE WS-PROBE-NUMBER TO WS-GAP-FIRST
                        MOVE WS-PROBE-NUMBER TO WS-GAP-LAST
                        MOVE 1 TO WS-GAP-COUNT
                    END-IF
                ELSE
                    IF WS-IN-GAP
                        PERFORM 3300-PRINT-GAP
                    END-IF
                    IF WS-PROBE-DESTROYED
                        ADD 1 TO WS-AC-DESTROYED
                    ELSE
                        ADD 1 TO WS-AC-IN-VAULT
                    END-IF
                END-IF
            END-IF.

       3300-PRINT-GAP.
            MOVE "** UNACCOUNTED - PRINTER" TO WS-RG-CAPTION.
            MOVE WS-GAP-FIRST TO WS-RG-FIRST.
            MOVE WS-GAP-LAST TO WS-RG-LAST.
            MOVE WS-GAP-COUNT TO WS-RG-COUNT.
            MOVE ZERO TO WS-RG-DATE.
            MOVE SPACES TO WS-RG-CUSTODIAN.
            PERFORM 3310-FIND-LAST-ISSUE
                VARYING WS-LG-IX FROM 1 BY 1
                UNTIL WS-LG-IX > WS-LG-COUNT.
            MOVE WS-RANGE-LINE TO STOCK-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE "N" TO WS-GAP-SWITCH.

      * THE DATE AND PERSON ON THE LINE ARE THOSE OF THE LAST ISSUE
      * TO THE PRINTER THAT TOOK THE FIRST FORM IN THE RUN.
       3310-FIND-LAST-ISSUE.
            IF WS-LG-ACCOUNT(WS-LG-IX) = BA-ACCOUNT-CODE
                AND WS-LG-MOVEMENT(WS-LG-IX) = "I"
                AND WS-GAP-FIRST NOT < WS-LG-FIRST(WS-LG-IX)
                AND WS-GAP-FIRST NOT > WS-LG-LAST(WS-LG-IX)
                MOVE WS-LG-DATE(WS-LG-IX) TO WS-RG-DATE
                MOVE WS-LG-CUSTODIAN(WS-LG-IX) TO WS-RG-CUSTODIAN
            END-IF.

       3800-PRINT-ACCOUNT-COUNTS.
            MOVE WS-COUNT-HEADING TO STOCK-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE "ACCOUNT TOTAL" TO WS-CT-LABEL.
            MOVE WS-AC-RECEIVED TO WS-CT-RECEIVED.
            MOVE WS-AC-ISSUED TO WS-CT-ISSUED.
            MOVE WS-AC-VOID TO WS-CT-VOID.
            MOVE WS-AC-SPOILED TO WS-CT-SPOILED.
            MOVE WS-AC-IN-VAULT TO WS-CT-IN-VAULT.
            MOVE WS-AC-DESTROYED TO WS-CT-DESTROYED.
            MOVE WS-AC-UNACCOUNTED TO WS-CT-UNACCOUNTED.
            MOVE WS-AC-NOT-RECEIVED TO WS-CT-NOT-RECEIVED.
            MOVE WS-COUNT-LINE TO STOCK-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            ADD WS-AC-RECEIVED TO WS-RN-RECEIVED.
            ADD WS-AC-ISSUED TO WS-RN-ISSUED.
            ADD WS-AC-VOID TO WS-RN-VOID.
            ADD WS-AC-SPOILED TO WS-RN-SPOILED.
            ADD WS-AC-IN-VAULT TO WS-RN-IN-VAULT.
            ADD WS-AC-DESTROYED TO WS-RN-DESTROYED.
            ADD WS-AC-UNACCOUNTED TO WS-RN-UNACCOUNTED.
            ADD WS-AC-NOT-RECEIVED TO WS-RN-NOT-RECEIVED.

      * A CHECK PRINTED ON A NUMBER NO DELIVERY COVERS WAS PRINTED
      * ON STOCK THAT NEVER CAME THROUGH THE VAULT.  CHECKS NUMBERED
      * BELOW THE ACCOUNT'S FIRST LOGGED DELIVERY PREDATE THE LOG
      * AND ARE PASSED OVER.
       4000-CHECKS-NOT-FROM-STOCK.
            IF WS-REGISTER-OPEN
                MOVE "N" TO WS-SCAN-SWITCH
                MOVE BA-ACCOUNT-CODE TO CR-BANK-ACCT-CODE
                MOVE WS-LOWEST-RECEIVED TO CR-CHECK-NUMBER
                START CHECK-REGISTER-FILE KEY IS NOT LESS THAN CR-KEY
                    INVALID KEY SET WS-SCAN-DONE TO TRUE
                END-START
                IF NOT WS-SCAN-DONE
                    PERFORM 4900-READ-NEXT-REGISTER
                END-IF
                PERFORM 4100-TEST-ONE-CHECK
                    UNTIL WS-SCAN-DONE
                    OR CR-BANK-ACCT-CODE NOT = BA-ACCOUNT-CODE
            END-IF.

       4100-TEST-ONE-CHECK.
            MOVE CR-CHECK-NUMBER TO WS-PROBE-NUMBER.
            PERFORM 6000-LOCATE-FORM.
            IF WS-PROBE-NOT-RECEIVED
                ADD 1 TO WS-AC-NOT-RECEIVED
                MOVE CR-CHECK-NUMBER TO WS-CL-CHECK
                MOVE CR-VENDOR-NUMBER TO WS-CL-VENDOR
                MOVE CR-CHECK-DATE TO WS-CL-DATE
                MOVE WS-CHECK-LINE TO STOCK-PRINT-LINE
                PERFORM 8000-WRITE-REPORT-LINE
            END-IF.
            PERFORM 4900-READ-NEXT-REGISTER.

       4900-READ-NEXT-REGISTER.
            READ CHECK-REGISTER-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-CHECK-REG-OK AND NOT WS-CHECK-REG-EOF
                DISPLAY "CHECK-REGISTER READ ERROR, STATUS = "
                    WS-CHECK-REG-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.

       5000-PRINT-RUN-TOTALS.
            MOVE SPACES TO STOCK-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE WS-COUNT-HEADING TO STOCK-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE "RUN TOTAL" TO WS-CT-LABEL.
            MOVE WS-RN-RECEIVED TO WS-CT-RECEIVED.
            MOVE WS-RN-ISSUED TO WS-CT-ISSUED.
            MOVE WS-RN-VOID TO WS-CT-VOID.
            MOVE WS-RN-SPOILED TO WS-CT-SPOILED.
            MOVE WS-RN-IN-VAULT TO WS-CT-IN-VAULT.
            MOVE WS-RN-DESTROYED TO WS-CT-DESTROYED.
            MOVE WS-RN-UNACCOUNTED TO WS-CT-UNACCOUNTED.
            MOVE WS-RN-NOT-RECEIVED TO WS-CT-NOT-RECEIVED.
            MOVE WS-COUNT-LINE TO STOCK-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE SPACES TO STOCK-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE "FORMS STILL OUT AT THE PRINTER ARE UNACCOUNTED UNTIL "
                TO WS-NL-TEXT.
            MOVE "THE RUN'S UNUSED STOCK IS COUNTED BACK IN."
                TO WS-NL-TEXT(54:).
            PERFORM 8200-PRINT-NOTE.

      * THE LAST MOVEMENT COVERING THE FORM SAYS WHERE IT IS.
       6000-LOCATE-FORM.
            SET WS-PROBE-NOT-RECEIVED TO TRUE.
            PERFORM 6010-APPLY-ONE-MOVEMENT
                VARYING WS-LG-IX FROM 1 BY 1
                UNTIL WS-LG-IX > WS-LG-COUNT.

       6010-APPLY-ONE-MOVEMENT.
            IF WS-LG-ACCOUNT(WS-LG-IX) = BA-ACCOUNT-CODE
                AND WS-PROBE-NUMBER NOT < WS-LG-FIRST(WS-LG-IX)
                AND WS-PROBE-NUMBER NOT > WS-LG-LAST(WS-LG-IX)
                EVALUATE WS-LG-MOVEMENT(WS-LG-IX)
                    WHEN "R" SET WS-PROBE-IN-VAULT TO TRUE
                    WHEN "I" SET WS-PROBE-AT-PRINTER TO TRUE
                    WHEN "T" SET WS-PROBE-IN-VAULT TO TRUE
                    WHEN "D" SET WS-PROBE-DESTROYED TO TRUE
                END-EVALUATE
            END-IF.

       8000-WRITE-REPORT-LINE.
            WRITE STOCK-PRINT-LINE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO WRITE STOCK RECONCILIATION, "
                    "STATUS = " WS-PRINT-FILE-STATUS
            END-IF.

       8200-PRINT-NOTE.
            MOVE WS-NOTE-LINE TO STOCK-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-NL-TEXT.

       8900-READ-NEXT-ACCOUNT.
            READ BANK-ACCOUNT-FILE NEXT RECORD
                AT END SET WS-NO-MORE-ACCOUNTS TO TRUE
            END-READ.
            IF NOT WS-BANK-ACCT-OK AND NOT WS-BANK-ACCT-EOF
                DISPLAY "BANK-ACCOUNT-FILE READ ERROR, STATUS = "
                    WS-BANK-ACCT-STATUS
                SET WS-NO-MORE-ACCOUNTS TO TRUE
            END-IF.

      * PRINT THE STANDARD COMPANY/RUN-DATE/RUN-TIME/PAGE-NUMBER
      * HEADING (SEE RPTHDR1.cbl).
       3900-PRINT-STANDARD-HEADING.
            ADD 1 TO WS-RPT-PAGE-COUNT.
            MOVE WS-RPT-PAGE-COUNT TO WS-RPT-PAGE-NUMBER.
            ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RPT-RUN-TIME FROM TIME.
            MOVE WS-RPT-HEADING-LINE-1 TO STOCK-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE WS-RPT-HEADING-LINE-2 TO STOCK-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.

      * THE RUN IS CLEAN ONLY WHEN EVERY FORM IS ACCOUNTED FOR AND
      * EVERY CHECK SINCE THE LOG BEGAN WAS PRINTED ON LOGGED STOCK.
       9000-TERMINATE.
            IF NOT WS-RUN-ABANDONED
                CLOSE PRINT-FILE
            END-IF.
            IF WS-REGISTER-OPEN
                CLOSE CHECK-REGISTER-FILE
            END-IF.
            CLOSE BANK-ACCOUNT-FILE.
            DISPLAY "ACCOUNTS PROVED         : " WS-ACCOUNTS-READ.
            DISPLAY "STOCK MOVEMENTS READ    : " WS-MOVEMENTS-READ.
            DISPLAY "FORMS RECEIVED          : " WS-RN-RECEIVED.
            DISPLAY "  UNACCOUNTED           : " WS-RN-UNACCOUNTED.
            DISPLAY "CHECKS NOT FROM STOCK   : " WS-RN-NOT-RECEIVED.
            MOVE "E" TO WS-RL-FUNCTION.
            MOVE WS-MOVEMENTS-READ TO WS-RL-RECORDS-IN.
            MOVE WS-ACCOUNTS-READ TO WS-RL-RECORDS-OUT.
            COMPUTE WS-RL-REJECTS =
                WS-RN-UNACCOUNTED + WS-RN-NOT-RECEIVED.
            MOVE "FORMS RECEIVED" TO WS-RL-LABEL.
            MOVE WS-RN-RECEIVED TO WS-RL-VALUE.
            IF WS-RUN-ABANDONED
                MOVE "NOT RUN" TO WS-RL-STATUS-TEXT
            ELSE IF WS-RN-UNACCOUNTED = ZERO
                AND WS-RN-NOT-RECEIVED = ZERO
                MOVE "CLEAN" TO WS-RL-STATUS-TEXT
            ELSE
                MOVE "CHECK" TO WS-RL-STATUS-TEXT
            END-IF.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
       END PROGRAM STKRCN01.

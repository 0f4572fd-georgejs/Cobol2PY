      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Petty cash replenishment.  For each active fund
      *              (or the one fund named by the PARM) the vouchers
      *              in the box are gathered onto a replenishment
      *              invoice payable to the fund's custodian under
      *              the employee payee number, one distribution line
      *              per GL account and cost center the vouchers were
      *              charged to.  The invoice lands PENDING APPROVAL
      *              and goes through INVAPR01, the proposal, release
      *              and check like any other; the vouchers on it are
      *              marked SUBMITTED.  On later runs a submitted
      *              voucher whose invoice has been paid is marked
      *              REPLENISHED, and one whose invoice was rejected
      *              or is gone goes back in the box to be submitted
      *              again.  Each fund's reconciliation is printed to
      *              PCRPL.PRT: the authorized amount, the vouchers
      *              submitted, those still awaiting their check and
      *              those left in the box, the cash that should be
      *              on hand, and the last surprise count - with a
      *              flag where the vouchers exceed the fund.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original petty cash replenishment run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCRPL01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLEMP01.cbl".
           COPY "SLPCF01.cbl".
           COPY "SLPCV01.cbl".
           COPY "SLINV01.cbl".
           COPY "SLIDS01.cbl".
           COPY "SLBGT01.cbl".
           COPY "Hello-world.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDEMP01.cbl".
           COPY "FDPCF01.cbl".
           COPY "FDPCV01.cbl".
           COPY "FDINV01.cbl".
           COPY "FDIDS01.cbl".
           COPY "FDBGT01.cbl".

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PR-PRINT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYEE-FILE-STATUS    PIC X(02).
           88 WS-EMPLOYEE-FILE-OK         VALUE "00".
       01  WS-PETTY-FUND-STATUS       PIC X(02).
           88 WS-PETTY-FUND-OK            VALUE "00".
           88 WS-PETTY-FUND-EOF           VALUE "10".
           88 WS-PETTY-FUND-MISSING       VALUE "35".
       01  WS-PETTY-VOUCHER-STATUS    PIC X(02).
           88 WS-PETTY-VOUCHER-OK         VALUE "00".
           88 WS-PETTY-VOUCHER-EOF        VALUE "10".
           88 WS-PETTY-VOUCHER-MISSING    VALUE "35".
       01  WS-INVOICE-FILE-STATUS     PIC X(02).
           88 WS-INVOICE-FILE-OK          VALUE "00".
           88 WS-INVOICE-FILE-MISSING     VALUE "35".
           88 WS-INVOICE-DUP-KEY          VALUE "22".
       01  WS-INVOICE-DIST-STATUS     PIC X(02).
           88 WS-INVOICE-DIST-OK          VALUE "00".
           88 WS-INVOICE-DIST-MISSING     VALUE "35".
       01  WS-BUDGET-FILE-STATUS      PIC X(02).
           88 WS-BUDGET-FILE-OK           VALUE "00".
           88 WS-BUDGET-FILE-MISSING      VALUE "35".
           88 WS-BUDGET-NOT-FOUND         VALUE "23".
       01  WS-PRINT-FILE-NAME          PIC X(20).
       01  WS-PRINT-FILE-STATUS        PIC X(02).
           88 WS-PRINT-FILE-OK             VALUE "00".

       01  WS-FUND-EOF-SWITCH          PIC X(01) VALUE "N".
           88 WS-NO-MORE-FUNDS             VALUE "Y".
       01  WS-SCAN-SWITCH              PIC X(01).
           88 WS-SCAN-DONE                 VALUE "Y".
       01  WS-RUN-SWITCH               PIC X(01) VALUE "N".
           88 WS-RUN-ABANDONED             VALUE "Y".
       01  WS-CUSTODIAN-SWITCH         PIC X(01).
           88 WS-CUSTODIAN-IS-OK           VALUE "Y".
       01  WS-CODING-SWITCH            PIC X(01).
           88 WS-CODING-FOUND              VALUE "Y".
       01  WS-INVOICE-SWITCH           PIC X(01).
           88 WS-INVOICE-WRITTEN           VALUE "Y".
       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-BUDGET-PERIOD            PIC 9(06).

      * THE PARM NAMES ONE FUND; BLANK RUNS EVERY ACTIVE FUND.
       01  WS-PARM-VALUE               PIC X(04).

      * THE REPLENISHMENT INVOICE NUMBER - PC, THE FUND, AND THE
      * FUND'S REPLENISHMENT SEQUENCE.
       01  WS-RPL-INVOICE-NUMBER.
           05 FILLER                   PIC X(02) VALUE "PC".
           05 WS-RI-FUND               PIC X(04).
           05 FILLER                   PIC X(01) VALUE "-".
           05 WS-RI-SEQ                PIC 9(04).
           05 FILLER                   PIC X(04) VALUE SPACES.

      * THE CODINGS ON THIS FUND'S INVOICE, ONE DISTRIBUTION LINE
      * EACH.  A VOUCHER WHOSE CODING WILL NOT FIT WAITS IN THE BOX
      * FOR THE NEXT RUN.
       01  WS-CODING-COUNT             PIC 9(02).
       01  WS-CODING-MAX               PIC 9(02) VALUE 20.
       01  WS-CODING-TABLE.
           05 WS-CODING-ENTRY OCCURS 20 TIMES.
               10 WS-CD-GL-ACCOUNT     PIC X(08).
               10 WS-CD-COST-CENTER    PIC X(06).
               10 WS-CD-AMOUNT         PIC S9(09)V99.
       01  WS-CD-IX                    PIC 9(02).

      * THIS FUND'S VOUCHERS, BY WHERE THEY STAND.
       01  WS-FUND-REPAID-COUNT        PIC 9(05).
       01  WS-FUND-REPAID-AMOUNT       PIC S9(09)V99.
       01  WS-FUND-RETURNED-COUNT      PIC 9(05).
       01  WS-FUND-AWAITING-COUNT      PIC 9(05).
       01  WS-FUND-AWAITING-AMOUNT     PIC S9(09)V99.
       01  WS-FUND-SUBMIT-COUNT        PIC 9(05).
       01  WS-FUND-SUBMIT-AMOUNT       PIC S9(09)V99.
       01  WS-FUND-LEFT-COUNT          PIC 9(05).
       01  WS-FUND-LEFT-AMOUNT         PIC S9(09)V99.
       01  WS-FUND-OUTSTANDING         PIC S9(09)V99.
       01  WS-FUND-CASH-ON-HAND        PIC S9(09)V99.

       01  WS-FUNDS-READ               PIC 9(05) VALUE ZERO.
       01  WS-FUNDS-REPLENISHED        PIC 9(05) VALUE ZERO.
       01  WS-FUNDS-SKIPPED            PIC 9(05) VALUE ZERO.
       01  WS-FUNDS-OVER-DRAWN         PIC 9(05) VALUE ZERO.
       01  WS-VOUCHERS-SUBMITTED       PIC 9(07) VALUE ZERO.
       01  WS-VOUCHERS-REPAID          PIC 9(07) VALUE ZERO.
       01  WS-VOUCHERS-RETURNED        PIC 9(07) VALUE ZERO.
       01  WS-DIST-LINES-ADDED         PIC 9(05) VALUE ZERO.
       01  WS-OVER-BUDGET-LINES        PIC 9(05) VALUE ZERO.
       01  WS-SUBMITTED-TOTAL          PIC S9(11)V99 COMP-3
                                           VALUE ZERO.

      * FIELDS FOR THE RUNLOG01 RUN-CONTROL CALLS.
       01  WS-RL-FUNCTION              PIC X(01).
       01  WS-RL-PROGRAM               PIC X(08) VALUE "PCRPL01".
       01  WS-RL-LABEL                 PIC X(24).
       01  WS-RL-VALUE                 PIC S9(13)V99.
       01  WS-RL-RECORDS-IN            PIC 9(07) VALUE ZERO.
       01  WS-RL-RECORDS-OUT           PIC 9(07) VALUE ZERO.
       01  WS-RL-REJECTS               PIC 9(07) VALUE ZERO.
       01  WS-RL-STATUS-TEXT           PIC X(08).

           COPY "RPTHDR1.cbl".

       01  WS-TITLE-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(40) VALUE
               "PETTY CASH REPLENISHMENT AND FUND RECON".

       01  WS-FUND-LINE.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(05) VALUE "FUND ".
           05 WS-FL-FUND               PIC X(04).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-FL-DESCRIPTION        PIC X(30).
           05 FILLER                   PIC X(12) VALUE
               "  CUSTODIAN ".
           05 WS-FL-CUSTODIAN          PIC 9(05).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-FL-CUSTODIAN-NAME     PIC X(30).
           05 FILLER                   PIC X(04) VALUE "  CC".
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-FL-COST-CENTER        PIC X(06).

       01  WS-VOUCHER-HEADING.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE "VOUCHER".
           05 FILLER                   PIC X(10) VALUE "DATE".
           05 FILLER                   PIC X(32) VALUE "PAID TO".
           05 FILLER                   PIC X(10) VALUE "GL ACCT".
           05 FILLER                   PIC X(08) VALUE "CC".
           05 FILLER                   PIC X(13) VALUE
               "       AMOUNT".

       01  WS-VOUCHER-DETAIL.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 WS-VD-VOUCHER            PIC 9(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-VD-DATE               PIC 9(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-VD-PAID-TO            PIC X(30).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-VD-GL-ACCOUNT         PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-VD-COST-CENTER        PIC X(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-VD-AMOUNT             PIC Z,ZZZ,ZZ9.99-.

       01  WS-RECON-LINE.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 WS-RC-LABEL              PIC X(36).
           05 WS-RC-COUNT              PIC ZZ,ZZ9.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 WS-RC-AMOUNT             PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-RC-REMARK             PIC X(40).

       01  WS-NOTE-LINE.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 WS-NL-TEXT               PIC X(100).

       PROCEDURE DIVISION.
       0000-MAINLINE.
            MOVE "S" TO WS-RL-FUNCTION.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            PERFORM 1000-INITIALIZE.
            IF NOT WS-RUN-ABANDONED
                PERFORM 2000-REPLENISH-ONE-FUND
                    UNTIL WS-NO-MORE-FUNDS
                CLOSE PRINT-FILE
                CLOSE BUDGET-FILE
                CLOSE INVOICE-DIST-FILE
                CLOSE INVOICE-FILE
                CLOSE PETTY-CASH-VOUCHER-FILE
                CLOSE PETTY-CASH-FUND-FILE
                CLOSE EMPLOYEE-FILE
            END-IF.
            PERFORM 9000-TERMINATE.
            STOP RUN.

      * WITH NO FUND FILE THERE IS NOTHING TO REPLENISH.  THE
      * INVOICE, DIST AND BUDGET FILES ARE CREATED EMPTY ON FIRST
      * USE, THE SAME WAY RCRGEN01 DOES.
       1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            MOVE WS-RUN-DATE(1:6) TO WS-BUDGET-PERIOD.
            ACCEPT WS-PARM-VALUE FROM COMMAND-LINE.
            OPEN I-O PETTY-CASH-FUND-FILE.
            IF WS-PETTY-FUND-MISSING
                DISPLAY "NO PETTY-CASH-FUND-FILE - NO FUNDS SET UP - "
                    "NOTHING TO REPLENISH"
                SET WS-RUN-ABANDONED TO TRUE
            ELSE IF NOT WS-PETTY-FUND-OK
                DISPLAY "UNABLE TO OPEN PETTY-CASH-FUND-FILE, "
                    "STATUS = " WS-PETTY-FUND-STATUS
                SET WS-RUN-ABANDONED TO TRUE
            END-IF.
            IF NOT WS-RUN-ABANDONED
                OPEN I-O PETTY-CASH-VOUCHER-FILE
                IF WS-PETTY-VOUCHER-MISSING
                    OPEN OUTPUT PETTY-CASH-VOUCHER-FILE
                    CLOSE PETTY-CASH-VOUCHER-FILE
                    OPEN I-O PETTY-CASH-VOUCHER-FILE
                END-IF
                IF NOT WS-PETTY-VOUCHER-OK
                    DISPLAY "UNABLE TO OPEN PETTY-CASH-VOUCHER-FILE, "
                        "STATUS = " WS-PETTY-VOUCHER-STATUS
                    SET WS-RUN-ABANDONED TO TRUE
                    CLOSE PETTY-CASH-FUND-FILE
                END-IF
            END-IF.
            IF NOT WS-RUN-ABANDONED
                OPEN INPUT EMPLOYEE-FILE
                IF NOT WS-EMPLOYEE-FILE-OK
                    DISPLAY "UNABLE TO OPEN EMPLOYEE-FILE, STATUS = "
                        WS-EMPLOYEE-FILE-STATUS
                    SET WS-RUN-ABANDONED TO TRUE
                    CLOSE PETTY-CASH-VOUCHER-FILE
                    CLOSE PETTY-CASH-FUND-FILE
                END-IF
            END-IF.
            IF NOT WS-RUN-ABANDONED
                PERFORM 1500-OPEN-PAYABLES-FILES
                MOVE "PCRPL.PRT" TO WS-PRINT-FILE-NAME
                OPEN OUTPUT PRINT-FILE
                IF NOT WS-PRINT-FILE-OK
                    DISPLAY "UNABLE TO OPEN REPLENISHMENT REPORT, "
                        "STATUS = " WS-PRINT-FILE-STATUS
                    SET WS-RUN-ABANDONED TO TRUE
                    CLOSE BUDGET-FILE
                    CLOSE INVOICE-DIST-FILE
                    CLOSE INVOICE-FILE
                    CLOSE EMPLOYEE-FILE
                    CLOSE PETTY-CASH-VOUCHER-FILE
                    CLOSE PETTY-CASH-FUND-FILE
                END-IF
            END-IF.
            IF NOT WS-RUN-ABANDONED
                PERFORM 3950-PRINT-STANDARD-HEADING
                MOVE WS-TITLE-LINE TO PR-PRINT-LINE
                PERFORM 8000-WRITE-REPORT-LINE
                PERFORM 1600-POSITION-FUNDS
            END-IF.

       1500-OPEN-PAYABLES-FILES.
            OPEN I-O INVOICE-FILE.
            IF WS-INVOICE-FILE-MISSING
                OPEN OUTPUT INVOICE-FILE
                CLOSE INVOICE-FILE
                OPEN I-O INVOICE-FILE
            END-IF.
            IF NOT WS-INVOICE-FILE-OK
                DISPLAY "UNABLE TO OPEN INVOICE-FILE, STATUS = "
                    WS-INVOICE-FILE-STATUS
            END-IF.
            OPEN I-O INVOICE-DIST-FILE.
            IF WS-INVOICE-DIST-MISSING
                OPEN OUTPUT INVOICE-DIST-FILE
                CLOSE INVOICE-DIST-FILE
                OPEN I-O INVOICE-DIST-FILE
            END-IF.
            IF NOT WS-INVOICE-DIST-OK
                DISPLAY "UNABLE TO OPEN INVOICE-DIST-FILE, STATUS = "
                    WS-INVOICE-DIST-STATUS
            END-IF.
            OPEN I-O BUDGET-FILE.
            IF WS-BUDGET-FILE-MISSING
                OPEN OUTPUT BUDGET-FILE
                CLOSE BUDGET-FILE
                OPEN I-O BUDGET-FILE
            END-IF.
            IF NOT WS-BUDGET-FILE-OK
                DISPLAY "UNABLE TO OPEN BUDGET-FILE, STATUS = "
                    WS-BUDGET-FILE-STATUS
            END-IF.

      * ONE FUND BY KEY WHEN THE PARM NAMES IT; OTHERWISE EVERY
      * FUND IN CODE ORDER, THE CLOSED ONES PASSED OVER.
       1600-POSITION-FUNDS.
            IF WS-PARM-VALUE NOT = SPACES
                MOVE WS-PARM-VALUE TO PF-FUND-CODE
                READ PETTY-CASH-FUND-FILE
                    INVALID KEY
                        DISPLAY "FUND " WS-PARM-VALUE " NOT ON FILE"
                        MOVE "FUND NAMED ON THE PARM IS NOT ON FILE"
                            TO WS-NL-TEXT
                        PERFORM 8200-PRINT-NOTE
                        SET WS-NO-MORE-FUNDS TO TRUE
                END-READ
            ELSE
                MOVE LOW-VALUES TO PF-FUND-CODE
                START PETTY-CASH-FUND-FILE
                    KEY IS NOT LESS THAN PF-FUND-CODE
                    INVALID KEY SET WS-NO-MORE-FUNDS TO TRUE
                END-START
                IF NOT WS-NO-MORE-FUNDS
                    PERFORM 8900-READ-NEXT-FUND
                END-IF
            END-IF.

       2000-REPLENISH-ONE-FUND.
            IF PF-STATUS-ACTIVE
                ADD 1 TO WS-FUNDS-READ
                PERFORM 3000-TAKE-THE-FUND
            ELSE IF WS-PARM-VALUE NOT = SPACES
                DISPLAY "FUND " PF-FUND-CODE " IS CLOSED"
                MOVE "FUND NAMED ON THE PARM IS CLOSED" TO WS-NL-TEXT
                PERFORM 8200-PRINT-NOTE
            END-IF.
            IF WS-PARM-VALUE NOT = SPACES
                SET WS-NO-MORE-FUNDS TO TRUE
            ELSE
                PERFORM 8900-READ-NEXT-FUND
            END-IF.

      * CLEAR WHAT EARLIER RUNS SUBMITTED, GATHER WHAT IS IN THE
      * BOX, SUBMIT IT, AND RECONCILE.  A FUND WHOSE CUSTODIAN HAS
      * LEFT IS STILL RECONCILED, BUT NOTHING IS SUBMITTED UNTIL A
      * NEW CUSTODIAN IS NAMED IN PCFMNT01.
       3000-TAKE-THE-FUND.
            MOVE ZERO TO WS-FUND-REPAID-COUNT.
            MOVE ZERO TO WS-FUND-REPAID-AMOUNT.
            MOVE ZERO TO WS-FUND-RETURNED-COUNT.
            MOVE ZERO TO WS-FUND-AWAITING-COUNT.
            MOVE ZERO TO WS-FUND-AWAITING-AMOUNT.
            MOVE ZERO TO WS-FUND-SUBMIT-COUNT.
            MOVE ZERO TO WS-FUND-SUBMIT-AMOUNT.
            MOVE ZERO TO WS-FUND-LEFT-COUNT.
            MOVE ZERO TO WS-FUND-LEFT-AMOUNT.
            MOVE ZERO TO WS-CODING-COUNT.
            MOVE "N" TO WS-INVOICE-SWITCH.
            PERFORM 3050-CHECK-CUSTODIAN.
            MOVE SPACES TO PR-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE PF-FUND-CODE TO WS-FL-FUND.
            MOVE PF-DESCRIPTION TO WS-FL-DESCRIPTION.
            MOVE PF-CUSTODIAN TO WS-FL-CUSTODIAN.
            MOVE EM-NAME TO WS-FL-CUSTODIAN-NAME.
            MOVE PF-COST-CENTER TO WS-FL-COST-CENTER.
            MOVE WS-FUND-LINE TO PR-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            PERFORM 3100-CLEAR-AND-GATHER.
            IF WS-CODING-COUNT > ZERO
                IF WS-CUSTODIAN-IS-OK
                    PERFORM 3300-SUBMIT-THE-VOUCHERS
                ELSE
                    MOVE "CUSTODIAN IS NOT AN ACTIVE EMPLOYEE - "
                        TO WS-NL-TEXT
                    MOVE "NOTHING SUBMITTED; NAME A NEW CUSTODIAN"
                        TO WS-NL-TEXT(39:)
                    PERFORM 8200-PRINT-NOTE
                    ADD 1 TO WS-FUNDS-SKIPPED
                END-IF
            END-IF.
            PERFORM 3600-PRINT-RECONCILIATION.

       3050-CHECK-CUSTODIAN.
            MOVE "N" TO WS-CUSTODIAN-SWITCH.
            MOVE PF-CUSTODIAN TO EM-EMPLOYEE-NUMBER.
            READ EMPLOYEE-FILE
                INVALID KEY
                    MOVE "** NOT ON EMPLOYEE FILE **" TO EM-NAME
                NOT INVALID KEY
                    IF EM-ACTIVE
                        SET WS-CUSTODIAN-IS-OK TO TRUE
                    END-IF
            END-READ.

      * ONE PASS OVER THE FUND'S VOUCHERS.  A SUBMITTED VOUCHER IS
      * SETTLED BY ITS INVOICE: PAID MEANS THE CUSTODIAN HAS THE
      * CASH BACK; REJECTED OR GONE MEANS IT IS STILL THE BOX'S TO
      * CLAIM.  A VOUCHER IN THE BOX HAS ITS CODING ADDED TO THE
      * INVOICE BEING BUILT, IF THERE IS ROOM.
       3100-CLEAR-AND-GATHER.
            MOVE "N" TO WS-SCAN-SWITCH.
            MOVE PF-FUND-CODE TO PV-FUND-CODE.
            MOVE ZERO TO PV-VOUCHER-NUMBER.
            START PETTY-CASH-VOUCHER-FILE KEY IS NOT LESS THAN PV-KEY
                INVALID KEY SET WS-SCAN-DONE TO TRUE
            END-START.
            IF NOT WS-SCAN-DONE
                PERFORM 8950-READ-NEXT-VOUCHER
            END-IF.
            PERFORM 3110-TAKE-ONE-VOUCHER
                UNTIL WS-SCAN-DONE
                OR PV-FUND-CODE NOT = PF-FUND-CODE.

       3110-TAKE-ONE-VOUCHER.
            IF PV-STATUS-SUBMITTED
                PERFORM 3150-SETTLE-SUBMITTED
            END-IF.
            IF PV-STATUS-ON-HAND
                PERFORM 3200-ADD-TO-CODINGS
            END-IF.
            PERFORM 8950-READ-NEXT-VOUCHER.

       3150-SETTLE-SUBMITTED.
            MOVE PF-CUSTODIAN TO INV-VENDOR-NUMBER.
            MOVE PV-REPLENISH-INVOICE TO INV-INVOICE-NUMBER.
            READ INVOICE-FILE
                INVALID KEY
                    SET INV-STATUS-REJECTED TO TRUE
            END-READ.
            IF INV-STATUS-PAID
                SET PV-STATUS-REPLENISHED TO TRUE
                ADD 1 TO WS-FUND-REPAID-COUNT
                ADD PV-AMOUNT TO WS-FUND-REPAID-AMOUNT
                ADD 1 TO WS-VOUCHERS-REPAID
                PERFORM 8500-REWRITE-VOUCHER
            ELSE IF INV-STATUS-REJECTED
                SET PV-STATUS-ON-HAND TO TRUE
                MOVE SPACES TO PV-REPLENISH-INVOICE
                MOVE ZERO TO PV-REPLENISH-DATE
                ADD 1 TO WS-FUND-RETURNED-COUNT
                ADD 1 TO WS-VOUCHERS-RETURNED
                PERFORM 8500-REWRITE-VOUCHER
            ELSE
                ADD 1 TO WS-FUND-AWAITING-COUNT
                ADD PV-AMOUNT TO WS-FUND-AWAITING-AMOUNT
            END-IF.

      * VOUCHERS CHARGED ALIKE SHARE ONE DISTRIBUTION LINE.
       3200-ADD-TO-CODINGS.
            PERFORM 3250-FIND-CODING.
            IF NOT WS-CODING-FOUND
                AND WS-CODING-COUNT < WS-CODING-MAX
                ADD 1 TO WS-CODING-COUNT
                MOVE WS-CODING-COUNT TO WS-CD-IX
                MOVE PV-GL-ACCOUNT TO WS-CD-GL-ACCOUNT(WS-CD-IX)
                MOVE PV-COST-CENTER TO WS-CD-COST-CENTER(WS-CD-IX)
                MOVE ZERO TO WS-CD-AMOUNT(WS-CD-IX)
                SET WS-CODING-FOUND TO TRUE
            END-IF.
            IF WS-CODING-FOUND
                ADD PV-AMOUNT TO WS-CD-AMOUNT(WS-CD-IX)
                ADD 1 TO WS-FUND-SUBMIT-COUNT
                ADD PV-AMOUNT TO WS-FUND-SUBMIT-AMOUNT
            ELSE
                ADD 1 TO WS-FUND-LEFT-COUNT
                ADD PV-AMOUNT TO WS-FUND-LEFT-AMOUNT
            END-IF.

       3250-FIND-CODING.
            MOVE "N" TO WS-CODING-SWITCH.
            MOVE 1 TO WS-CD-IX.
            PERFORM 3260-TRY-ONE-CODING
                UNTIL WS-CODING-FOUND
                OR WS-CD-IX > WS-CODING-COUNT.

       3260-TRY-ONE-CODING.
            IF WS-CD-GL-ACCOUNT(WS-CD-IX) = PV-GL-ACCOUNT
                AND WS-CD-COST-CENTER(WS-CD-IX) = PV-COST-CENTER
                SET WS-CODING-FOUND TO TRUE
            ELSE
                ADD 1 TO WS-CD-IX
            END-IF.

      * THE FUND RECORD TAKES THE NEXT SEQUENCE BEFORE THE INVOICE
      * IS WRITTEN, SO A FAILED WRITE LEAVES A GAP RATHER THAN A
      * NUMBER USED TWICE.  A NUMBER ALREADY ON THE INVOICE FILE
      * MEANS THE FUND RECORD HAS BEEN RESTORED BEHIND THE INVOICES
      * - THE VOUCHERS STAY IN THE BOX, AND THE NEXT RUN TAKES THE
      * NEXT NUMBER.
       3300-SUBMIT-THE-VOUCHERS.
            ADD 1 TO PF-LAST-REPLENISH-SEQ.
            PERFORM 8600-REWRITE-FUND.
            MOVE PF-FUND-CODE TO WS-RI-FUND.
            MOVE PF-LAST-REPLENISH-SEQ TO WS-RI-SEQ.
            IF WS-PETTY-FUND-OK
                PERFORM 3400-WRITE-REPLENISH-INVOICE
            END-IF.
            IF WS-INVOICE-WRITTEN
                ADD 1 TO WS-FUNDS-REPLENISHED
                PERFORM 3450-WRITE-DIST-LINES
                PERFORM 3500-MARK-SUBMITTED
                MOVE WS-RUN-DATE TO PF-LAST-REPLENISH-DATE
                PERFORM 8600-REWRITE-FUND
            ELSE
                ADD WS-FUND-SUBMIT-COUNT TO WS-FUND-LEFT-COUNT
                ADD WS-FUND-SUBMIT-AMOUNT TO WS-FUND-LEFT-AMOUNT
                MOVE ZERO TO WS-FUND-SUBMIT-COUNT
                MOVE ZERO TO WS-FUND-SUBMIT-AMOUNT
                ADD 1 TO WS-FUNDS-SKIPPED
            END-IF.

      * PAYABLE TO THE CUSTODIAN, DUE AT ONCE, AND PENDING APPROVAL
      * - THE FUND'S COST CENTER APPROVER SEES IT IN INVAPR01.
       3400-WRITE-REPLENISH-INVOICE.
            MOVE PF-CUSTODIAN TO INV-VENDOR-NUMBER.
            MOVE WS-RPL-INVOICE-NUMBER TO INV-INVOICE-NUMBER.
            MOVE WS-RUN-DATE TO INV-INVOICE-DATE.
            MOVE WS-RUN-DATE TO INV-DUE-DATE.
            MOVE WS-FUND-SUBMIT-AMOUNT TO INV-AMOUNT.
            SET INV-STATUS-PENDING TO TRUE.
            SET INV-HOLD-NONE TO TRUE.
            MOVE ZERO TO INV-PAID-DATE.
            MOVE ZERO TO INV-CHECK-NUMBER.
            MOVE ZERO TO INV-DISCOUNT-DATE.
            MOVE ZERO TO INV-DISCOUNT-AMOUNT.
            MOVE SPACES TO INV-PO-NUMBER.
            SET INV-DOC-INVOICE TO TRUE.
            MOVE ZERO TO INV-AMOUNT-PAID.
            MOVE ZERO TO INV-PARTIAL-AMOUNT.
            SET INV-TAX-NONE TO TRUE.
            MOVE SPACES TO INV-TAX-JURISDICTION.
            MOVE ZERO TO INV-USE-TAX-AMOUNT.
            IF PF-COMPANY-CODE = SPACES
                MOVE "01" TO INV-COMPANY-CODE
            ELSE
                MOVE PF-COMPANY-CODE TO INV-COMPANY-CODE
            END-IF.
            MOVE SPACES TO INV-APPROVED-BY.
            MOVE ZERO TO INV-APPROVAL-DATE.
            MOVE SPACES TO INV-PREPAY-NUMBER.
            MOVE ZERO TO INV-PREPAY-APPLIED.
            MOVE ZERO TO INV-PREPAY-DATE.
            MOVE ZERO TO INV-PREPAY-CONSUMED.
            MOVE SPACES TO INV-CONTRACT-NUMBER.
            MOVE SPACES TO INV-REMIT-CODE.
            MOVE SPACES TO INV-ALLOC-TEMPLATE.
            MOVE WS-RUN-DATE TO INV-ENTRY-DATE.
            ACCEPT INV-ENTRY-TIME FROM TIME.
            MOVE "BATCH" TO INV-ENTERED-BY.
            MOVE ZERO TO INV-HOLD-DATE.
            WRITE INVOICE-RECORD
                INVALID KEY
                    DISPLAY "REPLENISHMENT INVOICE ALREADY ON FILE - "
                        "CUSTODIAN " INV-VENDOR-NUMBER " INVOICE "
                        INV-INVOICE-NUMBER
                    MOVE "INVOICE NUMBER ALREADY ON FILE - CHECK THE "
                        TO WS-NL-TEXT
                    MOVE "FUND'S REPLENISHMENT SEQUENCE; NOTHING "
                        TO WS-NL-TEXT(44:)
                    MOVE "SUBMITTED" TO WS-NL-TEXT(83:)
                    PERFORM 8200-PRINT-NOTE
                NOT INVALID KEY
                    SET WS-INVOICE-WRITTEN TO TRUE
                    ADD WS-FUND-SUBMIT-AMOUNT TO WS-SUBMITTED-TOTAL
            END-WRITE.
            IF NOT WS-INVOICE-FILE-OK AND NOT WS-INVOICE-DUP-KEY
                DISPLAY "UNABLE TO WRITE INVOICE-RECORD, STATUS = "
                    WS-INVOICE-FILE-STATUS
            END-IF.

      * EACH CODING GOES ONTO THE DIST FILE AND COMMITS ITS SHARE
      * TO ITS COST CENTER'S BUDGET FOR THE MONTH.  THE CASH HAS
      * ALREADY BEEN SPENT, SO AN OVER-BUDGET LINE ONLY WARNS - THE
      * APPROVER IS THE GATE, AS FOR A GENERATED INVOICE.
       3450-WRITE-DIST-LINES.
            MOVE 1 TO WS-CD-IX.
            PERFORM 3460-WRITE-ONE-DIST-LINE
                UNTIL WS-CD-IX > WS-CODING-COUNT.

       3460-WRITE-ONE-DIST-LINE.
            MOVE INV-VENDOR-NUMBER  TO ID-VENDOR-NUMBER.
            MOVE INV-INVOICE-NUMBER TO ID-INVOICE-NUMBER.
            MOVE WS-CD-IX           TO ID-LINE-NUMBER.
            MOVE WS-CD-GL-ACCOUNT(WS-CD-IX) TO ID-GL-ACCOUNT.
            MOVE WS-CD-COST-CENTER(WS-CD-IX) TO ID-COST-CENTER.
            MOVE WS-CD-AMOUNT(WS-CD-IX) TO ID-AMOUNT.
            WRITE INVOICE-DIST-RECORD
                INVALID KEY
                    DISPLAY "DISTRIBUTION LINE ALREADY ON FILE - "
                        INV-INVOICE-NUMBER " LINE " WS-CD-IX
                NOT INVALID KEY
                    ADD 1 TO WS-DIST-LINES-ADDED
                    PERFORM 3470-COMMIT-ONE-BUDGET
            END-WRITE.
            ADD 1 TO WS-CD-IX.

       3470-COMMIT-ONE-BUDGET.
            IF WS-CD-COST-CENTER(WS-CD-IX) NOT = SPACES
                MOVE WS-CD-COST-CENTER(WS-CD-IX) TO BG-COST-CENTER
                MOVE WS-BUDGET-PERIOD TO BG-PERIOD
                READ BUDGET-FILE
                    INVALID KEY
                        MOVE ZERO TO BG-BUDGET-AMOUNT
                        MOVE WS-CD-AMOUNT(WS-CD-IX)
                            TO BG-COMMITTED-AMOUNT
                        MOVE ZERO TO BG-ENCUMBERED-AMOUNT
                        WRITE BUDGET-RECORD
                    NOT INVALID KEY
                        ADD WS-CD-AMOUNT(WS-CD-IX)
                            TO BG-COMMITTED-AMOUNT
                        IF BG-BUDGET-AMOUNT > ZERO
                            AND BG-COMMITTED-AMOUNT > BG-BUDGET-AMOUNT
                            DISPLAY "WARNING - COST CENTER "
                                BG-COST-CENTER " PERIOD " BG-PERIOD
                                " OVER BUDGET - COMMITTED "
                                BG-COMMITTED-AMOUNT " BUDGET "
                                BG-BUDGET-AMOUNT
                            ADD 1 TO WS-OVER-BUDGET-LINES
                        END-IF
                        REWRITE BUDGET-RECORD
                END-READ
                IF NOT WS-BUDGET-FILE-OK
                    AND NOT WS-BUDGET-NOT-FOUND
                    DISPLAY "UNABLE TO UPDATE BUDGET-FILE, STATUS = "
                        WS-BUDGET-FILE-STATUS
                END-IF
            END-IF.

      * A SECOND PASS MARKS EVERY VOUCHER IN THE BOX WHOSE CODING
      * MADE THE INVOICE, AND LISTS IT ON THE REPORT.
       3500-MARK-SUBMITTED.
            MOVE "INVOICE " TO WS-NL-TEXT.
            MOVE WS-RPL-INVOICE-NUMBER TO WS-NL-TEXT(9:).
            MOVE "WRITTEN PENDING APPROVAL - VOUCHERS SUBMITTED:"
                TO WS-NL-TEXT(25:).
            PERFORM 8200-PRINT-NOTE.
            MOVE WS-VOUCHER-HEADING TO PR-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE "N" TO WS-SCAN-SWITCH.
            MOVE PF-FUND-CODE TO PV-FUND-CODE.
            MOVE ZERO TO PV-VOUCHER-NUMBER.
            START PETTY-CASH-VOUCHER-FILE KEY IS NOT LESS THAN PV-KEY
                INVALID KEY SET WS-SCAN-DONE TO TRUE
            END-START.
            IF NOT WS-SCAN-DONE
                PERFORM 8950-READ-NEXT-VOUCHER
            END-IF.
            PERFORM 3510-MARK-ONE-VOUCHER
                UNTIL WS-SCAN-DONE
                OR PV-FUND-CODE NOT = PF-FUND-CODE.

       3510-MARK-ONE-VOUCHER.
            IF PV-STATUS-ON-HAND
                PERFORM 3250-FIND-CODING
                IF WS-CODING-FOUND
                    SET PV-STATUS-SUBMITTED TO TRUE
                    MOVE WS-RPL-INVOICE-NUMBER TO PV-REPLENISH-INVOICE
                    MOVE WS-RUN-DATE TO PV-REPLENISH-DATE
                    PERFORM 8500-REWRITE-VOUCHER
                    ADD 1 TO WS-VOUCHERS-SUBMITTED
                    MOVE PV-VOUCHER-NUMBER TO WS-VD-VOUCHER
                    MOVE PV-VOUCHER-DATE TO WS-VD-DATE
                    MOVE PV-PAID-TO TO WS-VD-PAID-TO
                    MOVE PV-GL-ACCOUNT TO WS-VD-GL-ACCOUNT
                    MOVE PV-COST-CENTER TO WS-VD-COST-CENTER
                    MOVE PV-AMOUNT TO WS-VD-AMOUNT
                    MOVE WS-VOUCHER-DETAIL TO PR-PRINT-LINE
                    PERFORM 8000-WRITE-REPORT-LINE
                END-IF
            END-IF.
            PERFORM 8950-READ-NEXT-VOUCHER.

      * THE FUND ALWAYS BALANCES TO ITS AUTHORIZED AMOUNT:
      *     AUTHORIZED = CASH ON HAND + VOUCHERS NOT YET REPAID
      * SO THE CASH THE NEXT COUNT SHOULD FIND IS WHAT IS LEFT.
      * VOUCHERS OVER THE AUTHORIZED AMOUNT MEAN THE BOX HAS PAID
      * OUT MORE THAN IT EVER HELD.
       3600-PRINT-RECONCILIATION.
            COMPUTE WS-FUND-OUTSTANDING = WS-FUND-SUBMIT-AMOUNT
                + WS-FUND-AWAITING-AMOUNT + WS-FUND-LEFT-AMOUNT.
            COMPUTE WS-FUND-CASH-ON-HAND =
                PF-AUTHORIZED-AMOUNT - WS-FUND-OUTSTANDING.
            MOVE SPACES TO WS-RECON-LINE.
            MOVE "AUTHORIZED AMOUNT" TO WS-RC-LABEL.
            MOVE PF-AUTHORIZED-AMOUNT TO WS-RC-AMOUNT.
            PERFORM 3680-PRINT-RECON-LINE.
            IF WS-FUND-REPAID-COUNT > ZERO
                MOVE "  REPAID SINCE THE LAST RUN" TO WS-RC-LABEL
                MOVE WS-FUND-REPAID-COUNT TO WS-RC-COUNT
                MOVE WS-FUND-REPAID-AMOUNT TO WS-RC-AMOUNT
                MOVE "(CHECK RECEIVED - CASH BACK IN THE BOX)"
                    TO WS-RC-REMARK
                PERFORM 3680-PRINT-RECON-LINE
            END-IF.
            IF WS-FUND-RETURNED-COUNT > ZERO
                MOVE "  BACK IN THE BOX FROM A REJECTION"
                    TO WS-RC-LABEL
                MOVE WS-FUND-RETURNED-COUNT TO WS-RC-COUNT
                MOVE "(INCLUDED BELOW)" TO WS-RC-REMARK
                PERFORM 3680-PRINT-RECON-LINE
            END-IF.
            MOVE "  SUBMITTED THIS RUN" TO WS-RC-LABEL.
            MOVE WS-FUND-SUBMIT-COUNT TO WS-RC-COUNT.
            MOVE WS-FUND-SUBMIT-AMOUNT TO WS-RC-AMOUNT.
            IF WS-INVOICE-WRITTEN
                MOVE WS-RPL-INVOICE-NUMBER TO WS-RC-REMARK
            END-IF.
            PERFORM 3680-PRINT-RECON-LINE.
            MOVE "  AWAITING THE CHECK (EARLIER RUNS)" TO WS-RC-LABEL.
            MOVE WS-FUND-AWAITING-COUNT TO WS-RC-COUNT.
            MOVE WS-FUND-AWAITING-AMOUNT TO WS-RC-AMOUNT.
            PERFORM 3680-PRINT-RECON-LINE.
            MOVE "  LEFT IN THE BOX" TO WS-RC-LABEL.
            MOVE WS-FUND-LEFT-COUNT TO WS-RC-COUNT.
            MOVE WS-FUND-LEFT-AMOUNT TO WS-RC-AMOUNT.
            IF WS-FUND-LEFT-COUNT > ZERO
                MOVE "(NOT SUBMITTED - NEXT RUN)" TO WS-RC-REMARK
            END-IF.
            PERFORM 3680-PRINT-RECON-LINE.
            MOVE "CASH THAT SHOULD BE ON HAND" TO WS-RC-LABEL.
            MOVE WS-FUND-CASH-ON-HAND TO WS-RC-AMOUNT.
            PERFORM 3680-PRINT-RECON-LINE.
            IF PF-LAST-COUNT-DATE = ZERO
                MOVE "NEVER COUNTED" TO WS-NL-TEXT
                PERFORM 8200-PRINT-NOTE
            ELSE
                MOVE "LAST SURPRISE COUNT" TO WS-RC-LABEL
                MOVE PF-LAST-COUNT-OVER-SHORT TO WS-RC-AMOUNT
                MOVE "OVER/SHORT ON " TO WS-RC-REMARK
                MOVE PF-LAST-COUNT-DATE TO WS-RC-REMARK(15:8)
                PERFORM 3680-PRINT-RECON-LINE
            END-IF.
            IF WS-FUND-CASH-ON-HAND < ZERO
                ADD 1 TO WS-FUNDS-OVER-DRAWN
                MOVE "** VOUCHERS EXCEED THE AUTHORIZED AMOUNT - THE "
                    TO WS-NL-TEXT
                MOVE "FUND HAS PAID OUT MORE THAN IT HOLDS **"
                    TO WS-NL-TEXT(49:)
                PERFORM 8200-PRINT-NOTE
            END-IF.

      * A FIELD NOT MOVED TO PRINTS BLANK.
       3680-PRINT-RECON-LINE.
            MOVE WS-RECON-LINE TO PR-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-RECON-LINE.

       8000-WRITE-REPORT-LINE.
            WRITE PR-PRINT-LINE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO WRITE REPLENISHMENT REPORT, "
                    "STATUS = " WS-PRINT-FILE-STATUS
            END-IF.

       8200-PRINT-NOTE.
            MOVE WS-NOTE-LINE TO PR-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-NL-TEXT.

       8500-REWRITE-VOUCHER.
            REWRITE PETTY-CASH-VOUCHER-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE.
            IF NOT WS-PETTY-VOUCHER-OK
                DISPLAY "UNABLE TO REWRITE VOUCHER " PV-FUND-CODE "-"
                    PV-VOUCHER-NUMBER ", STATUS = "
                    WS-PETTY-VOUCHER-STATUS
            END-IF.

       8600-REWRITE-FUND.
            REWRITE PETTY-CASH-FUND-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE.
            IF NOT WS-PETTY-FUND-OK
                DISPLAY "UNABLE TO REWRITE FUND " PF-FUND-CODE
                    ", STATUS = " WS-PETTY-FUND-STATUS
            END-IF.

       8900-READ-NEXT-FUND.
            READ PETTY-CASH-FUND-FILE NEXT RECORD
                AT END SET WS-NO-MORE-FUNDS TO TRUE
            END-READ.
            IF NOT WS-PETTY-FUND-OK AND NOT WS-PETTY-FUND-EOF
                DISPLAY "PETTY-CASH-FUND-FILE READ ERROR, STATUS = "
                    WS-PETTY-FUND-STATUS
                SET WS-NO-MORE-FUNDS TO TRUE
            END-IF.

       8950-READ-NEXT-VOUCHER.
            READ PETTY-CASH-VOUCHER-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-PETTY-VOUCHER-OK AND NOT WS-PETTY-VOUCHER-EOF
                DISPLAY "PETTY-CASH-VOUCHER-FILE READ ERROR, STATUS = "
                    WS-PETTY-VOUCHER-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.

      * PRINT THE STANDARD COMPANY/RUN-DATE/RUN-TIME/PAGE-NUMBER
      * HEADING (SEE RPTHDR1.cbl).
       3950-PRINT-STANDARD-HEADING.
            ADD 1 TO WS-RPT-PAGE-COUNT.
            MOVE WS-RPT-PAGE-COUNT TO WS-RPT-PAGE-NUMBER.
            ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RPT-RUN-TIME FROM TIME.
            MOVE WS-RPT-HEADING-LINE-1 TO PR-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE WS-RPT-HEADING-LINE-2 TO PR-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.

      * CLEAN WHEN EVERY FUND THAT HAD VOUCHERS WAS SUBMITTED AND
      * NONE HAS PAID OUT MORE THAN IT HOLDS.
       9000-TERMINATE.
            DISPLAY "FUNDS READ              : " WS-FUNDS-READ.
            DISPLAY "FUNDS REPLENISHED       : " WS-FUNDS-REPLENISHED.
            DISPLAY "FUNDS SKIPPED           : " WS-FUNDS-SKIPPED.
            DISPLAY "FUNDS OVER-DRAWN        : " WS-FUNDS-OVER-DRAWN.
            DISPLAY "VOUCHERS SUBMITTED      : " WS-VOUCHERS-SUBMITTED.
            DISPLAY "VOUCHERS REPAID         : " WS-VOUCHERS-REPAID.
            DISPLAY "VOUCHERS BACK IN BOX    : " WS-VOUCHERS-RETURNED.
            DISPLAY "SUBMITTED AMOUNT TOTAL  : " WS-SUBMITTED-TOTAL.
            DISPLAY "DIST LINES ADDED        : " WS-DIST-LINES-ADDED.
            DISPLAY "LINES OVER BUDGET       : "
                WS-OVER-BUDGET-LINES.
            MOVE "E" TO WS-RL-FUNCTION.
            MOVE WS-FUNDS-READ TO WS-RL-RECORDS-IN.
            MOVE WS-FUNDS-REPLENISHED TO WS-RL-RECORDS-OUT.
            MOVE WS-FUNDS-SKIPPED TO WS-RL-REJECTS.
            MOVE "PETTY CASH SUBMITTED" TO WS-RL-LABEL.
            MOVE WS-SUBMITTED-TOTAL TO WS-RL-VALUE.
            IF WS-RUN-ABANDONED
                MOVE "NOT RUN" TO WS-RL-STATUS-TEXT
            ELSE IF WS-FUNDS-SKIPPED = ZERO
                AND WS-FUNDS-OVER-DRAWN = ZERO
                MOVE "CLEAN" TO WS-RL-STATUS-TEXT
            ELSE
                MOVE "CHECK" TO WS-RL-STATUS-TEXT
            END-IF.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
       END PROGRAM PCRPL01.

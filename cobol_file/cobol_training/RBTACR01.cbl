      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Monthly volume rebate accrual.  Purchasing's
      *              rebate agreements (REBATE-FILE, kept through
      *              RBTMNT01) pay us back a percentage of what we
      *              spend with the vendor, but nobody was counting
      *              the spend - rebates went unclaimed or were
      *              booked in one lump when the vendor's check
      *              arrived.  This run totals each active
      *              agreement's qualifying spend from the payment
      *              detail (prorated across the invoice's
      *              distribution lines when the agreement names
      *              qualifying accounts), works out the rebate
      *              earned so far on the agreement's tiers, and
      *              books the change since last month as a rebate
      *              receivable accrual in the same journal format
      *              GLEXT01 writes.  A tier-progress report shows
      *              purchasing how far each vendor is from its next
      *              tier.  When an agreement's period has ended a
      *              claim letter prints and the agreement is marked
      *              claimed.  A cancelled agreement has whatever
      *              was accrued on it backed out.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original rebate accrual run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBTACR01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLRBT01.cbl".
           COPY "SLPDL01.cbl".
           COPY "SLINV01.cbl".
           COPY "SLIDS01.cbl".
           COPY "SLGLA01.cbl".
           COPY "SLVND01.cbl".
           COPY "Hello-world.cbl".
           SELECT REBATE-JOURNAL-FILE ASSIGN TO RBTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REBATE-JRNL-STATUS.
           SELECT LETTER-FILE ASSIGN TO "RBTCLM.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY "FDRBT01.cbl".
           COPY "FDPDL01.cbl".
           COPY "FDINV01.cbl".
           COPY "FDIDS01.cbl".
           COPY "FDGLA01.cbl".
           COPY "fdvnd01.cbl".

      * THE JOURNAL RECORD IS THE SAME SHAPE GLEXT01 WRITES, SO THE
      * LEDGER SIDE LOADS THE REBATE ACCRUAL THROUGH THE SAME
      * INTERFACE AS THE NIGHTLY CASH JOURNAL.
       FD  REBATE-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  REBATE-JOURNAL-RECORD.
           05 RJ-JOURNAL-DATE          PIC 9(08).
           05 RJ-ACCOUNT               PIC X(08).
           05 RJ-DEBIT-AMOUNT          PIC S9(09)V99.
           05 RJ-CREDIT-AMOUNT         PIC S9(09)V99.
           05 RJ-VENDOR-NUMBER         PIC 9(05).
           05 RJ-DESCRIPTION           PIC X(30).
           05 RJ-COST-CENTER           PIC X(06).
           05 RJ-COMPANY-CODE          PIC X(02).

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-PRINT-LINE           PIC X(100).

       FD  LETTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  LETTER-PRINT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-REBATE-FILE-STATUS      PIC X(02).
           88 WS-REBATE-FILE-OK           VALUE "00".
           88 WS-REBATE-FILE-EOF          VALUE "10".
           88 WS-REBATE-FILE-MISSING      VALUE "35".
       01  WS-PAYMENT-DTL-STATUS      PIC X(02).
           88 WS-PAYMENT-DTL-OK           VALUE "00".
           88 WS-PAYMENT-DTL-EOF          VALUE "10".
           88 WS-PAYMENT-DTL-MISSING      VALUE "35".
       01  WS-INVOICE-FILE-STATUS     PIC X(02).
           88 WS-INVOICE-FILE-OK          VALUE "00".
           88 WS-INVOICE-FILE-NOT-FOUND   VALUE "23".
       01  WS-INVOICE-DIST-STATUS     PIC X(02).
           88 WS-INVOICE-DIST-OK          VALUE "00".
           88 WS-INVOICE-DIST-EOF         VALUE "10".
           88 WS-INVOICE-DIST-MISSING     VALUE "35".
       01  WS-GL-ACCOUNT-STATUS       PIC X(02).
           88 WS-GL-ACCOUNT-OK            VALUE "00".
           88 WS-GL-ACCOUNT-NOT-FOUND     VALUE "23".
           88 WS-GL-ACCOUNT-MISSING       VALUE "35".
       01  WS-VENDOR-FILE-STATUS      PIC X(02).
           88 WS-VENDOR-FILE-OK           VALUE "00".
           88 WS-VENDOR-FILE-NOT-FOUND    VALUE "23".
       01  WS-REBATE-JRNL-STATUS      PIC X(02).
           88 WS-REBATE-JRNL-OK           VALUE "00".
       01  WS-PRINT-FILE-NAME         PIC X(20).
       01  WS-PRINT-FILE-STATUS       PIC X(02).
           88 WS-PRINT-FILE-OK            VALUE "00".
       01  WS-LETTER-FILE-STATUS      PIC X(02).
           88 WS-LETTER-FILE-OK           VALUE "00".

       01  WS-RUN-OK-SWITCH            PIC X(01) VALUE "Y".
           88 WS-RUN-OK                    VALUE "Y".
       01  WS-SCAN-EOF-SWITCH          PIC X(01) VALUE "N".
           88 WS-SCAN-DONE                 VALUE "Y".
       01  WS-PD-EOF-SWITCH            PIC X(01) VALUE "N".
           88 WS-NO-MORE-PAYMENTS          VALUE "Y".
       01  WS-RUN-DATE                 PIC 9(08).

      * THE CHART ACCOUNTS THE RUN KNOWS ON ITS OWN - REBATE
      * RECEIVABLE ON THE BALANCE SHEET, PURCHASE REBATES AGAINST
      * EXPENSE, AND THE DEFAULT EXPENSE ACCOUNT FOR AN UNCODED
      * VENDOR (THE SAME DEFAULT GLEXT01 USES).
       01  WS-REBATE-RECEIVABLE        PIC X(08) VALUE "13600000".
       01  WS-REBATE-INCOME            PIC X(08) VALUE "69500000".
       01  WS-DEFAULT-EXPENSE          PIC X(08) VALUE "60000000".

      * THE AGREEMENTS IN PLAY THIS RUN - EVERY ACTIVE ONE ALREADY
      * BEGUN, AND EVERY CANCELLED ONE STILL CARRYING AN ACCRUAL TO
      * BACK OUT.  THE SPEND IS REBUILT FROM THE WHOLE PAYMENT
      * HISTORY EACH RUN, SO A RERUN OR A LATE RETURN CAN'T DRIFT.
       01  WS-AG-COUNT                 PIC 9(02) COMP VALUE ZERO.
       01  WS-AG-IX                    PIC 9(02) COMP.
       01  WS-AG-TABLE.
           05 WS-AG-ENTRY OCCURS 50 TIMES.
               10 WS-AG-KEY.
                   15 WS-AG-VENDOR     PIC 9(05).
                   15 WS-AG-START      PIC 9(08).
               10 WS-AG-LAST-DAY       PIC 9(08).
               10 WS-AG-ACCOUNT-COUNT  PIC 9(01).
               10 WS-AG-ACCOUNT        PIC X(08) OCCURS 5 TIMES.
               10 WS-AG-SPEND          PIC S9(11)V99.
       01  WS-AG-OVERFLOW              PIC 9(05) COMP VALUE ZERO.

       01  WS-QUAL-AMOUNT              PIC S9(09)V99.
       01  WS-EXPENSE-ACCOUNT          PIC X(08).
       01  WS-ACCT-IX                  PIC 9(01).
       01  WS-ACCT-FOUND-SWITCH        PIC X(01).
           88 WS-ACCT-QUALIFIES            VALUE "Y".
       01  WS-CHECK-ACCOUNT            PIC X(08).

      * THE INVOICE'S DISTRIBUTION LINES, PRORATED TO THE PAYMENT
      * THE SAME WAY GLEXT01 PRORATES TO A POSTED AMOUNT.
       01  WS-DIST-SCAN-SWITCH         PIC X(01).
           88 WS-DIST-SCAN-DONE            VALUE "Y".
       01  WS-DL-COUNT                 PIC 9(02) COMP.
       01  WS-DL-IX                    PIC 9(02) COMP.
       01  WS-DL-TABLE.
           05 WS-DL-ENTRY OCCURS 20 TIMES.
               10 WS-DL-ACCOUNT        PIC X(08).
               10 WS-DL-AMOUNT         PIC S9(09)V99.
       01  WS-PRORATED-AMOUNT          PIC S9(09)V99.

      * THE TIER ARITHMETIC FOR ONE AGREEMENT.
       01  WS-TIER-IX                  PIC 9(01).
       01  WS-SPEND                    PIC S9(11)V99.
       01  WS-EARNED                   PIC S9(09)V99.
       01  WS-CURRENT-RATE             PIC 9(02)V99.
       01  WS-BAND-TOP                 PIC S9(11)V99.
       01  WS-BAND-AMOUNT              PIC S9(11)V99.
       01  WS-BAND-REBATE              PIC S9(09)V99.
       01  WS-NEXT-FLOOR               PIC S9(09)V99.
       01  WS-STILL-NEEDED             PIC S9(11)V99.
       01  WS-NEXT-TIER-SWITCH         PIC X(01).
           88 WS-NEXT-TIER-FOUND           VALUE "Y".
       01  WS-ACCRUAL-DELTA            PIC S9(09)V99.
       01  WS-JOURNAL-COMPANY          PIC X(02).

       01  WS-BATCH-CONTROLS.
           05 WS-PAYMENTS-READ         PIC 9(07) COMP.
           05 WS-AGREEMENTS-RUN        PIC 9(05) COMP.
           05 WS-AGREEMENTS-ACCRUED    PIC 9(05) COMP.
           05 WS-JOURNAL-LINES         PIC 9(07) COMP.
           05 WS-LETTERS-PRINTED       PIC 9(05) COMP.
           05 WS-SPEND-TOTAL           PIC S9(13)V99 COMP-3.
           05 WS-ACCRUAL-NET           PIC S9(11)V99 COMP-3.
           05 WS-CLAIMED-TOTAL         PIC S9(11)V99 COMP-3.

      * FIELDS FOR THE RUNLOG01 RUN-CONTROL CALLS.
       01  WS-RL-FUNCTION            PIC X(01).
       01  WS-RL-PROGRAM             PIC X(08) VALUE "RBTACR01".
       01  WS-RL-LABEL               PIC X(24).
       01  WS-RL-VALUE               PIC S9(13)V99.
       01  WS-RL-RECORDS-IN          PIC 9(07) VALUE ZERO.
       01  WS-RL-RECORDS-OUT         PIC 9(07) VALUE ZERO.
       01  WS-RL-REJECTS             PIC 9(07) VALUE ZERO.
       01  WS-RL-STATUS-TEXT         PIC X(08).

           COPY "RPTHDR1.cbl".

       01  WS-REPORT-TITLE.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 FILLER                PIC X(40) VALUE
               "VOLUME REBATE TIER PROGRESS".

       01  WS-COLUMN-HEADING-1.
           05 FILLER                PIC X(06) VALUE "VENDOR".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(22) VALUE "NAME".
           05 FILLER                PIC X(22) VALUE "REFERENCE".
           05 FILLER                PIC X(19) VALUE "PERIOD".
           05 FILLER                PIC X(09) VALUE "STATUS".
       01  WS-COLUMN-HEADING-2.
           05 FILLER                PIC X(08) VALUE SPACES.
           05 FILLER                PIC X(18) VALUE
               "   QUALIFY SPEND".
           05 FILLER                PIC X(07) VALUE "   RATE".
           05 FILLER                PIC X(15) VALUE
               "         EARNED".
           05 FILLER                PIC X(15) VALUE
               "   THIS ACCRUAL".
           05 FILLER                PIC X(15) VALUE
               "     NEXT FLOOR".
           05 FILLER                PIC X(18) VALUE
               "     STILL NEEDED".

       01  WS-DETAIL-LINE-1.
           05 WS-D-VENDOR           PIC 9(05).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-D-NAME             PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-D-REFERENCE        PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-D-START            PIC 9(08).
           05 FILLER                PIC X(01) VALUE "-".
           05 WS-D-END              PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-D-STATUS           PIC X(09).

       01  WS-DETAIL-LINE-2.
           05 FILLER                PIC X(08) VALUE SPACES.
           05 WS-D-SPEND            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-D-RATE             PIC Z9.99.
           05 FILLER                PIC X(01) VALUE "%".
           05 WS-D-EARNED           PIC ZZZ,ZZZ,ZZ9.99-.
           05 WS-D-ACCRUAL          PIC ZZZ,ZZZ,ZZ9.99-.
           05 WS-D-NEXT-FLOOR       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-D-NEEDED           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-D-TOP-TIER REDEFINES WS-D-NEEDED
                                    PIC X(17).

       01  WS-TOTAL-LINE.
           05 FILLER                PIC X(24) VALUE
               "AGREEMENTS            : ".
           05 WS-T-COUNT            PIC ZZZ,ZZ9.
           05 FILLER                PIC X(17) VALUE
               "  NET ACCRUAL  $".
           05 WS-T-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-LETTER-TEXT-1            PIC X(70) VALUE
           "YOUR VOLUME REBATE AGREEMENT WITH US HAS REACHED ITS END D
      -    "ATE.".
       01  WS-LETTER-TEXT-2            PIC X(70) VALUE
           "ON THE SPEND SHOWN BELOW WE HAVE EARNED THE REBATE CLAIMED
      -    ".".
       01  WS-LETTER-TEXT-3            PIC X(70) VALUE
           "PLEASE REMIT IT TO ACCOUNTS PAYABLE, QUOTING YOUR REFEREN
      -    "CE.".

       01  WS-LETTER-REF-LINE.
           05 FILLER                PIC X(19) VALUE
               "AGREEMENT REFERENCE".
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LT-REFERENCE       PIC X(20).
       01  WS-LETTER-PERIOD-LINE.
           05 FILLER                PIC X(19) VALUE
               "AGREEMENT PERIOD   ".
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LT-START           PIC 9(08).
           05 FILLER                PIC X(04) VALUE " TO ".
           05 WS-LT-END             PIC 9(08).
       01  WS-LETTER-SPEND-LINE.
           05 FILLER                PIC X(19) VALUE
               "QUALIFYING SPEND   ".
           05 WS-LT-SPEND           PIC $$$,$$$,$$$,$$9.99.
       01  WS-LETTER-AMOUNT-LINE.
           05 FILLER                PIC X(19) VALUE
               "REBATE CLAIMED     ".
           05 WS-LT-AMOUNT          PIC $$$,$$$,$$$,$$9.99.

       01  WS-LETTER-ADDR-LINE.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 WS-LT-ADDR            PIC X(30).

       PROCEDURE DIVISION.
       0000-MAINLINE.
            MOVE "S" TO WS-RL-FUNCTION.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            PERFORM 1000-INITIALIZE.
            IF WS-RUN-OK
                PERFORM 1500-LOAD-AGREEMENTS
                PERFORM 2000-TOTAL-ONE-PAYMENT
                    UNTIL WS-NO-MORE-PAYMENTS
                PERFORM 3000-SETTLE-ONE-AGREEMENT
                    VARYING WS-AG-IX FROM 1 BY 1
                    UNTIL WS-AG-IX > WS-AG-COUNT
            END-IF.
            PERFORM 9000-TERMINATE.
            STOP RUN.

      * THE REBATE FILE IS UPDATED IN PLACE, THE PAYMENT DETAIL IS
      * THE SPEND.  WITHOUT EITHER THERE IS NOTHING TO DO.  THE
      * DISTRIBUTION AND ACCOUNT FILES ARE OPTIONAL, AS IN GLEXT01.
       1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            OPEN I-O REBATE-FILE.
            IF NOT WS-REBATE-FILE-OK
                DISPLAY "UNABLE TO OPEN REBATE-FILE, STATUS = "
                    WS-REBATE-FILE-STATUS
                MOVE "N" TO WS-RUN-OK-SWITCH
            END-IF.
            OPEN INPUT PAYMENT-DETAIL-FILE.
            IF NOT WS-PAYMENT-DTL-OK
                DISPLAY "UNABLE TO OPEN PAYMENT-DETAIL-FILE, STATUS = "
                    WS-PAYMENT-DTL-STATUS
                MOVE "N" TO WS-RUN-OK-SWITCH
            END-IF.
            OPEN INPUT INVOICE-FILE.
            IF NOT WS-INVOICE-FILE-OK
                DISPLAY "UNABLE TO OPEN INVOICE-FILE, STATUS = "
                    WS-INVOICE-FILE-STATUS
                MOVE "N" TO WS-RUN-OK-SWITCH
            END-IF.
            OPEN INPUT INVOICE-DIST-FILE.
            IF WS-INVOICE-DIST-MISSING
                DISPLAY "NO INVOICE-DIST-FILE - SPEND QUALIFIES AT "
                    "THE VENDOR LEVEL"
            ELSE IF NOT WS-INVOICE-DIST-OK
                DISPLAY "UNABLE TO OPEN INVOICE-DIST-FILE, STATUS = "
                    WS-INVOICE-DIST-STATUS
            END-IF.
            OPEN INPUT GL-ACCOUNT-FILE.
            IF WS-GL-ACCOUNT-MISSING
                DISPLAY "NO GL-ACCOUNT-FILE - ALL VENDORS TAKE THE "
                    "DEFAULT EXPENSE ACCOUNT"
            ELSE IF NOT WS-GL-ACCOUNT-OK
                DISPLAY "UNABLE TO OPEN GL-ACCOUNT-FILE, STATUS = "
                    WS-GL-ACCOUNT-STATUS
            END-IF.
            OPEN INPUT VENDOR-FILE.
            IF NOT WS-VENDOR-FILE-OK
                DISPLAY "UNABLE TO OPEN VENDOR-FILE, STATUS = "
                    WS-VENDOR-FILE-STATUS
            END-IF.
            OPEN OUTPUT REBATE-JOURNAL-FILE.
            IF NOT WS-REBATE-JRNL-OK
                DISPLAY "UNABLE TO OPEN REBATE-JOURNAL-FILE, "
                    "STATUS = " WS-REBATE-JRNL-STATUS
                MOVE "N" TO WS-RUN-OK-SWITCH
            END-IF.
            MOVE "RBTRPT.PRT" TO WS-PRINT-FILE-NAME.
            OPEN OUTPUT PRINT-FILE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO OPEN REBATE REPORT, STATUS = "
                    WS-PRINT-FILE-STATUS
            END-IF.
            OPEN OUTPUT LETTER-FILE.
            IF NOT WS-LETTER-FILE-OK
                DISPLAY "UNABLE TO OPEN LETTER FILE, STATUS = "
                    WS-LETTER-FILE-STATUS
            END-IF.
            PERFORM 3900-PRINT-STANDARD-HEADING.
            MOVE WS-REPORT-TITLE TO REPORT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-COLUMN-HEADING-1 TO REPORT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-COLUMN-HEADING-2 TO REPORT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            IF NOT WS-RUN-OK
                SET WS-NO-MORE-PAYMENTS TO TRUE
            ELSE
                PERFORM 8100-READ-NEXT-PAYMENT
            END-IF.

      * FIFTY AGREEMENTS FILL THE TABLE.  ANY MORE ARE LEFT FOR
      * THE SUPERVISOR TO CHASE - UNTOUCHED, SO NEXT MONTH'S RUN
      * (WITH THE TABLE WIDENED) PICKS THEM UP WHOLE.
       1500-LOAD-AGREEMENTS.
            MOVE LOW-VALUES TO RB-KEY.
            START REBATE-FILE KEY IS NOT LESS THAN RB-KEY
                INVALID KEY SET WS-SCAN-DONE TO TRUE
            END-START.
            IF NOT WS-SCAN-DONE
                PERFORM 8300-READ-NEXT-AGREEMENT
            END-IF.
            PERFORM 1510-LOAD-ONE-AGREEMENT UNTIL WS-SCAN-DONE.
            IF WS-AG-OVERFLOW > ZERO
                DISPLAY "REBATE TABLE FULL - " WS-AG-OVERFLOW
                    " AGREEMENT(S) NOT RUN THIS MONTH"
            END-IF.

       1510-LOAD-ONE-AGREEMENT.
            IF (RB-STATUS-ACTIVE AND RB-PERIOD-START NOT > WS-RUN-DATE)
                OR (RB-STATUS-CANCELLED AND RB-ACCRUED-TO-DATE NOT = 0)
                IF WS-AG-COUNT < 50
                    ADD 1 TO WS-AG-COUNT
                    MOVE RB-KEY TO WS-AG-KEY(WS-AG-COUNT)
                    IF RB-PERIOD-END < WS-RUN-DATE
                        MOVE RB-PERIOD-END
                            TO WS-AG-LAST-DAY(WS-AG-COUNT)
                    ELSE
                        MOVE WS-RUN-DATE TO WS-AG-LAST-DAY(WS-AG-COUNT)
                    END-IF
                    MOVE RB-ACCOUNT-COUNT
                        TO WS-AG-ACCOUNT-COUNT(WS-AG-COUNT)
                    PERFORM 1520-LOAD-ONE-ACCOUNT
                        VARYING WS-ACCT-IX FROM 1 BY 1
                        UNTIL WS-ACCT-IX > 5
                    MOVE ZERO TO WS-AG-SPEND(WS-AG-COUNT)
                ELSE
                    ADD 1 TO WS-AG-OVERFLOW
                END-IF
            END-IF.
            PERFORM 8300-READ-NEXT-AGREEMENT.

       1520-LOAD-ONE-ACCOUNT.
            MOVE RB-QUAL-ACCOUNT(WS-ACCT-IX)
                TO WS-AG-ACCOUNT(WS-AG-COUNT WS-ACCT-IX).

      * ONE PASS OF THE PAYMENT HISTORY.  A PAYMENT COUNTS TOWARD
      * EVERY AGREEMENT OF ITS VENDOR WHOSE PERIOD IT FALLS IN.  A
      * RETURNED PAYMENT'S NEGATIVE DETAIL TAKES ITS SPEND BACK OUT.
       2000-TOTAL-ONE-PAYMENT.
            ADD 1 TO WS-PAYMENTS-READ.
            PERFORM 2100-CHECK-ONE-AGREEMENT
                VARYING WS-AG-IX FROM 1 BY 1
                UNTIL WS-AG-IX > WS-AG-COUNT.
            PERFORM 8100-READ-NEXT-PAYMENT.

       2100-CHECK-ONE-AGREEMENT.
            IF PD-VENDOR-NUMBER = WS-AG-VENDOR(WS-AG-IX)
                AND PD-PAYMENT-DATE NOT < WS-AG-START(WS-AG-IX)
                AND PD-PAYMENT-DATE NOT > WS-AG-LAST-DAY(WS-AG-IX)
                IF WS-AG-ACCOUNT-COUNT(WS-AG-IX) = ZERO
                    MOVE PD-AMOUNT TO WS-QUAL-AMOUNT
                ELSE
                    PERFORM 2200-QUALIFY-BY-ACCOUNT
                END-IF
                ADD WS-QUAL-AMOUNT TO WS-AG-SPEND(WS-AG-IX)
            END-IF.

      * WITH QUALIFYING ACCOUNTS NAMED, ONLY THE SHARE OF THE
      * PAYMENT CODED TO THEM COUNTS - PRORATED ACROSS THE
      * INVOICE'S DISTRIBUTION LINES, OR ALL OR NOTHING ON THE
      * VENDOR'S OWN EXPENSE ACCOUNT FOR AN UNDISTRIBUTED INVOICE.
       2200-QUALIFY-BY-ACCOUNT.
            MOVE ZERO TO WS-QUAL-AMOUNT.
            MOVE ZERO TO WS-DL-COUNT.
            IF PD-INVOICE-NUMBER NOT = SPACES
                MOVE PD-VENDOR-NUMBER TO INV-VENDOR-NUMBER
                MOVE PD-INVOICE-NUMBER TO INV-INVOICE-NUMBER
                READ INVOICE-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF INV-AMOUNT NOT = ZERO
                            PERFORM 2300-COLLECT-DIST-LINES
                        END-IF
                END-READ
            END-IF.
            IF WS-DL-COUNT > ZERO
                PERFORM 2400-PRORATE-ONE-LINE
                    VARYING WS-DL-IX FROM 1 BY 1
                    UNTIL WS-DL-IX > WS-DL-COUNT
            ELSE
                PERFORM 2500-LOOK-UP-ACCOUNT
                MOVE WS-EXPENSE-ACCOUNT TO WS-CHECK-ACCOUNT
                PERFORM 2600-CHECK-QUALIFYING-ACCOUNT
                IF WS-ACCT-QUALIFIES
                    MOVE PD-AMOUNT TO WS-QUAL-AMOUNT
                END-IF
            END-IF.

       2300-COLLECT-DIST-LINES.
            IF NOT WS-INVOICE-DIST-MISSING
                MOVE "N" TO WS-DIST-SCAN-SWITCH
                MOVE INV-VENDOR-NUMBER  TO ID-VENDOR-NUMBER
                MOVE INV-INVOICE-NUMBER TO ID-INVOICE-NUMBER
                MOVE ZERO TO ID-LINE-NUMBER
                START INVOICE-DIST-FILE KEY IS NOT LESS THAN ID-KEY
                    INVALID KEY SET WS-DIST-SCAN-DONE TO TRUE
                END-START
                IF NOT WS-DIST-SCAN-DONE
                    PERFORM 8200-READ-NEXT-DIST-LINE
                END-IF
                PERFORM 2310-HOLD-ONE-DIST-LINE
                    UNTIL WS-DIST-SCAN-DONE
                    OR ID-VENDOR-NUMBER NOT = INV-VENDOR-NUMBER
                    OR ID-INVOICE-NUMBER NOT = INV-INVOICE-NUMBER
                    OR WS-DL-COUNT >= 20
            END-IF.

       2310-HOLD-ONE-DIST-LINE.
            ADD 1 TO WS-DL-COUNT.
            MOVE ID-GL-ACCOUNT TO WS-DL-ACCOUNT(WS-DL-COUNT).
            MOVE ID-AMOUNT TO WS-DL-AMOUNT(WS-DL-COUNT).
            PERFORM 8200-READ-NEXT-DIST-LINE.

       2400-PRORATE-ONE-LINE.
            MOVE WS-DL-ACCOUNT(WS-DL-IX) TO WS-CHECK-ACCOUNT.
            PERFORM 2600-CHECK-QUALIFYING-ACCOUNT.
            IF WS-ACCT-QUALIFIES
                COMPUTE WS-PRORATED-AMOUNT ROUNDED =
                    WS-DL-AMOUNT(WS-DL-IX) * PD-AMOUNT / INV-AMOUNT
                ADD WS-PRORATED-AMOUNT TO WS-QUAL-AMOUNT
            END-IF.

       2500-LOOK-UP-ACCOUNT.
            MOVE WS-DEFAULT-EXPENSE TO WS-EXPENSE-ACCOUNT.
            IF NOT WS-GL-ACCOUNT-MISSING
                MOVE PD-VENDOR-NUMBER TO GA-VENDOR-NUMBER
                READ GL-ACCOUNT-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE GA-EXPENSE-ACCOUNT
                            TO WS-EXPENSE-ACCOUNT
                END-READ
                IF NOT WS-GL-ACCOUNT-OK
                    AND NOT WS-GL-ACCOUNT-NOT-FOUND
                    DISPLAY "GL-ACCOUNT-FILE READ ERROR, STATUS = "
                        WS-GL-ACCOUNT-STATUS
                END-IF
            END-IF.

       2600-CHECK-QUALIFYING-ACCOUNT.
            MOVE "N" TO WS-ACCT-FOUND-SWITCH.
            PERFORM 2610-COMPARE-ONE-ACCOUNT
                VARYING WS-ACCT-IX FROM 1 BY 1
                UNTIL WS-ACCT-IX > WS-AG-ACCOUNT-COUNT(WS-AG-IX)
                OR WS-ACCT-QUALIFIES.

       2610-COMPARE-ONE-ACCOUNT.
            IF WS-AG-ACCOUNT(WS-AG-IX WS-ACCT-IX) = WS-CHECK-ACCOUNT
                SET WS-ACCT-QUALIFIES TO TRUE
            END-IF.

      * WITH THE SPEND TOTALLED, EACH AGREEMENT IS RE-READ, ITS
      * REBATE WORKED OUT, THE CHANGE SINCE LAST MONTH JOURNALED,
      * AND THE RECORD BROUGHT UP TO DATE.
       3000-SETTLE-ONE-AGREEMENT.
            MOVE WS-AG-KEY(WS-AG-IX) TO RB-KEY.
            READ REBATE-FILE
                INVALID KEY
                    DISPLAY "REBATE AGREEMENT " RB-VENDOR-NUMBER " "
                        RB-PERIOD-START " NO LONGER ON FILE"
                NOT INVALID KEY
                    PERFORM 3100-SETTLE-THIS-AGREEMENT
            END-READ.

       3100-SETTLE-THIS-AGREEMENT.
            ADD 1 TO WS-AGREEMENTS-RUN.
            MOVE WS-AG-SPEND(WS-AG-IX) TO WS-SPEND.
            ADD WS-SPEND TO WS-SPEND-TOTAL.
            MOVE ZERO TO WS-EARNED.
            MOVE ZERO TO WS-CURRENT-RATE.
            IF RB-STATUS-ACTIVE
                IF RB-INCREMENTAL
                    PERFORM 3200-EARN-ONE-BAND
                        VARYING WS-TIER-IX FROM 1 BY 1
                        UNTIL WS-TIER-IX > RB-TIER-COUNT
                ELSE
                    PERFORM 3300-FIND-TIER-REACHED
                        VARYING WS-TIER-IX FROM 1 BY 1
                        UNTIL WS-TIER-IX > RB-TIER-COUNT
                    COMPUTE WS-EARNED ROUNDED =
                        WS-SPEND * WS-CURRENT-RATE / 100
                END-IF
                IF WS-EARNED < ZERO
                    MOVE ZERO TO WS-EARNED
                END-IF
            END-IF.
            PERFORM 3400-FIND-NEXT-TIER.
            COMPUTE WS-ACCRUAL-DELTA =
                WS-EARNED - RB-ACCRUED-TO-DATE.
            IF RB-COMPANY-CODE = SPACES
                MOVE "01" TO WS-JOURNAL-COMPANY
            ELSE
                MOVE RB-COMPANY-CODE TO WS-JOURNAL-COMPANY
            END-IF.
            IF WS-ACCRUAL-DELTA NOT = ZERO
                PERFORM 3500-JOURNAL-THE-CHANGE
            END-IF.
            PERFORM 3600-REPORT-AGREEMENT.
            IF RB-STATUS-ACTIVE AND RB-PERIOD-END NOT > WS-RUN-DATE
                PERFORM 4000-PRINT-CLAIM-LETTER
                SET RB-STATUS-CLAIMED TO TRUE
                MOVE WS-RUN-DATE TO RB-CLAIM-DATE
                ADD WS-EARNED TO WS-CLAIMED-TOTAL
            END-IF.
            MOVE WS-SPEND TO RB-SPEND-TO-DATE.
            MOVE WS-EARNED TO RB-EARNED-TO-DATE.
            MOVE WS-EARNED TO RB-ACCRUED-TO-DATE.
            MOVE WS-RUN-DATE TO RB-LAST-RUN-DATE.
            REWRITE REBATE-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE.
            IF NOT WS-REBATE-FILE-OK
                DISPLAY "UNABLE TO REWRITE REBATE-FILE, STATUS = "
                    WS-REBATE-FILE-STATUS
            END-IF.

      * INCREMENTAL - EACH TIER PAYS ITS OWN PERCENTAGE ON THE SLICE
      * OF SPEND BETWEEN ITS FLOOR AND THE NEXT TIER'S.
       3200-EARN-ONE-BAND.
            IF WS-SPEND > RB-TIER-FLOOR(WS-TIER-IX)
                MOVE RB-TIER-PERCENT(WS-TIER-IX) TO WS-CURRENT-RATE
                MOVE WS-SPEND TO WS-BAND-TOP
                IF WS-TIER-IX < RB-TIER-COUNT
                    IF RB-TIER-FLOOR(WS-TIER-IX + 1) < WS-SPEND
                        MOVE RB-TIER-FLOOR(WS-TIER-IX + 1)
                            TO WS-BAND-TOP
                    END-IF
                END-IF
                COMPUTE WS-BAND-AMOUNT =
                    WS-BAND-TOP - RB-TIER-FLOOR(WS-TIER-IX)
                COMPUTE WS-BAND-REBATE ROUNDED =
                    WS-BAND-AMOUNT * RB-TIER-PERCENT(WS-TIER-IX) / 100
                ADD WS-BAND-REBATE TO WS-EARNED
            END-IF.

      * ALL SPEND - THE HIGHEST TIER WHOSE FLOOR HAS BEEN REACHED
      * PAYS ITS PERCENTAGE ON EVERYTHING.
       3300-FIND-TIER-REACHED.
            IF WS-SPEND NOT < RB-TIER-FLOOR(WS-TIER-IX)
                MOVE RB-TIER-PERCENT(WS-TIER-IX) TO WS-CURRENT-RATE
            END-IF.

      * THE FIRST FLOOR NOT YET REACHED, AND HOW FAR OFF IT IS.
       3400-FIND-NEXT-TIER.
            MOVE "N" TO WS-NEXT-TIER-SWITCH.
            MOVE ZERO TO WS-NEXT-FLOOR.
            MOVE ZERO TO WS-STILL-NEEDED.
            PERFORM 3410-CHECK-ONE-FLOOR
                VARYING WS-TIER-IX FROM 1 BY 1
                UNTIL WS-TIER-IX > RB-TIER-COUNT
                OR WS-NEXT-TIER-FOUND.

       3410-CHECK-ONE-FLOOR.
            IF RB-TIER-FLOOR(WS-TIER-IX) > WS-SPEND
                SET WS-NEXT-TIER-FOUND TO TRUE
                MOVE RB-TIER-FLOOR(WS-TIER-IX) TO WS-NEXT-FLOOR
                COMPUTE WS-STILL-NEEDED = WS-NEXT-FLOOR - WS-SPEND
            END-IF.

      * A BALANCED PAIR IN THE AGREEMENT'S COMPANY - DEBIT THE
      * RECEIVABLE, CREDIT PURCHASE REBATES.  A FALL (A RETURNED
      * PAYMENT, A CANCELLED AGREEMENT) GOES THROUGH AS NEGATIVE
      * AMOUNTS, THE WAY APACCR01 CARRIES A CREDIT MEMO.
       3500-JOURNAL-THE-CHANGE.
            ADD 1 TO WS-AGREEMENTS-ACCRUED.
            ADD WS-ACCRUAL-DELTA TO WS-ACCRUAL-NET.
            MOVE WS-RUN-DATE TO RJ-JOURNAL-DATE.
            MOVE WS-REBATE-RECEIVABLE TO RJ-ACCOUNT.
            MOVE WS-ACCRUAL-DELTA TO RJ-DEBIT-AMOUNT.
            MOVE ZERO TO RJ-CREDIT-AMOUNT.
            PERFORM 3510-WRITE-JOURNAL-LINE.
            MOVE WS-REBATE-INCOME TO RJ-ACCOUNT.
            MOVE ZERO TO RJ-DEBIT-AMOUNT.
            MOVE WS-ACCRUAL-DELTA TO RJ-CREDIT-AMOUNT.
            PERFORM 3510-WRITE-JOURNAL-LINE.

       3510-WRITE-JOURNAL-LINE.
            MOVE WS-RUN-DATE TO RJ-JOURNAL-DATE.
            MOVE RB-VENDOR-NUMBER TO RJ-VENDOR-NUMBER.
            MOVE SPACES TO RJ-DESCRIPTION.
            STRING "REBATE ACCRUAL " DELIMITED BY SIZE
                   RB-REFERENCE DELIMITED BY SIZE
                INTO RJ-DESCRIPTION.
            MOVE SPACES TO RJ-COST-CENTER.
            MOVE WS-JOURNAL-COMPANY TO RJ-COMPANY-CODE.
            WRITE REBATE-JOURNAL-RECORD.
            IF NOT WS-REBATE-JRNL-OK
                DISPLAY "UNABLE TO WRITE REBATE-JOURNAL, STATUS = "
                    WS-REBATE-JRNL-STATUS
            ELSE
                ADD 1 TO WS-JOURNAL-LINES
            END-IF.

       3600-REPORT-AGREEMENT.
            MOVE RB-VENDOR-NUMBER TO WS-D-VENDOR.
            MOVE RB-VENDOR-NUMBER TO VENDOR-NUMBER.
            READ VENDOR-FILE
                INVALID KEY
                    MOVE SPACES TO WS-D-NAME
                NOT INVALID KEY
                    MOVE VENDOR-NAME TO WS-D-NAME
            END-READ.
            MOVE RB-REFERENCE TO WS-D-REFERENCE.
            MOVE RB-PERIOD-START TO WS-D-START.
            MOVE RB-PERIOD-END TO WS-D-END.
            IF RB-STATUS-CANCELLED
                MOVE "CANCELLED" TO WS-D-STATUS
            ELSE IF RB-PERIOD-END NOT > WS-RUN-DATE
                MOVE "CLAIMED" TO WS-D-STATUS
            ELSE
                MOVE "ACTIVE" TO WS-D-STATUS
            END-IF.
            MOVE WS-DETAIL-LINE-1 TO REPORT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-SPEND TO WS-D-SPEND.
            MOVE WS-CURRENT-RATE TO WS-D-RATE.
            MOVE WS-EARNED TO WS-D-EARNED.
            MOVE WS-ACCRUAL-DELTA TO WS-D-ACCRUAL.
            IF WS-NEXT-TIER-FOUND AND RB-STATUS-ACTIVE
                MOVE WS-NEXT-FLOOR TO WS-D-NEXT-FLOOR
                MOVE WS-STILL-NEEDED TO WS-D-NEEDED
            ELSE
                MOVE ZERO TO WS-D-NEXT-FLOOR
                MOVE "   TOP TIER" TO WS-D-TOP-TIER
            END-IF.
            MOVE WS-DETAIL-LINE-2 TO REPORT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

      * ONE LETTER PER AGREEMENT - THE VENDOR'S ADDRESS BLOCK OFF
      * THE MASTER (STILL IN THE BUFFER FROM THE REPORT LINE), THE
      * CLAIM TEXT, THE REFERENCE AND PERIOD, SPEND AND REBATE.
       4000-PRINT-CLAIM-LETTER.
            IF NOT WS-VENDOR-FILE-OK
                DISPLAY "VENDOR " RB-VENDOR-NUMBER " NOT ON "
                    "VENDOR-FILE - NO CLAIM LETTER PRINTED"
            ELSE
                MOVE VENDOR-NAME TO WS-LT-ADDR
                MOVE WS-LETTER-ADDR-LINE TO LETTER-PRINT-LINE
                PERFORM 8400-WRITE-LETTER-LINE
                MOVE VENDOR-ADDRESS-1 TO WS-LT-ADDR
                MOVE WS-LETTER-ADDR-LINE TO LETTER-PRINT-LINE
                PERFORM 8400-WRITE-LETTER-LINE
                MOVE VENDOR-ADDRESS-2 TO WS-LT-ADDR
                MOVE WS-LETTER-ADDR-LINE TO LETTER-PRINT-LINE
                PERFORM 8400-WRITE-LETTER-LINE
                MOVE SPACES TO WS-LT-ADDR
                STRING VENDOR-CITY   DELIMITED BY "  "
                       ", "          DELIMITED BY SIZE
                       VENDOR-STATE  DELIMITED BY SIZE
                       " "           DELIMITED BY SIZE
                       VENDOR-ZIP    DELIMITED BY SIZE
                    INTO WS-LT-ADDR
                END-STRING
                MOVE WS-LETTER-ADDR-LINE TO LETTER-PRINT-LINE
                PERFORM 8400-WRITE-LETTER-LINE
                MOVE SPACES TO LETTER-PRINT-LINE
                PERFORM 8400-WRITE-LETTER-LINE
                MOVE WS-LETTER-TEXT-1 TO LETTER-PRINT-LINE
                PERFORM 8400-WRITE-LETTER-LINE
                MOVE WS-LETTER-TEXT-2 TO LETTER-PRINT-LINE
                PERFORM 8400-WRITE-LETTER-LINE
                MOVE WS-LETTER-TEXT-3 TO LETTER-PRINT-LINE
                PERFORM 8400-WRITE-LETTER-LINE
                MOVE SPACES TO LETTER-PRINT-LINE
                PERFORM 8400-WRITE-LETTER-LINE
                MOVE RB-REFERENCE TO WS-LT-REFERENCE
                MOVE WS-LETTER-REF-LINE TO LETTER-PRINT-LINE
                PERFORM 8400-WRITE-LETTER-LINE
                MOVE RB-PERIOD-START TO WS-LT-START
                MOVE RB-PERIOD-END TO WS-LT-END
                MOVE WS-LETTER-PERIOD-LINE TO LETTER-PRINT-LINE
                PERFORM 8400-WRITE-LETTER-LINE
                MOVE WS-SPEND TO WS-LT-SPEND
                MOVE WS-LETTER-SPEND-LINE TO LETTER-PRINT-LINE
                PERFORM 8400-WRITE-LETTER-LINE
                MOVE WS-EARNED TO WS-LT-AMOUNT
                MOVE WS-LETTER-AMOUNT-LINE TO LETTER-PRINT-LINE
                PERFORM 8400-WRITE-LETTER-LINE
                MOVE SPACES TO LETTER-PRINT-LINE
                PERFORM 8400-WRITE-LETTER-LINE
                ADD 1 TO WS-LETTERS-PRINTED
            END-IF.

      * PRINT THE STANDARD COMPANY/RUN-DATE/RUN-TIME/PAGE-NUMBER
      * HEADING (SEE RPTHDR1.cbl) AHEAD OF THE COLUMN HEADING LINE.
       3900-PRINT-STANDARD-HEADING.
            ADD 1 TO WS-RPT-PAGE-COUNT.
            MOVE WS-RPT-PAGE-COUNT TO WS-RPT-PAGE-NUMBER.
            ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RPT-RUN-TIME FROM TIME.
            MOVE WS-RPT-HEADING-LINE-1 TO REPORT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-RPT-HEADING-LINE-2 TO REPORT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

       8000-WRITE-PRINT-LINE.
            WRITE REPORT-PRINT-LINE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO WRITE REBATE REPORT, STATUS = "
                    WS-PRINT-FILE-STATUS
            END-IF.

       8100-READ-NEXT-PAYMENT.
            READ PAYMENT-DETAIL-FILE
                AT END SET WS-NO-MORE-PAYMENTS TO TRUE
            END-READ.
            IF NOT WS-PAYMENT-DTL-OK AND NOT WS-PAYMENT-DTL-EOF
                DISPLAY "PAYMENT-DETAIL READ ERROR, STATUS = "
                    WS-PAYMENT-DTL-STATUS
                SET WS-NO-MORE-PAYMENTS TO TRUE
            END-IF.

       8200-READ-NEXT-DIST-LINE.
            READ INVOICE-DIST-FILE NEXT RECORD
                AT END SET WS-DIST-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-INVOICE-DIST-OK AND NOT WS-INVOICE-DIST-EOF
                DISPLAY "INVOICE-DIST-FILE READ ERROR, STATUS = "
                    WS-INVOICE-DIST-STATUS
                SET WS-DIST-SCAN-DONE TO TRUE
            END-IF.

       8300-READ-NEXT-AGREEMENT.
            READ REBATE-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-REBATE-FILE-OK AND NOT WS-REBATE-FILE-EOF
                DISPLAY "REBATE-FILE READ ERROR, STATUS = "
                    WS-REBATE-FILE-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.

       8400-WRITE-LETTER-LINE.
            WRITE LETTER-PRINT-LINE.
            IF NOT WS-LETTER-FILE-OK
                DISPLAY "UNABLE TO WRITE LETTER FILE, STATUS = "
                    WS-LETTER-FILE-STATUS
            END-IF.

       9000-TERMINATE.
            MOVE SPACES TO REPORT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-AGREEMENTS-RUN TO WS-T-COUNT.
            MOVE WS-ACCRUAL-NET TO WS-T-AMOUNT.
            MOVE WS-TOTAL-LINE TO REPORT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE "C" TO WS-RL-FUNCTION.
            MOVE "REBATE ACCRUAL NET" TO WS-RL-LABEL.
            MOVE WS-ACCRUAL-NET TO WS-RL-VALUE.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            MOVE "E" TO WS-RL-FUNCTION.
            MOVE WS-PAYMENTS-READ TO WS-RL-RECORDS-IN.
            MOVE WS-JOURNAL-LINES TO WS-RL-RECORDS-OUT.
            MOVE WS-AG-OVERFLOW TO WS-RL-REJECTS.
            IF WS-RUN-OK
                MOVE "BALANCED" TO WS-RL-STATUS-TEXT
            ELSE
                MOVE "NOT RUN" TO WS-RL-STATUS-TEXT
            END-IF.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            DISPLAY "PAYMENTS READ           : " WS-PAYMENTS-READ.
            DISPLAY "AGREEMENTS RUN          : " WS-AGREEMENTS-RUN.
            DISPLAY "AGREEMENTS ACCRUED      : " WS-AGREEMENTS-ACCRUED.
            DISPLAY "JOURNAL LINES WRITTEN   : " WS-JOURNAL-LINES.
            DISPLAY "QUALIFYING SPEND        : " WS-SPEND-TOTAL.
            DISPLAY "NET REBATE ACCRUAL      : " WS-ACCRUAL-NET.
            DISPLAY "CLAIM LETTERS PRINTED   : " WS-LETTERS-PRINTED.
            DISPLAY "REBATES CLAIMED         : " WS-CLAIMED-TOTAL.
            CLOSE LETTER-FILE.
            CLOSE PRINT-FILE.
            CLOSE REBATE-JOURNAL-FILE.
            CLOSE VENDOR-FILE.
            CLOSE GL-ACCOUNT-FILE.
            CLOSE INVOICE-DIST-FILE.
            CLOSE INVOICE-FILE.
            CLOSE PAYMENT-DETAIL-FILE.
            CLOSE REBATE-FILE.
       END PROGRAM RBTACR01.

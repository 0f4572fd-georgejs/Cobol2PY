      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     AP subledger-to-general-ledger tie-out, by
      *              accounting period.  Nothing proved that the AP
      *              liability the ledger carries matched what the
      *              open-invoice file says we owe - GLEXT01, the
      *              accrual run (APACCR01), the FX revaluation
      *              (FXREVL01) and the write-off run (WRTOFF01)
      *              each wrote their own journal and nobody ever
      *              laid them side by side.  For the period named
      *              in the PARM (YYYYMM - PR-PERIOD on the period
      *              control file; no PARM is the current month)
      *              this run rolls each company's liability
      *              forward - opening, plus invoices entered, less
      *              payments, discounts and write-offs, plus or
      *              minus the FX revaluation - to a rolled
      *              closing, compares that to the open-invoice
      *              balance, compares the open-invoice balance to
      *              the AP liability on the accrual and FX
      *              journals, and compares the payment ledger to
      *              the cash the GL journal credited.  Every
      *              difference prints by company, and the period's
      *              figures go to TIE-OUT-FILE, where the
      *              controller signs them off through PERMNT01
      *              before the period can close.  The period's
      *              open-item balance is the next period's opening;
      *              with no prior tie-out on file the opening is
      *              derived from the invoice file as it stood at
      *              the end of the prior month.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original tie-out run.
      *   2026-10-15 DW  Backup withholding credited to its payable
      *                  account counts with the GL cash - the
      *                  payment ledger posts the gross, cash only
      *                  the net that went out.
      *   2026-10-15 DW  Nonresident withholding payable counts the
      *                  same way.
      *   2026-10-15 DW  Intercompany due-to credits and due-from
      *                  debits (149000cc/219000cc) count with the GL
      *                  cash, so a payment one company's account made
      *                  for another still ties out in both.
      *   2026-10-15 DW  The late-payment interest expense debit is
      *                  netted out of GL cash - it paid no invoice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APTIE01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLINV01.cbl".
           COPY "SLPDL01.cbl".
           COPY "SLTIE01.cbl".
           COPY "Hello-world.cbl".
           SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-JOURNAL-STATUS.
           SELECT ACCRUAL-JOURNAL-FILE ASSIGN TO ACCRJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-JRNL-STATUS.
           SELECT REVAL-JOURNAL-FILE ASSIGN TO FXJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REVAL-JRNL-STATUS.
           SELECT WRITEOFF-JOURNAL-FILE ASSIGN TO WOJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WRITEOFF-JRNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY "FDINV01.cbl".
           COPY "FDPDL01.cbl".
           COPY "FDTIE01.cbl".

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  TIE-OUT-PRINT-LINE          PIC X(132).

      * THE FOUR JOURNALS ARE ALL THE SAME SHAPE GLEXT01 WRITES.
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

       FD  ACCRUAL-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCRUAL-JOURNAL-RECORD.
           05 AJ-JOURNAL-DATE          PIC 9(08).
           05 AJ-ACCOUNT               PIC X(08).
           05 AJ-DEBIT-AMOUNT          PIC S9(09)V99.
           05 AJ-CREDIT-AMOUNT         PIC S9(09)V99.
           05 AJ-VENDOR-NUMBER         PIC 9(05).
           05 AJ-DESCRIPTION           PIC X(30).
           05 AJ-COST-CENTER           PIC X(06).
           05 AJ-COMPANY-CODE          PIC X(02).

       FD  REVAL-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  REVAL-JOURNAL-RECORD.
           05 FJ-JOURNAL-DATE          PIC 9(08).
           05 FJ-ACCOUNT               PIC X(08).
           05 FJ-DEBIT-AMOUNT          PIC S9(09)V99.
           05 FJ-CREDIT-AMOUNT         PIC S9(09)V99.
           05 FJ-VENDOR-NUMBER         PIC 9(05).
           05 FJ-DESCRIPTION           PIC X(30).
           05 FJ-COST-CENTER           PIC X(06).
           05 FJ-COMPANY-CODE          PIC X(02).

       FD  WRITEOFF-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  WRITEOFF-JOURNAL-RECORD.
           05 WJ-JOURNAL-DATE          PIC 9(08).
           05 WJ-ACCOUNT               PIC X(08).
           05 WJ-DEBIT-AMOUNT          PIC S9(09)V99.
           05 WJ-CREDIT-AMOUNT         PIC S9(09)V99.
           05 WJ-VENDOR-NUMBER         PIC 9(05).
           05 WJ-DESCRIPTION           PIC X(30).
           05 WJ-COST-CENTER           PIC X(06).
           05 WJ-COMPANY-CODE          PIC X(02).

       WORKING-STORAGE SECTION.
       01  WS-INVOICE-FILE-STATUS     PIC X(02).
           88 WS-INVOICE-FILE-OK          VALUE "00".
           88 WS-INVOICE-FILE-EOF         VALUE "10".
           88 WS-INVOICE-FILE-NOT-FOUND   VALUE "23".
       01  WS-PAYMENT-DTL-STATUS      PIC X(02).
           88 WS-PAYMENT-DTL-OK           VALUE "00".
           88 WS-PAYMENT-DTL-EOF          VALUE "10".
           88 WS-PAYMENT-DTL-MISSING      VALUE "35".
       01  WS-TIE-OUT-STATUS          PIC X(02).
           88 WS-TIE-OUT-OK               VALUE "00".
           88 WS-TIE-OUT-EOF              VALUE "10".
           88 WS-TIE-OUT-NOT-FOUND        VALUE "23".
           88 WS-TIE-OUT-MISSING          VALUE "35".
       01  WS-GL-JOURNAL-STATUS       PIC X(02).
           88 WS-GL-JOURNAL-OK            VALUE "00".
           88 WS-GL-JOURNAL-EOF           VALUE "10".
           88 WS-GL-JOURNAL-MISSING       VALUE "35".
       01  WS-ACCRUAL-JRNL-STATUS     PIC X(02).
           88 WS-ACCRUAL-JRNL-OK          VALUE "00".
           88 WS-ACCRUAL-JRNL-EOF         VALUE "10".
           88 WS-ACCRUAL-JRNL-MISSING     VALUE "35".
       01  WS-REVAL-JRNL-STATUS       PIC X(02).
           88 WS-REVAL-JRNL-OK            VALUE "00".
           88 WS-REVAL-JRNL-EOF           VALUE "10".
           88 WS-REVAL-JRNL-MISSING       VALUE "35".
       01  WS-WRITEOFF-JRNL-STATUS    PIC X(02).
           88 WS-WRITEOFF-JRNL-OK         VALUE "00".
           88 WS-WRITEOFF-JRNL-EOF        VALUE "10".
           88 WS-WRITEOFF-JRNL-MISSING    VALUE "35".
       01  WS-PRINT-FILE-NAME         PIC X(20).
       01  WS-PRINT-FILE-STATUS       PIC X(02).
           88 WS-PRINT-FILE-OK            VALUE "00".

       01  WS-SCAN-SWITCH              PIC X(01).
           88 WS-SCAN-DONE                 VALUE "Y".
       01  WS-RUN-SWITCH               PIC X(01) VALUE "N".
           88 WS-RUN-ABANDONED             VALUE "Y".
       01  WS-RUN-DATE                 PIC 9(08).

      * THE PERIOD UNDER TIE-OUT AND THE ONE BEFORE IT, WHOSE
      * OPEN-ITEM BALANCE IS THIS PERIOD'S OPENING.
       01  WS-PARM-VALUE               PIC X(06).
       01  WS-PERIOD.
           05 WS-PERIOD-YEAR           PIC 9(04).
           05 WS-PERIOD-MONTH          PIC 9(02).
       01  WS-PERIOD-9 REDEFINES WS-PERIOD
                                       PIC 9(06).
       01  WS-PRIOR-PERIOD.
           05 WS-PRIOR-YEAR            PIC 9(04).
           05 WS-PRIOR-MONTH           PIC 9(02).
       01  WS-PRIOR-PERIOD-9 REDEFINES WS-PRIOR-PERIOD
                                       PIC 9(06).

      * THE CHART ACCOUNTS THE TIE-OUT READS - THE SAME AP
      * LIABILITY AND CASH ACCOUNTS THE JOURNAL RUNS WRITE.
       01  WS-AP-LIABILITY-ACCOUNT     PIC X(08) VALUE "20100000".
       01  WS-CASH-ACCOUNT             PIC X(08) VALUE "10100000".
       01  WS-LATE-INTEREST-ACCT       PIC X(08) VALUE "71600000".
       01  WS-BACKUP-WH-PAYABLE        PIC X(08) VALUE "22700000".
       01  WS-NRA-WH-PAYABLE           PIC X(08) VALUE "22800000".
       01  WS-IC-DUE-FROM-BASE         PIC X(06) VALUE "149000".
       01  WS-IC-DUE-TO-BASE           PIC X(06) VALUE "219000".

       01  WS-ITEM-COMPANY             PIC X(02).
       01  WS-ITEM-AMOUNT              PIC S9(11)V99.
       01  WS-CO-COUNT                 PIC 9(02) COMP VALUE ZERO.
       01  WS-CO-IX                    PIC 9(02) COMP.
       01  WS-CO-FOUND-SWITCH          PIC X(01).
           88 WS-CO-FOUND                  VALUE "Y".

      * ONE ROLL-FORWARD PER COMPANY.  THE DERIVED OPENING IS THE
      * OPEN-ITEM BALANCE AS IT STOOD AT THE END OF THE PRIOR
      * MONTH, USED ONLY WHEN NO PRIOR TIE-OUT IS ON FILE.
       01  WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 9 TIMES.
               10 WS-CO-CODE           PIC X(02).
               10 WS-CO-OPENING-SOURCE PIC X(01).
               10 WS-CO-OPENING        PIC S9(11)V99.
               10 WS-CO-DERIVED-OPEN   PIC S9(11)V99.
               10 WS-CO-ENTERED        PIC S9(11)V99.
               10 WS-CO-PAYMENTS       PIC S9(11)V99.
               10 WS-CO-DISCOUNTS      PIC S9(11)V99.
               10 WS-CO-WRITE-OFFS     PIC S9(11)V99.
               10 WS-CO-FX             PIC S9(11)V99.
               10 WS-CO-ROLLED         PIC S9(11)V99.
               10 WS-CO-OPEN-ITEMS     PIC S9(11)V99.
               10 WS-CO-SUBLEDGER      PIC S9(11)V99.
               10 WS-CO-GL-LIABILITY   PIC S9(11)V99.
               10 WS-CO-GL-CASH        PIC S9(11)V99.
               10 WS-CO-ROLL-DIFF      PIC S9(11)V99.
               10 WS-CO-GL-DIFF        PIC S9(11)V99.
               10 WS-CO-CASH-DIFF      PIC S9(11)V99.

      * RUN CONTROL TOTALS.
       01  WS-BATCH-CONTROLS.
           05 WS-INVOICES-READ         PIC 9(07) COMP VALUE ZERO.
           05 WS-POSTINGS-READ         PIC 9(07) COMP VALUE ZERO.
           05 WS-JOURNAL-LINES-READ    PIC 9(07) COMP VALUE ZERO.
           05 WS-UNAPPLIED-POSTINGS    PIC 9(07) COMP VALUE ZERO.
           05 WS-DIFFERENCES-FOUND     PIC 9(07) COMP VALUE ZERO.
           05 WS-COMPANIES-UNRECONCILED PIC 9(07) COMP VALUE ZERO.
           05 WS-TIE-OUTS-WRITTEN      PIC 9(07) COMP VALUE ZERO.
       01  WS-COMPANY-DIFF-SWITCH      PIC X(01).
           88 WS-COMPANY-HAS-DIFF          VALUE "Y".
       01  WS-SIGNOFF-CLEARED-SWITCH   PIC X(01) VALUE "N".
           88 WS-SIGNOFF-CLEARED           VALUE "Y".

      * FIELDS FOR THE PERCHK01 POSTING-PERIOD CHECK.
       01  WS-PK-EFFECTIVE-DATE        PIC 9(08).
       01  WS-PK-RESULT                PIC X(01).
           88 WS-PK-PERIOD-OPEN            VALUE "O".
           88 WS-PK-PERIOD-CLOSED          VALUE "C".

      * FIELDS FOR THE RUNLOG01 RUN-CONTROL CALLS.
       01  WS-RL-FUNCTION            PIC X(01).
       01  WS-RL-PROGRAM             PIC X(08) VALUE "APTIE01".
       01  WS-RL-LABEL               PIC X(24).
       01  WS-RL-VALUE               PIC S9(13)V99.
       01  WS-RL-RECORDS-IN          PIC 9(07) VALUE ZERO.
       01  WS-RL-RECORDS-OUT         PIC 9(07) VALUE ZERO.
       01  WS-RL-REJECTS             PIC 9(07) VALUE ZERO.
       01  WS-RL-STATUS-TEXT         PIC X(08).

           COPY "RPTHDR1.cbl".

       01  WS-TITLE-LINE.
           05 FILLER                PIC X(35) VALUE
               "AP SUBLEDGER TO GL TIE-OUT - PERIOD".
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-TL-PERIOD          PIC 9(06).

       01  WS-NOTE-LINE.
           05 FILLER                PIC X(04) VALUE "*** ".
           05 WS-NL-TEXT            PIC X(70).

       01  WS-UNAPPLIED-HEADING     PIC X(60) VALUE
           "PAYMENTS IN THE PERIOD THAT RELIEVE NO INVOICE".

       01  WS-UNAPPLIED-LINE.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(07) VALUE "VENDOR ".
           05 WS-UL-VENDOR          PIC 9(05).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-UL-DATE            PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-UL-INVOICE         PIC X(15).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-UL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-UL-REASON          PIC X(30).

       01  WS-COMPANY-HEADING.
           05 FILLER                PIC X(08) VALUE "COMPANY ".
           05 WS-CH-COMPANY         PIC X(02).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 WS-CH-OPENING-NOTE    PIC X(50).

       01  WS-AMOUNT-LINE.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 WS-AL-LABEL           PIC X(36).
           05 WS-AL-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-AL-FLAG            PIC X(20).

       01  WS-SUMMARY-LINE.
           05 FILLER                PIC X(26) VALUE
               "COMPANIES UNRECONCILED:   ".
           05 WS-SL-COUNT           PIC ZZ9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(23) VALUE
               "DIFFERENCES LISTED:    ".
           05 WS-SL-DIFFS           PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
            MOVE "S" TO WS-RL-FUNCTION.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            PERFORM 1000-INITIALIZE.
            IF WS-RUN-ABANDONED
                MOVE "E" TO WS-RL-FUNCTION
                MOVE "NOT RUN" TO WS-RL-STATUS-TEXT
                CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                    WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                    WS-RL-RECORDS-OUT WS-RL-REJECTS
                    WS-RL-STATUS-TEXT
                STOP RUN
            END-IF.
            PERFORM 2000-SCAN-INVOICES.
            PERFORM 3000-SCAN-PAYMENTS.
            PERFORM 4000-SCAN-JOURNALS.
            PERFORM 5000-TIE-OUT-ONE-COMPANY
                VARYING WS-CO-IX FROM 1 BY 1
                UNTIL WS-CO-IX > WS-CO-COUNT.
            PERFORM 6000-REPLACE-TIE-OUT-RECORDS.
            PERFORM 9000-TERMINATE.
            STOP RUN.

      * THE PARM NAMES THE PERIOD; NO PARM TIES OUT THE CURRENT
      * MONTH.  A PERIOD ALREADY CLOSED STANDS AS IT WAS SIGNED -
      * RERUNNING IT WOULD CLEAR THE SIGN-OFF ON A MONTH THE LEDGER
      * HAS ALREADY REPORTED.
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
                    "TIE-OUT NOT RUN"
                SET WS-RUN-ABANDONED TO TRUE
            ELSE
                PERFORM 1100-CHECK-PERIOD
            END-IF.
            IF NOT WS-RUN-ABANDONED
                PERFORM 1200-OPEN-FILES
            END-IF.

       1100-CHECK-PERIOD.
            MOVE WS-PERIOD-9 TO WS-PRIOR-PERIOD-9.
            IF WS-PRIOR-MONTH = 1
                SUBTRACT 1 FROM WS-PRIOR-YEAR
                MOVE 12 TO WS-PRIOR-MONTH
            ELSE
                SUBTRACT 1 FROM WS-PRIOR-MONTH
            END-IF.
            MOVE WS-PERIOD-9 TO WS-PK-EFFECTIVE-DATE(1:6).
            MOVE "01" TO WS-PK-EFFECTIVE-DATE(7:2).
            CALL "PERCHK01" USING WS-PK-EFFECTIVE-DATE WS-PK-RESULT.
            IF WS-PK-PERIOD-CLOSED
                DISPLAY "PERIOD " WS-PERIOD-9 " IS CLOSED - ITS "
                    "TIE-OUT STANDS AS SIGNED OFF"
                SET WS-RUN-ABANDONED TO TRUE
            ELSE
                DISPLAY "TIE-OUT FOR PERIOD " WS-PERIOD-9
            END-IF.

       1200-OPEN-FILES.
            OPEN INPUT INVOICE-FILE.
            IF NOT WS-INVOICE-FILE-OK
                DISPLAY "UNABLE TO OPEN INVOICE-FILE, STATUS = "
                    WS-INVOICE-FILE-STATUS
                SET WS-RUN-ABANDONED TO TRUE
            ELSE
                PERFORM 1300-OPEN-TIE-OUT-FILE
            END-IF.
            IF NOT WS-RUN-ABANDONED
                MOVE "APTIE.PRT" TO WS-PRINT-FILE-NAME
                OPEN OUTPUT PRINT-FILE
                IF NOT WS-PRINT-FILE-OK
                    DISPLAY "UNABLE TO OPEN TIE-OUT REPORT, STATUS = "
                        WS-PRINT-FILE-STATUS
                END-IF
                PERFORM 3900-PRINT-STANDARD-HEADING
                MOVE WS-PERIOD-9 TO WS-TL-PERIOD
                MOVE WS-TITLE-LINE TO TIE-OUT-PRINT-LINE
                PERFORM 8000-WRITE-PRINT-LINE
            END-IF.

      * OPEN TIE-OUT-FILE I-O, CREATING AN EMPTY ONE THE FIRST
      * TIME A PERIOD IS EVER TIED OUT.
       1300-OPEN-TIE-OUT-FILE.
            OPEN I-O TIE-OUT-FILE.
            IF WS-TIE-OUT-MISSING
                OPEN OUTPUT TIE-OUT-FILE
                CLOSE TIE-OUT-FILE
                OPEN I-O TIE-OUT-FILE
            END-IF.
            IF NOT WS-TIE-OUT-OK
                DISPLAY "UNABLE TO OPEN TIE-OUT-FILE, STATUS = "
                    WS-TIE-OUT-STATUS
                CLOSE INVOICE-FILE
                SET WS-RUN-ABANDONED TO TRUE
            END-IF.

      * ONE PASS OF THE INVOICE FILE BUILDS THE SUBLEDGER SIDE OF
      * EVERY COMPANY'S ROLL-FORWARD.  A REJECTED INVOICE WAS
      * NEVER OWED AND TAKES NO PART.
       2000-SCAN-INVOICES.
            MOVE "N" TO WS-SCAN-SWITCH.
            MOVE LOW-VALUES TO INV-KEY.
            START INVOICE-FILE KEY IS NOT LESS THAN INV-KEY
                INVALID KEY SET WS-SCAN-DONE TO TRUE
            END-START.
            IF NOT WS-SCAN-DONE
                PERFORM 8100-READ-NEXT-INVOICE
            END-IF.
            PERFORM 2100-EXAMINE-ONE-INVOICE UNTIL WS-SCAN-DONE.

       2100-EXAMINE-ONE-INVOICE.
            ADD 1 TO WS-INVOICES-READ.
            IF NOT INV-STATUS-REJECTED
                IF INV-COMPANY-CODE = SPACES
                    MOVE "01" TO WS-ITEM-COMPANY
                ELSE
                    MOVE INV-COMPANY-CODE TO WS-ITEM-COMPANY
                END-IF
                PERFORM 2900-FIND-COMPANY
                PERFORM 2200-ENTERED-IN-PERIOD
                PERFORM 2300-OPEN-AT-PERIOD-END
                PERFORM 2400-OPEN-AT-PRIOR-END
                PERFORM 2500-DISCOUNT-IN-PERIOD
            END-IF.
            PERFORM 8100-READ-NEXT-INVOICE.

       2200-ENTERED-IN-PERIOD.
            IF INV-INVOICE-DATE(1:6) = WS-PERIOD
                ADD INV-AMOUNT TO WS-CO-ENTERED(WS-CO-IX)
            END-IF.

      * OPEN AT THE END OF THE PERIOD - DATED IN OR BEFORE IT, AND
      * EITHER UNPAID OR PAID ONLY AFTER IT (THE RUN MAY GO A FEW
      * DAYS INTO THE NEXT MONTH).  AN ITEM PAID SINCE COUNTS AT
      * GROSS, THE WAY THE AGING'S AS-OF RERUN COUNTS IT.
       2300-OPEN-AT-PERIOD-END.
            IF INV-INVOICE-DATE(1:6) NOT > WS-PERIOD
                IF NOT INV-STATUS-PAID
                    COMPUTE WS-ITEM-AMOUNT =
                        INV-AMOUNT - INV-AMOUNT-PAID
                    ADD WS-ITEM-AMOUNT TO WS-CO-OPEN-ITEMS(WS-CO-IX)
                ELSE
                    IF INV-PAID-DATE(1:6) > WS-PERIOD
                        ADD INV-AMOUNT TO WS-CO-OPEN-ITEMS(WS-CO-IX)
                    END-IF
                END-IF
            END-IF.

      * THE SAME TEST AGAINST THE END OF THE PRIOR MONTH - THE
      * FALL-BACK OPENING WHEN NO PRIOR TIE-OUT IS ON FILE.
       2400-OPEN-AT-PRIOR-END.
            IF INV-INVOICE-DATE(1:6) < WS-PERIOD
                IF NOT INV-STATUS-PAID
                    COMPUTE WS-ITEM-AMOUNT =
                        INV-AMOUNT - INV-AMOUNT-PAID
                    ADD WS-ITEM-AMOUNT
                        TO WS-CO-DERIVED-OPEN(WS-CO-IX)
                ELSE
                    IF INV-PAID-DATE(1:6) NOT < WS-PERIOD
                        ADD INV-AMOUNT
                            TO WS-CO-DERIVED-OPEN(WS-CO-IX)
                    END-IF
                END-IF
            END-IF.

      * THE PAYMENT LEDGER CARRIES THE NET CHECK; THE DISCOUNT THE
      * CHECK DIDN'T COVER STILL RELIEVED THE LIABILITY.  AN ITEM
      * PAID IN THE PERIOD BY CHECK OR EFT (A WRITE-OFF CARRIES NO
      * CHECK NUMBER) INSIDE ITS DISCOUNT WINDOW TOOK ITS DISCOUNT.
       2500-DISCOUNT-IN-PERIOD.
            IF INV-STATUS-PAID
                AND INV-PAID-DATE(1:6) = WS-PERIOD
                AND INV-DISCOUNT-AMOUNT NOT = ZERO
                AND INV-CHECK-NUMBER NOT = ZERO
                AND INV-PAID-DATE NOT > INV-DISCOUNT-DATE
                ADD INV-DISCOUNT-AMOUNT TO WS-CO-DISCOUNTS(WS-CO-IX)
            END-IF.

      * FIND THE ITEM'S COMPANY IN THE TABLE, ADDING IT IF NEW.
      * NINE COMPANIES FILL THE TABLE; A TENTH DISTINCT CODE IS
      * ALMOST CERTAINLY MISCODED, SO IT TIES OUT UNDER THE PARENT
      * WITH A CONSOLE WARNING, AS IT POSTS IN GLEXT01.
       2900-FIND-COMPANY.
            MOVE "N" TO WS-CO-FOUND-SWITCH.
            PERFORM 2910-MATCH-ONE-COMPANY
                VARYING WS-CO-IX FROM 1 BY 1
                UNTIL WS-CO-IX > WS-CO-COUNT OR WS-CO-FOUND.
            IF WS-CO-FOUND
                SUBTRACT 1 FROM WS-CO-IX
            ELSE
                IF WS-CO-COUNT < 9
                    ADD 1 TO WS-CO-COUNT
                    MOVE WS-CO-COUNT TO WS-CO-IX
                    PERFORM 2920-CLEAR-COMPANY-ENTRY
                ELSE
                    DISPLAY "COMPANY TABLE FULL - COMPANY "
                        WS-ITEM-COMPANY " TIES OUT UNDER THE PARENT"
                    MOVE "01" TO WS-ITEM-COMPANY
                    MOVE "N" TO WS-CO-FOUND-SWITCH
                    PERFORM 2910-MATCH-ONE-COMPANY
                        VARYING WS-CO-IX FROM 1 BY 1
                        UNTIL WS-CO-IX > WS-CO-COUNT OR WS-CO-FOUND
                    IF WS-CO-FOUND
                        SUBTRACT 1 FROM WS-CO-IX
                    ELSE
                        MOVE 1 TO WS-CO-IX
                    END-IF
                END-IF
            END-IF.

       2910-MATCH-ONE-COMPANY.
            IF WS-CO-CODE(WS-CO-IX) = WS-ITEM-COMPANY
                SET WS-CO-FOUND TO TRUE
            END-IF.

       2920-CLEAR-COMPANY-ENTRY.
            MOVE WS-ITEM-COMPANY TO WS-CO-CODE(WS-CO-IX).
            MOVE "D" TO WS-CO-OPENING-SOURCE(WS-CO-IX).
            MOVE ZERO TO WS-CO-OPENING(WS-CO-IX)
                WS-CO-DERIVED-OPEN(WS-CO-IX)
                WS-CO-ENTERED(WS-CO-IX)
                WS-CO-PAYMENTS(WS-CO-IX)
                WS-CO-DISCOUNTS(WS-CO-IX)
                WS-CO-WRITE-OFFS(WS-CO-IX)
                WS-CO-FX(WS-CO-IX)
                WS-CO-ROLLED(WS-CO-IX)
                WS-CO-OPEN-ITEMS(WS-CO-IX)
                WS-CO-SUBLEDGER(WS-CO-IX)
                WS-CO-GL-LIABILITY(WS-CO-IX)
                WS-CO-GL-CASH(WS-CO-IX)
                WS-CO-ROLL-DIFF(WS-CO-IX)
                WS-CO-GL-DIFF(WS-CO-IX)
                WS-CO-CASH-DIFF(WS-CO-IX).

      * EVERY POSTING DATED IN THE PERIOD IS A PAYMENT, UNDER ITS
      * INVOICE'S COMPANY.  ONE THAT NAMES NO INVOICE - A MANUAL
      * POST, A VOID - OR AN INVOICE NO LONGER ON FILE STILL MOVED
      * CASH, SO IT COUNTS UNDER THE PARENT AND IS LISTED: IT
      * RELIEVED NOTHING ON THE OPEN-INVOICE FILE, AND THAT IS
      * WHERE ITS ROLL-FORWARD DIFFERENCE COMES FROM.
       3000-SCAN-PAYMENTS.
            OPEN INPUT PAYMENT-DETAIL-FILE.
            IF WS-PAYMENT-DTL-MISSING
                MOVE "NO PAYMENT-DETAIL FILE - NO PAYMENTS COUNTED"
                    TO WS-NL-TEXT
                PERFORM 8200-PRINT-NOTE
            ELSE IF NOT WS-PAYMENT-DTL-OK
                DISPLAY "UNABLE TO OPEN PAYMENT-DETAIL-FILE, STATUS = "
                    WS-PAYMENT-DTL-STATUS
                MOVE "PAYMENT-DETAIL FILE UNREADABLE - NO PAYMENTS "
                    TO WS-NL-TEXT
                MOVE "COUNTED" TO WS-NL-TEXT(46:)
                PERFORM 8200-PRINT-NOTE
            ELSE
                MOVE SPACES TO TIE-OUT-PRINT-LINE
                PERFORM 8000-WRITE-PRINT-LINE
                MOVE WS-UNAPPLIED-HEADING TO TIE-OUT-PRINT-LINE
                PERFORM 8000-WRITE-PRINT-LINE
                MOVE "N" TO WS-SCAN-SWITCH
                PERFORM 3800-READ-NEXT-POSTING
                PERFORM 3100-EXAMINE-ONE-POSTING UNTIL WS-SCAN-DONE
                CLOSE PAYMENT-DETAIL-FILE
            END-IF.

       3100-EXAMINE-ONE-POSTING.
            IF PD-PAYMENT-DATE(1:6) = WS-PERIOD
                ADD 1 TO WS-POSTINGS-READ
                MOVE "01" TO WS-ITEM-COMPANY
                MOVE SPACES TO WS-UL-REASON
                IF PD-INVOICE-NUMBER = SPACES
                    MOVE "NAMES NO INVOICE" TO WS-UL-REASON
                ELSE
                    MOVE PD-VENDOR-NUMBER  TO INV-VENDOR-NUMBER
                    MOVE PD-INVOICE-NUMBER TO INV-INVOICE-NUMBER
                    READ INVOICE-FILE
                        INVALID KEY
                            MOVE "INVOICE NOT ON FILE"
                                TO WS-UL-REASON
                        NOT INVALID KEY
                            IF INV-COMPANY-CODE NOT = SPACES
                                MOVE INV-COMPANY-CODE
                                    TO WS-ITEM-COMPANY
                            END-IF
                    END-READ
                END-IF
                PERFORM 2900-FIND-COMPANY
                ADD PD-AMOUNT TO WS-CO-PAYMENTS(WS-CO-IX)
                IF WS-UL-REASON NOT = SPACES
                    PERFORM 3200-LIST-UNAPPLIED-POSTING
                END-IF
            END-IF.
            PERFORM 3800-READ-NEXT-POSTING.

       3200-LIST-UNAPPLIED-POSTING.
            ADD 1 TO WS-UNAPPLIED-POSTINGS.
            MOVE PD-VENDOR-NUMBER TO WS-UL-VENDOR.
            MOVE PD-PAYMENT-DATE TO WS-UL-DATE.
            MOVE PD-INVOICE-NUMBER TO WS-UL-INVOICE.
            MOVE PD-AMOUNT TO WS-UL-AMOUNT.
            MOVE WS-UNAPPLIED-LINE TO TIE-OUT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

       3800-READ-NEXT-POSTING.
            READ PAYMENT-DETAIL-FILE
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-PAYMENT-DTL-OK AND NOT WS-PAYMENT-DTL-EOF
                DISPLAY "PAYMENT-DETAIL READ ERROR, STATUS = "
                    WS-PAYMENT-DTL-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.

      * THE LEDGER SIDE.  EACH JOURNAL IS READ FOR ITS LINES DATED
      * IN THE PERIOD: THE ACCRUAL'S AND THE REVALUATION'S AP
      * LIABILITY LINES ARE THE LIABILITY THE LEDGER CARRIES, THE
      * WRITE-OFF RUN'S LIABILITY DEBITS ARE LIABILITY RELIEVED,
      * AND GLEXT01'S PER-COMPANY CASH CREDITS (VENDOR ZERO - THE
      * REALIZED-FX PAIRS CARRY THEIR VENDOR) ARE THE CASH THE
      * LEDGER SAYS AP PAID.  A JOURNAL NOT SUPPLIED IS NOTED ON
      * THE REPORT AND COUNTS AS NOTHING.
       4000-SCAN-JOURNALS.
            PERFORM 4100-SCAN-ACCRUAL-JOURNAL.
            PERFORM 4200-SCAN-REVAL-JOURNAL.
            PERFORM 4300-SCAN-WRITEOFF-JOURNAL.
            PERFORM 4400-SCAN-GL-JOURNAL.

       4100-SCAN-ACCRUAL-JOURNAL.
            OPEN INPUT ACCRUAL-JOURNAL-FILE.
            IF NOT WS-ACCRUAL-JRNL-OK
                MOVE "NO ACCRUAL JOURNAL (ACCRJRNL) - GL LIABILITY "
                    TO WS-NL-TEXT
                MOVE "EXCLUDES THE ACCRUAL" TO WS-NL-TEXT(46:)
                PERFORM 8200-PRINT-NOTE
            ELSE
                MOVE "N" TO WS-SCAN-SWITCH
                PERFORM 4150-READ-NEXT-ACCRUAL
                PERFORM 4110-TAKE-ONE-ACCRUAL-LINE
                    UNTIL WS-SCAN-DONE
                CLOSE ACCRUAL-JOURNAL-FILE
            END-IF.

       4110-TAKE-ONE-ACCRUAL-LINE.
            ADD 1 TO WS-JOURNAL-LINES-READ.
            IF AJ-JOURNAL-DATE(1:6) = WS-PERIOD
                AND AJ-ACCOUNT = WS-AP-LIABILITY-ACCOUNT
                MOVE AJ-COMPANY-CODE TO WS-ITEM-COMPANY
                IF WS-ITEM-COMPANY = SPACES
                    MOVE "01" TO WS-ITEM-COMPANY
                END-IF
                PERFORM 2900-FIND-COMPANY
                COMPUTE WS-CO-GL-LIABILITY(WS-CO-IX) =
                    WS-CO-GL-LIABILITY(WS-CO-IX)
                    + AJ-CREDIT-AMOUNT - AJ-DEBIT-AMOUNT
            END-IF.
            PERFORM 4150-READ-NEXT-ACCRUAL.

       4150-READ-NEXT-ACCRUAL.
            READ ACCRUAL-JOURNAL-FILE
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-ACCRUAL-JRNL-OK AND NOT WS-ACCRUAL-JRNL-EOF
                DISPLAY "ACCRUAL-JOURNAL READ ERROR, STATUS = "
                    WS-ACCRUAL-JRNL-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.

      * THE REVALUATION'S LIABILITY LINE MOVES BOTH THE LEDGER AND
      * THE ROLL-FORWARD - IT IS THE "PLUS OR MINUS FX".
       4200-SCAN-REVAL-JOURNAL.
            OPEN INPUT REVAL-JOURNAL-FILE.
            IF NOT WS-REVAL-JRNL-OK
                MOVE "NO FX REVALUATION JOURNAL (FXJRNL) - NO FX "
                    TO WS-NL-TEXT
                MOVE "MOVEMENT COUNTED" TO WS-NL-TEXT(44:)
                PERFORM 8200-PRINT-NOTE
            ELSE
                MOVE "N" TO WS-SCAN-SWITCH
                PERFORM 4250-READ-NEXT-REVAL
                PERFORM 4210-TAKE-ONE-REVAL-LINE
                    UNTIL WS-SCAN-DONE
                CLOSE REVAL-JOURNAL-FILE
            END-IF.

       4210-TAKE-ONE-REVAL-LINE.
            ADD 1 TO WS-JOURNAL-LINES-READ.
            IF FJ-JOURNAL-DATE(1:6) = WS-PERIOD
                AND FJ-ACCOUNT = WS-AP-LIABILITY-ACCOUNT
                MOVE FJ-COMPANY-CODE TO WS-ITEM-COMPANY
                IF WS-ITEM-COMPANY = SPACES
                    MOVE "01" TO WS-ITEM-COMPANY
                END-IF
                PERFORM 2900-FIND-COMPANY
                COMPUTE WS-ITEM-AMOUNT =
                    FJ-CREDIT-AMOUNT - FJ-DEBIT-AMOUNT
                ADD WS-ITEM-AMOUNT TO WS-CO-FX(WS-CO-IX)
                ADD WS-ITEM-AMOUNT TO WS-CO-GL-LIABILITY(WS-CO-IX)
            END-IF.
            PERFORM 4250-READ-NEXT-REVAL.

       4250-READ-NEXT-REVAL.
            READ REVAL-JOURNAL-FILE
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-REVAL-JRNL-OK AND NOT WS-REVAL-JRNL-EOF
                DISPLAY "REVAL-JOURNAL READ ERROR, STATUS = "
                    WS-REVAL-JRNL-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.

       4300-SCAN-WRITEOFF-JOURNAL.
            OPEN INPUT WRITEOFF-JOURNAL-FILE.
            IF NOT WS-WRITEOFF-JRNL-OK
                MOVE "NO WRITE-OFF JOURNAL (WOJRNL) - NO WRITE-OFFS "
                    TO WS-NL-TEXT
                MOVE "COUNTED" TO WS-NL-TEXT(47:)
                PERFORM 8200-PRINT-NOTE
            ELSE
                MOVE "N" TO WS-SCAN-SWITCH
                PERFORM 4350-READ-NEXT-WRITEOFF
                PERFORM 4310-TAKE-ONE-WRITEOFF-LINE
                    UNTIL WS-SCAN-DONE
                CLOSE WRITEOFF-JOURNAL-FILE
            END-IF.

       4310-TAKE-ONE-WRITEOFF-LINE.
            ADD 1 TO WS-JOURNAL-LINES-READ.
            IF WJ-JOURNAL-DATE(1:6) = WS-PERIOD
                AND WJ-ACCOUNT = WS-AP-LIABILITY-ACCOUNT
                MOVE WJ-COMPANY-CODE TO WS-ITEM-COMPANY
                IF WS-ITEM-COMPANY = SPACES
                    MOVE "01" TO WS-ITEM-COMPANY
                END-IF
                PERFORM 2900-FIND-COMPANY
                COMPUTE WS-CO-WRITE-OFFS(WS-CO-IX) =
                    WS-CO-WRITE-OFFS(WS-CO-IX)
                    + WJ-DEBIT-AMOUNT - WJ-CREDIT-AMOUNT
            END-IF.
            PERFORM 4350-READ-NEXT-WRITEOFF.

       4350-READ-NEXT-WRITEOFF.
            READ WRITEOFF-JOURNAL-FILE
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-WRITEOFF-JRNL-OK AND NOT WS-WRITEOFF-JRNL-EOF
                DISPLAY "WRITEOFF-JOURNAL READ ERROR, STATUS = "
                    WS-WRITEOFF-JRNL-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.

       4400-SCAN-GL-JOURNAL.
            OPEN INPUT GL-JOURNAL-FILE.
            IF NOT WS-GL-JOURNAL-OK
                MOVE "NO GL PAYMENT JOURNAL (GLJRNL) - NO GL CASH "
                    TO WS-NL-TEXT
                MOVE "COUNTED" TO WS-NL-TEXT(45:)
                PERFORM 8200-PRINT-NOTE
            ELSE
                MOVE "N" TO WS-SCAN-SWITCH
                PERFORM 4450-READ-NEXT-GL-LINE
                PERFORM 4410-TAKE-ONE-GL-LINE
                    UNTIL WS-SCAN-DONE
                CLOSE GL-JOURNAL-FILE
            END-IF.

      * THE DAY'S SUMMARY CASH CREDITS, PLUS THE BACKUP AND
      * NONRESIDENT WITHHOLDING HELD BACK FROM THE SAME PAYMENTS -
      * TOGETHER THEY ARE THE GROSS THE PAYMENT LEDGER CARRIES.
      * A PAYMENT ANOTHER COMPANY'S ACCOUNT MADE CREDITS "DUE TO"
      * IN PLACE OF CASH, AND THE PAYER'S "DUE FROM" DEBIT TAKES
      * BACK THE CASH IT CREDITED FOR A DEBT THAT ISN'T ITS OWN.
      * LATE-PAYMENT INTEREST RODE IN THE CASH CREDIT BUT PAID NO
      * INVOICE; ITS EXPENSE DEBIT TAKES IT BACK OUT.
       4410-TAKE-ONE-GL-LINE.
            ADD 1 TO WS-JOURNAL-LINES-READ.
            IF GJ-JOURNAL-DATE(1:6) = WS-PERIOD
                AND ((GJ-ACCOUNT = WS-CASH-ACCOUNT
                      AND GJ-VENDOR-NUMBER = ZERO)
                  OR GJ-ACCOUNT = WS-BACKUP-WH-PAYABLE
                  OR GJ-ACCOUNT = WS-NRA-WH-PAYABLE
                  OR GJ-ACCOUNT = WS-LATE-INTEREST-ACCT
                  OR GJ-ACCOUNT(1:6) = WS-IC-DUE-FROM-BASE
                  OR GJ-ACCOUNT(1:6) = WS-IC-DUE-TO-BASE)
                MOVE GJ-COMPANY-CODE TO WS-ITEM-COMPANY
                IF WS-ITEM-COMPANY = SPACES
                    MOVE "01" TO WS-ITEM-COMPANY
                END-IF
                PERFORM 2900-FIND-COMPANY
                COMPUTE WS-CO-GL-CASH(WS-CO-IX) =
                    WS-CO-GL-CASH(WS-CO-IX)
                    + GJ-CREDIT-AMOUNT - GJ-DEBIT-AMOUNT
            END-IF.
            PERFORM 4450-READ-NEXT-GL-LINE.

       4450-READ-NEXT-GL-LINE.
            READ GL-JOURNAL-FILE
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-GL-JOURNAL-OK AND NOT WS-GL-JOURNAL-EOF
                DISPLAY "GL-JOURNAL READ ERROR, STATUS = "
                    WS-GL-JOURNAL-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.

      * ROLL ONE COMPANY FORWARD AND PRINT ITS TIE-OUT.  THE
      * OPENING IS THE PRIOR PERIOD'S OPEN-ITEM BALANCE FROM ITS
      * OWN TIE-OUT; FAILING THAT, THE INVOICE FILE AS IT STOOD AT
      * THE END OF THE PRIOR MONTH.
       5000-TIE-OUT-ONE-COMPANY.
            MOVE WS-PRIOR-PERIOD-9 TO TO-PERIOD.
            MOVE WS-CO-CODE(WS-CO-IX) TO TO-COMPANY-CODE.
            READ TIE-OUT-FILE
                INVALID KEY
                    MOVE "D" TO WS-CO-OPENING-SOURCE(WS-CO-IX)
                    MOVE WS-CO-DERIVED-OPEN(WS-CO-IX)
                        TO WS-CO-OPENING(WS-CO-IX)
                NOT INVALID KEY
                    MOVE "C" TO WS-CO-OPENING-SOURCE(WS-CO-IX)
                    MOVE TO-OPEN-ITEM-BALANCE
                        TO WS-CO-OPENING(WS-CO-IX)
            END-READ.
            COMPUTE WS-CO-ROLLED(WS-CO-IX) =
                WS-CO-OPENING(WS-CO-IX)
                + WS-CO-ENTERED(WS-CO-IX)
                - WS-CO-PAYMENTS(WS-CO-IX)
                - WS-CO-DISCOUNTS(WS-CO-IX)
                - WS-CO-WRITE-OFFS(WS-CO-IX)
                + WS-CO-FX(WS-CO-IX).
            COMPUTE WS-CO-SUBLEDGER(WS-CO-IX) =
                WS-CO-OPEN-ITEMS(WS-CO-IX) + WS-CO-FX(WS-CO-IX).
            COMPUTE WS-CO-ROLL-DIFF(WS-CO-IX) =
                WS-CO-ROLLED(WS-CO-IX) - WS-CO-SUBLEDGER(WS-CO-IX).
            COMPUTE WS-CO-GL-DIFF(WS-CO-IX) =
                WS-CO-SUBLEDGER(WS-CO-IX)
                - WS-CO-GL-LIABILITY(WS-CO-IX).
            COMPUTE WS-CO-CASH-DIFF(WS-CO-IX) =
                WS-CO-PAYMENTS(WS-CO-IX) - WS-CO-GL-CASH(WS-CO-IX).
            PERFORM 5100-PRINT-COMPANY-TIE-OUT.

       5100-PRINT-COMPANY-TIE-OUT.
            MOVE "N" TO WS-COMPANY-DIFF-SWITCH.
            MOVE SPACES TO TIE-OUT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-CO-CODE(WS-CO-IX) TO WS-CH-COMPANY.
            MOVE SPACES TO WS-CH-OPENING-NOTE.
            IF WS-CO-OPENING-SOURCE(WS-CO-IX) = "C"
                STRING "OPENING CARRIED FROM THE " DELIMITED BY SIZE
                       WS-PRIOR-PERIOD-9 DELIMITED BY SIZE
                       " TIE-OUT" DELIMITED BY SIZE
                    INTO WS-CH-OPENING-NOTE
                END-STRING
            ELSE
                STRING "NO " DELIMITED BY SIZE
                       WS-PRIOR-PERIOD-9 DELIMITED BY SIZE
                       " TIE-OUT - OPENING DERIVED FROM INVOICES"
                           DELIMITED BY SIZE
                    INTO WS-CH-OPENING-NOTE
                END-STRING
            END-IF.
            MOVE WS-COMPANY-HEADING TO TIE-OUT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE SPACES TO WS-AL-FLAG.
            MOVE "OPENING LIABILITY" TO WS-AL-LABEL.
            MOVE WS-CO-OPENING(WS-CO-IX) TO WS-AL-AMOUNT.
            PERFORM 5900-PRINT-AMOUNT-LINE.
            MOVE "PLUS INVOICES ENTERED" TO WS-AL-LABEL.
            MOVE WS-CO-ENTERED(WS-CO-IX) TO WS-AL-AMOUNT.
            PERFORM 5900-PRINT-AMOUNT-LINE.
            MOVE "LESS PAYMENTS" TO WS-AL-LABEL.
            MOVE WS-CO-PAYMENTS(WS-CO-IX) TO WS-AL-AMOUNT.
            PERFORM 5900-PRINT-AMOUNT-LINE.
            MOVE "LESS DISCOUNTS TAKEN" TO WS-AL-LABEL.
            MOVE WS-CO-DISCOUNTS(WS-CO-IX) TO WS-AL-AMOUNT.
            PERFORM 5900-PRINT-AMOUNT-LINE.
            MOVE "LESS WRITE-OFFS" TO WS-AL-LABEL.
            MOVE WS-CO-WRITE-OFFS(WS-CO-IX) TO WS-AL-AMOUNT.
            PERFORM 5900-PRINT-AMOUNT-LINE.
            MOVE "PLUS OR MINUS FX REVALUATION" TO WS-AL-LABEL.
            MOVE WS-CO-FX(WS-CO-IX) TO WS-AL-AMOUNT.
            PERFORM 5900-PRINT-AMOUNT-LINE.
            MOVE "ROLLED-FORWARD CLOSING LIABILITY" TO WS-AL-LABEL.
            MOVE WS-CO-ROLLED(WS-CO-IX) TO WS-AL-AMOUNT.
            PERFORM 5900-PRINT-AMOUNT-LINE.
            MOVE "OPEN-INVOICE BALANCE" TO WS-AL-LABEL.
            MOVE WS-CO-OPEN-ITEMS(WS-CO-IX) TO WS-AL-AMOUNT.
            PERFORM 5900-PRINT-AMOUNT-LINE.
            MOVE "SUBLEDGER CLOSING (OPEN ITEMS + FX)"
                TO WS-AL-LABEL.
            MOVE WS-CO-SUBLEDGER(WS-CO-IX) TO WS-AL-AMOUNT.
            PERFORM 5900-PRINT-AMOUNT-LINE.
            MOVE "GL AP LIABILITY (ACCRUAL + FX)" TO WS-AL-LABEL.
            MOVE WS-CO-GL-LIABILITY(WS-CO-IX) TO WS-AL-AMOUNT.
            PERFORM 5900-PRINT-AMOUNT-LINE.
            MOVE "GL CASH CREDITED FOR AP" TO WS-AL-LABEL.
            MOVE WS-CO-GL-CASH(WS-CO-IX) TO WS-AL-AMOUNT.
            PERFORM 5900-PRINT-AMOUNT-LINE.
            MOVE "DIFF: ROLL-FORWARD VS SUBLEDGER" TO WS-AL-LABEL.
            MOVE WS-CO-ROLL-DIFF(WS-CO-IX) TO WS-ITEM-AMOUNT.
            PERFORM 5800-PRINT-DIFFERENCE-LINE.
            MOVE "DIFF: SUBLEDGER VS GL LIABILITY" TO WS-AL-LABEL.
            MOVE WS-CO-GL-DIFF(WS-CO-IX) TO WS-ITEM-AMOUNT.
            PERFORM 5800-PRINT-DIFFERENCE-LINE.
            MOVE "DIFF: PAYMENTS VS GL CASH" TO WS-AL-LABEL.
            MOVE WS-CO-CASH-DIFF(WS-CO-IX) TO WS-ITEM-AMOUNT.
            PERFORM 5800-PRINT-DIFFERENCE-LINE.
            IF WS-COMPANY-HAS-DIFF
                ADD 1 TO WS-COMPANIES-UNRECONCILED
            END-IF.

      * A DIFFERENCE PRINTS EVEN WHEN IT IS ZERO, SO THE PAGE
      * SHOWS THE TEST WAS MADE; A NON-ZERO ONE IS FLAGGED.
       5800-PRINT-DIFFERENCE-LINE.
            MOVE WS-ITEM-AMOUNT TO WS-AL-AMOUNT.
            IF WS-ITEM-AMOUNT = ZERO
                MOVE "RECONCILED" TO WS-AL-FLAG
            ELSE
                MOVE "*** UNRECONCILED" TO WS-AL-FLAG
                SET WS-COMPANY-HAS-DIFF TO TRUE
                ADD 1 TO WS-DIFFERENCES-FOUND
            END-IF.
            PERFORM 5900-PRINT-AMOUNT-LINE.
            MOVE SPACES TO WS-AL-FLAG.

       5900-PRINT-AMOUNT-LINE.
            MOVE WS-AMOUNT-LINE TO TIE-OUT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

      * THE PERIOD'S RECORDS ARE REPLACED WHOLE - A COMPANY THAT
      * DROPPED OUT SINCE THE LAST RUN MUST NOT LEAVE STALE FIGURES
      * BEHIND.  A RERUN CLEARS ANY SIGN-OFF: THE CONTROLLER SIGNED
      * THE OLD NUMBERS, NOT THESE.
       6000-REPLACE-TIE-OUT-RECORDS.
            MOVE WS-PERIOD-9 TO TO-PERIOD.
            MOVE LOW-VALUES TO TO-COMPANY-CODE.
            MOVE "N" TO WS-SCAN-SWITCH.
            START TIE-OUT-FILE KEY IS NOT LESS THAN TO-KEY
                INVALID KEY SET WS-SCAN-DONE TO TRUE
            END-START.
            IF NOT WS-SCAN-DONE
                PERFORM 6150-READ-NEXT-TIE-OUT
            END-IF.
            PERFORM 6100-DROP-ONE-OLD-RECORD
                UNTIL WS-SCAN-DONE OR TO-PERIOD NOT = WS-PERIOD-9.
            PERFORM 6200-WRITE-ONE-TIE-OUT
                VARYING WS-CO-IX FROM 1 BY 1
                UNTIL WS-CO-IX > WS-CO-COUNT.
            IF WS-SIGNOFF-CLEARED
                DISPLAY "PERIOD " WS-PERIOD-9 " WAS SIGNED OFF - "
                    "SIGN-OFF CLEARED BY THIS RERUN"
                MOVE "EARLIER SIGN-OFF CLEARED - PERIOD MUST BE SIGNED"
                    TO WS-NL-TEXT
                MOVE " OFF AGAIN" TO WS-NL-TEXT(49:)
                PERFORM 8200-PRINT-NOTE
            END-IF.

       6100-DROP-ONE-OLD-RECORD.
            IF TO-SIGNED-OFF-BY NOT = SPACES
                SET WS-SIGNOFF-CLEARED TO TRUE
            END-IF.
            DELETE TIE-OUT-FILE
                INVALID KEY
                    DISPLAY "UNABLE TO CLEAR TIE-OUT " TO-KEY
                        ", STATUS = " WS-TIE-OUT-STATUS
            END-DELETE.
            PERFORM 6150-READ-NEXT-TIE-OUT.

       6150-READ-NEXT-TIE-OUT.
            READ TIE-OUT-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-TIE-OUT-OK AND NOT WS-TIE-OUT-EOF
                DISPLAY "TIE-OUT-FILE READ ERROR, STATUS = "
                    WS-TIE-OUT-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.

       6200-WRITE-ONE-TIE-OUT.
            MOVE WS-PERIOD-9 TO TO-PERIOD.
            MOVE WS-CO-CODE(WS-CO-IX) TO TO-COMPANY-CODE.
            MOVE WS-RUN-DATE TO TO-RUN-DATE.
            MOVE WS-CO-OPENING-SOURCE(WS-CO-IX) TO TO-OPENING-SOURCE.
            MOVE WS-CO-OPENING(WS-CO-IX) TO TO-OPENING-BALANCE.
            MOVE WS-CO-ENTERED(WS-CO-IX) TO TO-INVOICES-ENTERED.
            MOVE WS-CO-PAYMENTS(WS-CO-IX) TO TO-PAYMENTS.
            MOVE WS-CO-DISCOUNTS(WS-CO-IX) TO TO-DISCOUNTS-TAKEN.
            MOVE WS-CO-WRITE-OFFS(WS-CO-IX) TO TO-WRITE-OFFS.
            MOVE WS-CO-FX(WS-CO-IX) TO TO-FX-MOVEMENT.
            MOVE WS-CO-ROLLED(WS-CO-IX) TO TO-ROLLED-CLOSING.
            MOVE WS-CO-OPEN-ITEMS(WS-CO-IX) TO TO-OPEN-ITEM-BALANCE.
            MOVE WS-CO-SUBLEDGER(WS-CO-IX) TO TO-SUBLEDGER-CLOSING.
            MOVE WS-CO-GL-LIABILITY(WS-CO-IX) TO TO-GL-LIABILITY.
            MOVE WS-CO-GL-CASH(WS-CO-IX) TO TO-GL-CASH.
            MOVE WS-CO-ROLL-DIFF(WS-CO-IX) TO TO-ROLL-DIFFERENCE.
            MOVE WS-CO-GL-DIFF(WS-CO-IX) TO TO-GL-DIFFERENCE.
            MOVE WS-CO-CASH-DIFF(WS-CO-IX) TO TO-CASH-DIFFERENCE.
            MOVE SPACES TO TO-SIGNED-OFF-BY.
            MOVE ZERO TO TO-SIGNED-OFF-DATE.
            WRITE TIE-OUT-RECORD.
            IF NOT WS-TIE-OUT-OK
                DISPLAY "UNABLE TO WRITE TIE-OUT " TO-KEY
                    ", STATUS = " WS-TIE-OUT-STATUS
            ELSE
                ADD 1 TO WS-TIE-OUTS-WRITTEN
            END-IF.

      * PRINT THE STANDARD COMPANY/RUN-DATE/RUN-TIME/PAGE-NUMBER
      * HEADING (SEE RPTHDR1.cbl) AHEAD OF THE REPORT TITLE.
       3900-PRINT-STANDARD-HEADING.
            ADD 1 TO WS-RPT-PAGE-COUNT.
            MOVE WS-RPT-PAGE-COUNT TO WS-RPT-PAGE-NUMBER.
            ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RPT-RUN-TIME FROM TIME.
            MOVE WS-RPT-HEADING-LINE-1 TO TIE-OUT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-RPT-HEADING-LINE-2 TO TIE-OUT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

       8000-WRITE-PRINT-LINE.
            WRITE TIE-OUT-PRINT-LINE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO WRITE TIE-OUT REPORT, STATUS = "
                    WS-PRINT-FILE-STATUS
            END-IF.

       8100-READ-NEXT-INVOICE.
            READ INVOICE-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-INVOICE-FILE-OK AND NOT WS-INVOICE-FILE-EOF
                DISPLAY "INVOICE-FILE READ ERROR, STATUS = "
                    WS-INVOICE-FILE-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.

       8200-PRINT-NOTE.
            MOVE WS-NOTE-LINE TO TIE-OUT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE SPACES TO WS-NL-TEXT.

       9000-TERMINATE.
            MOVE SPACES TO TIE-OUT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-COMPANIES-UNRECONCILED TO WS-SL-COUNT.
            MOVE WS-DIFFERENCES-FOUND TO WS-SL-DIFFS.
            MOVE WS-SUMMARY-LINE TO TIE-OUT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE "C" TO WS-RL-FUNCTION.
            MOVE "UNRECONCILED COMPANIES" TO WS-RL-LABEL.
            MOVE WS-COMPANIES-UNRECONCILED TO WS-RL-VALUE.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            MOVE "E" TO WS-RL-FUNCTION.
            COMPUTE WS-RL-RECORDS-IN = WS-INVOICES-READ
                + WS-POSTINGS-READ + WS-JOURNAL-LINES-READ.
            MOVE WS-TIE-OUTS-WRITTEN TO WS-RL-RECORDS-OUT.
            MOVE WS-DIFFERENCES-FOUND TO WS-RL-REJECTS.
            IF WS-DIFFERENCES-FOUND = ZERO
                MOVE "BALANCED" TO WS-RL-STATUS-TEXT
            ELSE
                MOVE "REVIEW" TO WS-RL-STATUS-TEXT
            END-IF.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            DISPLAY "PERIOD TIED OUT         : " WS-PERIOD-9.
            DISPLAY "INVOICES READ           : " WS-INVOICES-READ.
            DISPLAY "PERIOD POSTINGS READ    : " WS-POSTINGS-READ.
            DISPLAY "POSTINGS RELIEVING NONE : "
                WS-UNAPPLIED-POSTINGS.
            DISPLAY "JOURNAL LINES READ      : "
                WS-JOURNAL-LINES-READ.
            DISPLAY "COMPANIES TIED OUT      : " WS-TIE-OUTS-WRITTEN.
            DISPLAY "COMPANIES UNRECONCILED  : "
                WS-COMPANIES-UNRECONCILED.
            DISPLAY "DIFFERENCES LISTED      : " WS-DIFFERENCES-FOUND.
            CLOSE PRINT-FILE.
            CLOSE TIE-OUT-FILE.
            CLOSE INVOICE-FILE.
       END PROGRAM APTIE01.

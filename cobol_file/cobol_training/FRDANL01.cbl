      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Payment fraud analytics.  DUPPAY01 finds the
      *              duplicate payment; this run looks for the other
      *              patterns the auditors test for, over the
      *              invoice file, the payment detail ledger and the
      *              check register, and prints every finding as
      *              one ranked worklist (FRDANL.PRT), highest score
      *              first:
      *                BENFORD   - a vendor's invoice amounts whose
      *                            first digits stray from Benford's
      *                            law (mean absolute deviation over
      *                            .015), once the vendor has enough
      *                            invoices to judge;
      *                ROUND     - invoices of a round hundred or a
      *                            round thousand dollars;
      *                JUST UNDER- invoices just under an approval
      *                            band limit or a dual-signature
      *                            limit, and checks just under their
      *                            own account's dual-signature limit;
      *                SPLIT     - two or more invoices from a vendor
      *                            on one invoice date, each under a
      *                            limit and together over it;
      *                ODD HOURS - invoices keyed on a Saturday or
      *                            Sunday, or before 6 a.m. or after
      *                            10 p.m. (an unattended BATCH load
      *                            runs overnight by design and is
      *                            not counted);
      *                BANK CHG  - a large payment to a vendor whose
      *                            bank routing or account changed
      *                            shortly before it (VNDHIST).
      *              Each test scores its finding on its own scale,
      *              set out at the paragraph that writes it; the
      *              scores are meant to rank the worklist, not to
      *              prove anything.
      *
      *              PARM - positions  1-3  bank-change window, days
      *                                     (030)
      *                                4-5  "just under" band, per
      *                                     cent of the limit (05)
      *                                6-12 large-payment and split
      *                                     threshold, whole dollars
      *                                     (0010000)
      *                               13-15 fewest invoices for the
      *                                     Benford test (030)
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original fraud analytics run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDANL01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLINV01.cbl".
           COPY "SLPDL01.cbl".
           COPY "SLCHR01.cbl".
           COPY "SLBNK01.cbl".
           COPY "SLAPV01.cbl".
           COPY "SLHST01.cbl".
           COPY "SLVND01.cbl".
           SELECT FINDING-WORK-FILE ASSIGN TO "FRDWORK.TMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FINDING-WORK-STATUS.
           SELECT INVOICE-SORT-FILE ASSIGN TO "FRSORT1.TMP".
           SELECT FINDING-SORT-FILE ASSIGN TO "FRSORT2.TMP".
           COPY "Hello-world.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDINV01.cbl".
           COPY "FDPDL01.cbl".
           COPY "FDCHR01.cbl".
           COPY "FDBNK01.cbl".
           COPY "FDAPV01.cbl".
           COPY "VNDHIST1.cbl".
           COPY "fdvnd01.cbl".

       FD  FINDING-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  FINDING-WORK-RECORD.
           05 FW-SCORE              PIC 9(03).
           05 FW-TEST               PIC X(02).
           05 FW-VENDOR             PIC 9(05).
           05 FW-REFERENCE          PIC X(15).
           05 FW-DATE               PIC 9(08).
           05 FW-AMOUNT             PIC S9(11)V99.
           05 FW-NOTE               PIC X(40).

       SD  INVOICE-SORT-FILE.
       01  SI-RECORD.
           05 SI-VENDOR             PIC 9(05).
           05 SI-DATE               PIC 9(08).
           05 SI-INVOICE            PIC X(15).
           05 SI-AMOUNT             PIC S9(09)V99.
           05 SI-ENTRY-DATE         PIC 9(08).
           05 SI-ENTRY-TIME         PIC 9(08).
           05 SI-ENTERED-BY         PIC X(08).

       SD  FINDING-SORT-FILE.
       01  FS-RECORD.
           05 FS-SCORE              PIC 9(03).
           05 FS-TEST               PIC X(02).
           05 FS-VENDOR             PIC 9(05).
           05 FS-REFERENCE          PIC X(15).
           05 FS-DATE               PIC 9(08).
           05 FS-AMOUNT             PIC S9(11)V99.
           05 FS-NOTE               PIC X(40).

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  FRAUD-PRINT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-INVOICE-FILE-STATUS  PIC X(02).
           88 WS-INVOICE-FILE-OK       VALUE "00".
           88 WS-INVOICE-FILE-EOF      VALUE "10".
           88 WS-INVOICE-FILE-MISSING  VALUE "35".
       01  WS-PAYMENT-DTL-STATUS   PIC X(02).
           88 WS-PAYMENT-DTL-OK        VALUE "00".
           88 WS-PAYMENT-DTL-EOF       VALUE "10".
           88 WS-PAYMENT-DTL-MISSING   VALUE "35".
       01  WS-CHECK-REG-STATUS     PIC X(02).
           88 WS-CHECK-REG-OK          VALUE "00".
           88 WS-CHECK-REG-EOF         VALUE "10".
           88 WS-CHECK-REG-MISSING     VALUE "35".
       01  WS-BANK-ACCT-STATUS     PIC X(02).
           88 WS-BANK-ACCT-OK          VALUE "00".
           88 WS-BANK-ACCT-EOF         VALUE "10".
           88 WS-BANK-ACCT-MISSING     VALUE "35".
       01  WS-APPROVER-STATUS      PIC X(02).
           88 WS-APPROVER-OK           VALUE "00".
           88 WS-APPROVER-EOF          VALUE "10".
           88 WS-APPROVER-MISSING      VALUE "35".
       01  WS-VENDOR-HIST-STATUS   PIC X(02).
           88 WS-VENDOR-HIST-OK        VALUE "00".
           88 WS-VENDOR-HIST-EOF       VALUE "10".
           88 WS-VENDOR-HIST-MISSING   VALUE "35".
       01  WS-VENDOR-FILE-STATUS   PIC X(02).
           88 WS-VENDOR-FILE-OK        VALUE "00".
           88 WS-VENDOR-FILE-NOT-FOUND VALUE "23".
       01  WS-FINDING-WORK-STATUS  PIC X(02).
           88 WS-FINDING-WORK-OK       VALUE "00".
       01  WS-PRINT-FILE-NAME      PIC X(20).
       01  WS-PRINT-FILE-STATUS    PIC X(02).
           88 WS-PRINT-FILE-OK         VALUE "00".

       01  WS-EOF-SWITCH            PIC X(01) VALUE "N".
           88 WS-NO-MORE-INPUT          VALUE "Y".
       01  WS-SORT-EOF-SWITCH       PIC X(01) VALUE "N".
           88 WS-NO-MORE-SORTED         VALUE "Y".
       01  WS-FOUND-SWITCH          PIC X(01).
           88 WS-FOUND                  VALUE "Y".

      * PARM - WINDOW DAYS, NEAR PER CENT, THRESHOLD, BENFORD MINIMUM.
       01  WS-PARM-VALUE.
           05 WS-PARM-WINDOW        PIC X(03).
           05 WS-PARM-NEAR-PCT      PIC X(02).
           05 WS-PARM-THRESHOLD     PIC X(07).
           05 WS-PARM-BENFORD-MIN   PIC X(03).
       01  WS-WINDOW-DAYS           PIC 9(03) VALUE 30.
       01  WS-NEAR-PCT              PIC 9(02) VALUE 5.
       01  WS-LARGE-THRESHOLD       PIC 9(07) VALUE 10000.
       01  WS-BENFORD-MINIMUM       PIC 9(03) VALUE 30.

      * EVERY LIMIT AN INVOICE MIGHT BE SHAVED TO SLIP UNDER - EACH
      * ACCOUNT'S DUAL-SIGNATURE LIMIT (D), EACH DISTINCT APPROVAL
      * BAND LIMIT (A), AND THE PARM THRESHOLD (T), WHICH ONLY THE
      * SPLIT TEST USES.
       01  WS-LM-COUNT              PIC 9(03) COMP VALUE ZERO.
       01  WS-LM-IX                 PIC 9(03) COMP.
       01  WS-LM-BEST               PIC 9(03) COMP.
       01  WS-LIMIT-TABLE.
           05 WS-LM-ENTRY OCCURS 100 TIMES.
               10 WS-LM-KIND        PIC X(01).
                   88 WS-LM-DUAL-SIGN   VALUE "D".
                   88 WS-LM-APPROVAL    VALUE "A".
                   88 WS-LM-THRESHOLD   VALUE "T".
               10 WS-LM-ACCOUNT     PIC X(03).
               10 WS-LM-AMOUNT      PIC S9(09)V99 COMP-3.
       01  WS-NEAR-FLOOR            PIC S9(09)V99 COMP-3.
       01  WS-CLOSE-FLOOR           PIC S9(09)V99 COMP-3.

      * BENFORD'S EXPECTED SHARE FOR FIRST DIGITS 1 THROUGH 9 -
      * LOG10(1 + 1/D).
       01  WS-BENFORD-VALUES.
           05 FILLER                PIC V9(05) VALUE .30103.
           05 FILLER                PIC V9(05) VALUE .17609.
           05 FILLER                PIC V9(05) VALUE .12494.
           05 FILLER                PIC V9(05) VALUE .09691.
           05 FILLER                PIC V9(05) VALUE .07918.
           05 FILLER                PIC V9(05) VALUE .06695.
           05 FILLER                PIC V9(05) VALUE .05799.
           05 FILLER                PIC V9(05) VALUE .05115.
           05 FILLER                PIC V9(05) VALUE .04576.
       01  WS-BENFORD-TABLE REDEFINES WS-BENFORD-VALUES.
           05 WS-BENFORD-EXPECTED   PIC V9(05) OCCURS 9 TIMES.
       01  WS-DIGIT-COUNTS.
           05 WS-DIGIT-COUNT        PIC 9(07) COMP OCCURS 9 TIMES.
       01  WS-DIGIT-IX              PIC 9(02) COMP.
       01  WS-HIGH-DIGIT            PIC 9(01).
       01  WS-HIGH-EXCESS           PIC S9V9(05).
       01  WS-DIGIT-SHARE           PIC 9V9(05).
       01  WS-DIGIT-EXCESS          PIC S9V9(05).
       01  WS-DEVIATION-SUM         PIC 9(02)V9(05).
       01  WS-MAD                   PIC 9V9(05).
       01  WS-MAD-ED                PIC .9(05).
       01  WS-FIRST-DIGIT           PIC 9(01).
       01  WS-DIGIT-AMOUNT          PIC 9(09)V99.
       01  WS-DIGIT-TEXT REDEFINES WS-DIGIT-AMOUNT PIC X(11).
       01  WS-CHAR-IX               PIC 9(02) COMP.

      * THE VENDOR AND THE VENDOR/DAY NOW BEING ACCUMULATED.
       01  WS-CURRENT-VENDOR        PIC 9(05).
       01  WS-CURRENT-DATE          PIC 9(08).
       01  WS-HAVE-CURRENT-SWITCH   PIC X(01) VALUE "N".
           88 WS-HAVE-CURRENT           VALUE "Y".
       01  WS-VENDOR-INVOICES       PIC 9(07) COMP.
       01  WS-VENDOR-TOTAL          PIC S9(11)V99 COMP-3.
       01  WS-DAY-INVOICES          PIC 9(05) COMP.
       01  WS-DAY-TOTAL             PIC S9(11)V99 COMP-3.
       01  WS-DAY-LARGEST           PIC S9(09)V99 COMP-3.
       01  WS-DAY-FIRST-INVOICE     PIC X(15).

      * ROUND-AMOUNT AND ENTRY-TIME SCRATCH.
       01  WS-AMOUNT-CENTS          PIC 9(11).
       01  WS-CENTS-QUOTIENT        PIC 9(11).
       01  WS-CENTS-REMAINDER       PIC 9(11).
       01  WS-WEEK-QUOTIENT         PIC S9(07).
       01  WS-WEEKDAY               PIC S9(01).
       01  WS-ENTRY-HOUR            PIC 9(02).
       01  WS-ODD-WEEKEND-SWITCH    PIC X(01).
           88 WS-ODD-WEEKEND            VALUE "Y".
       01  WS-ODD-NIGHT-SWITCH      PIC X(01).
           88 WS-ODD-NIGHT              VALUE "Y".
       01  WS-DAY-NAME              PIC X(08).

      * MIRRORS OF fdvnd01.cbl AS FAR AS THE BANK FIELDS, FOR THE
      * BEFORE AND AFTER IMAGES OF A VENDOR CHANGE.
       01  WS-HIST-BEFORE-AREA.
           05 FILLER                PIC X(181).
           05 HB-EFT-FLAG           PIC X(01).
           05 HB-BANK-ROUTING       PIC X(09).
           05 HB-BANK-ACCOUNT       PIC X(17).
           05 HB-BANK-ACCT-TYPE     PIC X(01).
           05 FILLER                PIC X(91).
       01  WS-HIST-AFTER-AREA.
           05 FILLER                PIC X(181).
           05 HA-EFT-FLAG           PIC X(01).
           05 HA-BANK-ROUTING       PIC X(09).
           05 HA-BANK-ACCOUNT       PIC X(17).
           05 HA-BANK-ACCT-TYPE     PIC X(01).
           05 FILLER                PIC X(91).

      * EVERY BANK-DETAIL CHANGE ON THE VENDOR HISTORY.
       01  WS-BC-MAXIMUM            PIC 9(04) COMP VALUE 1000.
       01  WS-BC-COUNT              PIC 9(04) COMP VALUE ZERO.
       01  WS-BC-IX                 PIC 9(04) COMP.
       01  WS-BC-TABLE.
           05 WS-BC-ENTRY OCCURS 1000 TIMES.
               10 WS-BC-VENDOR      PIC 9(05).
               10 WS-BC-DATE        PIC 9(08).
               10 WS-BC-OPERATOR    PIC X(08).
       01  WS-BC-BEST               PIC 9(04) COMP.
       01  WS-BC-BEST-DAYS          PIC S9(07).
       01  WS-LARGE-AMOUNT          PIC S9(09)V99 COMP-3.

      * FIELDS FOR THE DATECALC1 CALLS.
       01  WS-DC-FUNCTION           PIC X(01).
       01  WS-DC-DATE-1             PIC 9(08).
       01  WS-DC-DATE-2             PIC 9(08).
       01  WS-DC-DAYS               PIC S9(07).
       01  WS-DC-RESULT-DATE        PIC 9(08).
       01  WS-DC-ERROR-SWITCH       PIC X(01).
           88 WS-DC-DATE-ERROR          VALUE "Y".

      * THE SIX TESTS, IN PRINTED ORDER, WITH THEIR FINDING COUNTS.
       01  WS-TEST-VALUES.
           05 FILLER PIC X(12) VALUE "BFBENFORD".
           05 FILLER PIC X(12) VALUE "RDROUND".
           05 FILLER PIC X(12) VALUE "JUJUST UNDER".
           05 FILLER PIC X(12) VALUE "SPSPLIT".
           05 FILLER PIC X(12) VALUE "OHODD HOURS".
           05 FILLER PIC X(12) VALUE "BKBANK CHG".
       01  WS-TEST-TABLE REDEFINES WS-TEST-VALUES.
           05 WS-TEST-ENTRY OCCURS 6 TIMES.
               10 WS-TEST-CODE      PIC X(02).
               10 WS-TEST-NAME      PIC X(10).
       01  WS-TEST-COUNTS.
           05 WS-TEST-COUNT         PIC 9(07) COMP OCCURS 6 TIMES.
       01  WS-TEST-IX               PIC 9(02) COMP.

       01  WS-BATCH-CONTROLS.
           05 WS-INVOICES-READ      PIC 9(07) COMP.
           05 WS-CHECKS-READ        PIC 9(07) COMP.
           05 WS-PAYMENTS-READ      PIC 9(07) COMP.
           05 WS-FINDINGS-WRITTEN   PIC 9(07) COMP.
           05 WS-FINDINGS-PRINTED   PIC 9(07) COMP.

       01  WS-NOTE-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-NOTE-COUNT            PIC ZZ9.
       01  WS-NOTE-DAYS             PIC ZZ9.

      * FIELDS FOR THE RUNLOG01 RUN-CONTROL CALLS.
       01  WS-RL-FUNCTION           PIC X(01).
       01  WS-RL-PROGRAM            PIC X(08) VALUE "FRDANL01".
       01  WS-RL-LABEL              PIC X(24).
       01  WS-RL-VALUE              PIC S9(13)V99.
       01  WS-RL-RECORDS-IN         PIC 9(07) VALUE ZERO.
       01  WS-RL-RECORDS-OUT        PIC 9(07) VALUE ZERO.
       01  WS-RL-REJECTS            PIC 9(07) VALUE ZERO.
       01  WS-RL-STATUS-TEXT        PIC X(08).

           COPY "RPTHDR1.cbl".

       01  WS-REPORT-TITLE.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 FILLER                PIC X(44) VALUE
               "PAYMENT FRAUD ANALYTICS - RANKED WORKLIST".

       01  WS-COLUMN-HEADING.
           05 FILLER                PIC X(21) VALUE
               " RANK SCORE TEST     ".
           05 FILLER                PIC X(27) VALUE
               "VENDOR NAME                ".
           05 FILLER                PIC X(25) VALUE
               "REFERENCE       DATE     ".
           05 FILLER                PIC X(19) VALUE
               "            AMOUNT ".
           05 FILLER                PIC X(04) VALUE "NOTE".

       01  WS-DETAIL-LINE.
           05 WS-D-RANK             PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-D-SCORE            PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-D-TEST             PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-D-VENDOR           PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-D-NAME             PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-D-REFERENCE        PIC X(15).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-D-DATE             PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-D-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-D-NOTE             PIC X(40).

       01  WS-SUMMARY-LINE.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 WS-S-NAME             PIC X(12).
           05 WS-S-COUNT            PIC ZZZ,ZZ9.
           05 FILLER                PIC X(09) VALUE " FINDINGS".

       PROCEDURE DIVISION.
       0000-MAINLINE.
            MOVE "S" TO WS-RL-FUNCTION.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            PERFORM 1000-INITIALIZE.
            SORT INVOICE-SORT-FILE
                ON ASCENDING KEY SI-VENDOR SI-DATE SI-INVOICE
                INPUT PROCEDURE IS 2000-LOAD-THE-INVOICES
                OUTPUT PROCEDURE IS 3000-TEST-THE-INVOICES.
            PERFORM 4000-TEST-THE-CHECKS.
            PERFORM 5000-LOAD-BANK-CHANGES.
            PERFORM 5500-TEST-LARGE-PAYMENTS.
            CLOSE FINDING-WORK-FILE.
            SORT FINDING-SORT-FILE
                ON DESCENDING KEY FS-SCORE
                ON ASCENDING KEY FS-VENDOR FS-DATE
                USING FINDING-WORK-FILE
                OUTPUT PROCEDURE IS 7000-PRINT-THE-WORKLIST.
            PERFORM 9000-TERMINATE.
            STOP RUN.

       1000-INITIALIZE.
            INITIALIZE WS-BATCH-CONTROLS.
            INITIALIZE WS-TEST-COUNTS.
            ACCEPT WS-PARM-VALUE FROM COMMAND-LINE.
            IF WS-PARM-WINDOW NUMERIC AND WS-PARM-WINDOW NOT = "000"
                MOVE WS-PARM-WINDOW TO WS-WINDOW-DAYS
            END-IF.
            IF WS-PARM-NEAR-PCT NUMERIC
                AND WS-PARM-NEAR-PCT NOT = "00"
                MOVE WS-PARM-NEAR-PCT TO WS-NEAR-PCT
            END-IF.
            IF WS-PARM-THRESHOLD NUMERIC
                AND WS-PARM-THRESHOLD NOT = "0000000"
                MOVE WS-PARM-THRESHOLD TO WS-LARGE-THRESHOLD
            END-IF.
            IF WS-PARM-BENFORD-MIN NUMERIC
                AND WS-PARM-BENFORD-MIN NOT = "000"
                MOVE WS-PARM-BENFORD-MIN TO WS-BENFORD-MINIMUM
            END-IF.
            MOVE WS-LARGE-THRESHOLD TO WS-LARGE-AMOUNT.
            DISPLAY "BANK-CHANGE WINDOW " WS-WINDOW-DAYS
                " DAYS, JUST-UNDER BAND " WS-NEAR-PCT
                " PCT, THRESHOLD " WS-LARGE-THRESHOLD
                ", BENFORD MINIMUM " WS-BENFORD-MINIMUM.
            OPEN OUTPUT FINDING-WORK-FILE.
            IF NOT WS-FINDING-WORK-OK
                DISPLAY "UNABLE TO OPEN FINDING WORK FILE, STATUS = "
                    WS-FINDING-WORK-STATUS
            END-IF.
            PERFORM 1100-LOAD-DUAL-SIGN-LIMITS.
            PERFORM 1200-LOAD-APPROVAL-LIMITS.
            IF WS-LM-COUNT < 100
                ADD 1 TO WS-LM-COUNT
                SET WS-LM-THRESHOLD(WS-LM-COUNT) TO TRUE
                MOVE SPACES TO WS-LM-ACCOUNT(WS-LM-COUNT)
                MOVE WS-LARGE-AMOUNT TO WS-LM-AMOUNT(WS-LM-COUNT)
            END-IF.

       1100-LOAD-DUAL-SIGN-LIMITS.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT BANK-ACCOUNT-FILE.
            IF WS-BANK-ACCT-MISSING
                DISPLAY "NO BANK-ACCOUNT-FILE - NO DUAL-SIGN LIMITS"
                SET WS-NO-MORE-INPUT TO TRUE
            ELSE IF NOT WS-BANK-ACCT-OK
                DISPLAY "UNABLE TO OPEN BANK-ACCOUNT-FILE, STATUS = "
                    WS-BANK-ACCT-STATUS
                SET WS-NO-MORE-INPUT TO TRUE
            ELSE
                PERFORM 1190-READ-NEXT-ACCOUNT
            END-IF.
            PERFORM UNTIL WS-NO-MORE-INPUT
                IF BA-DUAL-SIGN-LIMIT > ZERO AND WS-LM-COUNT < 100
                    ADD 1 TO WS-LM-COUNT
                    SET WS-LM-DUAL-SIGN(WS-LM-COUNT) TO TRUE
                    MOVE BA-ACCOUNT-CODE TO WS-LM-ACCOUNT(WS-LM-COUNT)
                    MOVE BA-DUAL-SIGN-LIMIT
                        TO WS-LM-AMOUNT(WS-LM-COUNT)
                END-IF
                PERFORM 1190-READ-NEXT-ACCOUNT
            END-PERFORM.
            IF NOT WS-BANK-ACCT-MISSING
                CLOSE BANK-ACCOUNT-FILE
            END-IF.

       1190-READ-NEXT-ACCOUNT.
            READ BANK-ACCOUNT-FILE NEXT RECORD
                AT END SET WS-NO-MORE-INPUT TO TRUE
            END-READ.
            IF NOT WS-BANK-ACCT-OK AND NOT WS-BANK-ACCT-EOF
                DISPLAY "BANK-ACCOUNT-FILE READ ERROR, STATUS = "
                    WS-BANK-ACCT-STATUS
                SET WS-NO-MORE-INPUT TO TRUE
            END-IF.

      * EVERY COST CENTER HAS ITS OWN BANDS, BUT THE SAME FEW
      * AMOUNTS RECUR - EACH DISTINCT AMOUNT IS KEPT ONCE.
       1200-LOAD-APPROVAL-LIMITS.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT APPROVER-FILE.
            IF WS-APPROVER-MISSING
                DISPLAY "NO APPROVER-FILE - NO APPROVAL LIMITS"
                SET WS-NO-MORE-INPUT TO TRUE
            ELSE IF NOT WS-APPROVER-OK
                DISPLAY "UNABLE TO OPEN APPROVER-FILE, STATUS = "
                    WS-APPROVER-STATUS
                SET WS-NO-MORE-INPUT TO TRUE
            ELSE
                PERFORM 1290-READ-NEXT-APPROVER
            END-IF.
            PERFORM UNTIL WS-NO-MORE-INPUT
                IF AV-BAND-LIMIT > ZERO
                    MOVE "N" TO WS-FOUND-SWITCH
                    PERFORM VARYING WS-LM-IX FROM 1 BY 1
                        UNTIL WS-LM-IX > WS-LM-COUNT OR WS-FOUND
                        IF WS-LM-APPROVAL(WS-LM-IX)
                            AND WS-LM-AMOUNT(WS-LM-IX)
                                = AV-BAND-LIMIT
                            SET WS-FOUND TO TRUE
                        END-IF
                    END-PERFORM
                    IF NOT WS-FOUND AND WS-LM-COUNT < 100
                        ADD 1 TO WS-LM-COUNT
                        SET WS-LM-APPROVAL(WS-LM-COUNT) TO TRUE
                        MOVE SPACES TO WS-LM-ACCOUNT(WS-LM-COUNT)
                        MOVE AV-BAND-LIMIT
                            TO WS-LM-AMOUNT(WS-LM-COUNT)
                    END-IF
                END-IF
                PERFORM 1290-READ-NEXT-APPROVER
            END-PERFORM.
            IF NOT WS-APPROVER-MISSING
                CLOSE APPROVER-FILE
            END-IF.

       1290-READ-NEXT-APPROVER.
            READ APPROVER-FILE NEXT RECORD
                AT END SET WS-NO-MORE-INPUT TO TRUE
            END-READ.
            IF NOT WS-APPROVER-OK AND NOT WS-APPROVER-EOF
                DISPLAY "APPROVER-FILE READ ERROR, STATUS = "
                    WS-APPROVER-STATUS
                SET WS-NO-MORE-INPUT TO TRUE
            END-IF.

      * EVERY LIVE INVOICE - NOT A CREDIT MEMO, NOT REJECTED.
       2000-LOAD-THE-INVOICES.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT INVOICE-FILE.
            IF WS-INVOICE-FILE-MISSING
                DISPLAY "NO INVOICE-FILE - INVOICE TESTS NOT RUN"
                SET WS-NO-MORE-INPUT TO TRUE
            ELSE IF NOT WS-INVOICE-FILE-OK
                DISPLAY "UNABLE TO OPEN INVOICE-FILE, STATUS = "
                    WS-INVOICE-FILE-STATUS
                SET WS-NO-MORE-INPUT TO TRUE
            ELSE
                PERFORM 2900-READ-NEXT-INVOICE
            END-IF.
            PERFORM UNTIL WS-NO-MORE-INPUT
                IF INV-AMOUNT > ZERO
                    AND NOT INV-DOC-CREDIT
                    AND NOT INV-STATUS-REJECTED
                    MOVE INV-VENDOR-NUMBER TO SI-VENDOR
                    MOVE INV-INVOICE-DATE TO SI-DATE
                    MOVE INV-INVOICE-NUMBER TO SI-INVOICE
                    MOVE INV-AMOUNT TO SI-AMOUNT
                    IF INV-ENTRY-DATE NUMERIC
                        MOVE INV-ENTRY-DATE TO SI-ENTRY-DATE
                        MOVE INV-ENTRY-TIME TO SI-ENTRY-TIME
                    ELSE
                        MOVE ZERO TO SI-ENTRY-DATE
                        MOVE ZERO TO SI-ENTRY-TIME
                    END-IF
                    MOVE INV-ENTERED-BY TO SI-ENTERED-BY
                    RELEASE SI-RECORD
                    ADD 1 TO WS-INVOICES-READ
                END-IF
                PERFORM 2900-READ-NEXT-INVOICE
            END-PERFORM.
            IF NOT WS-INVOICE-FILE-MISSING
                CLOSE INVOICE-FILE
            END-IF.

       2900-READ-NEXT-INVOICE.
            READ INVOICE-FILE NEXT RECORD
                AT END SET WS-NO-MORE-INPUT TO TRUE
            END-READ.
            IF NOT WS-INVOICE-FILE-OK AND NOT WS-INVOICE-FILE-EOF
                DISPLAY "INVOICE-FILE READ ERROR, STATUS = "
                    WS-INVOICE-FILE-STATUS
                SET WS-NO-MORE-INPUT TO TRUE
            END-IF.

      ******************************************************************
      * THE INVOICES IN VENDOR / INVOICE-DATE ORDER.  EACH INVOICE
      * IS TESTED ON ITS OWN; A CHANGE OF DAY CLOSES THE SPLIT TEST
      * FOR THE DAY, A CHANGE OF VENDOR THE BENFORD TEST FOR THE
      * VENDOR.
      ******************************************************************
       3000-TEST-THE-INVOICES.
            MOVE "N" TO WS-SORT-EOF-SWITCH.
            RETURN INVOICE-SORT-FILE
                AT END SET WS-NO-MORE-SORTED TO TRUE
            END-RETURN.
            PERFORM 3100-TEST-ONE-INVOICE
                UNTIL WS-NO-MORE-SORTED.
            IF WS-HAVE-CURRENT
                PERFORM 3600-CLOSE-THE-DAY
                PERFORM 3700-CLOSE-THE-VENDOR
            END-IF.

       3100-TEST-ONE-INVOICE.
            IF NOT WS-HAVE-CURRENT
                PERFORM 3150-START-THE-VENDOR
            ELSE IF SI-VENDOR NOT = WS-CURRENT-VENDOR
                PERFORM 3600-CLOSE-THE-DAY
                PERFORM 3700-CLOSE-THE-VENDOR
                PERFORM 3150-START-THE-VENDOR
            ELSE IF SI-DATE NOT = WS-CURRENT-DATE
                PERFORM 3600-CLOSE-THE-DAY
                PERFORM 3160-START-THE-DAY
            END-IF.
            ADD 1 TO WS-VENDOR-INVOICES.
            ADD SI-AMOUNT TO WS-VENDOR-TOTAL.
            ADD 1 TO WS-DAY-INVOICES.
            ADD SI-AMOUNT TO WS-DAY-TOTAL.
            IF SI-AMOUNT > WS-DAY-LARGEST
                MOVE SI-AMOUNT TO WS-DAY-LARGEST
            END-IF.
            PERFORM 3200-COUNT-FIRST-DIGIT.
            PERFORM 3300-TEST-ROUND-AMOUNT.
            PERFORM 3400-TEST-JUST-UNDER.
            PERFORM 3500-TEST-ENTRY-HOURS.
            RETURN INVOICE-SORT-FILE
                AT END SET WS-NO-MORE-SORTED TO TRUE
            END-RETURN.

       3150-START-THE-VENDOR.
            SET WS-HAVE-CURRENT TO TRUE.
            MOVE SI-VENDOR TO WS-CURRENT-VENDOR.
            MOVE ZERO TO WS-VENDOR-INVOICES.
            MOVE ZERO TO WS-VENDOR-TOTAL.
            INITIALIZE WS-DIGIT-COUNTS.
            PERFORM 3160-START-THE-DAY.

       3160-START-THE-DAY.
            MOVE SI-DATE TO WS-CURRENT-DATE.
            MOVE SI-INVOICE TO WS-DAY-FIRST-INVOICE.
            MOVE ZERO TO WS-DAY-INVOICES.
            MOVE ZERO TO WS-DAY-TOTAL.
            MOVE ZERO TO WS-DAY-LARGEST.

      * THE FIRST SIGNIFICANT DIGIT OF THE AMOUNT - A SUB-DOLLAR
      * INVOICE COUNTS BY ITS FIRST CENTS DIGIT.
       3200-COUNT-FIRST-DIGIT.
            MOVE SI-AMOUNT TO WS-DIGIT-AMOUNT.
            MOVE ZERO TO WS-FIRST-DIGIT.
            PERFORM VARYING WS-CHAR-IX FROM 1 BY 1
                UNTIL WS-CHAR-IX > 11 OR WS-FIRST-DIGIT NOT = ZERO
                IF WS-DIGIT-TEXT(WS-CHAR-IX:1) NOT = "0"
                    MOVE WS-DIGIT-TEXT(WS-CHAR-IX:1) TO WS-FIRST-DIGIT
                END-IF
            END-PERFORM.
            IF WS-FIRST-DIGIT NOT = ZERO
                ADD 1 TO WS-DIGIT-COUNT(WS-FIRST-DIGIT)
            END-IF.

      * A ROUND THOUSAND SCORES 30, A ROUND HUNDRED 20 - ONLY FROM
      * A THOUSAND DOLLARS UP, WHERE NOBODY'S REAL BILL COMES OUT
      * EVEN BY CHANCE VERY OFTEN.
       3300-TEST-ROUND-AMOUNT.
            IF SI-AMOUNT NOT < 1000
                COMPUTE WS-AMOUNT-CENTS = SI-AMOUNT * 100
                DIVIDE WS-AMOUNT-CENTS BY 100000
                    GIVING WS-CENTS-QUOTIENT
                    REMAINDER WS-CENTS-REMAINDER
                IF WS-CENTS-REMAINDER = ZERO
                    MOVE 30 TO FW-SCORE
                    MOVE "ROUND THOUSAND DOLLARS" TO FW-NOTE
                    PERFORM 3900-WRITE-INVOICE-FINDING
                ELSE
                    DIVIDE WS-AMOUNT-CENTS BY 10000
                        GIVING WS-CENTS-QUOTIENT
                        REMAINDER WS-CENTS-REMAINDER
                    IF WS-CENTS-REMAINDER = ZERO
                        MOVE 20 TO FW-SCORE
                        MOVE "ROUND HUNDRED DOLLARS" TO FW-NOTE
                        PERFORM 3900-WRITE-INVOICE-FINDING
                    END-IF
                END-IF
            END-IF.

      * INSIDE THE BAND BELOW AN APPROVAL OR DUAL-SIGNATURE LIMIT
      * SCORES 30; INSIDE ONE PER CENT OF IT, 50.  THE NEAREST
      * LIMIT IS THE ONE REPORTED.
       3400-TEST-JUST-UNDER.
            MOVE ZERO TO WS-LM-BEST.
            PERFORM VARYING WS-LM-IX FROM 1 BY 1
                UNTIL WS-LM-IX > WS-LM-COUNT
                IF NOT WS-LM-THRESHOLD(WS-LM-IX)
                    COMPUTE WS-NEAR-FLOOR ROUNDED =
                        WS-LM-AMOUNT(WS-LM-IX) * (100 - WS-NEAR-PCT)
                        / 100
                    IF SI-AMOUNT NOT < WS-NEAR-FLOOR
                        AND SI-AMOUNT < WS-LM-AMOUNT(WS-LM-IX)
                        IF WS-LM-BEST = ZERO
                            MOVE WS-LM-IX TO WS-LM-BEST
                        ELSE IF WS-LM-AMOUNT(WS-LM-IX)
                                < WS-LM-AMOUNT(WS-LM-BEST)
                            MOVE WS-LM-IX TO WS-LM-BEST
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-LM-BEST NOT = ZERO
                PERFORM 3450-SCORE-JUST-UNDER
                MOVE WS-LM-AMOUNT(WS-LM-BEST) TO WS-NOTE-AMOUNT
                MOVE SPACES TO FW-NOTE
                IF WS-LM-DUAL-SIGN(WS-LM-BEST)
                    STRING "UNDER DUAL-SIGN LIMIT " DELIMITED BY SIZE
                        WS-NOTE-AMOUNT DELIMITED BY SIZE
                        INTO FW-NOTE
                ELSE
                    STRING "UNDER APPROVAL LIMIT " DELIMITED BY SIZE
                        WS-NOTE-AMOUNT DELIMITED BY SIZE
                        INTO FW-NOTE
                END-IF
                PERFORM 3900-WRITE-INVOICE-FINDING
            END-IF.

       3450-SCORE-JUST-UNDER.
            COMPUTE WS-CLOSE-FLOOR ROUNDED =
                WS-LM-AMOUNT(WS-LM-BEST) * 99 / 100.
            IF SI-AMOUNT NOT < WS-CLOSE-FLOOR
                MOVE 50 TO FW-SCORE
            ELSE
                MOVE 30 TO FW-SCORE
            END-IF.

      * KEYED ON A WEEKEND SCORES 25, OVERNIGHT 25, BOTH 40.  THE
      * WEEKDAY IS THE DAY COUNT FROM A KNOWN MONDAY, 2000-01-03,
      * MODULO 7 - 5 IS A SATURDAY, 6 A SUNDAY.
       3500-TEST-ENTRY-HOURS.
            MOVE "N" TO WS-ODD-WEEKEND-SWITCH.
            MOVE "N" TO WS-ODD-NIGHT-SWITCH.
            IF SI-ENTRY-DATE > ZERO
                AND SI-ENTERED-BY NOT = "BATCH"
                AND SI-ENTERED-BY NOT = SPACES
                MOVE "D" TO WS-DC-FUNCTION
                MOVE 20000103 TO WS-DC-DATE-1
                MOVE SI-ENTRY-DATE TO WS-DC-DATE-2
                CALL "DATECALC1" USING WS-DC-FUNCTION WS-DC-DATE-1
                    WS-DC-DATE-2 WS-DC-DAYS WS-DC-RESULT-DATE
                    WS-DC-ERROR-SWITCH
                IF NOT WS-DC-DATE-ERROR
                    DIVIDE WS-DC-DAYS BY 7 GIVING WS-WEEK-QUOTIENT
                        REMAINDER WS-WEEKDAY
                    IF WS-WEEKDAY < 0
                        ADD 7 TO WS-WEEKDAY
                    END-IF
                    IF WS-WEEKDAY = 5
                        SET WS-ODD-WEEKEND TO TRUE
                        MOVE "SATURDAY" TO WS-DAY-NAME
                    ELSE IF WS-WEEKDAY = 6
                        SET WS-ODD-WEEKEND TO TRUE
                        MOVE "SUNDAY" TO WS-DAY-NAME
                    END-IF
                END-IF
                MOVE SI-ENTRY-TIME(1:2) TO WS-ENTRY-HOUR
                IF WS-ENTRY-HOUR < 6 OR WS-ENTRY-HOUR > 21
                    SET WS-ODD-NIGHT TO TRUE
                END-IF
            END-IF.
            IF WS-ODD-WEEKEND OR WS-ODD-NIGHT
                MOVE SPACES TO FW-NOTE
                IF WS-ODD-WEEKEND AND WS-ODD-NIGHT
                    MOVE 40 TO FW-SCORE
                    STRING "KEYED " DELIMITED BY SIZE
                        WS-DAY-NAME DELIMITED BY SPACE
                        " NIGHT " DELIMITED BY SIZE
                        SI-ENTRY-TIME(1:4) DELIMITED BY SIZE
                        " BY " DELIMITED BY SIZE
                        SI-ENTERED-BY DELIMITED BY SIZE
                        INTO FW-NOTE
                ELSE IF WS-ODD-WEEKEND
                    MOVE 25 TO FW-SCORE
                    STRING "KEYED " DELIMITED BY SIZE
                        WS-DAY-NAME DELIMITED BY SPACE
                        " BY " DELIMITED BY SIZE
                        SI-ENTERED-BY DELIMITED BY SIZE
                        INTO FW-NOTE
                ELSE
                    MOVE 25 TO FW-SCORE
                    STRING "KEYED AT " DELIMITED BY SIZE
                        SI-ENTRY-TIME(1:4) DELIMITED BY SIZE
                        " BY " DELIMITED BY SIZE
                        SI-ENTERED-BY DELIMITED BY SIZE
                        INTO FW-NOTE
                END-IF
                PERFORM 3900-WRITE-INVOICE-FINDING
            END-IF.

      * A DAY WITH TWO OR MORE INVOICES, EACH UNDER A LIMIT AND
      * TOGETHER AT OR OVER IT, SCORES 40 PLUS 10 FOR EACH INVOICE
      * PAST THE SECOND, TO 90.  THE HIGHEST LIMIT CROSSED IS THE
      * ONE REPORTED.
       3600-CLOSE-THE-DAY.
            IF WS-DAY-INVOICES > 1
                MOVE ZERO TO WS-LM-BEST
                PERFORM VARYING WS-LM-IX FROM 1 BY 1
                    UNTIL WS-LM-IX > WS-LM-COUNT
                    IF WS-DAY-LARGEST < WS-LM-AMOUNT(WS-LM-IX)
                        AND WS-DAY-TOTAL NOT < WS-LM-AMOUNT(WS-LM-IX)
                        IF WS-LM-BEST = ZERO
                            MOVE WS-LM-IX TO WS-LM-BEST
                        ELSE IF WS-LM-AMOUNT(WS-LM-IX)
                                > WS-LM-AMOUNT(WS-LM-BEST)
                            MOVE WS-LM-IX TO WS-LM-BEST
                        END-IF
                    END-IF
                END-PERFORM
                IF WS-LM-BEST NOT = ZERO
                    COMPUTE FW-SCORE = 40 + (WS-DAY-INVOICES - 2) * 10
                    IF FW-SCORE > 90
                        MOVE 90 TO FW-SCORE
                    END-IF
                    MOVE "SP" TO FW-TEST
                    MOVE WS-CURRENT-VENDOR TO FW-VENDOR
                    MOVE WS-DAY-FIRST-INVOICE TO FW-REFERENCE
                    MOVE WS-CURRENT-DATE TO FW-DATE
                    MOVE WS-DAY-TOTAL TO FW-AMOUNT
                    MOVE WS-DAY-INVOICES TO WS-NOTE-COUNT
                    MOVE WS-LM-AMOUNT(WS-LM-BEST) TO WS-NOTE-AMOUNT
                    MOVE SPACES TO FW-NOTE
                    STRING WS-NOTE-COUNT DELIMITED BY SIZE
                        " INVOICES ONE DAY, OVER " DELIMITED BY SIZE
                        WS-NOTE-AMOUNT DELIMITED BY SIZE
                        INTO FW-NOTE
                    PERFORM 6000-WRITE-FINDING
                END-IF
            END-IF.

      * MEAN ABSOLUTE DEVIATION OF THE FIRST-DIGIT SHARES FROM
      * BENFORD'S.  OVER .015 IS NONCONFORMITY AND SCORES 30; OVER
      * .025, 50.  THE NOTE NAMES THE DIGIT MOST OVER ITS SHARE.
       3700-CLOSE-THE-VENDOR.
            IF WS-VENDOR-INVOICES NOT < WS-BENFORD-MINIMUM
                MOVE ZERO TO WS-DEVIATION-SUM
                MOVE ZERO TO WS-HIGH-DIGIT
                MOVE ZERO TO WS-HIGH-EXCESS
                PERFORM VARYING WS-DIGIT-IX FROM 1 BY 1
                    UNTIL WS-DIGIT-IX > 9
                    COMPUTE WS-DIGIT-SHARE ROUNDED =
                        WS-DIGIT-COUNT(WS-DIGIT-IX)
                        / WS-VENDOR-INVOICES
                    COMPUTE WS-DIGIT-EXCESS = WS-DIGIT-SHARE
                        - WS-BENFORD-EXPECTED(WS-DIGIT-IX)
                    IF WS-DIGIT-EXCESS > WS-HIGH-EXCESS
                        MOVE WS-DIGIT-EXCESS TO WS-HIGH-EXCESS
                        MOVE WS-DIGIT-IX TO WS-HIGH-DIGIT
                    END-IF
                    IF WS-DIGIT-EXCESS < ZERO
                        SUBTRACT WS-DIGIT-EXCESS FROM WS-DEVIATION-SUM
                    ELSE
                        ADD WS-DIGIT-EXCESS TO WS-DEVIATION-SUM
                    END-IF
                END-PERFORM
                COMPUTE WS-MAD ROUNDED = WS-DEVIATION-SUM / 9
                IF WS-MAD > .015
                    IF WS-MAD > .025
                        MOVE 50 TO FW-SCORE
                    ELSE
                        MOVE 30 TO FW-SCORE
                    END-IF
                    MOVE "BF" TO FW-TEST
                    MOVE WS-CURRENT-VENDOR TO FW-VENDOR
                    MOVE SPACES TO FW-REFERENCE
                    MOVE ZERO TO FW-DATE
                    MOVE WS-VENDOR-TOTAL TO FW-AMOUNT
                    MOVE WS-MAD TO WS-MAD-ED
                    MOVE WS-VENDOR-INVOICES TO WS-NOTE-AMOUNT
                    MOVE SPACES TO FW-NOTE
                    STRING "MAD " DELIMITED BY SIZE
                        WS-MAD-ED DELIMITED BY SIZE
                        " DIGIT " DELIMITED BY SIZE
                        WS-HIGH-DIGIT DELIMITED BY SIZE
                        " HIGH, INVOICES" DELIMITED BY SIZE
                        WS-NOTE-AMOUNT(8:7) DELIMITED BY SIZE
                        INTO FW-NOTE
                    PERFORM 6000-WRITE-FINDING
                END-IF
            END-IF.

       3900-WRITE-INVOICE-FINDING.
            IF FW-NOTE(1:5) = "ROUND"
                MOVE "RD" TO FW-TEST
            ELSE IF FW-NOTE(1:5) = "UNDER"
                MOVE "JU" TO FW-TEST
            ELSE
                MOVE "OH" TO FW-TEST
            END-IF.
            MOVE SI-VENDOR TO FW-VENDOR.
            MOVE SI-INVOICE TO FW-REFERENCE.
            MOVE SI-DATE TO FW-DATE.
            MOVE SI-AMOUNT TO FW-AMOUNT.
            PERFORM 6000-WRITE-FINDING.

      ******************************************************************
      * A LIVE CHECK JUST UNDER ITS OWN ACCOUNT'S DUAL-SIGNATURE
      * LIMIT - SCORED AS FOR AN INVOICE.
      ******************************************************************
       4000-TEST-THE-CHECKS.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT CHECK-REGISTER-FILE.
            IF WS-CHECK-REG-MISSING
                DISPLAY "NO CHECK REGISTER - CHECK TEST NOT RUN"
                SET WS-NO-MORE-INPUT TO TRUE
            ELSE IF NOT WS-CHECK-REG-OK
                DISPLAY "UNABLE TO OPEN CHECK-REGISTER-FILE, "
                    "STATUS = " WS-CHECK-REG-STATUS
                SET WS-NO-MORE-INPUT TO TRUE
            ELSE
                MOVE LOW-VALUES TO CR-KEY
                START CHECK-REGISTER-FILE
                    KEY IS NOT LESS THAN CR-KEY
                    INVALID KEY SET WS-NO-MORE-INPUT TO TRUE
                END-START
                IF NOT WS-NO-MORE-INPUT
                    PERFORM 4900-READ-NEXT-CHECK
                END-IF
            END-IF.
            PERFORM UNTIL WS-NO-MORE-INPUT
                IF (CR-STATUS-ISSUED OR CR-STATUS-PAID)
                    AND CR-AMOUNT > ZERO
                    ADD 1 TO WS-CHECKS-READ
                    PERFORM 4100-TEST-ONE-CHECK
                END-IF
                PERFORM 4900-READ-NEXT-CHECK
            END-PERFORM.
            IF NOT WS-CHECK-REG-MISSING
                CLOSE CHECK-REGISTER-FILE
            END-IF.

       4100-TEST-ONE-CHECK.
            MOVE ZERO TO WS-LM-BEST.
            PERFORM VARYING WS-LM-IX FROM 1 BY 1
                UNTIL WS-LM-IX > WS-LM-COUNT
                IF WS-LM-DUAL-SIGN(WS-LM-IX)
                    AND WS-LM-ACCOUNT(WS-LM-IX) = CR-BANK-ACCT-CODE
                    MOVE WS-LM-IX TO WS-LM-BEST
                END-IF
            END-PERFORM.
            IF WS-LM-BEST NOT = ZERO
                COMPUTE WS-NEAR-FLOOR ROUNDED =
                    WS-LM-AMOUNT(WS-LM-BEST) * (100 - WS-NEAR-PCT)
                    / 100
                COMPUTE WS-CLOSE-FLOOR ROUNDED =
                    WS-LM-AMOUNT(WS-LM-BEST) * 99 / 100
                IF CR-AMOUNT NOT < WS-NEAR-FLOOR
                    AND CR-AMOUNT < WS-LM-AMOUNT(WS-LM-BEST)
                    IF CR-AMOUNT NOT < WS-CLOSE-FLOOR
                        MOVE 50 TO FW-SCORE
                    ELSE
                        MOVE 30 TO FW-SCORE
                    END-IF
                    MOVE "JU" TO FW-TEST
                    MOVE CR-VENDOR-NUMBER TO FW-VENDOR
                    MOVE SPACES TO FW-REFERENCE
                    STRING "CHECK " DELIMITED BY SIZE
                        CR-CHECK-NUMBER DELIMITED BY SIZE
                        INTO FW-REFERENCE
                    MOVE CR-CHECK-DATE TO FW-DATE
                    MOVE CR-AMOUNT TO FW-AMOUNT
                    MOVE WS-LM-AMOUNT(WS-LM-BEST) TO WS-NOTE-AMOUNT
                    MOVE SPACES TO FW-NOTE
                    STRING "CHECK UNDER DUAL-SIGN " DELIMITED BY SIZE
                        WS-NOTE-AMOUNT DELIMITED BY SIZE
                        INTO FW-NOTE
                    PERFORM 6000-WRITE-FINDING
                END-IF
            END-IF.

       4900-READ-NEXT-CHECK.
            READ CHECK-REGISTER-FILE NEXT RECORD
                AT END SET WS-NO-MORE-INPUT TO TRUE
            END-READ.
            IF NOT WS-CHECK-REG-OK AND NOT WS-CHECK-REG-EOF
                DISPLAY "CHECK-REGISTER READ ERROR, STATUS = "
                    WS-CHECK-REG-STATUS
                SET WS-NO-MORE-INPUT TO TRUE
            END-IF.

      ******************************************************************
      * EVERY UPDATE ON THE VENDOR HISTORY THAT CHANGED THE BANK
      * ROUTING OR ACCOUNT NUMBER.  A FLIP OF THE EFT FLAG ALONE -
      * THE PRENOTE CYCLE, A RETURN - IS NOT A CHANGE OF DETAILS.
      ******************************************************************
       5000-LOAD-BANK-CHANGES.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT VENDOR-HISTORY-FILE.
            IF WS-VENDOR-HIST-MISSING
                DISPLAY "NO VENDOR-HISTORY-FILE - BANK CHANGE TEST "
                    "NOT RUN"
                SET WS-NO-MORE-INPUT TO TRUE
            ELSE IF NOT WS-VENDOR-HIST-OK
                DISPLAY "UNABLE TO OPEN VENDOR-HISTORY-FILE, "
                    "STATUS = " WS-VENDOR-HIST-STATUS
                SET WS-NO-MORE-INPUT TO TRUE
            ELSE
                PERFORM 5900-READ-NEXT-HISTORY
            END-IF.
            PERFORM UNTIL WS-NO-MORE-INPUT
                IF VH-ACTION-UPDATE
                    MOVE VH-BEFORE-IMAGE TO WS-HIST-BEFORE-AREA
                    MOVE VH-AFTER-IMAGE TO WS-HIST-AFTER-AREA
                    IF HB-BANK-ROUTING NOT = HA-BANK-ROUTING
                        OR HB-BANK-ACCOUNT NOT = HA-BANK-ACCOUNT
                        PERFORM 5100-NOTE-BANK-CHANGE
                    END-IF
                END-IF
                PERFORM 5900-READ-NEXT-HISTORY
            END-PERFORM.
            IF NOT WS-VENDOR-HIST-MISSING
                CLOSE VENDOR-HISTORY-FILE
            END-IF.

       5100-NOTE-BANK-CHANGE.
            IF WS-BC-COUNT < WS-BC-MAXIMUM
                ADD 1 TO WS-BC-COUNT
                MOVE VH-VENDOR-NUMBER TO WS-BC-VENDOR(WS-BC-COUNT)
                MOVE VH-CHANGE-DATE TO WS-BC-DATE(WS-BC-COUNT)
                MOVE VH-OPERATOR-ID TO WS-BC-OPERATOR(WS-BC-COUNT)
            ELSE
                DISPLAY "BANK CHANGE TABLE FULL - VENDOR "
                    VH-VENDOR-NUMBER " CHANGE OF " VH-CHANGE-DATE
                    " NOT TESTED"
            END-IF.

      * A PAYMENT AT OR OVER THE THRESHOLD TO A VENDOR WHOSE BANK
      * DETAILS CHANGED INSIDE THE WINDOW BEFORE IT SCORES 60; A
      * WEEK OR LESS BEFORE IT, 85.  THE LATEST CHANGE BEFORE THE
      * PAYMENT IS THE ONE REPORTED.
       5500-TEST-LARGE-PAYMENTS.
            MOVE "N" TO WS-EOF-SWITCH.
            IF WS-BC-COUNT = ZERO
                SET WS-NO-MORE-INPUT TO TRUE
            ELSE
                OPEN INPUT PAYMENT-DETAIL-FILE
                IF WS-PAYMENT-DTL-MISSING
                    DISPLAY "NO PAYMENT-DETAIL-FILE - BANK CHANGE "
                        "TEST NOT RUN"
                    SET WS-NO-MORE-INPUT TO TRUE
                ELSE IF NOT WS-PAYMENT-DTL-OK
                    DISPLAY "UNABLE TO OPEN PAYMENT-DETAIL-FILE, "
                        "STATUS = " WS-PAYMENT-DTL-STATUS
                    SET WS-NO-MORE-INPUT TO TRUE
                ELSE
                    PERFORM 5950-READ-NEXT-POSTING
                END-IF
            END-IF.
            PERFORM UNTIL WS-NO-MORE-INPUT
                IF PD-AMOUNT NOT < WS-LARGE-AMOUNT
                    ADD 1 TO WS-PAYMENTS-READ
                    PERFORM 5600-TEST-ONE-PAYMENT
                END-IF
                PERFORM 5950-READ-NEXT-POSTING
            END-PERFORM.
            IF WS-BC-COUNT > ZERO AND NOT WS-PAYMENT-DTL-MISSING
                CLOSE PAYMENT-DETAIL-FILE
            END-IF.

       5600-TEST-ONE-PAYMENT.
            MOVE ZERO TO WS-BC-BEST.
            MOVE 9999999 TO WS-BC-BEST-DAYS.
            PERFORM VARYING WS-BC-IX FROM 1 BY 1
                UNTIL WS-BC-IX > WS-BC-COUNT
                IF WS-BC-VENDOR(WS-BC-IX) = PD-VENDOR-NUMBER
                    AND WS-BC-DATE(WS-BC-IX) NOT > PD-PAYMENT-DATE
                    MOVE "D" TO WS-DC-FUNCTION
                    MOVE WS-BC-DATE(WS-BC-IX) TO WS-DC-DATE-1
                    MOVE PD-PAYMENT-DATE TO WS-DC-DATE-2
                    CALL "DATECALC1" USING WS-DC-FUNCTION
                        WS-DC-DATE-1 WS-DC-DATE-2 WS-DC-DAYS
                        WS-DC-RESULT-DATE WS-DC-ERROR-SWITCH
                    IF NOT WS-DC-DATE-ERROR
                        AND WS-DC-DAYS NOT > WS-WINDOW-DAYS
                        AND WS-DC-DAYS < WS-BC-BEST-DAYS
                        MOVE WS-BC-IX TO WS-BC-BEST
                        MOVE WS-DC-DAYS TO WS-BC-BEST-DAYS
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-BC-BEST NOT = ZERO
                IF WS-BC-BEST-DAYS NOT > 7
                    MOVE 85 TO FW-SCORE
                ELSE
                    MOVE 60 TO FW-SCORE
                END-IF
                MOVE "BK" TO FW-TEST
                MOVE PD-VENDOR-NUMBER TO FW-VENDOR
                MOVE PD-INVOICE-NUMBER TO FW-REFERENCE
                MOVE PD-PAYMENT-DATE TO FW-DATE
                MOVE PD-AMOUNT TO FW-AMOUNT
                MOVE WS-BC-BEST-DAYS TO WS-NOTE-DAYS
                MOVE SPACES TO FW-NOTE
                STRING "BANK CHANGED" DELIMITED BY SIZE
                    WS-NOTE-DAYS DELIMITED BY SIZE
                    " DAYS BEFORE BY " DELIMITED BY SIZE
                    WS-BC-OPERATOR(WS-BC-BEST) DELIMITED BY SIZE
                    INTO FW-NOTE
                PERFORM 6000-WRITE-FINDING
            END-IF.

       5900-READ-NEXT-HISTORY.
            READ VENDOR-HISTORY-FILE
                AT END SET WS-NO-MORE-INPUT TO TRUE
            END-READ.
            IF NOT WS-VENDOR-HIST-OK AND NOT WS-VENDOR-HIST-EOF
                DISPLAY "VENDOR-HISTORY READ ERROR, STATUS = "
                    WS-VENDOR-HIST-STATUS
                SET WS-NO-MORE-INPUT TO TRUE
            END-IF.

       5950-READ-NEXT-POSTING.
            READ PAYMENT-DETAIL-FILE
                AT END SET WS-NO-MORE-INPUT TO TRUE
            END-READ.
            IF NOT WS-PAYMENT-DTL-OK AND NOT WS-PAYMENT-DTL-EOF
                DISPLAY "PAYMENT-DETAIL READ ERROR, STATUS = "
                    WS-PAYMENT-DTL-STATUS
                SET WS-NO-MORE-INPUT TO TRUE
            END-IF.

       6000-WRITE-FINDING.
            WRITE FINDING-WORK-RECORD.
            IF NOT WS-FINDING-WORK-OK
                DISPLAY "UNABLE TO WRITE FINDING WORK FILE, STATUS = "
                    WS-FINDING-WORK-STATUS
            ELSE
                ADD 1 TO WS-FINDINGS-WRITTEN
            END-IF.

      ******************************************************************
      * THE WORKLIST - HIGHEST SCORE FIRST, THEN THE COUNT BY TEST.
      ******************************************************************
       7000-PRINT-THE-WORKLIST.
            MOVE "FRDANL.PRT" TO WS-PRINT-FILE-NAME.
            OPEN OUTPUT PRINT-FILE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO OPEN FRAUD WORKLIST, STATUS = "
                    WS-PRINT-FILE-STATUS
            END-IF.
            OPEN INPUT VENDOR-FILE.
            IF NOT WS-VENDOR-FILE-OK
                DISPLAY "UNABLE TO OPEN VENDOR-FILE, STATUS = "
                    WS-VENDOR-FILE-STATUS
            END-IF.
            PERFORM 7900-PRINT-STANDARD-HEADING.
            MOVE WS-REPORT-TITLE TO FRAUD-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE SPACES TO FRAUD-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-COLUMN-HEADING TO FRAUD-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE "N" TO WS-SORT-EOF-SWITCH.
            RETURN FINDING-SORT-FILE
                AT END SET WS-NO-MORE-SORTED TO TRUE
            END-RETURN.
            PERFORM 7100-PRINT-ONE-FINDING
                UNTIL WS-NO-MORE-SORTED.
            MOVE SPACES TO FRAUD-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            PERFORM VARYING WS-TEST-IX FROM 1 BY 1
                UNTIL WS-TEST-IX > 6
                MOVE WS-TEST-NAME(WS-TEST-IX) TO WS-S-NAME
                MOVE WS-TEST-COUNT(WS-TEST-IX) TO WS-S-COUNT
                MOVE WS-SUMMARY-LINE TO FRAUD-PRINT-LINE
                PERFORM 8000-WRITE-PRINT-LINE
            END-PERFORM.
            MOVE "ALL TESTS" TO WS-S-NAME.
            MOVE WS-FINDINGS-PRINTED TO WS-S-COUNT.
            MOVE WS-SUMMARY-LINE TO FRAUD-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            CLOSE VENDOR-FILE.
            CLOSE PRINT-FILE.

       7100-PRINT-ONE-FINDING.
            ADD 1 TO WS-FINDINGS-PRINTED.
            MOVE WS-FINDINGS-PRINTED TO WS-D-RANK.
            MOVE FS-SCORE TO WS-D-SCORE.
            MOVE SPACES TO WS-D-TEST.
            PERFORM VARYING WS-TEST-IX FROM 1 BY 1
                UNTIL WS-TEST-IX > 6
                IF WS-TEST-CODE(WS-TEST-IX) = FS-TEST
                    MOVE WS-TEST-NAME(WS-TEST-IX) TO WS-D-TEST
                    ADD 1 TO WS-TEST-COUNT(WS-TEST-IX)
                END-IF
            END-PERFORM.
            MOVE FS-VENDOR TO WS-D-VENDOR.
            MOVE FS-VENDOR TO VENDOR-NUMBER.
            READ VENDOR-FILE
                INVALID KEY
                    MOVE "(NOT ON MASTER)" TO WS-D-NAME
                NOT INVALID KEY
                    MOVE VENDOR-NAME TO WS-D-NAME
            END-READ.
            MOVE FS-REFERENCE TO WS-D-REFERENCE.
            MOVE FS-DATE TO WS-D-DATE.
            MOVE FS-AMOUNT TO WS-D-AMOUNT.
            MOVE FS-NOTE TO WS-D-NOTE.
            MOVE WS-DETAIL-LINE TO FRAUD-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            RETURN FINDING-SORT-FILE
                AT END SET WS-NO-MORE-SORTED TO TRUE
            END-RETURN.

      * PRINT THE STANDARD COMPANY/RUN-DATE/RUN-TIME/PAGE-NUMBER
      * HEADING (SEE RPTHDR1.cbl).
       7900-PRINT-STANDARD-HEADING.
            ADD 1 TO WS-RPT-PAGE-COUNT.
            MOVE WS-RPT-PAGE-COUNT TO WS-RPT-PAGE-NUMBER.
            ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RPT-RUN-TIME FROM TIME.
            MOVE WS-RPT-HEADING-LINE-1 TO FRAUD-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-RPT-HEADING-LINE-2 TO FRAUD-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

       8000-WRITE-PRINT-LINE.
            WRITE FRAUD-PRINT-LINE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO WRITE FRAUD WORKLIST, STATUS = "
                    WS-PRINT-FILE-STATUS
            END-IF.

       9000-TERMINATE.
            MOVE "E" TO WS-RL-FUNCTION.
            COMPUTE WS-RL-RECORDS-IN = WS-INVOICES-READ
                + WS-CHECKS-READ + WS-PAYMENTS-READ.
            MOVE WS-FINDINGS-PRINTED TO WS-RL-RECORDS-OUT.
            MOVE ZERO TO WS-RL-REJECTS.
            MOVE ZERO TO WS-RL-VALUE.
            IF WS-FINDINGS-PRINTED = ZERO
                MOVE "CLEAN" TO WS-RL-STATUS-TEXT
            ELSE
                MOVE "CHECK" TO WS-RL-STATUS-TEXT
            END-IF.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            DISPLAY "INVOICES TESTED         : " WS-INVOICES-READ.
            DISPLAY "CHECKS TESTED           : " WS-CHECKS-READ.
            DISPLAY "LARGE PAYMENTS TESTED   : " WS-PAYMENTS-READ.
            DISPLAY "BANK-DETAIL CHANGES     : " WS-BC-COUNT.
            DISPLAY "FINDINGS ON THE WORKLIST: " WS-FINDINGS-PRINTED.
       END PROGRAM FRDANL01.

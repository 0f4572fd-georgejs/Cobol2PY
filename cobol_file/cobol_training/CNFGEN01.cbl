      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Vendor balance confirmation letters for the
      *              auditors.  Prints one letter per vendor chosen,
      *              addressed to VENDOR-CONTACT, listing the vendor's
      *              open items as they stood on the cut-off date -
      *              the same as-of test APAGE01's rerun uses: an
      *              item entered by the cut-off, not rejected, and
      *              not paid by then, at its gross - with the
      *              balance we recorded and a reply section for the
      *              vendor to agree it or list the differences.
      *              Every letter goes on the confirmation control
      *              log (CNFLOG) as SENT; CNFMNT01 records the
      *              replies and CNFRPT01 reports on them.
      *
      *              The vendors come from the auditors' list (CNFSEL,
      *              one vendor number per line), or are selected -
      *              every vendor whose balance at the cut-off is at
      *              or over the threshold, either way, plus a random
      *              pick of the other vendors with open items, drawn
      *              by sequential random selection from the same
      *              fixed generator AUDSMP01 uses, so the same seed
      *              picks the same vendors.  Balances are in the
      *              vendor's own currency, the currency it confirms.
      *
      *              A vendor whose reply is already on the log for
      *              the cut-off is not sent another letter; one
      *              still SENT is reprinted as a second request.
      *
      *              PARM - positions  1-8  cut-off YYYYMMDD
      *                                9    L list (the default) or
      *                                     T threshold and random
      *                               10-18 threshold, whole dollars
      *                                     (10000)
      *                               19-21 random picks (010)
      *                               22-30 seed (the run date)
      *              With no cut-off the letters confirm the last
      *              December 31 before the run date.  Printed to
      *              CNFLTR.PRT.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original balance confirmation run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNFGEN01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLVND01.cbl".
           COPY "SLINV01.cbl".
           COPY "SLCNF01.cbl".
           SELECT CONFIRM-SELECT-FILE ASSIGN TO CNFSEL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIRM-SEL-STATUS.
           COPY "Hello-world.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "fdvnd01.cbl".
           COPY "FDINV01.cbl".
           COPY "FDCNF01.cbl".

      * THE AUDITORS' LIST - A VENDOR NUMBER AT THE FRONT OF EACH
      * LINE, ANYTHING AFTER IT IGNORED.
       FD  CONFIRM-SELECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONFIRM-SELECT-RECORD.
           05 CL-VENDOR-NUMBER         PIC X(05).
           05 FILLER                   PIC X(75).

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  LETTER-PRINT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-VENDOR-FILE-STATUS      PIC X(02).
           88 WS-VENDOR-FILE-OK           VALUE "00".
           88 WS-VENDOR-FILE-NOT-FOUND    VALUE "23".
       01  WS-INVOICE-FILE-STATUS     PIC X(02).
           88 WS-INVOICE-FILE-OK          VALUE "00".
           88 WS-INVOICE-FILE-EOF         VALUE "10".
       01  WS-CONFIRM-LOG-STATUS      PIC X(02).
           88 WS-CONFIRM-LOG-OK           VALUE "00".
           88 WS-CONFIRM-LOG-NOT-FOUND    VALUE "23".
           88 WS-CONFIRM-LOG-MISSING      VALUE "35".
       01  WS-CONFIRM-SEL-STATUS      PIC X(02).
           88 WS-CONFIRM-SEL-OK           VALUE "00".
           88 WS-CONFIRM-SEL-EOF          VALUE "10".
       01  WS-PRINT-FILE-NAME         PIC X(20).
       01  WS-PRINT-FILE-STATUS       PIC X(02).
           88 WS-PRINT-FILE-OK            VALUE "00".

       01  WS-RUN-SWITCH               PIC X(01) VALUE "N".
           88 WS-RUN-ABANDONED             VALUE "Y".
       01  WS-SCAN-SWITCH              PIC X(01).
           88 WS-SCAN-DONE                 VALUE "Y".
       01  WS-LIST-EOF-SWITCH          PIC X(01) VALUE "N".
           88 WS-NO-MORE-LIST              VALUE "Y".
       01  WS-ITEM-OPEN-SWITCH         PIC X(01).
           88 WS-ITEM-OPEN                 VALUE "Y".
       01  WS-ITEM-ADVANCE-SWITCH      PIC X(01).
           88 WS-ITEM-ADVANCE              VALUE "Y".
       01  WS-LOG-ON-FILE-SWITCH       PIC X(01).
           88 WS-LOG-ON-FILE               VALUE "Y".

      * PARM - CUT-OFF, METHOD, THRESHOLD, PICKS AND SEED.
       01  WS-PARM-VALUE.
           05 WS-PARM-CUTOFF           PIC X(08).
           05 WS-PARM-METHOD           PIC X(01).
           05 WS-PARM-THRESHOLD        PIC X(09).
           05 WS-PARM-PICKS            PIC X(03).
           05 WS-PARM-SEED             PIC X(09).
       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR              PIC 9(04).
           05 WS-RUN-MONTH-DAY         PIC 9(04).
       01  WS-CUTOFF-DATE              PIC 9(08).
       01  WS-SELECT-METHOD            PIC X(01).
           88 WS-METHOD-LIST               VALUE "L".
           88 WS-METHOD-THRESHOLD          VALUE "T".
       01  WS-THRESHOLD                PIC 9(09).
       01  WS-RANDOM-PICKS             PIC 9(03).
       01  WS-SAMPLE-SEED              PIC 9(09).

      * THE GENERATOR - THE MINIMAL STANDARD MULTIPLICATIVE
      * CONGRUENTIAL GENERATOR, STATE = STATE * 16807 MOD (2**31 - 1),
      * THE SAME ONE AUDSMP01 DRAWS ITS SAMPLES WITH.
       01  WS-RANDOM-STATE             PIC 9(10).
       01  WS-RANDOM-PRODUCT           PIC 9(15).
       01  WS-RANDOM-QUOTIENT          PIC 9(15).
       01  WS-RANDOM-FRACTION          PIC V9(09).
       01  WS-REMAINING-ITEMS          PIC 9(07) COMP.
       01  WS-REMAINING-PICKS          PIC 9(07) COMP.
       01  WS-DRAW-POINT               PIC 9(07)V9(09) COMP-3.

      * EVERY VENDOR WITH AN OPEN ITEM AT THE CUT-OFF, FOR THE
      * THRESHOLD AND RANDOM SELECTION.  THE INVOICE FILE IS READ
      * IN VENDOR ORDER, SO THE TABLE IS TOO.
       01  WS-VB-MAX                   PIC 9(05) COMP VALUE 5000.
       01  WS-VB-COUNT                 PIC 9(05) COMP VALUE ZERO.
       01  WS-VB-IX                    PIC 9(05) COMP.
       01  WS-VB-TABLE.
           05 WS-VB-ENTRY OCCURS 5000 TIMES.
               10 WS-VB-VENDOR         PIC 9(05).
               10 WS-VB-BALANCE        PIC S9(11)V99 COMP-3.
               10 WS-VB-SELECTED-BY    PIC X(01).
       01  WS-POPULATION-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  WS-POPULATION-SEEN          PIC 9(07) COMP VALUE ZERO.
       01  WS-PICKS-DRAWN              PIC 9(07) COMP VALUE ZERO.
       01  WS-SCAN-VENDOR              PIC 9(05).
       01  WS-SCAN-BALANCE             PIC S9(11)V99.
       01  WS-SCAN-ITEMS               PIC 9(05).
       01  WS-THRESHOLD-AMOUNT         PIC S9(11)V99.

      * THE LETTER BEING PRINTED.
       01  WS-LETTER-VENDOR            PIC 9(05).
       01  WS-LETTER-SELECTED-BY       PIC X(01).
       01  WS-LETTER-BALANCE           PIC S9(11)V99.
       01  WS-LETTER-ITEMS             PIC 9(05).
       01  WS-ITEM-AMOUNT              PIC S9(09)V99.

       01  WS-VENDORS-CONSIDERED       PIC 9(07) VALUE ZERO.
       01  WS-LETTERS-PRINTED          PIC 9(07) VALUE ZERO.
       01  WS-SECOND-REQUESTS          PIC 9(07) VALUE ZERO.
       01  WS-ALREADY-ANSWERED         PIC 9(07) VALUE ZERO.
       01  WS-VENDORS-REJECTED         PIC 9(07) VALUE ZERO.
       01  WS-BY-THRESHOLD             PIC 9(07) VALUE ZERO.
       01  WS-BY-RANDOM                PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-CONFIRMED          PIC S9(13)V99 VALUE ZERO.

      * FIELDS FOR THE RUNLOG01 RUN-CONTROL CALLS.
       01  WS-RL-FUNCTION              PIC X(01).
       01  WS-RL-PROGRAM               PIC X(08) VALUE "CNFGEN01".
       01  WS-RL-LABEL                 PIC X(24).
       01  WS-RL-VALUE                 PIC S9(13)V99.
       01  WS-RL-RECORDS-IN            PIC 9(07) VALUE ZERO.
       01  WS-RL-RECORDS-OUT           PIC 9(07) VALUE ZERO.
       01  WS-RL-REJECTS               PIC 9(07) VALUE ZERO.
       01  WS-RL-STATUS-TEXT           PIC X(08).

           COPY "RPTHDR1.cbl".

       01  WS-LETTER-TITLE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 WS-LT-TITLE              PIC X(40).
           05 FILLER                   PIC X(05) VALUE "DATE ".
           05 WS-LT-DATE               PIC 9(08).

       01  WS-ADDRESS-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 WS-AL-TEXT               PIC X(40).

       01  WS-CITY-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 WS-CL-CITY               PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WS-CL-STATE              PIC X(02).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-CL-ZIP                PIC X(10).

       01  WS-TEXT-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 WS-TX-TEXT               PIC X(80).

       01  WS-ITEM-HEADING.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(15) VALUE "INVOICE NUMBER".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE "INV DATE".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE "DUE DATE".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE "CO".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(14) VALUE
               "        AMOUNT".

       01  WS-ITEM-DETAIL.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 WS-ID-INVOICE            PIC X(15).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-ID-INVOICE-DATE       PIC 9(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-ID-DUE-DATE           PIC 9(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-ID-COMPANY            PIC X(02).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-ID-AMOUNT             PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-ID-NOTE               PIC X(10).

       01  WS-BALANCE-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(27) VALUE
               "BALANCE PER OUR RECORDS AT ".
           05 WS-BL-DATE               PIC 9(08).
           05 FILLER                   PIC X(06) VALUE SPACES.
           05 WS-BL-AMOUNT             PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-BL-CURRENCY           PIC X(03).

       01  WS-REFERENCE-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(24) VALUE
               "CONFIRMATION REFERENCE  ".
           05 WS-RF-CUTOFF             PIC 9(08).
           05 FILLER                   PIC X(01) VALUE "-".
           05 WS-RF-VENDOR             PIC 9(05).

       PROCEDURE DIVISION.
       0000-MAINLINE.
            MOVE "S" TO WS-RL-FUNCTION.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            PERFORM 1000-INITIALIZE.
            IF NOT WS-RUN-ABANDONED
                IF WS-METHOD-LIST
                    PERFORM 2000-CONFIRM-FROM-LIST
                ELSE
                    PERFORM 3000-MEASURE-BALANCES
                    PERFORM 3500-SELECT-VENDORS
                    PERFORM 3800-CONFIRM-SELECTED
                        VARYING WS-VB-IX FROM 1 BY 1
                        UNTIL WS-VB-IX > WS-VB-COUNT
                END-IF
                CLOSE PRINT-FILE
                CLOSE CONFIRM-LOG-FILE
                CLOSE INVOICE-FILE
                CLOSE VENDOR-FILE
            END-IF.
            PERFORM 9000-TERMINATE.
            STOP RUN.

       1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-PARM-VALUE FROM COMMAND-LINE.
            PERFORM 1100-SET-THE-PARAMETERS.
            IF NOT WS-RUN-ABANDONED
                PERFORM 1200-OPEN-THE-FILES
            END-IF.
            IF NOT WS-RUN-ABANDONED
                DISPLAY "BALANCE CONFIRMATIONS AS OF " WS-CUTOFF-DATE
                    " METHOD " WS-SELECT-METHOD
                IF WS-METHOD-THRESHOLD
                    DISPLAY "THRESHOLD " WS-THRESHOLD " RANDOM PICKS "
                        WS-RANDOM-PICKS " SEED " WS-SAMPLE-SEED
                END-IF
            END-IF.

      * A VALID PARM FIELD WINS; ANYTHING ELSE TAKES THE DEFAULT.
      * A CUT-OFF AFTER TODAY HAS NOTHING TO CONFIRM YET.
       1100-SET-THE-PARAMETERS.
            IF WS-PARM-CUTOFF NUMERIC AND WS-PARM-CUTOFF > "00000000"
                MOVE WS-PARM-CUTOFF TO WS-CUTOFF-DATE
            ELSE
                COMPUTE WS-CUTOFF-DATE =
                    (WS-RUN-YEAR - 1) * 10000 + 1231
            END-IF.
            IF WS-CUTOFF-DATE > WS-RUN-DATE
                DISPLAY "CUT-OFF " WS-CUTOFF-DATE " IS AFTER TODAY - "
                    "NO LETTERS PRINTED"
                SET WS-RUN-ABANDONED TO TRUE
            END-IF.
            IF WS-PARM-METHOD = "T"
                SET WS-METHOD-THRESHOLD TO TRUE
            ELSE
                SET WS-METHOD-LIST TO TRUE
            END-IF.
            IF WS-PARM-THRESHOLD NUMERIC
                AND WS-PARM-THRESHOLD > "000000000"
                MOVE WS-PARM-THRESHOLD TO WS-THRESHOLD
            ELSE
                MOVE 10000 TO WS-THRESHOLD
            END-IF.
            MOVE WS-THRESHOLD TO WS-THRESHOLD-AMOUNT.
            IF WS-PARM-PICKS NUMERIC
                MOVE WS-PARM-PICKS TO WS-RANDOM-PICKS
            ELSE
                MOVE 10 TO WS-RANDOM-PICKS
            END-IF.
            IF WS-PARM-SEED NUMERIC AND WS-PARM-SEED > "000000000"
                MOVE WS-PARM-SEED TO WS-SAMPLE-SEED
            ELSE
                MOVE WS-RUN-DATE TO WS-SAMPLE-SEED
            END-IF.
            MOVE WS-SAMPLE-SEED TO WS-RANDOM-STATE.

      * THE LOG IS CREATED EMPTY THE FIRST TIME IT IS USED.
       1200-OPEN-THE-FILES.
            OPEN INPUT VENDOR-FILE.
            IF NOT WS-VENDOR-FILE-OK
                DISPLAY "UNABLE TO OPEN VENDOR-FILE, STATUS = "
                    WS-VENDOR-FILE-STATUS
                SET WS-RUN-ABANDONED TO TRUE
            END-IF.
            OPEN INPUT INVOICE-FILE.
            IF NOT WS-INVOICE-FILE-OK
                DISPLAY "UNABLE TO OPEN INVOICE-FILE, STATUS = "
                    WS-INVOICE-FILE-STATUS
                SET WS-RUN-ABANDONED TO TRUE
            END-IF.
            OPEN I-O CONFIRM-LOG-FILE.
            IF WS-CONFIRM-LOG-MISSING
                OPEN OUTPUT CONFIRM-LOG-FILE
                CLOSE CONFIRM-LOG-FILE
                OPEN I-O CONFIRM-LOG-FILE
            END-IF.
            IF NOT WS-CONFIRM-LOG-OK
                DISPLAY "UNABLE TO OPEN CONFIRM-LOG-FILE, STATUS = "
                    WS-CONFIRM-LOG-STATUS
                SET WS-RUN-ABANDONED TO TRUE
            END-IF.
            MOVE "CNFLTR.PRT" TO WS-PRINT-FILE-NAME.
            OPEN OUTPUT PRINT-FILE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO OPEN CONFIRMATION PRINT, STATUS = "
                    WS-PRINT-FILE-STATUS
                SET WS-RUN-ABANDONED TO TRUE
            END-IF.

      ******************************************************************
      * THE AUDITORS' LIST - ONE LETTER PER VENDOR NAMED, ZERO
      * BALANCE OR NOT; A NIL CONFIRMATION IS STILL EVIDENCE.
      ******************************************************************
       2000-CONFIRM-FROM-LIST.
            OPEN INPUT CONFIRM-SELECT-FILE.
            IF NOT WS-CONFIRM-SEL-OK
                DISPLAY "UNABLE TO OPEN CONFIRM-SELECT-FILE (CNFSEL), "
                    "STATUS = " WS-CONFIRM-SEL-STATUS
                    " - NO LETTERS PRINTED"
            ELSE
                PERFORM 2900-READ-NEXT-LIST
                PERFORM 2100-CONFIRM-LISTED-VENDOR
                    UNTIL WS-NO-MORE-LIST
                CLOSE CONFIRM-SELECT-FILE
            END-IF.

       2100-CONFIRM-LISTED-VENDOR.
            IF CL-VENDOR-NUMBER = SPACES
                CONTINUE
            ELSE IF CL-VENDOR-NUMBER NOT NUMERIC
                DISPLAY "LIST ENTRY " CL-VENDOR-NUMBER
                    " IS NOT A VENDOR NUMBER - SKIPPED"
                ADD 1 TO WS-VENDORS-REJECTED
            ELSE
                ADD 1 TO WS-VENDORS-CONSIDERED
                MOVE CL-VENDOR-NUMBER TO WS-LETTER-VENDOR
                MOVE "L" TO WS-LETTER-SELECTED-BY
                PERFORM 5000-CONFIRM-ONE-VENDOR
            END-IF.
            PERFORM 2900-READ-NEXT-LIST.

       2900-READ-NEXT-LIST.
            READ CONFIRM-SELECT-FILE
                AT END SET WS-NO-MORE-LIST TO TRUE
            END-READ.
            IF NOT WS-CONFIRM-SEL-OK AND NOT WS-CONFIRM-SEL-EOF
                DISPLAY "CONFIRM-SELECT-FILE READ ERROR, STATUS = "
                    WS-CONFIRM-SEL-STATUS
                SET WS-NO-MORE-LIST TO TRUE
            END-IF.

      ******************************************************************
      * THRESHOLD AND RANDOM SELECTION - FIRST PASS BALANCES EVERY
      * VENDOR AT THE CUT-OFF.
      ******************************************************************
       3000-MEASURE-BALANCES.
            MOVE "N" TO WS-SCAN-SWITCH.
            MOVE ZERO TO WS-SCAN-VENDOR.
            MOVE ZERO TO WS-SCAN-BALANCE.
            MOVE ZERO TO WS-SCAN-ITEMS.
            PERFORM 8100-READ-NEXT-INVOICE.
            PERFORM 3100-BALANCE-ONE-ITEM
                UNTIL WS-SCAN-DONE.
            PERFORM 3200-FILE-VENDOR-BALANCE.

       3100-BALANCE-ONE-ITEM.
            IF INV-VENDOR-NUMBER NOT = WS-SCAN-VENDOR
                PERFORM 3200-FILE-VENDOR-BALANCE
                MOVE INV-VENDOR-NUMBER TO WS-SCAN-VENDOR
                MOVE ZERO TO WS-SCAN-BALANCE
                MOVE ZERO TO WS-SCAN-ITEMS
            END-IF.
            PERFORM 6000-TEST-ITEM-AS-OF.
            IF WS-ITEM-OPEN
                ADD WS-ITEM-AMOUNT TO WS-SCAN-BALANCE
                ADD 1 TO WS-SCAN-ITEMS
            END-IF.
            PERFORM 8100-READ-NEXT-INVOICE.

      * A VENDOR WITH NOTHING OPEN AT THE CUT-OFF IS NOT IN EITHER
      * SELECTION - ONLY THE AUDITORS' LIST SENDS A NIL LETTER.
       3200-FILE-VENDOR-BALANCE.
            IF WS-SCAN-ITEMS > ZERO
                IF WS-VB-COUNT < WS-VB-MAX
                    ADD 1 TO WS-VB-COUNT
                    MOVE WS-SCAN-VENDOR TO WS-VB-VENDOR(WS-VB-COUNT)
                    MOVE WS-SCAN-BALANCE TO WS-VB-BALANCE(WS-VB-COUNT)
                    MOVE SPACE TO WS-VB-SELECTED-BY(WS-VB-COUNT)
                ELSE
                    DISPLAY "VENDOR TABLE FULL - VENDOR "
                        WS-SCAN-VENDOR " NOT CONSIDERED"
                    ADD 1 TO WS-VENDORS-REJECTED
                END-IF
            END-IF.

      * EVERY VENDOR AT OR OVER THE THRESHOLD, DEBIT OR CREDIT, IS
      * TAKEN; THE REST ARE THE POPULATION THE RANDOM PICKS ARE
      * DRAWN FROM.
       3500-SELECT-VENDORS.
            PERFORM 3510-TAKE-IF-OVER-THRESHOLD
                VARYING WS-VB-IX FROM 1 BY 1
                UNTIL WS-VB-IX > WS-VB-COUNT.
            IF WS-RANDOM-PICKS > WS-POPULATION-COUNT
                MOVE WS-POPULATION-COUNT TO WS-RANDOM-PICKS
            END-IF.
            PERFORM 3550-DRAW-IF-PICKED
                VARYING WS-VB-IX FROM 1 BY 1
                UNTIL WS-VB-IX > WS-VB-COUNT.

       3510-TAKE-IF-OVER-THRESHOLD.
            IF WS-VB-BALANCE(WS-VB-IX) NOT < WS-THRESHOLD-AMOUNT
                OR WS-VB-BALANCE(WS-VB-IX) NOT > - WS-THRESHOLD-AMOUNT
                MOVE "T" TO WS-VB-SELECTED-BY(WS-VB-IX)
                ADD 1 TO WS-BY-THRESHOLD
            ELSE
                ADD 1 TO WS-POPULATION-COUNT
            END-IF.

      * SEQUENTIAL RANDOM SELECTION - TAKE THIS VENDOR WITH THE
      * CHANCE (PICKS STILL NEEDED) / (VENDORS STILL TO COME).
       3550-DRAW-IF-PICKED.
            IF WS-VB-SELECTED-BY(WS-VB-IX) = SPACE
                COMPUTE WS-REMAINING-ITEMS =
                    WS-POPULATION-COUNT - WS-POPULATION-SEEN
                COMPUTE WS-REMAINING-PICKS =
                    WS-RANDOM-PICKS - WS-PICKS-DRAWN
                ADD 1 TO WS-POPULATION-SEEN
                PERFORM 7000-NEXT-RANDOM
                COMPUTE WS-DRAW-POINT =
                    WS-REMAINING-ITEMS * WS-RANDOM-FRACTION
                IF WS-REMAINING-PICKS > ZERO
                    AND WS-DRAW-POINT < WS-REMAINING-PICKS
                    MOVE "R" TO WS-VB-SELECTED-BY(WS-VB-IX)
                    ADD 1 TO WS-PICKS-DRAWN
                    ADD 1 TO WS-BY-RANDOM
                END-IF
            END-IF.

       3800-CONFIRM-SELECTED.
            IF WS-VB-SELECTED-BY(WS-VB-IX) NOT = SPACE
                ADD 1 TO WS-VENDORS-CONSIDERED
                MOVE WS-VB-VENDOR(WS-VB-IX) TO WS-LETTER-VENDOR
                MOVE WS-VB-SELECTED-BY(WS-VB-IX)
                    TO WS-LETTER-SELECTED-BY
                PERFORM 5000-CONFIRM-ONE-VENDOR
            END-IF.

      ******************************************************************
      * ONE LETTER - THE VENDOR MUST BE ON THE MASTER, AND A REPLY
      * ALREADY ON THE LOG FOR THE CUT-OFF STOPS ANOTHER LETTER.
      ******************************************************************
       5000-CONFIRM-ONE-VENDOR.
            MOVE WS-LETTER-VENDOR TO VENDOR-NUMBER.
            READ VENDOR-FILE
                INVALID KEY
                    DISPLAY "VENDOR " WS-LETTER-VENDOR
                        " NOT ON VENDOR-FILE - NO LETTER"
                    ADD 1 TO WS-VENDORS-REJECTED
                NOT INVALID KEY
                    PERFORM 5100-CHECK-THE-LOG
            END-READ.

       5100-CHECK-THE-LOG.
            MOVE WS-CUTOFF-DATE TO CF-CUTOFF-DATE.
            MOVE WS-LETTER-VENDOR TO CF-VENDOR-NUMBER.
            MOVE "N" TO WS-LOG-ON-FILE-SWITCH.
            READ CONFIRM-LOG-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-LOG-ON-FILE TO TRUE
            END-READ.
            IF WS-LOG-ON-FILE AND NOT CF-STATUS-SENT
                DISPLAY "VENDOR " WS-LETTER-VENDOR " ALREADY "
                    "REPLIED FOR " WS-CUTOFF-DATE " - NO LETTER"
                ADD 1 TO WS-ALREADY-ANSWERED
            ELSE
                PERFORM 5200-PRINT-THE-LETTER
                PERFORM 5800-LOG-THE-LETTER
            END-IF.

       5200-PRINT-THE-LETTER.
            PERFORM 7900-PRINT-STANDARD-HEADING.
            MOVE SPACES TO LETTER-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            IF WS-LOG-ON-FILE
                MOVE "BALANCE CONFIRMATION - SECOND REQUEST"
                    TO WS-LT-TITLE
            ELSE
                MOVE "BALANCE CONFIRMATION REQUEST" TO WS-LT-TITLE
            END-IF.
            MOVE WS-RUN-DATE TO WS-LT-DATE.
            MOVE WS-LETTER-TITLE TO LETTER-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE SPACES TO LETTER-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            PERFORM 5300-PRINT-ADDRESS.
            PERFORM 5400-PRINT-REQUEST-TEXT.
            PERFORM 5500-PRINT-OPEN-ITEMS.
            PERFORM 5600-PRINT-REPLY-SECTION.
            ADD 1 TO WS-LETTERS-PRINTED.
            ADD WS-LETTER-BALANCE TO WS-TOTAL-CONFIRMED.

      * THE LETTER GOES TO THE VENDOR'S CONTACT; A VENDOR WITH NONE
      * ON FILE IS ADDRESSED TO ITS ACCOUNTS RECEIVABLE.
       5300-PRINT-ADDRESS.
            MOVE VENDOR-NAME TO WS-AL-TEXT.
            MOVE WS-ADDRESS-LINE TO LETTER-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            IF VENDOR-CONTACT = SPACES
                MOVE "ATTN: ACCOUNTS RECEIVABLE" TO WS-AL-TEXT
            ELSE
                MOVE SPACES TO WS-AL-TEXT
                STRING "ATTN: " DELIMITED BY SIZE
                       VENDOR-CONTACT DELIMITED BY SIZE
                    INTO WS-AL-TEXT
            END-IF.
            MOVE WS-ADDRESS-LINE TO LETTER-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE VENDOR-ADDRESS-1 TO WS-AL-TEXT.
            MOVE WS-ADDRESS-LINE TO LETTER-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            IF VENDOR-ADDRESS-2 NOT = SPACES
                MOVE VENDOR-ADDRESS-2 TO WS-AL-TEXT
                MOVE WS-ADDRESS-LINE TO LETTER-PRINT-LINE
                PERFORM 8000-WRITE-PRINT-LINE
            END-IF.
            MOVE VENDOR-CITY TO WS-CL-CITY.
            MOVE VENDOR-STATE TO WS-CL-STATE.
            MOVE VENDOR-ZIP TO WS-CL-ZIP.
            MOVE WS-CITY-LINE TO LETTER-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE SPACES TO LETTER-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

       5400-PRINT-REQUEST-TEXT.
            MOVE "OUR AUDITORS ARE EXAMINING OUR FINANCIAL STATEMENTS."
                TO WS-TX-TEXT.
            PERFORM 8200-PRINT-TEXT.
            MOVE "PLEASE COMPARE THE ITEMS BELOW, WHICH OUR RECORDS "
                TO WS-TX-TEXT.
            MOVE "SHOW AS OWED TO YOU" TO WS-TX-TEXT(51:).
            PERFORM 8200-PRINT-TEXT.
            MOVE SPACES TO WS-TX-TEXT.
            STRING "AT THE CLOSE OF BUSINESS ON " DELIMITED BY SIZE
                   WS-CUTOFF-DATE DELIMITED BY SIZE
                   ", WITH YOUR OWN RECORDS, AND COMPLETE"
                       DELIMITED BY SIZE
                INTO WS-TX-TEXT.
            PERFORM 8200-PRINT-TEXT.
            MOVE "AND SIGN THE REPLY BELOW.  THIS IS NOT A REQUEST FOR "
                TO WS-TX-TEXT.
            MOVE "PAYMENT, AND A" TO WS-TX-TEXT(54:).
            PERFORM 8200-PRINT-TEXT.
            MOVE "STATEMENT OF ACCOUNT CANNOT TAKE THE PLACE OF THE "
                TO WS-TX-TEXT.
            MOVE "SIGNED REPLY." TO WS-TX-TEXT(51:).
            PERFORM 8200-PRINT-TEXT.
            MOVE SPACES TO LETTER-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

      * EVERY ITEM OPEN AT THE CUT-OFF, IN INVOICE NUMBER ORDER.  A
      * PREPAYMENT PAID BY THEN IS MONEY THE VENDOR HOLDS OF OURS
      * AND TAKES THE BALANCE DOWN.
       5500-PRINT-OPEN-ITEMS.
            MOVE WS-ITEM-HEADING TO LETTER-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE ZERO TO WS-LETTER-BALANCE.
            MOVE ZERO TO WS-LETTER-ITEMS.
            MOVE "N" TO WS-SCAN-SWITCH.
            MOVE WS-LETTER-VENDOR TO INV-VENDOR-NUMBER.
            MOVE LOW-VALUES TO INV-INVOICE-NUMBER.
            START INVOICE-FILE KEY IS NOT LESS THAN INV-KEY
                INVALID KEY SET WS-SCAN-DONE TO TRUE
            END-START.
            IF NOT WS-SCAN-DONE
                PERFORM 8100-READ-NEXT-INVOICE
            END-IF.
            PERFORM 5510-PRINT-ONE-ITEM
                UNTIL WS-SCAN-DONE
                OR INV-VENDOR-NUMBER NOT = WS-LETTER-VENDOR.
            IF WS-LETTER-ITEMS = ZERO
                MOVE "NO ITEMS OPEN AT THE CUT-OFF DATE" TO WS-TX-TEXT
                PERFORM 8200-PRINT-TEXT
            END-IF.
            MOVE SPACES TO LETTER-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-CUTOFF-DATE TO WS-BL-DATE.
            MOVE WS-LETTER-BALANCE TO WS-BL-AMOUNT.
            IF VENDOR-CURR-HOME
                MOVE "USD" TO WS-BL-CURRENCY
            ELSE
                MOVE VENDOR-CURRENCY-CODE TO WS-BL-CURRENCY
            END-IF.
            MOVE WS-BALANCE-LINE TO LETTER-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE SPACES TO LETTER-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

       5510-PRINT-ONE-ITEM.
            PERFORM 6000-TEST-ITEM-AS-OF.
            IF WS-ITEM-OPEN
                MOVE INV-INVOICE-NUMBER TO WS-ID-INVOICE
                MOVE INV-INVOICE-DATE TO WS-ID-INVOICE-DATE
                MOVE INV-DUE-DATE TO WS-ID-DUE-DATE
                IF INV-COMPANY-CODE = SPACES
                    MOVE "01" TO WS-ID-COMPANY
                ELSE
                    MOVE INV-COMPANY-CODE TO WS-ID-COMPANY
                END-IF
                MOVE WS-ITEM-AMOUNT TO WS-ID-AMOUNT
                IF WS-ITEM-ADVANCE
                    MOVE "ADVANCE" TO WS-ID-NOTE
                ELSE IF INV-DOC-CREDIT
                    MOVE "CREDIT" TO WS-ID-NOTE
                ELSE
                    MOVE SPACES TO WS-ID-NOTE
                END-IF
                MOVE WS-ITEM-DETAIL TO LETTER-PRINT-LINE
                PERFORM 8000-WRITE-PRINT-LINE
                ADD WS-ITEM-AMOUNT TO WS-LETTER-BALANCE
                ADD 1 TO WS-LETTER-ITEMS
            END-IF.
            PERFORM 8100-READ-NEXT-INVOICE.

       5600-PRINT-REPLY-SECTION.
            PERFORM 5700-PRINT-RULE.
            MOVE "REPLY - PLEASE MARK ONE, SIGN, AND RETURN THIS "
                TO WS-TX-TEXT.
            MOVE "SECTION TO OUR AUDITORS" TO WS-TX-TEXT(48:).
            PERFORM 8200-PRINT-TEXT.
            MOVE WS-CUTOFF-DATE TO WS-RF-CUTOFF.
            MOVE WS-LETTER-VENDOR TO WS-RF-VENDOR.
            MOVE WS-REFERENCE-LINE TO LETTER-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE SPACES TO LETTER-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE "[  ]  THE BALANCE SHOWN ABOVE AGREES WITH OUR "
                TO WS-TX-TEXT.
            MOVE "RECORDS." TO WS-TX-TEXT(47:).
            PERFORM 8200-PRINT-TEXT.
            MOVE SPACES TO LETTER-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE "[  ]  THE BALANCE DOES NOT AGREE.  OUR RECORDS SHOW "
                TO WS-TX-TEXT.
            MOVE "______________" TO WS-TX-TEXT(52:).
            PERFORM 8200-PRINT-TEXT.
            MOVE "      THE DIFFERENCES ARE (INVOICE, DATE, AMOUNT, "
                TO WS-TX-TEXT.
            MOVE "EXPLANATION):" TO WS-TX-TEXT(51:).
            PERFORM 8200-PRINT-TEXT.
            MOVE ALL "_" TO WS-TX-TEXT(7:66).
            PERFORM 8200-PRINT-TEXT.
            MOVE ALL "_" TO WS-TX-TEXT(7:66).
            PERFORM 8200-PRINT-TEXT.
            MOVE ALL "_" TO WS-TX-TEXT(7:66).
            PERFORM 8200-PRINT-TEXT.
            MOVE SPACES TO LETTER-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE SPACES TO WS-TX-TEXT.
            STRING "COMPANY  " DELIMITED BY SIZE
                   VENDOR-NAME DELIMITED BY SIZE
                INTO WS-TX-TEXT.
            PERFORM 8200-PRINT-TEXT.
            MOVE SPACES TO LETTER-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE "SIGNED ____________________  TITLE ______________"
                TO WS-TX-TEXT.
            MOVE "  DATE __________" TO WS-TX-TEXT(51:).
            PERFORM 8200-PRINT-TEXT.
            PERFORM 5700-PRINT-RULE.

       5700-PRINT-RULE.
            MOVE ALL "-" TO WS-TX-TEXT(1:72).
            PERFORM 8200-PRINT-TEXT.

      * THE LETTER GOES ON THE LOG SENT, WITH THE BALANCE PRINTED.
      * A SECOND REQUEST REFRESHES THE SAME RECORD - THE BALANCE AT
      * THE CUT-OFF CAN HAVE MOVED IF A BACK-DATED ITEM WENT IN.
       5800-LOG-THE-LETTER.
            IF NOT WS-LOG-ON-FILE
                MOVE SPACES TO CONFIRM-LOG-RECORD
                MOVE WS-CUTOFF-DATE TO CF-CUTOFF-DATE
                MOVE WS-LETTER-VENDOR TO CF-VENDOR-NUMBER
                MOVE WS-LETTER-SELECTED-BY TO CF-SELECTED-BY
                MOVE ZERO TO CF-REPLY-DATE
                MOVE ZERO TO CF-VENDOR-BALANCE
                MOVE ZERO TO CF-DIFFERENCE
            END-IF.
            SET CF-STATUS-SENT TO TRUE.
            MOVE WS-LETTER-BALANCE TO CF-RECORDED-BALANCE.
            MOVE WS-LETTER-ITEMS TO CF-OPEN-ITEMS.
            MOVE WS-RUN-DATE TO CF-SENT-DATE.
            MOVE WS-RUN-DATE TO CF-LAST-CHANGE-DATE.
            MOVE WS-RL-PROGRAM TO CF-LAST-CHANGE-OPERATOR.
            IF WS-LOG-ON-FILE
                REWRITE CONFIRM-LOG-RECORD
                ADD 1 TO WS-SECOND-REQUESTS
            ELSE
                WRITE CONFIRM-LOG-RECORD
            END-IF.
            IF NOT WS-CONFIRM-LOG-OK
                DISPLAY "UNABLE TO LOG CONFIRMATION FOR VENDOR "
                    WS-LETTER-VENDOR ", STATUS = "
                    WS-CONFIRM-LOG-STATUS
            END-IF.

      ******************************************************************
      * THE AS-OF TEST, AS APAGE01'S RERUN APPLIES IT - AN ITEM WAS
      * OPEN AT THE CUT-OFF IF IT EXISTED BY THEN, WAS NOT REJECTED,
      * AND WAS NOT YET PAID.  IT COUNTS AT ITS GROSS: PAID-TO-DATE
      * REFLECTS PARTIALS TAKEN SINCE, AND THE RECORD DOESN'T DATE
      * THEM.  A PREPAYMENT PAID BY THE CUT-OFF IS AN ADVANCE, AT
      * ITS GROSS AGAINST THE VENDOR.
      ******************************************************************
       6000-TEST-ITEM-AS-OF.
            MOVE "N" TO WS-ITEM-OPEN-SWITCH.
            MOVE "N" TO WS-ITEM-ADVANCE-SWITCH.
            MOVE ZERO TO WS-ITEM-AMOUNT.
            IF INV-INVOICE-DATE > WS-CUTOFF-DATE
                CONTINUE
            ELSE IF INV-STATUS-REJECTED
                CONTINUE
            ELSE IF INV-DOC-PREPAYMENT AND INV-STATUS-PAID
                AND INV-PAID-DATE NOT > WS-CUTOFF-DATE
                SET WS-ITEM-OPEN TO TRUE
                SET WS-ITEM-ADVANCE TO TRUE
                COMPUTE WS-ITEM-AMOUNT = ZERO - INV-AMOUNT
            ELSE IF INV-STATUS-PAID
                AND INV-PAID-DATE NOT > WS-CUTOFF-DATE
                CONTINUE
            ELSE
                SET WS-ITEM-OPEN TO TRUE
                MOVE INV-AMOUNT TO WS-ITEM-AMOUNT
            END-IF.

       7000-NEXT-RANDOM.
            COMPUTE WS-RANDOM-PRODUCT = WS-RANDOM-STATE * 16807.
            DIVIDE WS-RANDOM-PRODUCT BY 2147483647
                GIVING WS-RANDOM-QUOTIENT
                REMAINDER WS-RANDOM-STATE.
            COMPUTE WS-RANDOM-FRACTION =
                WS-RANDOM-STATE / 2147483647.

      * PRINT THE STANDARD COMPANY/RUN-DATE/RUN-TIME/PAGE-NUMBER
      * HEADING (SEE RPTHDR1.cbl) AT THE TOP OF EACH LETTER.
       7900-PRINT-STANDARD-HEADING.
            ADD 1 TO WS-RPT-PAGE-COUNT.
            MOVE WS-RPT-PAGE-COUNT TO WS-RPT-PAGE-NUMBER.
            ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RPT-RUN-TIME FROM TIME.
            MOVE WS-RPT-HEADING-LINE-1 TO LETTER-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-RPT-HEADING-LINE-2 TO LETTER-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

       8000-WRITE-PRINT-LINE.
            WRITE LETTER-PRINT-LINE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO WRITE CONFIRMATION PRINT, STATUS = "
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

       8200-PRINT-TEXT.
            MOVE WS-TEXT-LINE TO LETTER-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE SPACES TO WS-TX-TEXT.

       9000-TERMINATE.
            DISPLAY "VENDORS CONSIDERED      : " WS-VENDORS-CONSIDERED.
            IF WS-METHOD-THRESHOLD
                DISPLAY "  OVER THE THRESHOLD    : " WS-BY-THRESHOLD
                DISPLAY "  RANDOM PICKS          : " WS-BY-RANDOM
                DISPLAY "  FROM A POPULATION OF  : "
                    WS-POPULATION-COUNT
            END-IF.
            DISPLAY "LETTERS PRINTED         : " WS-LETTERS-PRINTED.
            DISPLAY "  SECOND REQUESTS       : " WS-SECOND-REQUESTS.
            DISPLAY "ALREADY REPLIED         : " WS-ALREADY-ANSWERED.
            DISPLAY "REJECTED                : " WS-VENDORS-REJECTED.
            DISPLAY "BALANCE CONFIRMED       : " WS-TOTAL-CONFIRMED.
            MOVE "E" TO WS-RL-FUNCTION.
            MOVE WS-VENDORS-CONSIDERED TO WS-RL-RECORDS-IN.
            MOVE WS-LETTERS-PRINTED TO WS-RL-RECORDS-OUT.
            MOVE WS-VENDORS-REJECTED TO WS-RL-REJECTS.
            MOVE "BALANCE CONFIRMED" TO WS-RL-LABEL.
            MOVE WS-TOTAL-CONFIRMED TO WS-RL-VALUE.
            IF WS-RUN-ABANDONED
                MOVE "NOT RUN" TO WS-RL-STATUS-TEXT
            ELSE IF WS-VENDORS-REJECTED = ZERO
                MOVE "CLEAN" TO WS-RL-STATUS-TEXT
            ELSE
                MOVE "CHECK" TO WS-RL-STATUS-TEXT
            END-IF.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
       END PROGRAM CNFGEN01.

      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Spend analytics extract.  Finance and
      *              purchasing keep asking the same question - what
      *              did each cost center spend, with whom, on what
      *              account, month by month - and keep answering it
      *              by hand from the GL.  This run builds the answer
      *              straight from AP: every invoice's distribution
      *              lines (ID-GL-ACCOUNT, ID-COST-CENTER, ID-AMOUNT)
      *              on the invoiced basis, and every payment posting
      *              prorated across the same lines on the paid
      *              basis, the way GLEXT01 codes a payment.  An
      *              undistributed invoice falls to the vendor's own
      *              expense account with no cost center.  Each row
      *              carries the company code and the amount in the
      *              vendor's currency and in home currency through
      *              CURCONV01.  The rows are sorted and summed into
      *              one CSV line per basis/company/cost center/
      *              vendor/account/month (SPNCUB.CSV) for the
      *              spreadsheet people, and the top ten vendors of
      *              every cost center print as a summary
      *              (SPNCUB.PRT).  PARM position 1 picks the basis -
      *              I invoiced, P paid, anything else both;
      *              positions 2-7 an optional YYYYMM to start from.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original spend analytics extract.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPNCUB01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLINV01.cbl".
           COPY "SLIDS01.cbl".
           COPY "SLPDL01.cbl".
           COPY "SLGLA01.cbl".
           COPY "SLVND01.cbl".
           SELECT SORT-WORK-FILE ASSIGN TO "SCSORT.TMP".
           SELECT SPEND-CSV-EXTRACT ASSIGN TO "SPNCUB.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           COPY "Hello-world.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDINV01.cbl".
           COPY "FDIDS01.cbl".
           COPY "FDPDL01.cbl".
           COPY "FDGLA01.cbl".
           COPY "fdvnd01.cbl".

      * ONE SORT RECORD PER CODED AMOUNT.  THE KEY GROUPS NEST SO
      * EACH CONTROL BREAK IS A SINGLE COMPARE - A NEW CELL, A NEW
      * VENDOR WITHIN THE COST CENTER, A NEW COST CENTER.
       SD  SORT-WORK-FILE.
       01  SW-RECORD.
           05 SW-CELL-KEY.
               10 SW-VENDOR-KEY.
                   15 SW-CC-KEY.
                       20 SW-BASIS      PIC X(01).
                       20 SW-COMPANY    PIC X(02).
                       20 SW-COST-CENTER
                                        PIC X(06).
                   15 SW-VENDOR         PIC 9(05).
               10 SW-ACCOUNT            PIC X(08).
               10 SW-MONTH              PIC 9(06).
           05 SW-CURRENCY               PIC X(03).
           05 SW-AMOUNT                 PIC S9(09)V99.
           05 SW-HOME-AMOUNT            PIC S9(11)V99.
           05 SW-CONVERTED              PIC X(01).

       FD  SPEND-CSV-EXTRACT
           LABEL RECORDS ARE STANDARD.
       01  SPEND-CSV-LINE              PIC X(200).

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SPEND-PRINT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-INVOICE-FILE-STATUS     PIC X(02).
           88 WS-INVOICE-FILE-OK          VALUE "00".
           88 WS-INVOICE-FILE-EOF         VALUE "10".
           88 WS-INVOICE-FILE-NOT-FOUND   VALUE "23".
       01  WS-INVOICE-DIST-STATUS     PIC X(02).
           88 WS-INVOICE-DIST-OK          VALUE "00".
           88 WS-INVOICE-DIST-EOF         VALUE "10".
           88 WS-INVOICE-DIST-MISSING     VALUE "35".
       01  WS-PAYMENT-DTL-STATUS      PIC X(02).
           88 WS-PAYMENT-DTL-OK           VALUE "00".
           88 WS-PAYMENT-DTL-EOF          VALUE "10".
           88 WS-PAYMENT-DTL-MISSING      VALUE "35".
       01  WS-GL-ACCOUNT-STATUS       PIC X(02).
           88 WS-GL-ACCOUNT-OK            VALUE "00".
           88 WS-GL-ACCOUNT-NOT-FOUND     VALUE "23".
           88 WS-GL-ACCOUNT-MISSING       VALUE "35".
       01  WS-VENDOR-FILE-STATUS      PIC X(02).
           88 WS-VENDOR-FILE-OK           VALUE "00".
           88 WS-VENDOR-FILE-NOT-FOUND    VALUE "23".
       01  WS-EXTRACT-STATUS          PIC X(02).
           88 WS-EXTRACT-OK               VALUE "00".
       01  WS-PRINT-FILE-NAME         PIC X(20).
       01  WS-PRINT-FILE-STATUS       PIC X(02).
           88 WS-PRINT-FILE-OK            VALUE "00".

       01  WS-RUN-OK-SWITCH            PIC X(01) VALUE "Y".
           88 WS-RUN-OK                    VALUE "Y".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88 WS-NO-MORE-INPUT             VALUE "Y".
       01  WS-SORT-EOF-SWITCH          PIC X(01) VALUE "N".
           88 WS-NO-MORE-ROWS              VALUE "Y".

      * PARM - BASIS IN POSITION 1, OPTIONAL FROM-MONTH AFTER IT.
       01  WS-PARM-VALUE.
           05 WS-PARM-BASIS            PIC X(01).
           05 WS-PARM-FROM-MONTH       PIC X(06).
       01  WS-BASIS-SWITCH             PIC X(01) VALUE "B".
           88 WS-BASIS-INVOICED-ONLY       VALUE "I".
           88 WS-BASIS-PAID-ONLY           VALUE "P".
           88 WS-BASIS-BOTH                VALUE "B".
       01  WS-FROM-MONTH               PIC 9(06) VALUE ZERO.

      * THE CHART ACCOUNTS THE RUN KNOWS ON ITS OWN - THE SAME
      * DEFAULT EXPENSE AND PREPAYMENT ASSET GLEXT01 USES.
       01  WS-DEFAULT-EXPENSE          PIC X(08) VALUE "60000000".
       01  WS-PREPAY-ASSET             PIC X(08) VALUE "13500000".
       01  WS-EXPENSE-ACCOUNT          PIC X(08).

      * THE ROW BEING BUILT FOR THE SORT.
       01  WS-ROW-BASIS                PIC X(01).
       01  WS-ROW-COMPANY              PIC X(02).
       01  WS-ROW-VENDOR               PIC 9(05).
       01  WS-ROW-DATE                 PIC 9(08).
       01  WS-ROW-DATE-PARTS REDEFINES WS-ROW-DATE.
           05 WS-ROW-MONTH             PIC 9(06).
           05 FILLER                   PIC 9(02).
       01  WS-ROW-CURRENCY             PIC X(03).
       01  WS-ROW-SIGN                 PIC S9(01).
       01  WS-ROW-AMOUNT               PIC S9(09)V99.

      * THE INVOICE'S DISTRIBUTION LINES, SPREAD OVER A PAYMENT THE
      * SAME WAY GLEXT01 SPREADS A POSTED AMOUNT - THE LAST LINE
      * TAKES THE ROUNDING REMAINDER.
       01  WS-DIST-SCAN-SWITCH         PIC X(01).
           88 WS-DIST-SCAN-DONE            VALUE "Y".
       01  WS-DL-COUNT                 PIC 9(02) COMP.
       01  WS-DL-IX                    PIC 9(02) COMP.
       01  WS-DL-TABLE.
           05 WS-DL-ENTRY OCCURS 20 TIMES.
               10 WS-DL-ACCOUNT        PIC X(08).
               10 WS-DL-COST-CENTER    PIC X(06).
               10 WS-DL-AMOUNT         PIC S9(09)V99.
       01  WS-PRORATED-AMOUNT          PIC S9(09)V99.
       01  WS-PRORATE-LEFT             PIC S9(09)V99.

      * FIELDS FOR THE CURCONV01 HOME-CURRENCY CALL.
       01  WS-CC-CURRENCY              PIC X(03).
       01  WS-CC-AMOUNT-IN             PIC S9(09)V99.
       01  WS-CC-AS-OF-DATE            PIC 9(08).
       01  WS-CC-AMOUNT-OUT            PIC S9(11)V99.
       01  WS-CC-RATE-DATE             PIC 9(08).
       01  WS-CC-RESULT                PIC X(01).
           88 WS-CC-CONVERTED              VALUE "Y".
           88 WS-CC-NO-RATE                VALUE "N".

      * THE CELL BEING SUMMED, WITH THE SAME NESTED KEY AS THE SORT
      * RECORD, AND THE VENDOR AND COST CENTER IT BELONGS TO.
       01  WS-HAVE-HELD-SWITCH         PIC X(01) VALUE "N".
           88 WS-HAVE-HELD                 VALUE "Y".
       01  WS-HOLD-CELL-KEY.
           05 WS-HOLD-VENDOR-KEY.
               10 WS-HOLD-CC-KEY.
                   15 WS-HOLD-BASIS    PIC X(01).
                   15 WS-HOLD-COMPANY  PIC X(02).
                   15 WS-HOLD-COST-CENTER
                                       PIC X(06).
               10 WS-HOLD-VENDOR       PIC 9(05).
           05 WS-HOLD-ACCOUNT          PIC X(08).
           05 WS-HOLD-MONTH            PIC 9(06).
       01  WS-HOLD-CURRENCY            PIC X(03).
       01  WS-HOLD-AMOUNT              PIC S9(11)V99.
       01  WS-HOLD-HOME-AMOUNT         PIC S9(13)V99.
       01  WS-HOLD-CONVERTED           PIC X(01).
       01  WS-HOLD-VENDOR-NAME         PIC X(30).
       01  WS-VENDOR-HOME-TOTAL        PIC S9(13)V99.
       01  WS-CC-HOME-TOTAL            PIC S9(13)V99.
       01  WS-CC-VENDOR-COUNT          PIC 9(05) COMP.

      * THE COST CENTER'S TEN BIGGEST VENDORS, KEPT IN DESCENDING
      * ORDER AS EACH VENDOR'S TOTAL COMES OFF THE SORT.
       01  WS-TOP-LIMIT                PIC 9(02) COMP VALUE 10.
       01  WS-TOP-COUNT                PIC 9(02) COMP.
       01  WS-TOP-IX                   PIC 9(02) COMP.
       01  WS-TOP-POS                  PIC 9(02) COMP.
       01  WS-TOP-TABLE.
           05 WS-TOP-ENTRY OCCURS 10 TIMES.
               10 WS-TOP-VENDOR        PIC 9(05).
               10 WS-TOP-NAME          PIC X(30).
               10 WS-TOP-AMOUNT        PIC S9(13)V99.
       01  WS-TOP-SWAP.
           05 WS-SWAP-VENDOR           PIC 9(05).
           05 WS-SWAP-NAME             PIC X(30).
           05 WS-SWAP-AMOUNT           PIC S9(13)V99.
       01  WS-BUBBLE-SWITCH            PIC X(01).
           88 WS-BUBBLE-DONE               VALUE "Y".
       01  WS-TOP-SHOWN                PIC S9(13)V99.

       01  WS-BATCH-CONTROLS.
           05 WS-INVOICES-READ         PIC 9(07) COMP.
           05 WS-PAYMENTS-READ         PIC 9(07) COMP.
           05 WS-ROWS-RELEASED         PIC 9(07) COMP.
           05 WS-ROWS-NO-RATE          PIC 9(07) COMP.
           05 WS-CELLS-WRITTEN         PIC 9(07) COMP.
           05 WS-COST-CENTERS          PIC 9(05) COMP.
           05 WS-INVOICED-HOME-TOTAL   PIC S9(13)V99 COMP-3.
           05 WS-PAID-HOME-TOTAL       PIC S9(13)V99 COMP-3.

      * FIELDS FOR THE RUNLOG01 RUN-CONTROL CALLS.
       01  WS-RL-FUNCTION            PIC X(01).
       01  WS-RL-PROGRAM             PIC X(08) VALUE "SPNCUB01".
       01  WS-RL-LABEL               PIC X(24).
       01  WS-RL-VALUE               PIC S9(13)V99.
       01  WS-RL-RECORDS-IN          PIC 9(07) VALUE ZERO.
       01  WS-RL-RECORDS-OUT         PIC 9(07) VALUE ZERO.
       01  WS-RL-REJECTS             PIC 9(07) VALUE ZERO.
       01  WS-RL-STATUS-TEXT         PIC X(08).

       01  WS-CSV-AMOUNT               PIC 9(11).99-.
       01  WS-CSV-HOME-AMOUNT          PIC 9(13).99-.

       01  WS-CSV-HEADING.
           05 FILLER PIC X(40) VALUE
               "BASIS,COMPANY,COST-CENTER,VENDOR-NUMBER,".
           05 FILLER PIC X(40) VALUE
               "VENDOR-NAME,GL-ACCOUNT,MONTH,CURRENCY,".
           05 FILLER PIC X(40) VALUE
               "AMOUNT,HOME-AMOUNT,CONVERTED".

           COPY "RPTHDR1.cbl".

       01  WS-REPORT-TITLE.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 FILLER                PIC X(40) VALUE
               "TOP VENDORS BY COST CENTER - HOME SPEND".

       01  WS-CC-HEADING-LINE.
           05 WS-CH-BASIS           PIC X(08).
           05 FILLER                PIC X(10) VALUE "  COMPANY ".
           05 WS-CH-COMPANY         PIC X(02).
           05 FILLER                PIC X(14) VALUE
               "  COST CENTER ".
           05 WS-CH-COST-CENTER     PIC X(06).
           05 FILLER                PIC X(10) VALUE
               "  VENDORS ".
           05 WS-CH-VENDORS         PIC ZZ,ZZ9.
           05 FILLER                PIC X(09) VALUE "  TOTAL $".
           05 WS-CH-TOTAL           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-COLUMN-HEADING.
           05 FILLER                PIC X(06) VALUE "  RANK".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE "VENDOR".
           05 FILLER                PIC X(32) VALUE "NAME".
           05 FILLER                PIC X(18) VALUE
               "       HOME SPEND".
           05 FILLER                PIC X(08) VALUE "   SHARE".

       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 WS-D-RANK             PIC Z9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-D-VENDOR           PIC 9(05).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-D-NAME             PIC X(30).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-D-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-D-SHARE            PIC ZZ9.9-.
           05 FILLER                PIC X(01) VALUE "%".
       01  WS-SHARE                 PIC S9(03)V9.

       01  WS-OTHERS-LINE.
           05 FILLER                PIC X(16) VALUE SPACES.
           05 FILLER                PIC X(19) VALUE
               "ALL OTHER VENDORS (".
           05 WS-O-COUNT            PIC ZZ,ZZ9.
           05 FILLER                PIC X(01) VALUE ")".
           05 FILLER                PIC X(06) VALUE SPACES.
           05 WS-O-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-TOTAL-LINE.
           05 FILLER                PIC X(24) VALUE
               "INVOICED HOME SPEND   $".
           05 WS-T-INVOICED         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(19) VALUE
               "  PAID HOME SPEND $".
           05 WS-T-PAID             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE.
            MOVE "S" TO WS-RL-FUNCTION.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            PERFORM 1000-INITIALIZE.
            IF WS-RUN-OK
                SORT SORT-WORK-FILE
                    ON ASCENDING KEY SW-BASIS SW-COMPANY
                        SW-COST-CENTER SW-VENDOR SW-ACCOUNT SW-MONTH
                    INPUT PROCEDURE IS 2000-LOAD-THE-SPEND
                    OUTPUT PROCEDURE IS 5000-SUM-AND-WRITE
            END-IF.
            PERFORM 9000-TERMINATE.
            STOP RUN.

      * THE INVOICE FILE IS NEEDED ON EITHER BASIS - IT IS THE SPEND
      * ON ONE AND THE CODING ON THE OTHER.  THE DISTRIBUTION AND
      * ACCOUNT FILES ARE OPTIONAL, AS IN GLEXT01.
       1000-INITIALIZE.
            INITIALIZE WS-BATCH-CONTROLS.
            ACCEPT WS-PARM-VALUE FROM COMMAND-LINE.
            IF WS-PARM-BASIS = "I" OR WS-PARM-BASIS = "P"
                MOVE WS-PARM-BASIS TO WS-BASIS-SWITCH
            END-IF.
            IF WS-PARM-FROM-MONTH NUMERIC
                MOVE WS-PARM-FROM-MONTH TO WS-FROM-MONTH
            END-IF.
            EVALUATE TRUE
                WHEN WS-BASIS-INVOICED-ONLY
                    DISPLAY "SPEND BASIS IS INVOICED"
                WHEN WS-BASIS-PAID-ONLY
                    DISPLAY "SPEND BASIS IS PAID"
                WHEN OTHER
                    DISPLAY "SPEND BASIS IS INVOICED AND PAID"
            END-EVALUATE.
            IF WS-FROM-MONTH > ZERO
                DISPLAY "SPEND FROM MONTH " WS-FROM-MONTH
            END-IF.
            OPEN INPUT INVOICE-FILE.
            IF NOT WS-INVOICE-FILE-OK
                DISPLAY "UNABLE TO OPEN INVOICE-FILE, STATUS = "
                    WS-INVOICE-FILE-STATUS
                MOVE "N" TO WS-RUN-OK-SWITCH
            END-IF.
            OPEN INPUT INVOICE-DIST-FILE.
            IF WS-INVOICE-DIST-MISSING
                DISPLAY "NO INVOICE-DIST-FILE - ALL SPEND CODES TO "
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

      ******************************************************************
      * INPUT PROCEDURE - EVERY CODED AMOUNT ON THE BASIS ASKED FOR.
      ******************************************************************
       2000-LOAD-THE-SPEND.
            IF NOT WS-BASIS-PAID-ONLY
                PERFORM 2100-LOAD-INVOICED
            END-IF.
            IF NOT WS-BASIS-INVOICED-ONLY
                PERFORM 2300-LOAD-PAID
            END-IF.

      * INVOICED BASIS - EVERY INVOICE AND CREDIT MEMO THAT WASN'T
      * REJECTED, IN THE MONTH OF ITS INVOICE DATE.  A PREPAYMENT
      * IS NOT SPEND UNTIL AN INVOICE CONSUMES IT, SO IT IS LEFT
      * OUT HERE; THE INVOICE IT IS APPLIED TO CARRIES THE SPEND.
       2100-LOAD-INVOICED.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE LOW-VALUES TO INV-KEY.
            START INVOICE-FILE KEY IS NOT LESS THAN INV-KEY
                INVALID KEY SET WS-NO-MORE-INPUT TO TRUE
            END-START.
            IF NOT WS-NO-MORE-INPUT
                PERFORM 8100-READ-NEXT-INVOICE
            END-IF.
            PERFORM 2110-LOAD-ONE-INVOICE UNTIL WS-NO-MORE-INPUT.

       2110-LOAD-ONE-INVOICE.
            ADD 1 TO WS-INVOICES-READ.
            MOVE INV-INVOICE-DATE TO WS-ROW-DATE.
            IF NOT INV-DOC-PREPAYMENT
                AND NOT INV-STATUS-REJECTED
                AND WS-ROW-MONTH NOT < WS-FROM-MONTH
                MOVE "I" TO WS-ROW-BASIS
                MOVE INV-VENDOR-NUMBER TO WS-ROW-VENDOR
                PERFORM 2800-SET-COMPANY-AND-CURRENCY
                IF INV-DOC-CREDIT
                    MOVE -1 TO WS-ROW-SIGN
                ELSE
                    MOVE 1 TO WS-ROW-SIGN
                END-IF
                MOVE ZERO TO WS-DL-COUNT
                PERFORM 2700-COLLECT-DIST-LINES
                IF WS-DL-COUNT > ZERO
                    PERFORM 2120-RELEASE-ONE-LINE
                        VARYING WS-DL-IX FROM 1 BY 1
                        UNTIL WS-DL-IX > WS-DL-COUNT
                ELSE
                    PERFORM 2750-LOOK-UP-ACCOUNT
                    COMPUTE WS-ROW-AMOUNT = INV-AMOUNT * WS-ROW-SIGN
                    MOVE WS-EXPENSE-ACCOUNT TO SW-ACCOUNT
                    MOVE SPACES TO SW-COST-CENTER
                    PERFORM 2900-RELEASE-THE-ROW
                END-IF
            END-IF.
            PERFORM 8100-READ-NEXT-INVOICE.

       2120-RELEASE-ONE-LINE.
            COMPUTE WS-ROW-AMOUNT =
                WS-DL-AMOUNT(WS-DL-IX) * WS-ROW-SIGN.
            MOVE WS-DL-ACCOUNT(WS-DL-IX) TO SW-ACCOUNT.
            MOVE WS-DL-COST-CENTER(WS-DL-IX) TO SW-COST-CENTER.
            PERFORM 2900-RELEASE-THE-ROW.

      * PAID BASIS - EVERY PAYMENT POSTING IN THE MONTH IT WAS PAID,
      * RETURNS INCLUDED AS THE NEGATIVES THEY ARE.  A PAYMENT ON AN
      * INVOICE IS SPREAD ACROSS THAT INVOICE'S DISTRIBUTION LINES;
      * A PAYMENT AGAINST A PREPAYMENT IS THE PREPAYMENT ASSET.
       2300-LOAD-PAID.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT PAYMENT-DETAIL-FILE.
            IF WS-PAYMENT-DTL-MISSING
                DISPLAY "NO PAYMENT-DETAIL-FILE - NO PAID-BASIS SPEND"
                SET WS-NO-MORE-INPUT TO TRUE
            ELSE IF NOT WS-PAYMENT-DTL-OK
                DISPLAY "UNABLE TO OPEN PAYMENT-DETAIL-FILE, "
                    "STATUS = " WS-PAYMENT-DTL-STATUS
                SET WS-NO-MORE-INPUT TO TRUE
            END-IF.
            IF NOT WS-NO-MORE-INPUT
                PERFORM 8200-READ-NEXT-PAYMENT
            END-IF.
            PERFORM 2310-LOAD-ONE-PAYMENT UNTIL WS-NO-MORE-INPUT.
            CLOSE PAYMENT-DETAIL-FILE.

       2310-LOAD-ONE-PAYMENT.
            ADD 1 TO WS-PAYMENTS-READ.
            MOVE PD-PAYMENT-DATE TO WS-ROW-DATE.
            IF WS-ROW-MONTH NOT < WS-FROM-MONTH
                MOVE "P" TO WS-ROW-BASIS
                MOVE PD-VENDOR-NUMBER TO WS-ROW-VENDOR
                PERFORM 2320-CODE-THE-PAYMENT
            END-IF.
            PERFORM 8200-READ-NEXT-PAYMENT.

       2320-CODE-THE-PAYMENT.
            MOVE ZERO TO WS-DL-COUNT.
            MOVE SPACES TO INV-COMPANY-CODE.
            MOVE SPACES TO INV-DOC-TYPE.
            MOVE ZERO TO INV-AMOUNT.
            IF PD-INVOICE-NUMBER NOT = SPACES
                MOVE PD-VENDOR-NUMBER TO INV-VENDOR-NUMBER
                MOVE PD-INVOICE-NUMBER TO INV-INVOICE-NUMBER
                READ INVOICE-FILE
                    INVALID KEY
                        MOVE SPACES TO INV-COMPANY-CODE
                        MOVE SPACES TO INV-DOC-TYPE
                        MOVE ZERO TO INV-AMOUNT
                    NOT INVALID KEY
                        IF INV-AMOUNT NOT = ZERO
                            AND NOT INV-DOC-PREPAYMENT
                            PERFORM 2700-COLLECT-DIST-LINES
                        END-IF
                END-READ
            END-IF.
            PERFORM 2800-SET-COMPANY-AND-CURRENCY.
            IF INV-DOC-PREPAYMENT
                MOVE PD-AMOUNT TO WS-ROW-AMOUNT
                MOVE WS-PREPAY-ASSET TO SW-ACCOUNT
                MOVE SPACES TO SW-COST-CENTER
                PERFORM 2900-RELEASE-THE-ROW
            ELSE IF WS-DL-COUNT > ZERO
                MOVE PD-AMOUNT TO WS-PRORATE-LEFT
                PERFORM 2330-PRORATE-ONE-LINE
                    VARYING WS-DL-IX FROM 1 BY 1
                    UNTIL WS-DL-IX > WS-DL-COUNT
            ELSE
                PERFORM 2750-LOOK-UP-ACCOUNT
                MOVE PD-AMOUNT TO WS-ROW-AMOUNT
                MOVE WS-EXPENSE-ACCOUNT TO SW-ACCOUNT
                MOVE SPACES TO SW-COST-CENTER
                PERFORM 2900-RELEASE-THE-ROW
            END-IF.

       2330-PRORATE-ONE-LINE.
            IF WS-DL-IX = WS-DL-COUNT
                MOVE WS-PRORATE-LEFT TO WS-ROW-AMOUNT
            ELSE
                COMPUTE WS-PRORATED-AMOUNT ROUNDED =
                    WS-DL-AMOUNT(WS-DL-IX) * PD-AMOUNT / INV-AMOUNT
                MOVE WS-PRORATED-AMOUNT TO WS-ROW-AMOUNT
                SUBTRACT WS-PRORATED-AMOUNT FROM WS-PRORATE-LEFT
            END-IF.
            MOVE WS-DL-ACCOUNT(WS-DL-IX) TO SW-ACCOUNT.
            MOVE WS-DL-COST-CENTER(WS-DL-IX) TO SW-COST-CENTER.
            PERFORM 2900-RELEASE-THE-ROW.

       2700-COLLECT-DIST-LINES.
            IF NOT WS-INVOICE-DIST-MISSING
                MOVE "N" TO WS-DIST-SCAN-SWITCH
                MOVE INV-VENDOR-NUMBER  TO ID-VENDOR-NUMBER
                MOVE INV-INVOICE-NUMBER TO ID-INVOICE-NUMBER
                MOVE ZERO TO ID-LINE-NUMBER
                START INVOICE-DIST-FILE KEY IS NOT LESS THAN ID-KEY
                    INVALID KEY SET WS-DIST-SCAN-DONE TO TRUE
                END-START
                IF NOT WS-DIST-SCAN-DONE
                    PERFORM 8300-READ-NEXT-DIST-LINE
                END-IF
                PERFORM 2710-HOLD-ONE-DIST-LINE
                    UNTIL WS-DIST-SCAN-DONE
                    OR ID-VENDOR-NUMBER NOT = INV-VENDOR-NUMBER
                    OR ID-INVOICE-NUMBER NOT = INV-INVOICE-NUMBER
                    OR WS-DL-COUNT >= 20
            END-IF.

       2710-HOLD-ONE-DIST-LINE.
            ADD 1 TO WS-DL-COUNT.
            MOVE ID-GL-ACCOUNT TO WS-DL-ACCOUNT(WS-DL-COUNT).
            MOVE ID-COST-CENTER TO WS-DL-COST-CENTER(WS-DL-COUNT).
            MOVE ID-AMOUNT TO WS-DL-AMOUNT(WS-DL-COUNT).
            PERFORM 8300-READ-NEXT-DIST-LINE.

       2750-LOOK-UP-ACCOUNT.
            MOVE WS-DEFAULT-EXPENSE TO WS-EXPENSE-ACCOUNT.
            IF NOT WS-GL-ACCOUNT-MISSING
                MOVE WS-ROW-VENDOR TO GA-VENDOR-NUMBER
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

      * THE COMPANY COMES OFF THE INVOICE (BLANK IS "01", AS IN
      * GLEXT01), THE CURRENCY OFF THE VENDOR MASTER.
       2800-SET-COMPANY-AND-CURRENCY.
            IF INV-COMPANY-CODE = SPACES
                MOVE "01" TO WS-ROW-COMPANY
            ELSE
                MOVE INV-COMPANY-CODE TO WS-ROW-COMPANY
            END-IF.
            MOVE WS-ROW-VENDOR TO VENDOR-NUMBER.
            READ VENDOR-FILE
                INVALID KEY
                    MOVE SPACES TO WS-ROW-CURRENCY
                NOT INVALID KEY
                    MOVE VENDOR-CURRENCY-CODE TO WS-ROW-CURRENCY
            END-READ.

      * HOME CURRENCY AS OF THE DAY THE AMOUNT HAPPENED - THE
      * INVOICE DATE ON ONE BASIS, THE PAYMENT DATE ON THE OTHER.
      * WITH NO RATE ON FILE THE AMOUNT GOES THROUGH UNCONVERTED
      * AND THE ROW IS FLAGGED SO THE SPREADSHEET CAN TELL.
       2900-RELEASE-THE-ROW.
            MOVE WS-ROW-CURRENCY TO WS-CC-CURRENCY.
            MOVE WS-ROW-AMOUNT TO WS-CC-AMOUNT-IN.
            MOVE WS-ROW-DATE TO WS-CC-AS-OF-DATE.
            CALL "CURCONV01" USING WS-CC-CURRENCY WS-CC-AMOUNT-IN
                WS-CC-AS-OF-DATE WS-CC-AMOUNT-OUT WS-CC-RATE-DATE
                WS-CC-RESULT.
            MOVE WS-ROW-BASIS TO SW-BASIS.
            MOVE WS-ROW-COMPANY TO SW-COMPANY.
            MOVE WS-ROW-VENDOR TO SW-VENDOR.
            MOVE WS-ROW-MONTH TO SW-MONTH.
            IF WS-ROW-CURRENCY = SPACES
                MOVE "USD" TO SW-CURRENCY
            ELSE
                MOVE WS-ROW-CURRENCY TO SW-CURRENCY
            END-IF.
            MOVE WS-ROW-AMOUNT TO SW-AMOUNT.
            MOVE WS-CC-AMOUNT-OUT TO SW-HOME-AMOUNT.
            IF WS-CC-NO-RATE
                MOVE "N" TO SW-CONVERTED
                ADD 1 TO WS-ROWS-NO-RATE
            ELSE
                MOVE "Y" TO SW-CONVERTED
            END-IF.
            IF WS-ROW-BASIS = "I"
                ADD WS-CC-AMOUNT-OUT TO WS-INVOICED-HOME-TOTAL
            ELSE
                ADD WS-CC-AMOUNT-OUT TO WS-PAID-HOME-TOTAL
            END-IF.
            RELEASE SW-RECORD.
            ADD 1 TO WS-ROWS-RELEASED.

      ******************************************************************
      * OUTPUT PROCEDURE - SUM EACH CELL TO A CSV LINE, RANK EACH
      * VENDOR WITHIN ITS COST CENTER, PRINT EACH COST CENTER'S TOP
      * TEN WHEN THE COST CENTER CHANGES.
      ******************************************************************
       5000-SUM-AND-WRITE.
            OPEN OUTPUT SPEND-CSV-EXTRACT.
            IF NOT WS-EXTRACT-OK
                DISPLAY "UNABLE TO OPEN SPEND-CSV-EXTRACT, STATUS = "
                    WS-EXTRACT-STATUS
            END-IF.
            WRITE SPEND-CSV-LINE FROM WS-CSV-HEADING.
            IF NOT WS-EXTRACT-OK
                DISPLAY "UNABLE TO WRITE SPEND-CSV-EXTRACT, STATUS = "
                    WS-EXTRACT-STATUS
            END-IF.
            MOVE "SPNCUB.PRT" TO WS-PRINT-FILE-NAME.
            OPEN OUTPUT PRINT-FILE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO OPEN SPEND SUMMARY, STATUS = "
                    WS-PRINT-FILE-STATUS
            END-IF.
            PERFORM 5900-PRINT-STANDARD-HEADING.
            MOVE WS-REPORT-TITLE TO SPEND-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            RETURN SORT-WORK-FILE
                AT END SET WS-NO-MORE-ROWS TO TRUE
            END-RETURN.
            PERFORM 5100-TAKE-ONE-ROW UNTIL WS-NO-MORE-ROWS.
            IF WS-HAVE-HELD
                PERFORM 5200-WRITE-THE-CELL
                PERFORM 5300-RANK-THE-VENDOR
                PERFORM 5400-PRINT-THE-COST-CENTER
            END-IF.
            MOVE SPACES TO SPEND-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-INVOICED-HOME-TOTAL TO WS-T-INVOICED.
            MOVE WS-PAID-HOME-TOTAL TO WS-T-PAID.
            MOVE WS-TOTAL-LINE TO SPEND-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            CLOSE PRINT-FILE.
            CLOSE SPEND-CSV-EXTRACT.

       5100-TAKE-ONE-ROW.
            IF WS-HAVE-HELD AND SW-CELL-KEY NOT = WS-HOLD-CELL-KEY
                PERFORM 5200-WRITE-THE-CELL
                IF SW-VENDOR-KEY NOT = WS-HOLD-VENDOR-KEY
                    PERFORM 5300-RANK-THE-VENDOR
                    IF SW-CC-KEY NOT = WS-HOLD-CC-KEY
                        PERFORM 5400-PRINT-THE-COST-CENTER
                    END-IF
                END-IF
            END-IF.
            IF NOT WS-HAVE-HELD OR SW-CELL-KEY NOT = WS-HOLD-CELL-KEY
                PERFORM 5150-START-A-CELL
            END-IF.
            ADD SW-AMOUNT TO WS-HOLD-AMOUNT.
            ADD SW-HOME-AMOUNT TO WS-HOLD-HOME-AMOUNT.
            IF SW-CONVERTED = "N"
                MOVE "N" TO WS-HOLD-CONVERTED
            END-IF.
            RETURN SORT-WORK-FILE
                AT END SET WS-NO-MORE-ROWS TO TRUE
            END-RETURN.

      * A NEW CELL, AND WHEN THE VENDOR OR COST CENTER HAS CHANGED
      * TOO, A FRESH VENDOR TOTAL OR A FRESH TOP-TEN TABLE.
       5150-START-A-CELL.
            IF NOT WS-HAVE-HELD OR SW-CC-KEY NOT = WS-HOLD-CC-KEY
                MOVE ZERO TO WS-TOP-COUNT
                MOVE ZERO TO WS-CC-HOME-TOTAL
                MOVE ZERO TO WS-CC-VENDOR-COUNT
            END-IF.
            IF NOT WS-HAVE-HELD
                OR SW-VENDOR-KEY NOT = WS-HOLD-VENDOR-KEY
                MOVE ZERO TO WS-VENDOR-HOME-TOTAL
                ADD 1 TO WS-CC-VENDOR-COUNT
                MOVE SW-VENDOR TO VENDOR-NUMBER
                READ VENDOR-FILE
                    INVALID KEY
                        MOVE "** NOT ON VENDOR FILE **"
                            TO WS-HOLD-VENDOR-NAME
                    NOT INVALID KEY
                        MOVE VENDOR-NAME TO WS-HOLD-VENDOR-NAME
                END-READ
            END-IF.
            MOVE SW-CELL-KEY TO WS-HOLD-CELL-KEY.
            MOVE SW-CURRENCY TO WS-HOLD-CURRENCY.
            MOVE ZERO TO WS-HOLD-AMOUNT.
            MOVE ZERO TO WS-HOLD-HOME-AMOUNT.
            MOVE "Y" TO WS-HOLD-CONVERTED.
            SET WS-HAVE-HELD TO TRUE.

       5200-WRITE-THE-CELL.
            ADD WS-HOLD-HOME-AMOUNT TO WS-VENDOR-HOME-TOTAL.
            ADD WS-HOLD-HOME-AMOUNT TO WS-CC-HOME-TOTAL.
            MOVE WS-HOLD-AMOUNT TO WS-CSV-AMOUNT.
            MOVE WS-HOLD-HOME-AMOUNT TO WS-CSV-HOME-AMOUNT.
            MOVE SPACES TO SPEND-CSV-LINE.
            STRING
                WS-HOLD-BASIS        DELIMITED BY SIZE
                ","                  DELIMITED BY SIZE
                WS-HOLD-COMPANY      DELIMITED BY SIZE
                ","                  DELIMITED BY SIZE
                WS-HOLD-COST-CENTER  DELIMITED BY " "
                ","                  DELIMITED BY SIZE
                WS-HOLD-VENDOR       DELIMITED BY SIZE
                ","                  DELIMITED BY SIZE
                WS-HOLD-VENDOR-NAME  DELIMITED BY "  "
                ","                  DELIMITED BY SIZE
                WS-HOLD-ACCOUNT      DELIMITED BY " "
                ","                  DELIMITED BY SIZE
                WS-HOLD-MONTH        DELIMITED BY SIZE
                ","                  DELIMITED BY SIZE
                WS-HOLD-CURRENCY     DELIMITED BY SIZE
                ","                  DELIMITED BY SIZE
                WS-CSV-AMOUNT        DELIMITED BY SIZE
                ","                  DELIMITED BY SIZE
                WS-CSV-HOME-AMOUNT   DELIMITED BY SIZE
                ","                  DELIMITED BY SIZE
                WS-HOLD-CONVERTED    DELIMITED BY SIZE
                INTO SPEND-CSV-LINE.
            WRITE SPEND-CSV-LINE.
            IF NOT WS-EXTRACT-OK
                DISPLAY "UNABLE TO WRITE SPEND-CSV-EXTRACT, STATUS = "
                    WS-EXTRACT-STATUS
            ELSE
                ADD 1 TO WS-CELLS-WRITTEN
            END-IF.

      * THE VENDOR'S TOTAL GOES IN AT THE BOTTOM OF THE TABLE (OR
      * OVER THE SMALLEST ENTRY WHEN THE TABLE IS FULL AND IT IS
      * BIGGER) AND IS BUBBLED UP INTO PLACE.
       5300-RANK-THE-VENDOR.
            IF WS-TOP-COUNT < WS-TOP-LIMIT
                ADD 1 TO WS-TOP-COUNT
                MOVE WS-TOP-COUNT TO WS-TOP-POS
                PERFORM 5310-PLACE-THE-VENDOR
            ELSE IF WS-VENDOR-HOME-TOTAL > WS-TOP-AMOUNT(WS-TOP-LIMIT)
                MOVE WS-TOP-LIMIT TO WS-TOP-POS
                PERFORM 5310-PLACE-THE-VENDOR
            END-IF.

       5310-PLACE-THE-VENDOR.
            MOVE WS-HOLD-VENDOR TO WS-TOP-VENDOR(WS-TOP-POS).
            MOVE WS-HOLD-VENDOR-NAME TO WS-TOP-NAME(WS-TOP-POS).
            MOVE WS-VENDOR-HOME-TOTAL TO WS-TOP-AMOUNT(WS-TOP-POS).
            MOVE "N" TO WS-BUBBLE-SWITCH.
            PERFORM 5320-BUBBLE-UP-ONE UNTIL WS-BUBBLE-DONE.

       5320-BUBBLE-UP-ONE.
            IF WS-TOP-POS < 2
                SET WS-BUBBLE-DONE TO TRUE
            ELSE IF WS-TOP-AMOUNT(WS-TOP-POS - 1)
                    < WS-TOP-AMOUNT(WS-TOP-POS)
                MOVE WS-TOP-ENTRY(WS-TOP-POS) TO WS-TOP-SWAP
                MOVE WS-TOP-ENTRY(WS-TOP-POS - 1)
                    TO WS-TOP-ENTRY(WS-TOP-POS)
                MOVE WS-TOP-SWAP TO WS-TOP-ENTRY(WS-TOP-POS - 1)
                SUBTRACT 1 FROM WS-TOP-POS
            ELSE
                SET WS-BUBBLE-DONE TO TRUE
            END-IF.

       5400-PRINT-THE-COST-CENTER.
            ADD 1 TO WS-COST-CENTERS.
            MOVE SPACES TO SPEND-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            IF WS-HOLD-BASIS = "I"
                MOVE "INVOICED" TO WS-CH-BASIS
            ELSE
                MOVE "PAID" TO WS-CH-BASIS
            END-IF.
            MOVE WS-HOLD-COMPANY TO WS-CH-COMPANY.
            IF WS-HOLD-COST-CENTER = SPACES
                MOVE "(NONE)" TO WS-CH-COST-CENTER
            ELSE
                MOVE WS-HOLD-COST-CENTER TO WS-CH-COST-CENTER
            END-IF.
            MOVE WS-CC-VENDOR-COUNT TO WS-CH-VENDORS.
            MOVE WS-CC-HOME-TOTAL TO WS-CH-TOTAL.
            MOVE WS-CC-HEADING-LINE TO SPEND-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-COLUMN-HEADING TO SPEND-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE ZERO TO WS-TOP-SHOWN.
            PERFORM 5410-PRINT-ONE-RANK
                VARYING WS-TOP-IX FROM 1 BY 1
                UNTIL WS-TOP-IX > WS-TOP-COUNT.
            IF WS-CC-VENDOR-COUNT > WS-TOP-COUNT
                COMPUTE WS-O-COUNT = WS-CC-VENDOR-COUNT - WS-TOP-COUNT
                COMPUTE WS-O-AMOUNT = WS-CC-HOME-TOTAL - WS-TOP-SHOWN
                MOVE WS-OTHERS-LINE TO SPEND-PRINT-LINE
                PERFORM 8000-WRITE-PRINT-LINE
            END-IF.

       5410-PRINT-ONE-RANK.
            MOVE WS-TOP-IX TO WS-D-RANK.
            MOVE WS-TOP-VENDOR(WS-TOP-IX) TO WS-D-VENDOR.
            MOVE WS-TOP-NAME(WS-TOP-IX) TO WS-D-NAME.
            MOVE WS-TOP-AMOUNT(WS-TOP-IX) TO WS-D-AMOUNT.
            ADD WS-TOP-AMOUNT(WS-TOP-IX) TO WS-TOP-SHOWN.
            IF WS-CC-HOME-TOTAL > ZERO
                COMPUTE WS-SHARE ROUNDED =
                    WS-TOP-AMOUNT(WS-TOP-IX) * 100 / WS-CC-HOME-TOTAL
                    ON SIZE ERROR MOVE ZERO TO WS-SHARE
                END-COMPUTE
            ELSE
                MOVE ZERO TO WS-SHARE
            END-IF.
            MOVE WS-SHARE TO WS-D-SHARE.
            MOVE WS-DETAIL-LINE TO SPEND-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

      * PRINT THE STANDARD COMPANY/RUN-DATE/RUN-TIME/PAGE-NUMBER
      * HEADING (SEE RPTHDR1.cbl) AHEAD OF THE REPORT TITLE.
       5900-PRINT-STANDARD-HEADING.
            ADD 1 TO WS-RPT-PAGE-COUNT.
            MOVE WS-RPT-PAGE-COUNT TO WS-RPT-PAGE-NUMBER.
            ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RPT-RUN-TIME FROM TIME.
            MOVE WS-RPT-HEADING-LINE-1 TO SPEND-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-RPT-HEADING-LINE-2 TO SPEND-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

       8000-WRITE-PRINT-LINE.
            WRITE SPEND-PRINT-LINE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO WRITE SPEND SUMMARY, STATUS = "
                    WS-PRINT-FILE-STATUS
            END-IF.

       8100-READ-NEXT-INVOICE.
            READ INVOICE-FILE NEXT RECORD
                AT END SET WS-NO-MORE-INPUT TO TRUE
            END-READ.
            IF NOT WS-INVOICE-FILE-OK AND NOT WS-INVOICE-FILE-EOF
                DISPLAY "INVOICE-FILE READ ERROR, STATUS = "
                    WS-INVOICE-FILE-STATUS
                SET WS-NO-MORE-INPUT TO TRUE
            END-IF.

       8200-READ-NEXT-PAYMENT.
            READ PAYMENT-DETAIL-FILE
                AT END SET WS-NO-MORE-INPUT TO TRUE
            END-READ.
            IF NOT WS-PAYMENT-DTL-OK AND NOT WS-PAYMENT-DTL-EOF
                DISPLAY "PAYMENT-DETAIL READ ERROR, STATUS = "
                    WS-PAYMENT-DTL-STATUS
                SET WS-NO-MORE-INPUT TO TRUE
            END-IF.

       8300-READ-NEXT-DIST-LINE.
            READ INVOICE-DIST-FILE NEXT RECORD
                AT END SET WS-DIST-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-INVOICE-DIST-OK AND NOT WS-INVOICE-DIST-EOF
                DISPLAY "INVOICE-DIST-FILE READ ERROR, STATUS = "
                    WS-INVOICE-DIST-STATUS
                SET WS-DIST-SCAN-DONE TO TRUE
            END-IF.

       9000-TERMINATE.
            MOVE "C" TO WS-RL-FUNCTION.
            MOVE "INVOICED HOME SPEND" TO WS-RL-LABEL.
            MOVE WS-INVOICED-HOME-TOTAL TO WS-RL-VALUE.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            MOVE "PAID HOME SPEND" TO WS-RL-LABEL.
            MOVE WS-PAID-HOME-TOTAL TO WS-RL-VALUE.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            MOVE "E" TO WS-RL-FUNCTION.
            MOVE WS-ROWS-RELEASED TO WS-RL-RECORDS-IN.
            MOVE WS-CELLS-WRITTEN TO WS-RL-RECORDS-OUT.
            MOVE WS-ROWS-NO-RATE TO WS-RL-REJECTS.
            IF NOT WS-RUN-OK
                MOVE "NOT RUN" TO WS-RL-STATUS-TEXT
            ELSE IF WS-ROWS-NO-RATE > ZERO
                MOVE "CHECK" TO WS-RL-STATUS-TEXT
            ELSE
                MOVE "BALANCED" TO WS-RL-STATUS-TEXT
            END-IF.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            DISPLAY "INVOICES READ           : " WS-INVOICES-READ.
            DISPLAY "PAYMENTS READ           : " WS-PAYMENTS-READ.
            DISPLAY "SPEND ROWS CODED        : " WS-ROWS-RELEASED.
            DISPLAY "ROWS WITH NO RATE       : " WS-ROWS-NO-RATE.
            DISPLAY "CSV LINES WRITTEN       : " WS-CELLS-WRITTEN.
            DISPLAY "COST CENTERS SUMMARIZED : " WS-COST-CENTERS.
            DISPLAY "INVOICED HOME SPEND     : " WS-INVOICED-HOME-TOTAL.
            DISPLAY "PAID HOME SPEND         : " WS-PAID-HOME-TOTAL.
            CLOSE VENDOR-FILE.
            CLOSE GL-ACCOUNT-FILE.
            CLOSE INVOICE-DIST-FILE.
            CLOSE INVOICE-FILE.
       END PROGRAM SPNCUB01.

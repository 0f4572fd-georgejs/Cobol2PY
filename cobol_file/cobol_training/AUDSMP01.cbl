      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Audit sample of payments with the full support
      *              trail behind each one.  Draws a monetary-unit
      *              or a stratified random sample of the payment
      *              postings on the payment detail ledger (PAYDETL)
      *              for a period and company, and prints a support
      *              package for every posting drawn - the vendor
      *              master as it stood on the payment date (rebuilt
      *              from VNDHIST), the invoice and its distribution
      *              lines, the PO if there is one, who approved it
      *              (the invoice and the approval journal) and who
      *              released the payment, and the check register
      *              entry with its clear date.
      *
      *              Only payments count - a posting of more than
      *              zero.  Voids and reversals post negative and
      *              are left out of the population.  The company
      *              comes off the posting's invoice the way GLEXT01
      *              codes it; a posting with no invoice belongs to
      *              the parent, 01.
      *
      *              MONETARY-UNIT - every dollar paid is a sampling
      *              unit.  The interval is the population value
      *              over the sample size, the start is a random
      *              point inside the first interval, and a posting
      *              is drawn when a hit falls in its dollars; a
      *              posting bigger than the interval can take more
      *              than one hit and is printed once.
      *              STRATIFIED - four amount strata; the sample is
      *              shared across them by dollar value, at least
      *              one from any stratum with postings, and each
      *              stratum is drawn by sequential random
      *              selection, so every posting in it is equally
      *              likely.
      *
      *              The random numbers come from a fixed generator
      *              started from the seed, so the same seed against
      *              the same ledger draws the same sample.  The seed
      *              used is printed on the report.
      *
      *              PARM - positions  1-8  period from YYYYMMDD
      *                                9-16 period to YYYYMMDD
      *                               17-18 company (blank = all)
      *                               19    method M or S (M)
      *                               20-22 sample size (25)
      *                               23-31 seed (the run date)
      *              With no period the sample is of the last
      *              calendar month before the run date.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original payment audit sample.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDSMP01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLPDL01.cbl".
           COPY "SLINV01.cbl".
           COPY "SLIDS01.cbl".
           COPY "SLPO01.cbl".
           COPY "SLVND01.cbl".
           COPY "SLHST01.cbl".
           COPY "SLAPJ01.cbl".
           COPY "SLCHR01.cbl".
           COPY "Hello-world.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDPDL01.cbl".
           COPY "FDINV01.cbl".
           COPY "FDIDS01.cbl".
           COPY "FDPO01.cbl".
           COPY "fdvnd01.cbl".
           COPY "VNDHIST1.cbl".
           COPY "FDAPJ01.cbl".
           COPY "FDCHR01.cbl".

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SAMPLE-PRINT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PAYMENT-DTL-STATUS      PIC X(02).
           88 WS-PAYMENT-DTL-OK           VALUE "00".
           88 WS-PAYMENT-DTL-EOF          VALUE "10".
           88 WS-PAYMENT-DTL-MISSING      VALUE "35".
       01  WS-INVOICE-FILE-STATUS     PIC X(02).
           88 WS-INVOICE-FILE-OK          VALUE "00".
           88 WS-INVOICE-FILE-NOT-FOUND   VALUE "23".
           88 WS-INVOICE-FILE-MISSING     VALUE "35".
       01  WS-INVOICE-DIST-STATUS     PIC X(02).
           88 WS-INVOICE-DIST-OK          VALUE "00".
           88 WS-INVOICE-DIST-EOF         VALUE "10".
           88 WS-INVOICE-DIST-MISSING     VALUE "35".
       01  WS-PO-FILE-STATUS          PIC X(02).
           88 WS-PO-FILE-OK               VALUE "00".
           88 WS-PO-FILE-MISSING          VALUE "35".
       01  WS-VENDOR-FILE-STATUS      PIC X(02).
           88 WS-VENDOR-FILE-OK           VALUE "00".
           88 WS-VENDOR-FILE-NOT-FOUND    VALUE "23".
       01  WS-VENDOR-HIST-STATUS      PIC X(02).
           88 WS-VENDOR-HIST-OK           VALUE "00".
           88 WS-VENDOR-HIST-EOF          VALUE "10".
           88 WS-VENDOR-HIST-MISSING      VALUE "35".
       01  WS-APPROVAL-JRN-STATUS     PIC X(02).
           88 WS-APPROVAL-JRN-OK          VALUE "00".
           88 WS-APPROVAL-JRN-EOF         VALUE "10".
           88 WS-APPROVAL-JRN-MISSING     VALUE "35".
       01  WS-CHECK-REG-STATUS        PIC X(02).
           88 WS-CHECK-REG-OK             VALUE "00".
           88 WS-CHECK-REG-EOF            VALUE "10".
           88 WS-CHECK-REG-MISSING        VALUE "35".
       01  WS-PRINT-FILE-NAME         PIC X(20).
       01  WS-PRINT-FILE-STATUS       PIC X(02).
           88 WS-PRINT-FILE-OK            VALUE "00".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88 WS-NO-MORE-POSTINGS          VALUE "Y".
       01  WS-SCAN-SWITCH              PIC X(01).
           88 WS-SCAN-DONE                 VALUE "Y".
       01  WS-POPULATION-SWITCH        PIC X(01).
           88 WS-IN-POPULATION             VALUE "Y".
       01  WS-DRAWN-SWITCH             PIC X(01).
           88 WS-POSTING-DRAWN             VALUE "Y".
       01  WS-INVOICE-FOUND-SWITCH     PIC X(01).
           88 WS-POSTING-INVOICE-FOUND     VALUE "Y".

      * PARM - PERIOD, COMPANY, METHOD, SIZE AND SEED.
       01  WS-PARM-VALUE.
           05 WS-PARM-FROM-DATE        PIC X(08).
           05 WS-PARM-TO-DATE          PIC X(08).
           05 WS-PARM-COMPANY          PIC X(02).
           05 WS-PARM-METHOD           PIC X(01).
           05 WS-PARM-SIZE             PIC X(03).
           05 WS-PARM-SEED             PIC X(09).
       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR              PIC 9(04).
           05 WS-RUN-MONTH             PIC 9(02).
           05 WS-RUN-DAY               PIC 9(02).
       01  WS-FROM-DATE                PIC 9(08).
       01  WS-TO-DATE                  PIC 9(08).
       01  WS-SAMPLE-COMPANY           PIC X(02).
           88 WS-ALL-COMPANIES             VALUE SPACES.
       01  WS-SAMPLE-METHOD            PIC X(01).
           88 WS-METHOD-MONETARY           VALUE "M".
           88 WS-METHOD-STRATIFIED         VALUE "S".
       01  WS-SAMPLE-SIZE              PIC 9(03).
       01  WS-SAMPLE-SEED              PIC 9(09).
       01  WS-POSTING-COMPANY          PIC X(02).
       01  WS-POSTING-CHECK-NUMBER     PIC 9(08).
       01  WS-POSTING-STRATUM          PIC 9(01).

      * THE GENERATOR - THE MINIMAL STANDARD MULTIPLICATIVE
      * CONGRUENTIAL GENERATOR, STATE = STATE * 16807 MOD (2**31 - 1).
      * THE STATE NEVER REACHES ZERO FROM A NON-ZERO SEED, AND ITS
      * FRACTION OF THE MODULUS IS THE NEXT RANDOM NUMBER.
       01  WS-RANDOM-STATE             PIC 9(10).
       01  WS-RANDOM-PRODUCT           PIC 9(15).
       01  WS-RANDOM-QUOTIENT          PIC 9(15).
       01  WS-RANDOM-FRACTION          PIC V9(09).

      * THE POPULATION, AND THE MONETARY-UNIT DESIGN.
       01  WS-POSTINGS-READ            PIC 9(07) COMP.
       01  WS-POPULATION-COUNT         PIC 9(07) COMP.
       01  WS-POPULATION-VALUE         PIC S9(13)V99 COMP-3.
       01  WS-SAMPLING-INTERVAL        PIC S9(13)V99 COMP-3.
       01  WS-RANDOM-START             PIC S9(13)V99 COMP-3.
       01  WS-NEXT-HIT                 PIC S9(13)V99 COMP-3.
       01  WS-CUMULATIVE-VALUE         PIC S9(13)V99 COMP-3.
       01  WS-HITS-TAKEN               PIC 9(05) COMP.
       01  WS-POSTING-HITS             PIC 9(05) COMP.
       01  WS-SAMPLE-VALUE             PIC S9(13)V99 COMP-3.
       01  WS-REMAINING-ITEMS          PIC 9(07) COMP.
       01  WS-REMAINING-PICKS          PIC 9(07) COMP.
       01  WS-DRAW-POINT               PIC 9(07)V9(09) COMP-3.

      * THE FOUR AMOUNT STRATA - EACH STARTS AT ITS FLOOR.
       01  WS-STRATUM-VALUES.
           05 FILLER PIC X(35) VALUE
               "00000000000UNDER 1,000.00".
           05 FILLER PIC X(35) VALUE
               "000001000001,000.00 TO 9,999.99".
           05 FILLER PIC X(35) VALUE
               "0000100000010,000.00 TO 99,999.99".
           05 FILLER PIC X(35) VALUE
               "00010000000100,000.00 AND OVER".
       01  WS-STRATUM-TABLE REDEFINES WS-STRATUM-VALUES.
           05 WS-STRATUM-ENTRY OCCURS 4 TIMES.
               10 WS-STRATUM-FLOOR     PIC 9(09)V99.
               10 WS-STRATUM-NAME      PIC X(24).
       01  WS-STRATUM-IX               PIC 9(01) COMP.
       01  WS-STRATUM-COUNTS.
           05 WS-STRATUM-ROW OCCURS 4 TIMES.
               10 WS-ST-COUNT          PIC 9(07) COMP.
               10 WS-ST-VALUE          PIC S9(13)V99 COMP-3.
               10 WS-ST-ALLOCATED      PIC 9(05) COMP.
               10 WS-ST-SEEN           PIC 9(07) COMP.
               10 WS-ST-DRAWN          PIC 9(05) COMP.

      * THE POSTINGS DRAWN, AND WHAT THE SUPPORT FILES SAY ABOUT
      * EACH.  THE HISTORY, THE JOURNAL AND THE REGISTER ARE EACH
      * READ ONCE FOR THE WHOLE SAMPLE, NOT ONCE PER POSTING.
       01  WS-SM-MAXIMUM               PIC 9(03) COMP VALUE 200.
       01  WS-SM-COUNT                 PIC 9(03) COMP VALUE ZERO.
       01  WS-SM-IX                    PIC 9(03) COMP.
       01  WS-SAMPLE-TABLE.
           05 WS-SM-ENTRY OCCURS 200 TIMES.
               10 WS-SM-VENDOR         PIC 9(05).
               10 WS-SM-INVOICE        PIC X(15).
               10 WS-SM-PAY-STAMP.
                   15 WS-SM-PAY-DATE   PIC 9(08).
                   15 WS-SM-PAY-TIME   PIC 9(08).
               10 WS-SM-AMOUNT         PIC S9(09)V99 COMP-3.
               10 WS-SM-RELEASED-BY    PIC X(08).
               10 WS-SM-MEMO           PIC X(60).
               10 WS-SM-STRATUM        PIC 9(01).
               10 WS-SM-HITS           PIC 9(05) COMP.
               10 WS-SM-CHECK-NUMBER   PIC 9(08).
               10 WS-SM-IMAGE-SOURCE   PIC X(01).
                   88 WS-SM-IMAGE-NONE      VALUE "N".
                   88 WS-SM-IMAGE-AS-OF     VALUE "A".
                   88 WS-SM-IMAGE-BEFORE    VALUE "B".
                   88 WS-SM-IMAGE-CURRENT   VALUE "C".
               10 WS-SM-IMAGE-STAMP.
                   15 WS-SM-IMAGE-DATE PIC 9(08).
                   15 WS-SM-IMAGE-TIME PIC 9(08).
               10 WS-SM-IMAGE-ACTION   PIC X(01).
               10 WS-SM-IMAGE-BY       PIC X(08).
               10 WS-SM-VENDOR-IMAGE   PIC X(300).
               10 WS-SM-APR-COUNT      PIC 9(03) COMP.
               10 WS-SM-APR-STAMP.
                   15 WS-SM-APR-DATE   PIC 9(08).
                   15 WS-SM-APR-TIME   PIC 9(08).
               10 WS-SM-APPROVER       PIC X(08).
               10 WS-SM-APR-OPERATOR   PIC X(08).
               10 WS-SM-APR-AUTHORITY  PIC X(01).
               10 WS-SM-CHECK-SWITCH   PIC X(01).
                   88 WS-SM-CHECK-FOUND     VALUE "Y".
               10 WS-SM-CHK-ACCOUNT    PIC X(03).
               10 WS-SM-CHK-DATE       PIC 9(08).
               10 WS-SM-CHK-AMOUNT     PIC S9(09)V99 COMP-3.
               10 WS-SM-CHK-STATUS     PIC X(01).
               10 WS-SM-CHK-CLEAR-DATE PIC 9(08).
               10 WS-SM-CHK-REISSUED   PIC 9(08).
               10 WS-SM-CHK-COMPANY    PIC X(02).
       01  WS-HIST-STAMP.
           05 WS-HIST-DATE             PIC 9(08).
           05 WS-HIST-TIME             PIC 9(08).
       01  WS-EVENT-STAMP.
           05 WS-EVENT-DATE            PIC 9(08).
           05 WS-EVENT-TIME            PIC 9(08).

      * MIRROR OF THE LEADING fdvnd01.cbl VENDOR FIELDS, TO READ A
      * HISTORY IMAGE OR THE CURRENT MASTER THE SAME WAY.
       01  WS-AS-OF-VENDOR-AREA.
           05 AV-VENDOR-NUMBER         PIC 9(05).
           05 AV-NAME                  PIC X(30).
           05 AV-ADDRESS-1             PIC X(30).
           05 AV-ADDRESS-2             PIC X(30).
           05 AV-CITY                  PIC X(20).
           05 AV-STATE                 PIC X(02).
           05 AV-ZIP                   PIC X(10).
           05 AV-CONTACT               PIC X(30).
           05 AV-PHONE                 PIC X(15).
           05 AV-STATUS                PIC X(01).
           05 AV-STATUS-DATE           PIC 9(08).
           05 AV-EFT-FLAG              PIC X(01).
           05 AV-BANK-ROUTING          PIC X(09).
           05 AV-BANK-ACCOUNT          PIC X(17).
           05 AV-BANK-ACCT-TYPE        PIC X(01).
           05 AV-CURRENCY-CODE         PIC X(03).
           05 FILLER                   PIC X(88).

       01  WS-DIST-LINES               PIC 9(03) COMP.

      * FIELDS FOR THE RUNLOG01 RUN-CONTROL CALLS.
       01  WS-RL-FUNCTION            PIC X(01).
       01  WS-RL-PROGRAM             PIC X(08) VALUE "AUDSMP01".
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
               "AUDIT SAMPLE OF PAYMENTS - SUPPORT TRAIL".

       01  WS-PERIOD-LINE.
           05 FILLER                PIC X(14) VALUE "PERIOD FROM  ".
           05 WS-PL-FROM            PIC 9(08).
           05 FILLER                PIC X(04) VALUE " TO ".
           05 WS-PL-TO              PIC 9(08).
           05 FILLER                PIC X(11) VALUE "  COMPANY  ".
           05 WS-PL-COMPANY         PIC X(03).
           05 FILLER                PIC X(10) VALUE "  METHOD  ".
           05 WS-PL-METHOD          PIC X(13).
           05 FILLER                PIC X(08) VALUE "  SIZE  ".
           05 WS-PL-SIZE            PIC ZZ9.
           05 FILLER                PIC X(08) VALUE "  SEED  ".
           05 WS-PL-SEED            PIC 9(09).

       01  WS-POPULATION-LINE.
           05 FILLER                PIC X(14) VALUE "POPULATION   ".
           05 WS-PP-COUNT           PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(18) VALUE
               " PAYMENTS, VALUE  ".
           05 WS-PP-VALUE           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-INTERVAL-LINE.
           05 FILLER                PIC X(14) VALUE "INTERVAL     ".
           05 WS-IL-INTERVAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(16) VALUE
               "  RANDOM START  ".
           05 WS-IL-START           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-STRATUM-LINE.
           05 FILLER                PIC X(08) VALUE "STRATUM ".
           05 WS-SL-STRATUM         PIC 9(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-SL-NAME            PIC X(24).
           05 WS-SL-COUNT           PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(10) VALUE " PAYMENTS ".
           05 WS-SL-VALUE           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(09) VALUE "  SAMPLE ".
           05 WS-SL-ALLOCATED       PIC ZZZZ9.
           05 FILLER                PIC X(08) VALUE "  DRAWN ".
           05 WS-SL-DRAWN           PIC ZZZZ9.

       01  WS-SAMPLE-TOTAL-LINE.
           05 FILLER                PIC X(14) VALUE "SAMPLE       ".
           05 WS-SA-POSTINGS        PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(18) VALUE
               " PAYMENTS, VALUE  ".
           05 WS-SA-VALUE    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-PACKAGE-RULE.
           05 FILLER                PIC X(66) VALUE ALL "-".

       01  WS-PACKAGE-HEADING.
           05 FILLER                PIC X(07) VALUE "SAMPLE ".
           05 WS-PH-NUMBER          PIC ZZ9.
           05 FILLER                PIC X(09) VALUE "  VENDOR ".
           05 WS-PH-VENDOR          PIC 9(05).
           05 FILLER                PIC X(10) VALUE "  INVOICE ".
           05 WS-PH-INVOICE         PIC X(15).
           05 FILLER                PIC X(07) VALUE "  PAID ".
           05 WS-PH-DATE            PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-PH-TIME            PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-PH-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-PH-BASIS-LABEL     PIC X(08).
           05 WS-PH-BASIS           PIC ZZZZ9.

       01  WS-RELEASE-LINE.
           05 FILLER                PIC X(15) VALUE
               "  RELEASED BY  ".
           05 WS-RS-OPERATOR        PIC X(08).
           05 FILLER                PIC X(08) VALUE "  MEMO  ".
           05 WS-RS-MEMO            PIC X(60).

       01  WS-VENDOR-SOURCE-LINE.
           05 FILLER                PIC X(23) VALUE
               "  VENDOR MASTER AS OF  ".
           05 WS-VS-DATE            PIC 9(08).
           05 FILLER                PIC X(03) VALUE " - ".
           05 WS-VS-SOURCE          PIC X(34).
           05 WS-VS-CHANGE-DATE     PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-VS-CHANGE-TIME     PIC 9(08).
           05 FILLER                PIC X(08) VALUE "  ACTION".
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-VS-ACTION          PIC X(01).
           05 FILLER                PIC X(04) VALUE "  BY".
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-VS-BY              PIC X(08).

       01  WS-VENDOR-NAME-LINE.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 WS-VN-NAME            PIC X(30).
           05 FILLER                PIC X(10) VALUE "  STATUS  ".
           05 WS-VN-STATUS          PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-VN-STATUS-DATE     PIC 9(08).
           05 FILLER                PIC X(11) VALUE "  CONTACT  ".
           05 WS-VN-CONTACT         PIC X(30).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-VN-PHONE           PIC X(15).

       01  WS-VENDOR-ADDRESS-LINE.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 WS-VA-ADDRESS-1       PIC X(30).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-VA-ADDRESS-2       PIC X(30).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-VA-CITY            PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-VA-STATE           PIC X(02).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-VA-ZIP             PIC X(10).

       01  WS-VENDOR-BANK-LINE.
           05 FILLER                PIC X(14) VALUE
               "    EFT FLAG  ".
           05 WS-VB-EFT-FLAG        PIC X(01).
           05 FILLER                PIC X(11) VALUE "  ROUTING  ".
           05 WS-VB-ROUTING         PIC X(09).
           05 FILLER                PIC X(11) VALUE "  ACCOUNT  ".
           05 WS-VB-ACCOUNT         PIC X(17).
           05 FILLER                PIC X(08) VALUE "  TYPE  ".
           05 WS-VB-ACCT-TYPE       PIC X(01).
           05 FILLER                PIC X(12) VALUE "  CURRENCY  ".
           05 WS-VB-CURRENCY        PIC X(03).

       01  WS-INVOICE-LINE.
           05 FILLER                PIC X(17) VALUE
               "  INVOICE DATED  ".
           05 WS-IV-DATE            PIC 9(08).
           05 FILLER                PIC X(09) VALUE "  AMOUNT ".
           05 WS-IV-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(07) VALUE "  PAID ".
           05 WS-IV-PAID            PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(09) VALUE "  STATUS ".
           05 WS-IV-STATUS          PIC X(01).
           05 FILLER                PIC X(06) VALUE "  DUE ".
           05 WS-IV-DUE-DATE        PIC 9(08).
           05 FILLER                PIC X(10) VALUE "  COMPANY ".
           05 WS-IV-COMPANY         PIC X(02).
           05 FILLER                PIC X(08) VALUE "  CHECK ".
           05 WS-IV-CHECK           PIC 9(08).

       01  WS-DIST-LINE.
           05 FILLER                PIC X(11) VALUE
               "    DIST   ".
           05 WS-DL-LINE            PIC 9(02).
           05 FILLER                PIC X(06) VALUE "  GL  ".
           05 WS-DL-GL-ACCOUNT      PIC X(08).
           05 FILLER                PIC X(06) VALUE "  CC  ".
           05 WS-DL-COST-CENTER     PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-PO-LINE.
           05 FILLER                PIC X(06) VALUE "  PO  ".
           05 WS-PO-NUMBER          PIC X(10).
           05 FILLER                PIC X(13) VALUE
               "  AUTHORIZED ".
           05 WS-PO-AUTHORIZED      PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(13) VALUE
               "  VOUCHERED  ".
           05 WS-PO-VOUCHERED       PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(09) VALUE "  STATUS ".
           05 WS-PO-STATUS          PIC X(01).
           05 FILLER                PIC X(10) VALUE "  ENTERED ".
           05 WS-PO-ENTRY-DATE      PIC 9(08).

       01  WS-APPROVAL-LINE.
           05 FILLER                PIC X(15) VALUE
               "  APPROVED BY  ".
           05 WS-AP-APPROVER        PIC X(08).
           05 FILLER                PIC X(04) VALUE " ON ".
           05 WS-AP-DATE            PIC 9(08).
           05 FILLER                PIC X(17) VALUE
               " (INVOICE)       ".

       01  WS-JOURNAL-LINE.
           05 FILLER                PIC X(15) VALUE
               "  JOURNAL      ".
           05 WS-JL-APPROVER        PIC X(08).
           05 FILLER                PIC X(04) VALUE " ON ".
           05 WS-JL-DATE            PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-JL-TIME            PIC 9(08).
           05 FILLER                PIC X(14) VALUE
               "  ENTERED BY  ".
           05 WS-JL-OPERATOR        PIC X(08).
           05 FILLER                PIC X(13) VALUE
               "  AUTHORITY  ".
           05 WS-JL-AUTHORITY       PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-JL-COUNT           PIC ZZ9.
           05 FILLER                PIC X(16) VALUE
               " APPROVAL(S)    ".

       01  WS-CHECK-LINE.
           05 FILLER                PIC X(10) VALUE "  CHECK   ".
           05 WS-CK-ACCOUNT         PIC X(03).
           05 FILLER                PIC X(01) VALUE "-".
           05 WS-CK-NUMBER          PIC 9(08).
           05 FILLER                PIC X(08) VALUE "  DATED ".
           05 WS-CK-DATE            PIC 9(08).
           05 FILLER                PIC X(09) VALUE "  AMOUNT ".
           05 WS-CK-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(10) VALUE "  COMPANY ".
           05 WS-CK-COMPANY         PIC X(02).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-CK-STATE           PIC X(30).

       01  WS-NOTE-LINE.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-NL-TEXT            PIC X(60).
           05 WS-NL-NUMBER          PIC X(15).

       PROCEDURE DIVISION.
       0000-MAINLINE.
            MOVE "S" TO WS-RL-FUNCTION.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            PERFORM 1000-INITIALIZE.
            PERFORM 2000-MEASURE-POPULATION.
            PERFORM 3000-SET-THE-DESIGN.
            PERFORM 4000-DRAW-THE-SAMPLE.
            IF WS-SM-COUNT > ZERO
                PERFORM 5000-GATHER-VENDOR-HISTORY
                PERFORM 5200-GATHER-APPROVALS
                PERFORM 5400-GATHER-CHECKS
            END-IF.
            PERFORM 6000-PRINT-THE-REPORT.
            PERFORM 9000-TERMINATE.
            STOP RUN.

       1000-INITIALIZE.
            MOVE ZERO TO WS-POSTINGS-READ.
            MOVE ZERO TO WS-POPULATION-COUNT.
            MOVE ZERO TO WS-POPULATION-VALUE.
            MOVE ZERO TO WS-SAMPLE-VALUE.
            INITIALIZE WS-STRATUM-COUNTS.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-PARM-VALUE FROM COMMAND-LINE.
            PERFORM 1100-SET-THE-PARAMETERS.
            DISPLAY "AUDIT SAMPLE " WS-FROM-DATE " TO " WS-TO-DATE
                " COMPANY " WS-SAMPLE-COMPANY " METHOD "
                WS-SAMPLE-METHOD " SIZE " WS-SAMPLE-SIZE
                " SEED " WS-SAMPLE-SEED.
            OPEN INPUT INVOICE-FILE.
            IF WS-INVOICE-FILE-MISSING
                DISPLAY "NO INVOICE-FILE - ALL PAYMENTS TO COMPANY 01"
            ELSE IF NOT WS-INVOICE-FILE-OK
                DISPLAY "UNABLE TO OPEN INVOICE-FILE, STATUS = "
                    WS-INVOICE-FILE-STATUS
            END-IF.

      * A VALID PARM FIELD WINS; ANYTHING ELSE TAKES THE DEFAULT.
      * THE DEFAULT PERIOD IS THE CALENDAR MONTH BEFORE THE RUN
      * DATE, AND THE DEFAULT SEED THE RUN DATE ITSELF - EITHER WAY
      * THE REPORT PRINTS THE SEED USED, SO THE DRAW CAN BE REPEATED.
       1100-SET-THE-PARAMETERS.
            IF WS-PARM-FROM-DATE NUMERIC
                AND WS-PARM-TO-DATE NUMERIC
                MOVE WS-PARM-FROM-DATE TO WS-FROM-DATE
                MOVE WS-PARM-TO-DATE TO WS-TO-DATE
            ELSE IF WS-RUN-MONTH = 1
                COMPUTE WS-FROM-DATE =
                    (WS-RUN-YEAR - 1) * 10000 + 1201
                COMPUTE WS-TO-DATE = WS-FROM-DATE + 30
            ELSE
                COMPUTE WS-FROM-DATE = WS-RUN-YEAR * 10000
                    + (WS-RUN-MONTH - 1) * 100 + 1
                COMPUTE WS-TO-DATE = WS-FROM-DATE + 30
            END-IF.
            IF WS-FROM-DATE > WS-TO-DATE
                DISPLAY "PERIOD FROM " WS-FROM-DATE " IS AFTER "
                    WS-TO-DATE " - NOTHING CAN BE DRAWN"
            END-IF.
            MOVE WS-PARM-COMPANY TO WS-SAMPLE-COMPANY.
            IF WS-PARM-METHOD = "S"
                SET WS-METHOD-STRATIFIED TO TRUE
            ELSE
                SET WS-METHOD-MONETARY TO TRUE
            END-IF.
            IF WS-PARM-SIZE NUMERIC AND WS-PARM-SIZE > "000"
                MOVE WS-PARM-SIZE TO WS-SAMPLE-SIZE
            ELSE
                MOVE 25 TO WS-SAMPLE-SIZE
            END-IF.
            IF WS-SAMPLE-SIZE > WS-SM-MAXIMUM
                DISPLAY "SAMPLE SIZE " WS-SAMPLE-SIZE
                    " CUT TO THE MAXIMUM " WS-SM-MAXIMUM
                MOVE WS-SM-MAXIMUM TO WS-SAMPLE-SIZE
            END-IF.
            IF WS-PARM-SEED NUMERIC AND WS-PARM-SEED > "000000000"
                MOVE WS-PARM-SEED TO WS-SAMPLE-SEED
            ELSE
                MOVE WS-RUN-DATE TO WS-SAMPLE-SEED
            END-IF.
            MOVE WS-SAMPLE-SEED TO WS-RANDOM-STATE.

      ******************************************************************
      * FIRST PASS - COUNT AND VALUE THE POPULATION, BY STRATUM.
      ******************************************************************
       2000-MEASURE-POPULATION.
            PERFORM 8050-OPEN-PAYMENT-DETAIL.
            PERFORM UNTIL WS-NO-MORE-POSTINGS
                ADD 1 TO WS-POSTINGS-READ
                PERFORM 2100-TEST-ONE-POSTING
                IF WS-IN-POPULATION
                    ADD 1 TO WS-POPULATION-COUNT
                    ADD PD-AMOUNT TO WS-POPULATION-VALUE
                    ADD 1 TO WS-ST-COUNT(WS-POSTING-STRATUM)
                    ADD PD-AMOUNT TO WS-ST-VALUE(WS-POSTING-STRATUM)
                END-IF
                PERFORM 8100-READ-NEXT-POSTING
            END-PERFORM.
            CLOSE PAYMENT-DETAIL-FILE.
            DISPLAY "POPULATION " WS-POPULATION-COUNT
                " PAYMENTS OF " WS-POSTINGS-READ " POSTINGS READ".

      * A PAYMENT IN THE PERIOD, FOR THE COMPANY ASKED FOR.
       2100-TEST-ONE-POSTING.
            MOVE "N" TO WS-POPULATION-SWITCH.
            IF PD-AMOUNT > ZERO
                AND PD-PAYMENT-DATE NOT < WS-FROM-DATE
                AND PD-PAYMENT-DATE NOT > WS-TO-DATE
                PERFORM 2200-SET-POSTING-COMPANY
                IF WS-ALL-COMPANIES
                    OR WS-POSTING-COMPANY = WS-SAMPLE-COMPANY
                    SET WS-IN-POPULATION TO TRUE
                    PERFORM 2300-SET-POSTING-STRATUM
                END-IF
            END-IF.

      * THE POSTING'S COMPANY COMES OFF ITS INVOICE; A POSTING
      * WITH NO INVOICE BELONGS TO THE PARENT.  THE INVOICE ALSO
      * CARRIES THE CHECK NUMBER THE REGISTER IS SEARCHED FOR.
       2200-SET-POSTING-COMPANY.
            MOVE "01" TO WS-POSTING-COMPANY.
            MOVE ZERO TO WS-POSTING-CHECK-NUMBER.
            MOVE "N" TO WS-INVOICE-FOUND-SWITCH.
            IF PD-INVOICE-NUMBER NOT = SPACES
                AND NOT WS-INVOICE-FILE-MISSING
                MOVE PD-VENDOR-NUMBER  TO INV-VENDOR-NUMBER
                MOVE PD-INVOICE-NUMBER TO INV-INVOICE-NUMBER
                READ INVOICE-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-POSTING-INVOICE-FOUND TO TRUE
                        MOVE INV-CHECK-NUMBER
                            TO WS-POSTING-CHECK-NUMBER
                        IF INV-COMPANY-CODE NOT = SPACES
                            MOVE INV-COMPANY-CODE
                                TO WS-POSTING-COMPANY
                        END-IF
                END-READ
            END-IF.

       2300-SET-POSTING-STRATUM.
            MOVE 1 TO WS-POSTING-STRATUM.
            PERFORM VARYING WS-STRATUM-IX FROM 2 BY 1
                UNTIL WS-STRATUM-IX > 4
                IF PD-AMOUNT NOT < WS-STRATUM-FLOOR(WS-STRATUM-IX)
                    MOVE WS-STRATUM-IX TO WS-POSTING-STRATUM
                END-IF
            END-PERFORM.

      ******************************************************************
      * THE DESIGN - THE INTERVAL AND RANDOM START, OR THE SHARE OF
      * THE SAMPLE EACH STRATUM TAKES.
      ******************************************************************
       3000-SET-THE-DESIGN.
            MOVE ZERO TO WS-SAMPLING-INTERVAL.
            MOVE ZERO TO WS-RANDOM-START.
            IF WS-POPULATION-COUNT = ZERO
                DISPLAY "NO PAYMENTS IN THE PERIOD - NOTHING DRAWN"
            ELSE IF WS-METHOD-MONETARY
                COMPUTE WS-SAMPLING-INTERVAL =
                    WS-POPULATION-VALUE / WS-SAMPLE-SIZE
                IF WS-SAMPLING-INTERVAL < .01
                    MOVE .01 TO WS-SAMPLING-INTERVAL
                END-IF
                PERFORM 7000-NEXT-RANDOM
                COMPUTE WS-RANDOM-START ROUNDED =
                    WS-SAMPLING-INTERVAL * WS-RANDOM-FRACTION
                IF WS-RANDOM-START < .01
                    MOVE .01 TO WS-RANDOM-START
                END-IF
                MOVE WS-RANDOM-START TO WS-NEXT-HIT
                MOVE ZERO TO WS-CUMULATIVE-VALUE
                MOVE ZERO TO WS-HITS-TAKEN
            ELSE
                PERFORM VARYING WS-STRATUM-IX FROM 1 BY 1
                    UNTIL WS-STRATUM-IX > 4
                    PERFORM 3100-ALLOCATE-ONE-STRATUM
                END-PERFORM
            END-IF.

      * THE STRATUM'S SHARE OF THE DOLLARS DECIDES ITS SHARE OF THE
      * SAMPLE - BUT A STRATUM WITH POSTINGS ALWAYS GETS ONE, AND
      * NONE CAN BE ASKED FOR MORE THAN IT HOLDS.
       3100-ALLOCATE-ONE-STRATUM.
            MOVE ZERO TO WS-ST-ALLOCATED(WS-STRATUM-IX).
            IF WS-ST-COUNT(WS-STRATUM-IX) > ZERO
                COMPUTE WS-ST-ALLOCATED(WS-STRATUM-IX) =
                    WS-SAMPLE-SIZE * WS-ST-VALUE(WS-STRATUM-IX)
                    / WS-POPULATION-VALUE
                IF WS-ST-ALLOCATED(WS-STRATUM-IX) = ZERO
                    MOVE 1 TO WS-ST-ALLOCATED(WS-STRATUM-IX)
                END-IF
                IF WS-ST-ALLOCATED(WS-STRATUM-IX)
                    > WS-ST-COUNT(WS-STRATUM-IX)
                    MOVE WS-ST-COUNT(WS-STRATUM-IX)
                        TO WS-ST-ALLOCATED(WS-STRATUM-IX)
                END-IF
            END-IF.

      ******************************************************************
      * SECOND PASS - THE SAME POSTINGS IN THE SAME ORDER, SO THE
      * SAME SEED ALWAYS DRAWS THE SAME ONES.
      ******************************************************************
       4000-DRAW-THE-SAMPLE.
            IF WS-POPULATION-COUNT > ZERO
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM 8050-OPEN-PAYMENT-DETAIL
                PERFORM UNTIL WS-NO-MORE-POSTINGS
                    PERFORM 2100-TEST-ONE-POSTING
                    IF WS-IN-POPULATION
                        MOVE "N" TO WS-DRAWN-SWITCH
                        IF WS-METHOD-MONETARY
                            PERFORM 4100-APPLY-MONETARY-HITS
                        ELSE
                            PERFORM 4200-APPLY-STRATIFIED-DRAW
                        END-IF
                        IF WS-POSTING-DRAWN
                            PERFORM 4500-ADD-TO-SAMPLE
                        END-IF
                    END-IF
                    PERFORM 8100-READ-NEXT-POSTING
                END-PERFORM
                CLOSE PAYMENT-DETAIL-FILE
            END-IF.

      * EVERY HIT THAT FALLS INSIDE THIS POSTING'S DOLLARS COUNTS
      * TO IT.
       4100-APPLY-MONETARY-HITS.
            MOVE ZERO TO WS-POSTING-HITS.
            ADD PD-AMOUNT TO WS-CUMULATIVE-VALUE.
            PERFORM UNTIL WS-NEXT-HIT > WS-CUMULATIVE-VALUE
                OR WS-HITS-TAKEN NOT < WS-SAMPLE-SIZE
                ADD 1 TO WS-POSTING-HITS
                ADD 1 TO WS-HITS-TAKEN
                ADD WS-SAMPLING-INTERVAL TO WS-NEXT-HIT
            END-PERFORM.
            IF WS-POSTING-HITS > ZERO
                SET WS-POSTING-DRAWN TO TRUE
            END-IF.

      * SEQUENTIAL RANDOM SELECTION - TAKE THIS POSTING WITH THE
      * CHANCE (PICKS STILL NEEDED) / (POSTINGS STILL TO COME).
       4200-APPLY-STRATIFIED-DRAW.
            MOVE WS-POSTING-STRATUM TO WS-STRATUM-IX.
            COMPUTE WS-REMAINING-ITEMS =
                WS-ST-COUNT(WS-STRATUM-IX) - WS-ST-SEEN(WS-STRATUM-IX).
            COMPUTE WS-REMAINING-PICKS =
                WS-ST-ALLOCATED(WS-STRATUM-IX)
                - WS-ST-DRAWN(WS-STRATUM-IX).
            ADD 1 TO WS-ST-SEEN(WS-STRATUM-IX).
            PERFORM 7000-NEXT-RANDOM.
            COMPUTE WS-DRAW-POINT =
                WS-REMAINING-ITEMS * WS-RANDOM-FRACTION.
            IF WS-REMAINING-PICKS > ZERO
                AND WS-DRAW-POINT < WS-REMAINING-PICKS
                ADD 1 TO WS-ST-DRAWN(WS-STRATUM-IX)
                MOVE 1 TO WS-POSTING-HITS
                SET WS-POSTING-DRAWN TO TRUE
            END-IF.

       4500-ADD-TO-SAMPLE.
            IF WS-SM-COUNT NOT < WS-SM-MAXIMUM
                DISPLAY "SAMPLE TABLE FULL - POSTING FOR VENDOR "
                    PD-VENDOR-NUMBER " INVOICE " PD-INVOICE-NUMBER
                    " NOT PRINTED"
            ELSE
                ADD 1 TO WS-SM-COUNT
                MOVE WS-SM-COUNT TO WS-SM-IX
                INITIALIZE WS-SM-ENTRY(WS-SM-IX)
                MOVE PD-VENDOR-NUMBER  TO WS-SM-VENDOR(WS-SM-IX)
                MOVE PD-INVOICE-NUMBER TO WS-SM-INVOICE(WS-SM-IX)
                MOVE PD-PAYMENT-DATE   TO WS-SM-PAY-DATE(WS-SM-IX)
                MOVE PD-PAYMENT-TIME   TO WS-SM-PAY-TIME(WS-SM-IX)
                MOVE PD-AMOUNT         TO WS-SM-AMOUNT(WS-SM-IX)
                MOVE PD-OPERATOR-ID    TO WS-SM-RELEASED-BY(WS-SM-IX)
                MOVE PD-PAYMENT-MEMO   TO WS-SM-MEMO(WS-SM-IX)
                MOVE WS-POSTING-STRATUM TO WS-SM-STRATUM(WS-SM-IX)
                MOVE WS-POSTING-HITS   TO WS-SM-HITS(WS-SM-IX)
                MOVE WS-POSTING-CHECK-NUMBER
                    TO WS-SM-CHECK-NUMBER(WS-SM-IX)
                SET WS-SM-IMAGE-NONE(WS-SM-IX) TO TRUE
                ADD PD-AMOUNT TO WS-SAMPLE-VALUE
            END-IF.

      ******************************************************************
      * THE VENDOR AS IT STOOD WHEN PAID - THE AFTER IMAGE OF THE
      * LAST CHANGE AT OR BEFORE THE PAYMENT.  WITH NO CHANGE THAT
      * EARLY, THE BEFORE IMAGE OF THE FIRST CHANGE AFTER IT SAYS
      * THE SAME THING; WITH NO HISTORY AT ALL THE CURRENT MASTER
      * IS ALL THERE IS.  WRITE-OFF AND REMIT-TO ENTRIES CARRY
      * OTHER RECORDS' IMAGES AND ARE PASSED OVER.  THE FILE IS NOT
      * IN ANY ORDER, SO EVERY ENTRY IS WEIGHED AGAINST THE BEST
      * FOUND SO FAR.
      ******************************************************************
       5000-GATHER-VENDOR-HISTORY.
            MOVE "N" TO WS-SCAN-SWITCH.
            OPEN INPUT VENDOR-HISTORY-FILE.
            IF WS-VENDOR-HIST-MISSING
                DISPLAY "NO VENDOR-HISTORY-FILE - CURRENT MASTER "
                    "PRINTED FOR EVERY VENDOR"
                SET WS-SCAN-DONE TO TRUE
            ELSE IF NOT WS-VENDOR-HIST-OK
                DISPLAY "UNABLE TO OPEN VENDOR-HISTORY-FILE, "
                    "STATUS = " WS-VENDOR-HIST-STATUS
                SET WS-SCAN-DONE TO TRUE
            ELSE
                PERFORM 8200-READ-NEXT-HISTORY
            END-IF.
            PERFORM UNTIL WS-SCAN-DONE
                IF NOT VH-ACTION-WRITEOFF AND NOT VH-ACTION-REMIT
                    PERFORM VARYING WS-SM-IX FROM 1 BY 1
                        UNTIL WS-SM-IX > WS-SM-COUNT
                        IF WS-SM-VENDOR(WS-SM-IX) = VH-VENDOR-NUMBER
                            PERFORM 5100-WEIGH-HISTORY-IMAGE
                        END-IF
                    END-PERFORM
                END-IF
                PERFORM 8200-READ-NEXT-HISTORY
            END-PERFORM.
            IF NOT WS-VENDOR-HIST-MISSING
                CLOSE VENDOR-HISTORY-FILE
            END-IF.

       5100-WEIGH-HISTORY-IMAGE.
            MOVE VH-CHANGE-DATE TO WS-HIST-DATE.
            MOVE VH-CHANGE-TIME TO WS-HIST-TIME.
            IF WS-HIST-STAMP NOT > WS-SM-PAY-STAMP(WS-SM-IX)
                IF NOT WS-SM-IMAGE-AS-OF(WS-SM-IX)
                    OR WS-HIST-STAMP > WS-SM-IMAGE-STAMP(WS-SM-IX)
                    SET WS-SM-IMAGE-AS-OF(WS-SM-IX) TO TRUE
                    MOVE VH-AFTER-IMAGE
                        TO WS-SM-VENDOR-IMAGE(WS-SM-IX)
                    PERFORM 5150-NOTE-IMAGE-CHANGE
                END-IF
            ELSE IF NOT WS-SM-IMAGE-AS-OF(WS-SM-IX)
                IF NOT WS-SM-IMAGE-BEFORE(WS-SM-IX)
                    OR WS-HIST-STAMP < WS-SM-IMAGE-STAMP(WS-SM-IX)
                    SET WS-SM-IMAGE-BEFORE(WS-SM-IX) TO TRUE
                    MOVE VH-BEFORE-IMAGE
                        TO WS-SM-VENDOR-IMAGE(WS-SM-IX)
                    PERFORM 5150-NOTE-IMAGE-CHANGE
                END-IF
            END-IF.

       5150-NOTE-IMAGE-CHANGE.
            MOVE WS-HIST-STAMP TO WS-SM-IMAGE-STAMP(WS-SM-IX).
            MOVE VH-ACTION-CODE TO WS-SM-IMAGE-ACTION(WS-SM-IX).
            MOVE VH-OPERATOR-ID TO WS-SM-IMAGE-BY(WS-SM-IX).

      * THE APPROVALS JOURNALED FOR THE INVOICE UP TO THE PAYMENT
      * DATE - THE LAST ONE IS THE ONE THE PAYMENT RODE ON.
       5200-GATHER-APPROVALS.
            MOVE "N" TO WS-SCAN-SWITCH.
            OPEN INPUT APPROVAL-JOURNAL-FILE.
            IF WS-APPROVAL-JRN-MISSING
                DISPLAY "NO APPROVAL-JOURNAL-FILE - INVOICE "
                    "APPROVER ONLY"
                SET WS-SCAN-DONE TO TRUE
            ELSE IF NOT WS-APPROVAL-JRN-OK
                DISPLAY "UNABLE TO OPEN APPROVAL-JOURNAL-FILE, "
                    "STATUS = " WS-APPROVAL-JRN-STATUS
                SET WS-SCAN-DONE TO TRUE
            ELSE
                PERFORM 8300-READ-NEXT-APPROVAL
            END-IF.
            PERFORM UNTIL WS-SCAN-DONE
                IF AL-APPROVED
                    PERFORM VARYING WS-SM-IX FROM 1 BY 1
                        UNTIL WS-SM-IX > WS-SM-COUNT
                        IF WS-SM-VENDOR(WS-SM-IX) = AL-VENDOR-NUMBER
                            AND WS-SM-INVOICE(WS-SM-IX)
                                = AL-INVOICE-NUMBER
                            AND AL-EVENT-DATE
                                NOT > WS-SM-PAY-DATE(WS-SM-IX)
                            PERFORM 5250-TAKE-APPROVAL
                        END-IF
                    END-PERFORM
                END-IF
                PERFORM 8300-READ-NEXT-APPROVAL
            END-PERFORM.
            IF NOT WS-APPROVAL-JRN-MISSING
                CLOSE APPROVAL-JOURNAL-FILE
            END-IF.

       5250-TAKE-APPROVAL.
            ADD 1 TO WS-SM-APR-COUNT(WS-SM-IX).
            MOVE AL-EVENT-DATE TO WS-EVENT-DATE.
            MOVE AL-EVENT-TIME TO WS-EVENT-TIME.
            IF WS-EVENT-STAMP > WS-SM-APR-STAMP(WS-SM-IX)
                MOVE WS-EVENT-STAMP TO WS-SM-APR-STAMP(WS-SM-IX)
                MOVE AL-APPROVER-ID TO WS-SM-APPROVER(WS-SM-IX)
                MOVE AL-OPERATOR-ID TO WS-SM-APR-OPERATOR(WS-SM-IX)
                MOVE AL-AUTHORITY TO WS-SM-APR-AUTHORITY(WS-SM-IX)
            END-IF.

      * THE REGISTER IS KEYED ON ACCOUNT PLUS CHECK NUMBER AND THE
      * INVOICE ONLY CARRIES THE NUMBER, SO THE MATCH IS ONE WALK
      * OF THE REGISTER FOR THE WHOLE SAMPLE, AS INVINQ01 MATCHES.
      * AN EFT OR CARD SETTLEMENT CARRIES ITS TRACE IN THE SAME
      * FIELD AND SIMPLY WON'T MATCH A CHECK.
       5400-GATHER-CHECKS.
            MOVE "N" TO WS-SCAN-SWITCH.
            OPEN INPUT CHECK-REGISTER-FILE.
            IF WS-CHECK-REG-MISSING
                DISPLAY "NO CHECK REGISTER - NO CHECKS MATCHED"
                SET WS-SCAN-DONE TO TRUE
            ELSE IF NOT WS-CHECK-REG-OK
                DISPLAY "UNABLE TO OPEN CHECK-REGISTER-FILE, "
                    "STATUS = " WS-CHECK-REG-STATUS
                SET WS-SCAN-DONE TO TRUE
            ELSE
                MOVE LOW-VALUES TO CR-KEY
                START CHECK-REGISTER-FILE
                    KEY IS NOT LESS THAN CR-KEY
                    INVALID KEY SET WS-SCAN-DONE TO TRUE
                END-START
                IF NOT WS-SCAN-DONE
                    PERFORM 8400-READ-NEXT-CHECK
                END-IF
            END-IF.
            PERFORM UNTIL WS-SCAN-DONE
                PERFORM VARYING WS-SM-IX FROM 1 BY 1
                    UNTIL WS-SM-IX > WS-SM-COUNT
                    IF WS-SM-CHECK-NUMBER(WS-SM-IX) NOT = ZERO
                        AND WS-SM-CHECK-NUMBER(WS-SM-IX)
                            = CR-CHECK-NUMBER
                        AND WS-SM-VENDOR(WS-SM-IX) = CR-VENDOR-NUMBER
                        PERFORM 5450-TAKE-CHECK
                    END-IF
                END-PERFORM
                PERFORM 8400-READ-NEXT-CHECK
            END-PERFORM.
            IF NOT WS-CHECK-REG-MISSING
                CLOSE CHECK-REGISTER-FILE
            END-IF.

       5450-TAKE-CHECK.
            SET WS-SM-CHECK-FOUND(WS-SM-IX) TO TRUE.
            MOVE CR-BANK-ACCT-CODE TO WS-SM-CHK-ACCOUNT(WS-SM-IX).
            MOVE CR-CHECK-DATE TO WS-SM-CHK-DATE(WS-SM-IX).
            MOVE CR-AMOUNT TO WS-SM-CHK-AMOUNT(WS-SM-IX).
            MOVE CR-STATUS TO WS-SM-CHK-STATUS(WS-SM-IX).
            MOVE CR-CLEAR-DATE TO WS-SM-CHK-CLEAR-DATE(WS-SM-IX).
            MOVE CR-REISSUED-AS TO WS-SM-CHK-REISSUED(WS-SM-IX).
            MOVE CR-COMPANY-CODE TO WS-SM-CHK-COMPANY(WS-SM-IX).

      ******************************************************************
      * THE DESIGN, THEN ONE SUPPORT PACKAGE PER POSTING DRAWN.
      ******************************************************************
       6000-PRINT-THE-REPORT.
            MOVE "AUDSMP.PRT" TO WS-PRINT-FILE-NAME.
            OPEN OUTPUT PRINT-FILE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO OPEN AUDIT SAMPLE REPORT, STATUS = "
                    WS-PRINT-FILE-STATUS
            END-IF.
            PERFORM 6900-PRINT-STANDARD-HEADING.
            MOVE WS-REPORT-TITLE TO SAMPLE-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE SPACES TO SAMPLE-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-FROM-DATE TO WS-PL-FROM.
            MOVE WS-TO-DATE TO WS-PL-TO.
            IF WS-ALL-COMPANIES
                MOVE "ALL" TO WS-PL-COMPANY
            ELSE
                MOVE WS-SAMPLE-COMPANY TO WS-PL-COMPANY
            END-IF.
            IF WS-METHOD-MONETARY
                MOVE "MONETARY-UNIT" TO WS-PL-METHOD
            ELSE
                MOVE "STRATIFIED" TO WS-PL-METHOD
            END-IF.
            MOVE WS-SAMPLE-SIZE TO WS-PL-SIZE.
            MOVE WS-SAMPLE-SEED TO WS-PL-SEED.
            MOVE WS-PERIOD-LINE TO SAMPLE-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-POPULATION-COUNT TO WS-PP-COUNT.
            MOVE WS-POPULATION-VALUE TO WS-PP-VALUE.
            MOVE WS-POPULATION-LINE TO SAMPLE-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            IF WS-METHOD-MONETARY
                MOVE WS-SAMPLING-INTERVAL TO WS-IL-INTERVAL
                MOVE WS-RANDOM-START TO WS-IL-START
                MOVE WS-INTERVAL-LINE TO SAMPLE-PRINT-LINE
                PERFORM 8000-WRITE-PRINT-LINE
            ELSE
                PERFORM VARYING WS-STRATUM-IX FROM 1 BY 1
                    UNTIL WS-STRATUM-IX > 4
                    MOVE WS-STRATUM-IX TO WS-SL-STRATUM
                    MOVE WS-STRATUM-NAME(WS-STRATUM-IX) TO WS-SL-NAME
                    MOVE WS-ST-COUNT(WS-STRATUM-IX) TO WS-SL-COUNT
                    MOVE WS-ST-VALUE(WS-STRATUM-IX) TO WS-SL-VALUE
                    MOVE WS-ST-ALLOCATED(WS-STRATUM-IX)
                        TO WS-SL-ALLOCATED
                    MOVE WS-ST-DRAWN(WS-STRATUM-IX) TO WS-SL-DRAWN
                    MOVE WS-STRATUM-LINE TO SAMPLE-PRINT-LINE
                    PERFORM 8000-WRITE-PRINT-LINE
                END-PERFORM
            END-IF.
            MOVE WS-SM-COUNT TO WS-SA-POSTINGS.
            MOVE WS-SAMPLE-VALUE TO WS-SA-VALUE.
            MOVE WS-SAMPLE-TOTAL-LINE TO SAMPLE-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            IF WS-SM-COUNT > ZERO
                PERFORM 6050-OPEN-SUPPORT-FILES
                PERFORM 6100-PRINT-ONE-PACKAGE
                    VARYING WS-SM-IX FROM 1 BY 1
                    UNTIL WS-SM-IX > WS-SM-COUNT
                CLOSE VENDOR-FILE
                CLOSE INVOICE-DIST-FILE
                CLOSE PO-FILE
            END-IF.
            CLOSE PRINT-FILE.

       6050-OPEN-SUPPORT-FILES.
            OPEN INPUT VENDOR-FILE.
            IF NOT WS-VENDOR-FILE-OK
                DISPLAY "UNABLE TO OPEN VENDOR-FILE, STATUS = "
                    WS-VENDOR-FILE-STATUS
            END-IF.
            OPEN INPUT INVOICE-DIST-FILE.
            IF WS-INVOICE-DIST-MISSING
                DISPLAY "NO INVOICE-DIST-FILE - NO DISTRIBUTION "
                    "LINES PRINTED"
            ELSE IF NOT WS-INVOICE-DIST-OK
                DISPLAY "UNABLE TO OPEN INVOICE-DIST-FILE, STATUS = "
                    WS-INVOICE-DIST-STATUS
            END-IF.
            OPEN INPUT PO-FILE.
            IF WS-PO-FILE-MISSING
                DISPLAY "NO PO-FILE - NO PURCHASE ORDERS PRINTED"
            ELSE IF NOT WS-PO-FILE-OK
                DISPLAY "UNABLE TO OPEN PO-FILE, STATUS = "
                    WS-PO-FILE-STATUS
            END-IF.

       6100-PRINT-ONE-PACKAGE.
            MOVE SPACES TO SAMPLE-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-PACKAGE-RULE TO SAMPLE-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-SM-IX TO WS-PH-NUMBER.
            MOVE WS-SM-VENDOR(WS-SM-IX) TO WS-PH-VENDOR.
            MOVE WS-SM-INVOICE(WS-SM-IX) TO WS-PH-INVOICE.
            MOVE WS-SM-PAY-DATE(WS-SM-IX) TO WS-PH-DATE.
            MOVE WS-SM-PAY-TIME(WS-SM-IX) TO WS-PH-TIME.
            MOVE WS-SM-AMOUNT(WS-SM-IX) TO WS-PH-AMOUNT.
            IF WS-METHOD-MONETARY
                MOVE "HITS    " TO WS-PH-BASIS-LABEL
                MOVE WS-SM-HITS(WS-SM-IX) TO WS-PH-BASIS
            ELSE
                MOVE "STRATUM " TO WS-PH-BASIS-LABEL
                MOVE WS-SM-STRATUM(WS-SM-IX) TO WS-PH-BASIS
            END-IF.
            MOVE WS-PACKAGE-HEADING TO SAMPLE-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-SM-RELEASED-BY(WS-SM-IX) TO WS-RS-OPERATOR.
            MOVE WS-SM-MEMO(WS-SM-IX) TO WS-RS-MEMO.
            MOVE WS-RELEASE-LINE TO SAMPLE-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            PERFORM 6200-PRINT-VENDOR-AS-OF.
            PERFORM 6300-PRINT-INVOICE.
            PERFORM 6600-PRINT-CHECK.

       6200-PRINT-VENDOR-AS-OF.
            MOVE WS-SM-PAY-DATE(WS-SM-IX) TO WS-VS-DATE.
            MOVE WS-SM-IMAGE-DATE(WS-SM-IX) TO WS-VS-CHANGE-DATE.
            MOVE WS-SM-IMAGE-TIME(WS-SM-IX) TO WS-VS-CHANGE-TIME.
            MOVE WS-SM-IMAGE-ACTION(WS-SM-IX) TO WS-VS-ACTION.
            MOVE WS-SM-IMAGE-BY(WS-SM-IX) TO WS-VS-BY.
            IF WS-SM-IMAGE-AS-OF(WS-SM-IX)
                MOVE "AFTER IMAGE OF THE CHANGE OF"
                    TO WS-VS-SOURCE
            ELSE IF WS-SM-IMAGE-BEFORE(WS-SM-IX)
                MOVE "BEFORE IMAGE OF THE CHANGE OF"
                    TO WS-VS-SOURCE
            ELSE
                MOVE WS-SM-VENDOR(WS-SM-IX) TO VENDOR-NUMBER
                READ VENDOR-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-SM-IMAGE-CURRENT(WS-SM-IX) TO TRUE
                        MOVE VENDOR-RECORD
                            TO WS-SM-VENDOR-IMAGE(WS-SM-IX)
                END-READ
            END-IF.
            IF WS-SM-IMAGE-NONE(WS-SM-IX)
                MOVE "VENDOR NOT ON THE MASTER AND NO HISTORY"
                    TO WS-NL-TEXT
                MOVE SPACES TO WS-NL-NUMBER
                MOVE WS-NOTE-LINE TO SAMPLE-PRINT-LINE
                PERFORM 8000-WRITE-PRINT-LINE
            ELSE
                IF WS-SM-IMAGE-CURRENT(WS-SM-IX)
                    MOVE "CURRENT MASTER - NO HISTORY" TO WS-VS-SOURCE
                    MOVE ZERO TO WS-VS-CHANGE-DATE
                    MOVE ZERO TO WS-VS-CHANGE-TIME
                    MOVE SPACES TO WS-VS-ACTION
                    MOVE SPACES TO WS-VS-BY
                END-IF
                MOVE WS-VENDOR-SOURCE-LINE TO SAMPLE-PRINT-LINE
                PERFORM 8000-WRITE-PRINT-LINE
                MOVE WS-SM-VENDOR-IMAGE(WS-SM-IX)
                    TO WS-AS-OF-VENDOR-AREA
                MOVE AV-NAME TO WS-VN-NAME
                MOVE AV-STATUS TO WS-VN-STATUS
                MOVE AV-STATUS-DATE TO WS-VN-STATUS-DATE
                MOVE AV-CONTACT TO WS-VN-CONTACT
                MOVE AV-PHONE TO WS-VN-PHONE
                MOVE WS-VENDOR-NAME-LINE TO SAMPLE-PRINT-LINE
                PERFORM 8000-WRITE-PRINT-LINE
                MOVE AV-ADDRESS-1 TO WS-VA-ADDRESS-1
                MOVE AV-ADDRESS-2 TO WS-VA-ADDRESS-2
                MOVE AV-CITY TO WS-VA-CITY
                MOVE AV-STATE TO WS-VA-STATE
                MOVE AV-ZIP TO WS-VA-ZIP
                MOVE WS-VENDOR-ADDRESS-LINE TO SAMPLE-PRINT-LINE
                PERFORM 8000-WRITE-PRINT-LINE
                MOVE AV-EFT-FLAG TO WS-VB-EFT-FLAG
                MOVE AV-BANK-ROUTING TO WS-VB-ROUTING
                MOVE AV-BANK-ACCOUNT TO WS-VB-ACCOUNT
                MOVE AV-BANK-ACCT-TYPE TO WS-VB-ACCT-TYPE
                MOVE AV-CURRENCY-CODE TO WS-VB-CURRENCY
                MOVE WS-VENDOR-BANK-LINE TO SAMPLE-PRINT-LINE
                PERFORM 8000-WRITE-PRINT-LINE
            END-IF.

      * THE INVOICE, ITS DISTRIBUTION, ITS PO AND ITS APPROVALS.
       6300-PRINT-INVOICE.
            IF WS-SM-INVOICE(WS-SM-IX) = SPACES
                MOVE "NO INVOICE ON THE POSTING" TO WS-NL-TEXT
                MOVE SPACES TO WS-NL-NUMBER
                MOVE WS-NOTE-LINE TO SAMPLE-PRINT-LINE
                PERFORM 8000-WRITE-PRINT-LINE
            ELSE IF WS-INVOICE-FILE-MISSING
                MOVE "NO INVOICE-FILE" TO WS-NL-TEXT
                MOVE SPACES TO WS-NL-NUMBER
                MOVE WS-NOTE-LINE TO SAMPLE-PRINT-LINE
                PERFORM 8000-WRITE-PRINT-LINE
            ELSE
                MOVE WS-SM-VENDOR(WS-SM-IX) TO INV-VENDOR-NUMBER
                MOVE WS-SM-INVOICE(WS-SM-IX) TO INV-INVOICE-NUMBER
                READ INVOICE-FILE
                    INVALID KEY
                        MOVE "INVOICE NOT ON FILE" TO WS-NL-TEXT
                        MOVE SPACES TO WS-NL-NUMBER
                        MOVE WS-NOTE-LINE TO SAMPLE-PRINT-LINE
                        PERFORM 8000-WRITE-PRINT-LINE
                    NOT INVALID KEY
                        PERFORM 6310-PRINT-INVOICE-DETAIL
                END-READ
            END-IF.
            PERFORM 6500-PRINT-JOURNAL-APPROVAL.

       6310-PRINT-INVOICE-DETAIL.
            MOVE INV-INVOICE-DATE TO WS-IV-DATE.
            MOVE INV-AMOUNT TO WS-IV-AMOUNT.
            MOVE INV-AMOUNT-PAID TO WS-IV-PAID.
            MOVE INV-STATUS TO WS-IV-STATUS.
            MOVE INV-DUE-DATE TO WS-IV-DUE-DATE.
            MOVE INV-COMPANY-CODE TO WS-IV-COMPANY.
            MOVE INV-CHECK-NUMBER TO WS-IV-CHECK.
            MOVE WS-INVOICE-LINE TO SAMPLE-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            PERFORM 6350-PRINT-DISTRIBUTION.
            PERFORM 6400-PRINT-PURCHASE-ORDER.
            IF INV-APPROVED-BY = SPACES
                MOVE "NO APPROVER ON THE INVOICE" TO WS-NL-TEXT
                MOVE SPACES TO WS-NL-NUMBER
                MOVE WS-NOTE-LINE TO SAMPLE-PRINT-LINE
            ELSE
                MOVE INV-APPROVED-BY TO WS-AP-APPROVER
                MOVE INV-APPROVAL-DATE TO WS-AP-DATE
                MOVE WS-APPROVAL-LINE TO SAMPLE-PRINT-LINE
            END-IF.
            PERFORM 8000-WRITE-PRINT-LINE.

       6350-PRINT-DISTRIBUTION.
            MOVE ZERO TO WS-DIST-LINES.
            MOVE "N" TO WS-SCAN-SWITCH.
            IF WS-INVOICE-DIST-MISSING
                SET WS-SCAN-DONE TO TRUE
            ELSE
                MOVE INV-VENDOR-NUMBER TO ID-VENDOR-NUMBER
                MOVE INV-INVOICE-NUMBER TO ID-INVOICE-NUMBER
                MOVE ZERO TO ID-LINE-NUMBER
                START INVOICE-DIST-FILE KEY IS NOT LESS THAN ID-KEY
                    INVALID KEY SET WS-SCAN-DONE TO TRUE
                END-START
                IF NOT WS-SCAN-DONE
                    PERFORM 8500-READ-NEXT-DIST
                END-IF
            END-IF.
            PERFORM UNTIL WS-SCAN-DONE
                OR ID-VENDOR-NUMBER NOT = INV-VENDOR-NUMBER
                OR ID-INVOICE-NUMBER NOT = INV-INVOICE-NUMBER
                ADD 1 TO WS-DIST-LINES
                MOVE ID-LINE-NUMBER TO WS-DL-LINE
                MOVE ID-GL-ACCOUNT TO WS-DL-GL-ACCOUNT
                MOVE ID-COST-CENTER TO WS-DL-COST-CENTER
                MOVE ID-AMOUNT TO WS-DL-AMOUNT
                MOVE WS-DIST-LINE TO SAMPLE-PRINT-LINE
                PERFORM 8000-WRITE-PRINT-LINE
                PERFORM 8500-READ-NEXT-DIST
            END-PERFORM.
            IF WS-DIST-LINES = ZERO
                MOVE "NO DISTRIBUTION LINES" TO WS-NL-TEXT
                MOVE SPACES TO WS-NL-NUMBER
                MOVE WS-NOTE-LINE TO SAMPLE-PRINT-LINE
                PERFORM 8000-WRITE-PRINT-LINE
            END-IF.

       6400-PRINT-PURCHASE-ORDER.
            IF INV-PO-NUMBER = SPACES
                MOVE "NO PURCHASE ORDER" TO WS-NL-TEXT
                MOVE SPACES TO WS-NL-NUMBER
                MOVE WS-NOTE-LINE TO SAMPLE-PRINT-LINE
                PERFORM 8000-WRITE-PRINT-LINE
            ELSE IF WS-PO-FILE-MISSING
                MOVE "NO PO-FILE - PURCHASE ORDER" TO WS-NL-TEXT
                MOVE INV-PO-NUMBER TO WS-NL-NUMBER
                MOVE WS-NOTE-LINE TO SAMPLE-PRINT-LINE
                PERFORM 8000-WRITE-PRINT-LINE
            ELSE
                MOVE INV-PO-NUMBER TO PO-NUMBER
                READ PO-FILE
                    INVALID KEY
                        MOVE "PURCHASE ORDER NOT ON FILE"
                            TO WS-NL-TEXT
                        MOVE INV-PO-NUMBER TO WS-NL-NUMBER
                        MOVE WS-NOTE-LINE TO SAMPLE-PRINT-LINE
                    NOT INVALID KEY
                        MOVE PO-NUMBER TO WS-PO-NUMBER
                        MOVE PO-AUTHORIZED-AMOUNT
                            TO WS-PO-AUTHORIZED
                        MOVE PO-VOUCHERED-AMOUNT TO WS-PO-VOUCHERED
                        MOVE PO-STATUS TO WS-PO-STATUS
                        MOVE PO-ENTRY-DATE TO WS-PO-ENTRY-DATE
                        MOVE WS-PO-LINE TO SAMPLE-PRINT-LINE
                END-READ
                PERFORM 8000-WRITE-PRINT-LINE
            END-IF.

       6500-PRINT-JOURNAL-APPROVAL.
            IF WS-SM-APR-COUNT(WS-SM-IX) = ZERO
                MOVE "NO JOURNALED APPROVAL BY THE PAYMENT DATE"
                    TO WS-NL-TEXT
                MOVE SPACES TO WS-NL-NUMBER
                MOVE WS-NOTE-LINE TO SAMPLE-PRINT-LINE
            ELSE
                MOVE WS-SM-APPROVER(WS-SM-IX) TO WS-JL-APPROVER
                MOVE WS-SM-APR-DATE(WS-SM-IX) TO WS-JL-DATE
                MOVE WS-SM-APR-TIME(WS-SM-IX) TO WS-JL-TIME
                MOVE WS-SM-APR-OPERATOR(WS-SM-IX) TO WS-JL-OPERATOR
                MOVE WS-SM-APR-AUTHORITY(WS-SM-IX)
                    TO WS-JL-AUTHORITY
                MOVE WS-SM-APR-COUNT(WS-SM-IX) TO WS-JL-COUNT
                MOVE WS-JOURNAL-LINE TO SAMPLE-PRINT-LINE
            END-IF.
            PERFORM 8000-WRITE-PRINT-LINE.

       6600-PRINT-CHECK.
            IF WS-SM-CHECK-FOUND(WS-SM-IX)
                MOVE WS-SM-CHK-ACCOUNT(WS-SM-IX) TO WS-CK-ACCOUNT
                MOVE WS-SM-CHECK-NUMBER(WS-SM-IX) TO WS-CK-NUMBER
                MOVE WS-SM-CHK-DATE(WS-SM-IX) TO WS-CK-DATE
                MOVE WS-SM-CHK-AMOUNT(WS-SM-IX) TO WS-CK-AMOUNT
                MOVE WS-SM-CHK-COMPANY(WS-SM-IX) TO WS-CK-COMPANY
                MOVE SPACES TO WS-CK-STATE
                IF WS-SM-CHK-STATUS(WS-SM-IX) = "P"
                    STRING "CLEARED THE BANK "
                        WS-SM-CHK-CLEAR-DATE(WS-SM-IX)
                        DELIMITED BY SIZE INTO WS-CK-STATE
                ELSE IF WS-SM-CHK-STATUS(WS-SM-IX) = "V"
                    MOVE "VOIDED" TO WS-CK-STATE
                ELSE IF WS-SM-CHK-STATUS(WS-SM-IX) = "S"
                    STRING "SPOILED - REISSUED AS "
                        WS-SM-CHK-REISSUED(WS-SM-IX)
                        DELIMITED BY SIZE INTO WS-CK-STATE
                ELSE
                    MOVE "OUTSTANDING - NOT CLEARED" TO WS-CK-STATE
                END-IF
                MOVE WS-CHECK-LINE TO SAMPLE-PRINT-LINE
            ELSE IF WS-SM-CHECK-NUMBER(WS-SM-IX) = ZERO
                MOVE "NO CHECK NUMBER ON THE INVOICE" TO WS-NL-TEXT
                MOVE SPACES TO WS-NL-NUMBER
                MOVE WS-NOTE-LINE TO SAMPLE-PRINT-LINE
            ELSE
                MOVE "NOT ON THE CHECK REGISTER - EFT OR CARD TRACE"
                    TO WS-NL-TEXT
                MOVE WS-SM-CHECK-NUMBER(WS-SM-IX) TO WS-NL-NUMBER
                MOVE WS-NOTE-LINE TO SAMPLE-PRINT-LINE
            END-IF.
            PERFORM 8000-WRITE-PRINT-LINE.

      * PRINT THE STANDARD COMPANY/RUN-DATE/RUN-TIME/PAGE-NUMBER
      * HEADING (SEE RPTHDR1.cbl).
       6900-PRINT-STANDARD-HEADING.
            ADD 1 TO WS-RPT-PAGE-COUNT.
            MOVE WS-RPT-PAGE-COUNT TO WS-RPT-PAGE-NUMBER.
            ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RPT-RUN-TIME FROM TIME.
            MOVE WS-RPT-HEADING-LINE-1 TO SAMPLE-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-RPT-HEADING-LINE-2 TO SAMPLE-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

       7000-NEXT-RANDOM.
            COMPUTE WS-RANDOM-PRODUCT = WS-RANDOM-STATE * 16807.
            DIVIDE WS-RANDOM-PRODUCT BY 2147483647
                GIVING WS-RANDOM-QUOTIENT
                REMAINDER WS-RANDOM-STATE.
            COMPUTE WS-RANDOM-FRACTION =
                WS-RANDOM-STATE / 2147483647.

       8000-WRITE-PRINT-LINE.
            WRITE SAMPLE-PRINT-LINE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO WRITE AUDIT SAMPLE REPORT, "
                    "STATUS = " WS-PRINT-FILE-STATUS
            END-IF.

       8050-OPEN-PAYMENT-DETAIL.
            OPEN INPUT PAYMENT-DETAIL-FILE.
            IF WS-PAYMENT-DTL-MISSING
                DISPLAY "NO PAYMENT-DETAIL-FILE - NOTHING PAID"
                SET WS-NO-MORE-POSTINGS TO TRUE
            ELSE IF NOT WS-PAYMENT-DTL-OK
                DISPLAY "UNABLE TO OPEN PAYMENT-DETAIL-FILE, "
                    "STATUS = " WS-PAYMENT-DTL-STATUS
                SET WS-NO-MORE-POSTINGS TO TRUE
            ELSE
                PERFORM 8100-READ-NEXT-POSTING
            END-IF.

       8100-READ-NEXT-POSTING.
            READ PAYMENT-DETAIL-FILE
                AT END SET WS-NO-MORE-POSTINGS TO TRUE
            END-READ.
            IF NOT WS-PAYMENT-DTL-OK AND NOT WS-PAYMENT-DTL-EOF
                DISPLAY "PAYMENT-DETAIL-FILE READ ERROR, STATUS = "
                    WS-PAYMENT-DTL-STATUS
                SET WS-NO-MORE-POSTINGS TO TRUE
            END-IF.

       8200-READ-NEXT-HISTORY.
            READ VENDOR-HISTORY-FILE
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-VENDOR-HIST-OK AND NOT WS-VENDOR-HIST-EOF
                DISPLAY "VENDOR-HISTORY READ ERROR, STATUS = "
                    WS-VENDOR-HIST-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.

       8300-READ-NEXT-APPROVAL.
            READ APPROVAL-JOURNAL-FILE
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-APPROVAL-JRN-OK AND NOT WS-APPROVAL-JRN-EOF
                DISPLAY "APPROVAL-JOURNAL READ ERROR, STATUS = "
                    WS-APPROVAL-JRN-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.

       8400-READ-NEXT-CHECK.
            READ CHECK-REGISTER-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-CHECK-REG-OK AND NOT WS-CHECK-REG-EOF
                DISPLAY "CHECK-REGISTER READ ERROR, STATUS = "
                    WS-CHECK-REG-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.

       8500-READ-NEXT-DIST.
            READ INVOICE-DIST-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-INVOICE-DIST-OK AND NOT WS-INVOICE-DIST-EOF
                DISPLAY "INVOICE-DIST-FILE READ ERROR, STATUS = "
                    WS-INVOICE-DIST-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.

       9000-TERMINATE.
            MOVE "E" TO WS-RL-FUNCTION.
            MOVE WS-POSTINGS-READ TO WS-RL-RECORDS-IN.
            MOVE WS-SM-COUNT TO WS-RL-RECORDS-OUT.
            MOVE ZERO TO WS-RL-REJECTS.
            MOVE WS-SAMPLE-VALUE TO WS-RL-VALUE.
            MOVE "CLEAN" TO WS-RL-STATUS-TEXT.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            DISPLAY "POSTINGS READ           : " WS-POSTINGS-READ.
            DISPLAY "PAYMENTS IN POPULATION  : " WS-POPULATION-COUNT.
            DISPLAY "PAYMENTS DRAWN          : " WS-SM-COUNT.
            DISPLAY "SEED                    : " WS-SAMPLE-SEED.
            CLOSE INVOICE-FILE.
       END PROGRAM AUDSMP01.

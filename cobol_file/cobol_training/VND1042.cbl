      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Year-end 1042-S extract and recipient listing -
      *              the foreign-payee counterpart of VND1099.  A
      *              payee is foreign if its FOREIGN-STATUS-FILE
      *              record says so, or if it bills in CAD or GBP
      *              and has no record at all (the same test
      *              PAYREL01 withholds on).  Each foreign payee's
      *              gross income for the PARM year (default the
      *              current year) comes off the payment detail
      *              ledger's dated postings, net of voids; the tax
      *              withheld comes off the nonresident records on
      *              the withholding ledger.  Both are in the
      *              payment currency on the ledgers and are
      *              converted to U.S. dollars here through
      *              CURCONV01 at the rate in force on each posting
      *              date, since the 1042-S is filed in dollars.
      *              Writes IRS1042S.DAT (300-byte fixed records, one
      *              "D" per recipient and a "T" total) for the
      *              filing service, and prints the recipient
      *              listing (VND1042.PRT) for the tax desk to check
      *              against the 1042 deposits before filing.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original 1042-S extract and listing.
      *   2026-10-15 DW  A foreign-currency vendor is any vendor not
      *                  carried in the home currency (VENDOR-CURR-
      *                  HOME), not just CAD or GBP, now that the
      *                  currency master can add currencies.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VND1042.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLVND01.cbl".
           COPY "SLPDL01.cbl".
           COPY "SLBWH01.cbl".
           COPY "SLFRN01.cbl".
           SELECT IRS-1042S-FILE ASSIGN TO "IRS1042S.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IRS-1042S-STATUS.
           COPY "Hello-world.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "fdvnd01.cbl".
           COPY "FDPDL01.cbl".
           COPY "FDBWH01.cbl".
           COPY "FDFRN01.cbl".

      * THE SUBMISSION RECORD - 300 BYTES FIXED, TYPE CODE FIRST.
      * AMOUNTS IN WHOLE U.S. CENTS, THE RATE IN BASIS POINTS.
       FD  IRS-1042S-FILE
           LABEL RECORDS ARE STANDARD.
       01  IRS-1042S-RECORD            PIC X(300).
       01  IRS-D-RECORD REDEFINES IRS-1042S-RECORD.
           05 IRS-D-TYPE               PIC X(01).
           05 IRS-D-YEAR               PIC 9(04).
           05 IRS-D-INCOME-CODE        PIC X(02).
           05 IRS-D-GROSS-INCOME       PIC 9(12).
           05 IRS-D-EXEMPTION-CODE     PIC X(02).
           05 IRS-D-RATE               PIC 9(04).
           05 IRS-D-TAX-WITHHELD       PIC 9(12).
           05 IRS-D-RECIPIENT-CODE     PIC X(02).
           05 IRS-D-NAME               PIC X(40).
           05 IRS-D-ADDRESS            PIC X(40).
           05 IRS-D-CITY               PIC X(40).
           05 IRS-D-COUNTRY            PIC X(02).
           05 IRS-D-FOREIGN-TIN        PIC X(20).
           05 IRS-D-US-TIN             PIC X(09).
           05 IRS-D-TREATY-ARTICLE     PIC X(10).
           05 IRS-D-VENDOR-NUMBER      PIC 9(05).
           05 FILLER                   PIC X(95).
       01  IRS-T-RECORD REDEFINES IRS-1042S-RECORD.
           05 IRS-T-TYPE               PIC X(01).
           05 IRS-T-YEAR               PIC 9(04).
           05 IRS-T-RECIPIENT-COUNT    PIC 9(08).
           05 IRS-T-GROSS-TOTAL        PIC 9(15).
           05 IRS-T-WITHHELD-TOTAL     PIC 9(15).
           05 FILLER                   PIC X(257).

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-PRINT-LINE           PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-VENDOR-FILE-STATUS   PIC X(02).
           88 WS-VENDOR-FILE-OK        VALUE "00".
           88 WS-VENDOR-FILE-EOF       VALUE "10".
       01  WS-PAYMENT-DTL-STATUS   PIC X(02).
           88 WS-PAYMENT-DTL-OK        VALUE "00".
           88 WS-PAYMENT-DTL-EOF       VALUE "10".
           88 WS-PAYMENT-DTL-MISSING   VALUE "35".
       01  WS-BACKUP-WH-STATUS     PIC X(02).
           88 WS-BACKUP-WH-OK          VALUE "00".
           88 WS-BACKUP-WH-EOF         VALUE "10".
           88 WS-BACKUP-WH-MISSING     VALUE "35".
       01  WS-FOREIGN-STATUS-STATUS PIC X(02).
           88 WS-FOREIGN-STATUS-OK     VALUE "00".
           88 WS-FOREIGN-STATUS-MISSING VALUE "35".
       01  WS-IRS-1042S-STATUS     PIC X(02).
           88 WS-IRS-1042S-OK          VALUE "00".
       01  WS-PRINT-FILE-NAME      PIC X(20).
       01  WS-PRINT-FILE-STATUS    PIC X(02).
           88 WS-PRINT-FILE-OK         VALUE "00".
       01  WS-EOF-SWITCH            PIC X(01) VALUE "N".
           88 WS-NO-MORE-VENDORS        VALUE "Y".
       01  WS-LEDGER-EOF-SWITCH     PIC X(01) VALUE "N".
           88 WS-NO-MORE-POSTINGS       VALUE "Y".
       01  WS-BWH-EOF-SWITCH        PIC X(01) VALUE "N".
           88 WS-NO-MORE-WITHHOLDING    VALUE "Y".
       01  WS-FRN-FILE-OPEN-SWITCH  PIC X(01) VALUE "N".
           88 WS-FRN-FILE-OPEN          VALUE "Y".
       01  WS-FRN-FOUND-SWITCH      PIC X(01).
           88 WS-FRN-FOUND              VALUE "Y".
       01  WS-FOREIGN-PAYEE-SWITCH  PIC X(01).
           88 WS-FOREIGN-PAYEE          VALUE "Y".

       01  WS-PARM-VALUE            PIC X(04).
       01  WS-REPORT-YEAR           PIC 9(04).
       01  WS-TODAY                 PIC 9(08).

      * CALENDAR-YEAR DOLLAR AMOUNTS PER FOREIGN PAYEE, BUILT FROM
      * THE TWO LEDGERS.  THE RATE IS THE FIRST ONE THE YEAR'S
      * WITHHOLDING SHOWS; A SECOND, DIFFERENT RATE IS FLAGGED - THE
      * 1042-S WANTS ONE FORM PER RATE, SO THE DESK SPLITS IT.
       01  WS-VND-COUNT             PIC 9(03) COMP VALUE ZERO.
       01  WS-VX                    PIC 9(03) COMP.
       01  WS-FOUND-SWITCH          PIC X(01).
           88 WS-SLOT-FOUND             VALUE "Y".
       01  WS-OVERFLOW-SEEN-SWITCH  PIC X(01) VALUE "N".
           88 WS-OVERFLOW-SEEN          VALUE "Y".
       01  WS-YEAR-TABLE.
           05 WS-YT-ENTRY OCCURS 500 TIMES.
               10 WS-YT-VENDOR      PIC 9(05).
               10 WS-YT-GROSS       PIC S9(11)V99.
               10 WS-YT-WITHHELD    PIC S9(11)V99.
               10 WS-YT-RATE        PIC 9V9999.
               10 WS-YT-RATE-SEEN   PIC X(01).
               10 WS-YT-MIXED-RATES PIC X(01).
               10 WS-YT-NO-RATE     PIC X(01).
       01  WS-SEARCH-VENDOR         PIC 9(05).
       01  WS-AMOUNT-CENTS          PIC 9(12).
       01  WS-RATE-BASIS-POINTS     PIC 9(04).

      * FIELDS FOR THE CURCONV01 CALLS THAT PUT EACH POSTING INTO
      * DOLLARS AT ITS OWN DATE.
       01  WS-CC-CURRENCY              PIC X(03).
       01  WS-CC-AMOUNT-IN             PIC S9(09)V99.
       01  WS-CC-AS-OF-DATE            PIC 9(08).
       01  WS-CC-AMOUNT-OUT            PIC S9(11)V99.
       01  WS-CC-RATE-DATE             PIC 9(08).
       01  WS-CC-RESULT                PIC X(01).
           88 WS-CC-NO-RATE                VALUE "N".

       01  WS-RECIPIENT-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-UNDOCUMENTED-COUNT    PIC 9(05) VALUE ZERO.
       01  WS-GROSS-TOTAL           PIC S9(13)V99 VALUE ZERO.
       01  WS-WITHHELD-TOTAL        PIC S9(13)V99 VALUE ZERO.
       01  WS-NO-RATE-POSTINGS      PIC 9(05) VALUE ZERO.

           COPY "RPTHDR1.cbl".

       01  WS-REPORT-TITLE.
           05 FILLER                PIC X(34) VALUE
               "1042-S RECIPIENT LISTING FOR YEAR ".
           05 WS-RT-YEAR            PIC 9(04).
           05 FILLER                PIC X(25) VALUE
               "  (U.S. DOLLARS)".

       01  WS-COLUMN-HEADING.
           05 FILLER                PIC X(06) VALUE "VENDOR".
           05 FILLER                PIC X(31) VALUE " NAME".
           05 FILLER                PIC X(04) VALUE " CTY".
           05 FILLER                PIC X(05) VALUE " INC".
           05 FILLER                PIC X(05) VALUE " EXM".
           05 FILLER                PIC X(08) VALUE "   RATE".
           05 FILLER                PIC X(16) VALUE
               "    GROSS INCOME".
           05 FILLER                PIC X(16) VALUE
               "    TAX WITHHELD".
           05 FILLER                PIC X(06) VALUE "  NOTE".

       01  WS-DETAIL-LINE.
           05 WS-D-VENDOR           PIC 9(05).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-D-NAME             PIC X(30).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-D-COUNTRY          PIC X(02).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-D-INCOME-CODE      PIC X(02).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-D-EXEMPTION-CODE   PIC X(02).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-D-RATE             PIC Z9.99.
           05 FILLER                PIC X(01) VALUE "%".
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-D-GROSS            PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-D-WITHHELD         PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-D-NOTE             PIC X(22).

       01  WS-TOTAL-LINE.
           05 FILLER                PIC X(11) VALUE "RECIPIENTS ".
           05 WS-T-COUNT            PIC ZZ,ZZ9.
           05 FILLER                PIC X(16) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE
               "TOTALS          ".
           05 WS-T-GROSS            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-T-WITHHELD         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INITIALIZE.
            PERFORM 1500-TALLY-THE-LEDGER
                UNTIL WS-NO-MORE-POSTINGS.
            PERFORM 1600-TALLY-THE-WITHHOLDING
                UNTIL WS-NO-MORE-WITHHOLDING.
            PERFORM 1800-OPEN-OUTPUTS.
            PERFORM 2000-EXTRACT-RECIPIENTS
                UNTIL WS-NO-MORE-VENDORS.
            PERFORM 9000-TERMINATE.
            STOP RUN.

       1000-INITIALIZE.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            ACCEPT WS-PARM-VALUE FROM COMMAND-LINE.
            IF WS-PARM-VALUE NUMERIC AND WS-PARM-VALUE NOT = ZEROS
                MOVE WS-PARM-VALUE TO WS-REPORT-YEAR
            ELSE
                MOVE WS-TODAY(1:4) TO WS-REPORT-YEAR
            END-IF.
            DISPLAY "REPORTING CALENDAR YEAR " WS-REPORT-YEAR.
            OPEN INPUT VENDOR-FILE.
            IF NOT WS-VENDOR-FILE-OK
                DISPLAY "UNABLE TO OPEN VENDOR-FILE, STATUS = "
                    WS-VENDOR-FILE-STATUS
                SET WS-NO-MORE-POSTINGS TO TRUE
                SET WS-NO-MORE-WITHHOLDING TO TRUE
            END-IF.
            OPEN INPUT FOREIGN-STATUS-FILE.
            IF WS-FOREIGN-STATUS-OK
                SET WS-FRN-FILE-OPEN TO TRUE
            ELSE IF WS-FOREIGN-STATUS-MISSING
                DISPLAY "NO FOREIGN-STATUS-FILE - EVERY "
                    "FOREIGN-CURRENCY VENDOR REPORTS AS UNDOCUMENTED"
            ELSE
                DISPLAY "UNABLE TO OPEN FOREIGN-STATUS-FILE, STATUS = "
                    WS-FOREIGN-STATUS-STATUS
            END-IF.
            OPEN INPUT PAYMENT-DETAIL-FILE.
            IF WS-PAYMENT-DTL-MISSING
                DISPLAY "NO PAYMENT-DETAIL-FILE - ALL INCOME WILL "
                    "BE ZERO"
                SET WS-NO-MORE-POSTINGS TO TRUE
            ELSE IF NOT WS-PAYMENT-DTL-OK
                DISPLAY "UNABLE TO OPEN PAYMENT-DETAIL-FILE, "
                    "STATUS = " WS-PAYMENT-DTL-STATUS
                SET WS-NO-MORE-POSTINGS TO TRUE
            ELSE IF NOT WS-NO-MORE-POSTINGS
                PERFORM 1900-READ-NEXT-POSTING
            END-IF.
            OPEN INPUT BACKUP-WH-FILE.
            IF WS-BACKUP-WH-MISSING
                DISPLAY "NO WITHHOLDING LEDGER - ALL TAX WITHHELD "
                    "WILL BE ZERO"
                SET WS-NO-MORE-WITHHOLDING TO TRUE
            ELSE IF NOT WS-BACKUP-WH-OK
                DISPLAY "UNABLE TO OPEN BACKUP-WH-FILE, STATUS = "
                    WS-BACKUP-WH-STATUS
                SET WS-NO-MORE-WITHHOLDING TO TRUE
            ELSE IF NOT WS-NO-MORE-WITHHOLDING
                PERFORM 1950-READ-NEXT-WITHHOLDING
            END-IF.

      * EVERY POSTING TO A FOREIGN PAYEE DATED IN THE REPORT YEAR
      * ROLLS INTO ITS GROSS INCOME IN DOLLARS - VOIDS ARE NEGATIVE
      * POSTINGS, SO THEY NET THEMSELVES OUT.
       1500-TALLY-THE-LEDGER.
            IF PD-PAYMENT-DATE(1:4) = WS-REPORT-YEAR
                MOVE PD-VENDOR-NUMBER TO VENDOR-NUMBER
                READ VENDOR-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM 1550-TALLY-FOREIGN-POSTING
                END-READ
            END-IF.
            PERFORM 1900-READ-NEXT-POSTING.

       1550-TALLY-FOREIGN-POSTING.
            PERFORM 3000-CHECK-FOREIGN-STATUS.
            IF WS-FOREIGN-PAYEE
                MOVE VENDOR-NUMBER TO WS-SEARCH-VENDOR
                PERFORM 5000-FIND-VENDOR-SLOT
                IF WS-VX > ZERO
                    MOVE VENDOR-CURRENCY-CODE TO WS-CC-CURRENCY
                    MOVE PD-AMOUNT TO WS-CC-AMOUNT-IN
                    MOVE PD-PAYMENT-DATE TO WS-CC-AS-OF-DATE
                    PERFORM 5100-CONVERT-TO-DOLLARS
                    ADD WS-CC-AMOUNT-OUT TO WS-YT-GROSS(WS-VX)
                END-IF
            END-IF.

      * THE NONRESIDENT RECORDS ON THE WITHHOLDING LEDGER, DATED IN
      * THE REPORT YEAR - BACKUP WITHHOLDING BELONGS TO THE 1099.
       1600-TALLY-THE-WITHHOLDING.
            IF BW-TYPE-NONRESIDENT
                AND BW-PAYMENT-DATE(1:4) = WS-REPORT-YEAR
                MOVE BW-VENDOR-NUMBER TO WS-SEARCH-VENDOR
                PERFORM 5000-FIND-VENDOR-SLOT
                IF WS-VX > ZERO
                    PERFORM 1650-TALLY-ONE-WITHHOLDING
                END-IF
            END-IF.
            PERFORM 1950-READ-NEXT-WITHHOLDING.

       1650-TALLY-ONE-WITHHOLDING.
            MOVE BW-CURRENCY-CODE TO WS-CC-CURRENCY.
            MOVE BW-WITHHELD-AMOUNT TO WS-CC-AMOUNT-IN.
            MOVE BW-PAYMENT-DATE TO WS-CC-AS-OF-DATE.
            PERFORM 5100-CONVERT-TO-DOLLARS.
            ADD WS-CC-AMOUNT-OUT TO WS-YT-WITHHELD(WS-VX).
            IF WS-YT-RATE-SEEN(WS-VX) NOT = "Y"
                MOVE BW-RATE TO WS-YT-RATE(WS-VX)
                MOVE "Y" TO WS-YT-RATE-SEEN(WS-VX)
            ELSE IF BW-RATE NOT = WS-YT-RATE(WS-VX)
                MOVE "Y" TO WS-YT-MIXED-RATES(WS-VX)
            END-IF.

       1900-READ-NEXT-POSTING.
            READ PAYMENT-DETAIL-FILE
                AT END SET WS-NO-MORE-POSTINGS TO TRUE
            END-READ.
            IF NOT WS-PAYMENT-DTL-OK AND NOT WS-PAYMENT-DTL-EOF
                DISPLAY "PAYMENT-DETAIL READ ERROR, STATUS = "
                    WS-PAYMENT-DTL-STATUS
                SET WS-NO-MORE-POSTINGS TO TRUE
            END-IF.

       1950-READ-NEXT-WITHHOLDING.
            READ BACKUP-WH-FILE
                AT END SET WS-NO-MORE-WITHHOLDING TO TRUE
            END-READ.
            IF NOT WS-BACKUP-WH-OK AND NOT WS-BACKUP-WH-EOF
                DISPLAY "BACKUP-WH-FILE READ ERROR, STATUS = "
                    WS-BACKUP-WH-STATUS
                SET WS-NO-MORE-WITHHOLDING TO TRUE
            END-IF.

      * THE LISTING AND THE SUBMISSION FILE GO OUT IN VENDOR ORDER,
      * SO THE VENDOR FILE IS REWOUND AFTER THE LEDGER PASSES.
       1800-OPEN-OUTPUTS.
            MOVE "VND1042.PRT" TO WS-PRINT-FILE-NAME.
            OPEN OUTPUT PRINT-FILE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO OPEN 1042-S LISTING, STATUS = "
                    WS-PRINT-FILE-STATUS
            END-IF.
            OPEN OUTPUT IRS-1042S-FILE.
            IF NOT WS-IRS-1042S-OK
                DISPLAY "UNABLE TO OPEN IRS-1042S-FILE, STATUS = "
                    WS-IRS-1042S-STATUS
            END-IF.
            PERFORM 3900-PRINT-STANDARD-HEADING.
            MOVE WS-REPORT-YEAR TO WS-RT-YEAR.
            MOVE WS-REPORT-TITLE TO REPORT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-COLUMN-HEADING TO REPORT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE ZERO TO VENDOR-NUMBER.
            START VENDOR-FILE KEY IS NOT LESS THAN VENDOR-NUMBER
                INVALID KEY SET WS-NO-MORE-VENDORS TO TRUE
            END-START.
            IF NOT WS-NO-MORE-VENDORS
                PERFORM 8100-READ-NEXT-VENDOR
            END-IF.

      * A FOREIGN PAYEE WITH NO INCOME AND NO TAX FOR THE YEAR HAS
      * NOTHING TO REPORT.
       2000-EXTRACT-RECIPIENTS.
            MOVE VENDOR-NUMBER TO WS-SEARCH-VENDOR.
            PERFORM 2100-FETCH-YEAR-SLOT.
            IF WS-SLOT-FOUND
                IF WS-YT-GROSS(WS-VX) NOT = ZERO
                    OR WS-YT-WITHHELD(WS-VX) NOT = ZERO
                    PERFORM 3000-CHECK-FOREIGN-STATUS
                    PERFORM 2200-BUILD-D-RECORD
                    PERFORM 2300-PRINT-RECIPIENT
                    PERFORM 2400-WRITE-D-RECORD
                END-IF
            END-IF.
            PERFORM 8100-READ-NEXT-VENDOR.

       2100-FETCH-YEAR-SLOT.
            MOVE "N" TO WS-FOUND-SWITCH.
            PERFORM VARYING WS-VX FROM 1 BY 1
                UNTIL WS-VX > WS-VND-COUNT OR WS-SLOT-FOUND
                IF WS-YT-VENDOR(WS-VX) = WS-SEARCH-VENDOR
                    SET WS-SLOT-FOUND TO TRUE
                END-IF
            END-PERFORM.
            IF WS-SLOT-FOUND
                SUBTRACT 1 FROM WS-VX
            END-IF.

      * AN UNDOCUMENTED PAYEE REPORTS UNDER THE STATUTORY 30% AND
      * EXEMPTION CODE 00, WITH NO FOREIGN TIN OR TREATY.  A
      * NEGATIVE NET YEAR FILES AS ZERO.
       2200-BUILD-D-RECORD.
            MOVE SPACES TO IRS-1042S-RECORD.
            MOVE "D" TO IRS-D-TYPE.
            MOVE WS-REPORT-YEAR TO IRS-D-YEAR.
            IF WS-YT-RATE-SEEN(WS-VX) = "Y"
                COMPUTE WS-RATE-BASIS-POINTS =
                    WS-YT-RATE(WS-VX) * 10000
            ELSE IF WS-FRN-FOUND
                COMPUTE WS-RATE-BASIS-POINTS =
                    FS-WITHHOLDING-RATE * 10000
            ELSE
                MOVE 3000 TO WS-RATE-BASIS-POINTS
            END-IF.
            MOVE WS-RATE-BASIS-POINTS TO IRS-D-RATE.
            IF WS-FRN-FOUND
                MOVE FS-INCOME-CODE TO IRS-D-INCOME-CODE
                MOVE FS-EXEMPTION-CODE TO IRS-D-EXEMPTION-CODE
                MOVE FS-RECIPIENT-CODE TO IRS-D-RECIPIENT-CODE
                MOVE FS-COUNTRY-CODE TO IRS-D-COUNTRY
                MOVE FS-FOREIGN-TIN TO IRS-D-FOREIGN-TIN
                MOVE FS-TREATY-ARTICLE TO IRS-D-TREATY-ARTICLE
            ELSE
                MOVE "00" TO IRS-D-EXEMPTION-CODE
                ADD 1 TO WS-UNDOCUMENTED-COUNT
            END-IF.
            IF WS-YT-GROSS(WS-VX) < ZERO
                DISPLAY "WARNING - VENDOR " VENDOR-NUMBER
                    " NETS NEGATIVE FOR THE YEAR - FILED AS ZERO"
                MOVE ZERO TO IRS-D-GROSS-INCOME
            ELSE
                COMPUTE WS-AMOUNT-CENTS = WS-YT-GROSS(WS-VX) * 100
                MOVE WS-AMOUNT-CENTS TO IRS-D-GROSS-INCOME
                ADD WS-YT-GROSS(WS-VX) TO WS-GROSS-TOTAL
            END-IF.
            IF WS-YT-WITHHELD(WS-VX) < ZERO
                MOVE ZERO TO IRS-D-TAX-WITHHELD
            ELSE
                COMPUTE WS-AMOUNT-CENTS = WS-YT-WITHHELD(WS-VX) * 100
                MOVE WS-AMOUNT-CENTS TO IRS-D-TAX-WITHHELD
                ADD WS-YT-WITHHELD(WS-VX) TO WS-WITHHELD-TOTAL
            END-IF.
            MOVE VENDOR-NAME TO IRS-D-NAME.
            MOVE VENDOR-ADDRESS-1 TO IRS-D-ADDRESS.
            MOVE VENDOR-CITY TO IRS-D-CITY.
            MOVE VENDOR-TIN TO IRS-D-US-TIN.
            MOVE VENDOR-NUMBER TO IRS-D-VENDOR-NUMBER.

       2400-WRITE-D-RECORD.
            WRITE IRS-1042S-RECORD.
            IF NOT WS-IRS-1042S-OK
                DISPLAY "UNABLE TO WRITE IRS-1042S-FILE, STATUS = "
                    WS-IRS-1042S-STATUS
            END-IF.
            ADD 1 TO WS-RECIPIENT-COUNT.

      * THE DETAIL LINE REPEATS WHAT WENT ON THE "D" RECORD, WITH A
      * NOTE FOR ANYTHING THE DESK SHOULD LOOK AT BEFORE FILING.
       2300-PRINT-RECIPIENT.
            MOVE VENDOR-NUMBER TO WS-D-VENDOR.
            MOVE VENDOR-NAME TO WS-D-NAME.
            MOVE IRS-D-COUNTRY TO WS-D-COUNTRY.
            MOVE IRS-D-INCOME-CODE TO WS-D-INCOME-CODE.
            MOVE IRS-D-EXEMPTION-CODE TO WS-D-EXEMPTION-CODE.
            COMPUTE WS-D-RATE = WS-RATE-BASIS-POINTS / 100.
            MOVE WS-YT-GROSS(WS-VX) TO WS-D-GROSS.
            MOVE WS-YT-WITHHELD(WS-VX) TO WS-D-WITHHELD.
            MOVE SPACES TO WS-D-NOTE.
            IF NOT WS-FRN-FOUND
                MOVE "NO W-8 ON FILE" TO WS-D-NOTE
            ELSE IF WS-YT-MIXED-RATES(WS-VX) = "Y"
                MOVE "RATE CHANGED IN YEAR" TO WS-D-NOTE
            ELSE IF WS-YT-NO-RATE(WS-VX) = "Y"
                MOVE "FX RATE MISSING" TO WS-D-NOTE
            ELSE IF FS-INCOME-CODE = SPACES
                MOVE "NO INCOME CODE" TO WS-D-NOTE
            END-IF.
            MOVE WS-DETAIL-LINE TO REPORT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

      * THE SAME TEST PAYREL01 WITHHOLDS ON: THE STATUS RECORD
      * DECIDES WHEN THERE IS ONE, AND A CAD/GBP VENDOR WITHOUT ONE
      * IS FOREIGN AND UNDOCUMENTED.
       3000-CHECK-FOREIGN-STATUS.
            MOVE "N" TO WS-FOREIGN-PAYEE-SWITCH.
            MOVE "N" TO WS-FRN-FOUND-SWITCH.
            IF WS-FRN-FILE-OPEN
                MOVE VENDOR-NUMBER TO FS-VENDOR-NUMBER
                READ FOREIGN-STATUS-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-FRN-FOUND TO TRUE
                END-READ
            END-IF.
            IF WS-FRN-FOUND
                IF FS-FOREIGN-PERSON
                    SET WS-FOREIGN-PAYEE TO TRUE
                ELSE
                    MOVE "N" TO WS-FRN-FOUND-SWITCH
                END-IF
            ELSE IF NOT VENDOR-CURR-HOME
                SET WS-FOREIGN-PAYEE TO TRUE
            END-IF.

      * THE 500-PAYEE TABLE IS SHARED BY BOTH LEDGER PASSES.
       5000-FIND-VENDOR-SLOT.
            MOVE "N" TO WS-FOUND-SWITCH.
            PERFORM VARYING WS-VX FROM 1 BY 1
                UNTIL WS-VX > WS-VND-COUNT OR WS-SLOT-FOUND
                IF WS-YT-VENDOR(WS-VX) = WS-SEARCH-VENDOR
                    SET WS-SLOT-FOUND TO TRUE
                END-IF
            END-PERFORM.
            IF WS-SLOT-FOUND
                SUBTRACT 1 FROM WS-VX
            ELSE IF WS-VND-COUNT >= 500
                IF NOT WS-OVERFLOW-SEEN
                    DISPLAY "PAYEE TABLE FULL AT 500 - FURTHER "
                        "PAYEES NOT TALLIED"
                    SET WS-OVERFLOW-SEEN TO TRUE
                END-IF
                MOVE ZERO TO WS-VX
            ELSE
                ADD 1 TO WS-VND-COUNT
                MOVE WS-VND-COUNT TO WS-VX
                MOVE WS-SEARCH-VENDOR TO WS-YT-VENDOR(WS-VX)
                MOVE ZERO TO WS-YT-GROSS(WS-VX)
                MOVE ZERO TO WS-YT-WITHHELD(WS-VX)
                MOVE ZERO TO WS-YT-RATE(WS-VX)
                MOVE "N" TO WS-YT-RATE-SEEN(WS-VX)
                MOVE "N" TO WS-YT-MIXED-RATES(WS-VX)
                MOVE "N" TO WS-YT-NO-RATE(WS-VX)
            END-IF.

      * USD AND SPACES PASS THROUGH UNCHANGED.  NO RATE ON FILE FOR
      * THE DATE LEAVES THE AMOUNT UNCONVERTED AND FLAGS THE PAYEE -
      * BETTER A FLAGGED FIGURE THAN A SILENT ZERO.
       5100-CONVERT-TO-DOLLARS.
            CALL "CURCONV01" USING WS-CC-CURRENCY WS-CC-AMOUNT-IN
                WS-CC-AS-OF-DATE WS-CC-AMOUNT-OUT WS-CC-RATE-DATE
                WS-CC-RESULT.
            IF WS-CC-NO-RATE
                DISPLAY "NO " WS-CC-CURRENCY " RATE AT "
                    WS-CC-AS-OF-DATE " - VENDOR " WS-SEARCH-VENDOR
                    " AMOUNT LEFT UNCONVERTED"
                MOVE WS-CC-AMOUNT-IN TO WS-CC-AMOUNT-OUT
                MOVE "Y" TO WS-YT-NO-RATE(WS-VX)
                ADD 1 TO WS-NO-RATE-POSTINGS
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
                DISPLAY "UNABLE TO WRITE 1042-S LISTING, STATUS = "
                    WS-PRINT-FILE-STATUS
            END-IF.

       8100-READ-NEXT-VENDOR.
            READ VENDOR-FILE NEXT RECORD
                AT END SET WS-NO-MORE-VENDORS TO TRUE
            END-READ.
            IF NOT WS-VENDOR-FILE-OK AND NOT WS-VENDOR-FILE-EOF
                DISPLAY "VENDOR-FILE READ ERROR, STATUS = "
                    WS-VENDOR-FILE-STATUS
                SET WS-NO-MORE-VENDORS TO TRUE
            END-IF.

       9000-TERMINATE.
            MOVE SPACES TO REPORT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-RECIPIENT-COUNT TO WS-T-COUNT.
            MOVE WS-GROSS-TOTAL TO WS-T-GROSS.
            MOVE WS-WITHHELD-TOTAL TO WS-T-WITHHELD.
            MOVE WS-TOTAL-LINE TO REPORT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE SPACES TO IRS-1042S-RECORD.
            MOVE "T" TO IRS-T-TYPE.
            MOVE WS-REPORT-YEAR TO IRS-T-YEAR.
            MOVE WS-RECIPIENT-COUNT TO IRS-T-RECIPIENT-COUNT.
            COMPUTE IRS-T-GROSS-TOTAL = WS-GROSS-TOTAL * 100.
            COMPUTE IRS-T-WITHHELD-TOTAL = WS-WITHHELD-TOTAL * 100.
            WRITE IRS-1042S-RECORD.
            DISPLAY "1042-S RECIPIENTS EXTRACTED: " WS-RECIPIENT-COUNT.
            DISPLAY "WITHOUT A W-8 ON FILE      : "
                WS-UNDOCUMENTED-COUNT.
            DISPLAY "POSTINGS WITH NO FX RATE   : "
                WS-NO-RATE-POSTINGS.
            DISPLAY "GROSS INCOME TOTAL (USD)   : " WS-GROSS-TOTAL.
            DISPLAY "TAX WITHHELD TOTAL (USD)   : " WS-WITHHELD-TOTAL.
            CLOSE IRS-1042S-FILE.
            CLOSE PRINT-FILE.
            CLOSE BACKUP-WH-FILE.
            CLOSE PAYMENT-DETAIL-FILE.
            IF WS-FRN-FILE-OPEN
                CLOSE FOREIGN-STATUS-FILE
            END-IF.
            CLOSE VENDOR-FILE.
       END PROGRAM VND1042.

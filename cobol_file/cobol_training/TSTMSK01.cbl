      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Test-region data masking copy.  Copies the
      *              vendor master, INTL-BANK-FILE, EMPLOYEE-FILE,
      *              PAYMENT-DETAIL-FILE, VENDOR-HISTORY-FILE and the
      *              phone directory into test data sets, scrambling
      *              every identifying field on the way - vendor and
      *              employee names and street addresses, contacts and
      *              phone numbers, VENDOR-TIN, bank routing and
      *              account numbers, IBANs, and the vendor and
      *              remit-to images carried on the history file.
      *              Each field masks as a fixed function of its own
      *              value, so the same name, TIN or bank account
      *              masks the same way in every file and on every
      *              run, and the record keys the files join on are
      *              left alone.  Routing numbers keep a valid ABA
      *              check digit and IBANs valid check digits, so
      *              ACHGEN01 and WIRGEN01 still run against the copy.
      *              The PARM names the test high-level qualifier the
      *              copies are written under; a blank qualifier, the
      *              production AP qualifier, or any name containing
      *              PROD is refused before a single file is opened.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original masking copy.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TSTMSK01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLVND01.cbl".
           COPY "SLIBD01.cbl".
           COPY "SLEMP01.cbl".
           COPY "SLPDL01.cbl".
           COPY "SLHST01.cbl".
           COPY "SLPHN01.cbl".
           SELECT TEST-VENDOR-FILE ASSIGN TO WS-TEST-VENDOR-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TV-VENDOR-NUMBER
               ALTERNATE RECORD KEY IS TV-VENDOR-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-TEST-VENDOR-STATUS.
           SELECT TEST-INTL-BANK-FILE ASSIGN TO WS-TEST-INTL-BANK-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-VENDOR-NUMBER
               FILE STATUS IS WS-TEST-INTL-BANK-STATUS.
           SELECT TEST-EMPLOYEE-FILE ASSIGN TO WS-TEST-EMPLOYEE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TE-EMPLOYEE-NUMBER
               FILE STATUS IS WS-TEST-EMPLOYEE-STATUS.
           SELECT TEST-PAYMENT-DTL-FILE ASSIGN TO WS-TEST-PAYDETL-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TEST-PAYDETL-STATUS.
           SELECT TEST-HISTORY-FILE ASSIGN TO WS-TEST-HISTORY-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TEST-HISTORY-STATUS.
           SELECT TEST-PHONE-FILE ASSIGN TO WS-TEST-PHONE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TP-NAME-KEY
               ALTERNATE RECORD KEY IS TP-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-TEST-PHONE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY "fdvnd01.cbl".
           COPY "FDIBD01.cbl".
           COPY "FDEMP01.cbl".
           COPY "FDPDL01.cbl".
           COPY "VNDHIST1.cbl".
           COPY "FDPHN01.cbl".

      * THE TEST COPIES MIRROR ONLY THE KEY FIELDS - THE MASKED
      * RECORD IS MOVED IN WHOLE, THE SAME WAY FILVFY01 BUILDS ITS
      * .NEW REBUILDS.
       FD  TEST-VENDOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  TEST-VENDOR-RECORD.
           05 TV-VENDOR-NUMBER         PIC 9(05).
           05 TV-VENDOR-NAME           PIC X(30).
           05 FILLER                   PIC X(223).

       FD  TEST-INTL-BANK-FILE
           LABEL RECORDS ARE STANDARD.
       01  TEST-INTL-BANK-RECORD.
           05 TI-VENDOR-NUMBER         PIC 9(05).
           05 FILLER                   PIC X(77).

       FD  TEST-EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
       01  TEST-EMPLOYEE-RECORD.
           05 TE-EMPLOYEE-NUMBER       PIC 9(05).
           05 FILLER                   PIC X(155).

       FD  TEST-PAYMENT-DTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  TEST-PAYMENT-DTL-RECORD     PIC X(250).

       FD  TEST-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  TEST-HISTORY-RECORD         PIC X(630).

       FD  TEST-PHONE-FILE
           LABEL RECORDS ARE STANDARD.
       01  TEST-PHONE-RECORD.
           05 TP-NAME-KEY.
               10 TP-LAST-NAME         PIC X(20).
               10 TP-FIRST-NAME        PIC X(20).
           05 FILLER                   PIC X(19).

       WORKING-STORAGE SECTION.
       01  WS-VENDOR-FILE-STATUS      PIC X(02).
           88 WS-VENDOR-FILE-OK           VALUE "00".
           88 WS-VENDOR-FILE-EOF          VALUE "10".
           88 WS-VENDOR-FILE-MISSING      VALUE "35".
       01  WS-INTL-BANK-STATUS        PIC X(02).
           88 WS-INTL-BANK-OK             VALUE "00".
           88 WS-INTL-BANK-EOF            VALUE "10".
           88 WS-INTL-BANK-MISSING        VALUE "35".
       01  WS-EMPLOYEE-FILE-STATUS    PIC X(02).
           88 WS-EMPLOYEE-FILE-OK         VALUE "00".
           88 WS-EMPLOYEE-FILE-EOF        VALUE "10".
           88 WS-EMPLOYEE-MISSING         VALUE "35".
       01  WS-PAYMENT-DTL-STATUS      PIC X(02).
           88 WS-PAYMENT-DTL-OK           VALUE "00".
           88 WS-PAYMENT-DTL-EOF          VALUE "10".
           88 WS-PAYMENT-DTL-MISSING      VALUE "35".
       01  WS-VENDOR-HIST-STATUS      PIC X(02).
           88 WS-VENDOR-HIST-OK           VALUE "00".
           88 WS-VENDOR-HIST-EOF          VALUE "10".
           88 WS-VENDOR-HIST-MISSING      VALUE "35".
       01  WS-PHONE-FILE-STATUS       PIC X(02).
           88 WS-PHONE-FILE-OK            VALUE "00".
           88 WS-PHONE-FILE-EOF           VALUE "10".
           88 WS-PHONE-FILE-MISSING       VALUE "35".
       01  WS-TEST-VENDOR-STATUS      PIC X(02).
           88 WS-TEST-VENDOR-OK           VALUE "00".
       01  WS-TEST-INTL-BANK-STATUS   PIC X(02).
           88 WS-TEST-INTL-BANK-OK        VALUE "00".
       01  WS-TEST-EMPLOYEE-STATUS    PIC X(02).
           88 WS-TEST-EMPLOYEE-OK         VALUE "00".
       01  WS-TEST-PAYDETL-STATUS     PIC X(02).
           88 WS-TEST-PAYDETL-OK          VALUE "00".
       01  WS-TEST-HISTORY-STATUS     PIC X(02).
           88 WS-TEST-HISTORY-OK          VALUE "00".
       01  WS-TEST-PHONE-STATUS       PIC X(02).
           88 WS-TEST-PHONE-OK            VALUE "00".

      * WHERE THE COPIES GO - THE PARM QUALIFIER AHEAD OF THE SAME
      * LOW-LEVEL NAMES PRODUCTION USES, SO A TEST DD READS LIKE ITS
      * PRODUCTION TWIN UNDER ANOTHER HIGH-LEVEL QUALIFIER.
       01  WS-TEST-QUALIFIER           PIC X(20).
       01  WS-PROD-TALLY               PIC 9(03) COMP.
       01  WS-TEST-VENDOR-NAME         PIC X(44).
       01  WS-TEST-INTL-BANK-NAME      PIC X(44).
       01  WS-TEST-EMPLOYEE-NAME       PIC X(44).
       01  WS-TEST-PAYDETL-NAME        PIC X(44).
       01  WS-TEST-HISTORY-NAME        PIC X(44).
       01  WS-TEST-PHONE-NAME          PIC X(44).

       01  WS-TARGET-SWITCH            PIC X(01) VALUE "N".
           88 WS-TARGET-REFUSED            VALUE "Y".
       01  WS-FAILURE-SWITCH           PIC X(01) VALUE "N".
           88 WS-COPY-FAILED               VALUE "Y".
       01  WS-EOF-SWITCH               PIC X(01).
           88 WS-NO-MORE-RECORDS           VALUE "Y".
       01  WS-OUTPUT-SWITCH            PIC X(01).
           88 WS-OUTPUT-OPENED             VALUE "Y".
       01  WS-RECORD-COUNT             PIC 9(07).
       01  WS-WRITTEN-COUNT            PIC 9(07).

      * THE MASKING KEY.  EACH CHARACTER POSITION SHIFTS BY ITS KEY
      * DIGIT PLUS A RUNNING VALUE BUILT FROM THE CHARACTERS AHEAD OF
      * IT, SO TWO VALUES THAT SHARE A PREFIX PART COMPANY AFTER IT.
       01  WS-MASK-KEY                 PIC X(40) VALUE
           "7305128496617248350939184726051738294615".
       01  WS-MASK-KEY-TABLE REDEFINES WS-MASK-KEY.
           05 WS-KEY-DIGIT             PIC 9(01) OCCURS 40 TIMES.
       01  WS-ALPHABET                 PIC X(26) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-ALPHABET-TABLE REDEFINES WS-ALPHABET.
           05 WS-ALPHA-CHAR            PIC X(01) OCCURS 26 TIMES.

      * ONE FIELD BEING MASKED.  "A" SCRAMBLES LETTERS AND DIGITS,
      * "D" DIGITS ONLY - PUNCTUATION AND SPACES ALWAYS SURVIVE, SO
      * A MASKED ADDRESS OR PHONE NUMBER KEEPS ITS SHAPE.
       01  WS-MASK-FIELD               PIC X(200).
       01  WS-MASK-LENGTH              PIC 9(03) COMP.
       01  WS-MASK-MODE                PIC X(01).
           88 WS-MASK-ALL                  VALUE "A".
           88 WS-MASK-DIGITS-ONLY          VALUE "D".
       01  WS-MASK-IX                  PIC 9(03) COMP.
       01  WS-KEY-IX                   PIC 9(03) COMP.
       01  WS-MASK-CHAR                PIC X(01).
       01  WS-MASK-DIGIT               PIC 9(01).
       01  WS-MASK-NEW-DIGIT           PIC 9(01).
       01  WS-ALPHA-IX                 PIC 9(03) COMP.
       01  WS-MASK-SHIFT               PIC 9(05) COMP.
       01  WS-MASK-RUNNING             PIC 9(05) COMP.
       01  WS-MASK-WORK                PIC 9(07) COMP.
       01  WS-MASK-QUOTIENT            PIC 9(07) COMP.

      * ROUTING NUMBER - THE FIRST TWO DIGITS (FEDERAL RESERVE
      * DISTRICT) STAND, THE NEXT SIX MASK, AND THE NINTH IS
      * RECOMPUTED WITH THE ABA 3-7-1 WEIGHTS.
       01  WS-ROUTING                  PIC X(09).
       01  WS-ROUTING-TABLE REDEFINES WS-ROUTING.
           05 WS-RT-DIGIT              PIC 9(01) OCCURS 9 TIMES.

      * IBAN - THE COUNTRY CODE STANDS, THE ACCOUNT PART MASKS, AND
      * THE CHECK DIGITS ARE RECOMPUTED MOD 97.
       01  WS-IBAN                     PIC X(34).
       01  WS-IBAN-IX                  PIC 9(03) COMP.
       01  WS-IBAN-REMAINDER           PIC 9(05) COMP.
       01  WS-IBAN-CHECK               PIC 9(02).

      * A VENDOR-RECORD IMAGE - THE MASTER ITSELF AND THE BEFORE AND
      * AFTER IMAGES ON THE HISTORY FILE ALL MASK THROUGH THIS ONE
      * LAYOUT (POSITIONS AS IN fdvnd01.cbl), WHICH IS WHAT KEEPS A
      * VENDOR THE SAME VENDOR IN BOTH COPIES.
       01  WS-MASK-VENDOR.
           05 WS-MV-NUMBER             PIC X(05).
           05 WS-MV-NAME               PIC X(30).
           05 WS-MV-ADDRESS-1          PIC X(30).
           05 WS-MV-ADDRESS-2          PIC X(30).
           05 FILLER                   PIC X(32).
           05 WS-MV-CONTACT            PIC X(30).
           05 WS-MV-PHONE              PIC X(15).
           05 FILLER                   PIC X(10).
           05 WS-MV-ROUTING            PIC X(09).
           05 WS-MV-ACCOUNT            PIC X(17).
           05 FILLER                   PIC X(25).
           05 WS-MV-TIN                PIC X(09).
           05 FILLER                   PIC X(58).

      * A REMIT-TO-RECORD IMAGE (POSITIONS AS IN FDRMT01.cbl), AS
      * CARRIED ON A HISTORY "R" ENTRY.
       01  WS-MASK-REMIT.
           05 FILLER                   PIC X(07).
           05 WS-MR-PAYEE-NAME         PIC X(30).
           05 WS-MR-ADDRESS-1          PIC X(30).
           05 WS-MR-ADDRESS-2          PIC X(30).
           05 FILLER                   PIC X(51).
           05 WS-MR-PEND-PAYEE-NAME    PIC X(30).
           05 WS-MR-PEND-ADDRESS-1     PIC X(30).
           05 WS-MR-PEND-ADDRESS-2     PIC X(30).
           05 FILLER                   PIC X(62).

      * FIELDS FOR THE RUNLOG01 RUN-CONTROL CALLS.
       01  WS-RL-FUNCTION            PIC X(01).
       01  WS-RL-PROGRAM             PIC X(08) VALUE "TSTMSK01".
       01  WS-RL-LABEL               PIC X(24).
       01  WS-RL-VALUE               PIC S9(13)V99.
       01  WS-RL-RECORDS-IN          PIC 9(07) VALUE ZERO.
       01  WS-RL-RECORDS-OUT         PIC 9(07) VALUE ZERO.
       01  WS-RL-REJECTS             PIC 9(07) VALUE ZERO.
       01  WS-RL-STATUS-TEXT         PIC X(08).

       PROCEDURE DIVISION.
       0000-MAINLINE.
            ACCEPT WS-TEST-QUALIFIER FROM COMMAND-LINE.
            MOVE "S" TO WS-RL-FUNCTION.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            PERFORM 1000-CHECK-TARGET.
            IF NOT WS-TARGET-REFUSED
                PERFORM 2000-COPY-VENDOR-FILE
                PERFORM 2500-COPY-INTL-BANK-FILE
                PERFORM 3000-COPY-EMPLOYEE-FILE
                PERFORM 3500-COPY-PAYMENT-DETAIL
                PERFORM 4000-COPY-VENDOR-HISTORY
                PERFORM 4500-COPY-PHONE-FILE
            END-IF.
            MOVE "E" TO WS-RL-FUNCTION.
            IF WS-TARGET-REFUSED
                MOVE "NOT RUN" TO WS-RL-STATUS-TEXT
            ELSE IF WS-COPY-FAILED OR WS-RL-REJECTS > ZERO
                MOVE "CHECK" TO WS-RL-STATUS-TEXT
            ELSE
                MOVE "CLEAN" TO WS-RL-STATUS-TEXT
            END-IF.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            IF WS-TARGET-REFUSED OR WS-COPY-FAILED
                MOVE 8 TO RETURN-CODE
            ELSE IF WS-RL-REJECTS > ZERO
                MOVE 4 TO RETURN-CODE
            ELSE
                DISPLAY "MASKED COPIES WRITTEN UNDER "
                    WS-TEST-QUALIFIER
            END-IF.
            STOP RUN.

      * EVERY PRODUCTION DATA SET LIVES UNDER THE AP HIGH-LEVEL
      * QUALIFIER.  A MASKED COPY WRITTEN THERE WOULD OVERLAY LIVE
      * DATA, SO THE TARGET IS PROVED BEFORE ANYTHING IS OPENED.
       1000-CHECK-TARGET.
            MOVE ZERO TO WS-PROD-TALLY.
            INSPECT WS-TEST-QUALIFIER TALLYING WS-PROD-TALLY
                FOR ALL "PROD".
            IF WS-TEST-QUALIFIER = SPACES
                DISPLAY "NO TEST QUALIFIER IN THE PARM - NOTHING "
                    "WRITTEN"
                SET WS-TARGET-REFUSED TO TRUE
            ELSE IF WS-TEST-QUALIFIER = "AP"
                OR WS-TEST-QUALIFIER(1:3) = "AP."
                OR WS-PROD-TALLY > ZERO
                DISPLAY "TEST QUALIFIER " WS-TEST-QUALIFIER
                    " NAMES PRODUCTION DATA SETS - NOTHING WRITTEN"
                SET WS-TARGET-REFUSED TO TRUE
            ELSE
                STRING WS-TEST-QUALIFIER DELIMITED BY SPACE
                    ".VENDOR.MASTER" DELIMITED BY SIZE
                    INTO WS-TEST-VENDOR-NAME
                END-STRING
                STRING WS-TEST-QUALIFIER DELIMITED BY SPACE
                    ".VENDOR.INTBANK" DELIMITED BY SIZE
                    INTO WS-TEST-INTL-BANK-NAME
                END-STRING
                STRING WS-TEST-QUALIFIER DELIMITED BY SPACE
                    ".EMPLOYEE.MASTER" DELIMITED BY SIZE
                    INTO WS-TEST-EMPLOYEE-NAME
                END-STRING
                STRING WS-TEST-QUALIFIER DELIMITED BY SPACE
                    ".VENDOR.PAYDETL" DELIMITED BY SIZE
                    INTO WS-TEST-PAYDETL-NAME
                END-STRING
                STRING WS-TEST-QUALIFIER DELIMITED BY SPACE
                    ".VENDOR.HISTORY" DELIMITED BY SIZE
                    INTO WS-TEST-HISTORY-NAME
                END-STRING
                STRING WS-TEST-QUALIFIER DELIMITED BY SPACE
                    ".PHONE.MASTER" DELIMITED BY SIZE
                    INTO WS-TEST-PHONE-NAME
                END-STRING
            END-IF.

       2000-COPY-VENDOR-FILE.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE "N" TO WS-OUTPUT-SWITCH.
            MOVE ZERO TO WS-RECORD-COUNT.
            MOVE ZERO TO WS-WRITTEN-COUNT.
            OPEN INPUT VENDOR-FILE.
            IF WS-VENDOR-FILE-MISSING
                DISPLAY "VENDOR MASTER NOT ON FILE - SKIPPED"
                SET WS-NO-MORE-RECORDS TO TRUE
            ELSE IF NOT WS-VENDOR-FILE-OK
                DISPLAY "UNABLE TO OPEN VENDOR-FILE, STATUS = "
                    WS-VENDOR-FILE-STATUS
                SET WS-COPY-FAILED TO TRUE
                SET WS-NO-MORE-RECORDS TO TRUE
            ELSE
                OPEN OUTPUT TEST-VENDOR-FILE
                IF WS-TEST-VENDOR-OK
                    SET WS-OUTPUT-OPENED TO TRUE
                ELSE
                    DISPLAY "UNABLE TO OPEN " WS-TEST-VENDOR-NAME
                        ", STATUS = " WS-TEST-VENDOR-STATUS
                    SET WS-COPY-FAILED TO TRUE
                    SET WS-NO-MORE-RECORDS TO TRUE
                END-IF
            END-IF.
            PERFORM 2100-COPY-ONE-VENDOR
                UNTIL WS-NO-MORE-RECORDS.
            IF NOT WS-VENDOR-FILE-MISSING
                CLOSE VENDOR-FILE
            END-IF.
            IF WS-OUTPUT-OPENED
                CLOSE TEST-VENDOR-FILE
            END-IF.
            MOVE "VENDORS MASKED" TO WS-RL-LABEL.
            PERFORM 8000-LOG-FILE-COUNTS.

       2100-COPY-ONE-VENDOR.
            READ VENDOR-FILE NEXT RECORD
                AT END SET WS-NO-MORE-RECORDS TO TRUE
            END-READ.
            IF WS-NO-MORE-RECORDS
                CONTINUE
            ELSE IF NOT WS-VENDOR-FILE-OK
                DISPLAY "VENDOR-FILE READ ERROR AFTER "
                    WS-RECORD-COUNT " RECORDS, STATUS = "
                    WS-VENDOR-FILE-STATUS
                SET WS-COPY-FAILED TO TRUE
                SET WS-NO-MORE-RECORDS TO TRUE
            ELSE
                ADD 1 TO WS-RECORD-COUNT
                MOVE VENDOR-RECORD TO WS-MASK-VENDOR
                PERFORM 7000-MASK-VENDOR-IMAGE
                MOVE WS-MASK-VENDOR TO TEST-VENDOR-RECORD
                WRITE TEST-VENDOR-RECORD
                    INVALID KEY
                        DISPLAY "DUPLICATE KEY IN TEST COPY - "
                            "VENDOR " TV-VENDOR-NUMBER
                END-WRITE
                IF WS-TEST-VENDOR-OK
                    ADD 1 TO WS-WRITTEN-COUNT
                ELSE
                    ADD 1 TO WS-RL-REJECTS
                END-IF
            END-IF.

      * THE IBAN IS THE ONLY IDENTIFYING FIELD - SWIFT BIC AND BANK
      * NAME IDENTIFY THE BANK, NOT THE PAYEE.
       2500-COPY-INTL-BANK-FILE.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE "N" TO WS-OUTPUT-SWITCH.
            MOVE ZERO TO WS-RECORD-COUNT.
            MOVE ZERO TO WS-WRITTEN-COUNT.
            OPEN INPUT INTL-BANK-FILE.
            IF WS-INTL-BANK-MISSING
                DISPLAY "INTL-BANK-FILE NOT ON FILE - SKIPPED"
                SET WS-NO-MORE-RECORDS TO TRUE
            ELSE IF NOT WS-INTL-BANK-OK
                DISPLAY "UNABLE TO OPEN INTL-BANK-FILE, STATUS = "
                    WS-INTL-BANK-STATUS
                SET WS-COPY-FAILED TO TRUE
                SET WS-NO-MORE-RECORDS TO TRUE
            ELSE
                OPEN OUTPUT TEST-INTL-BANK-FILE
                IF WS-TEST-INTL-BANK-OK
                    SET WS-OUTPUT-OPENED TO TRUE
                ELSE
                    DISPLAY "UNABLE TO OPEN " WS-TEST-INTL-BANK-NAME
                        ", STATUS = " WS-TEST-INTL-BANK-STATUS
                    SET WS-COPY-FAILED TO TRUE
                    SET WS-NO-MORE-RECORDS TO TRUE
                END-IF
            END-IF.
            PERFORM 2600-COPY-ONE-INTL-BANK
                UNTIL WS-NO-MORE-RECORDS.
            IF NOT WS-INTL-BANK-MISSING
                CLOSE INTL-BANK-FILE
            END-IF.
            IF WS-OUTPUT-OPENED
                CLOSE TEST-INTL-BANK-FILE
            END-IF.
            MOVE "FOREIGN BANKS MASKED" TO WS-RL-LABEL.
            PERFORM 8000-LOG-FILE-COUNTS.

       2600-COPY-ONE-INTL-BANK.
            READ INTL-BANK-FILE NEXT RECORD
                AT END SET WS-NO-MORE-RECORDS TO TRUE
            END-READ.
            IF WS-NO-MORE-RECORDS
                CONTINUE
            ELSE IF NOT WS-INTL-BANK-OK
                DISPLAY "INTL-BANK-FILE READ ERROR AFTER "
                    WS-RECORD-COUNT " RECORDS, STATUS = "
                    WS-INTL-BANK-STATUS
                SET WS-COPY-FAILED TO TRUE
                SET WS-NO-MORE-RECORDS TO TRUE
            ELSE
                ADD 1 TO WS-RECORD-COUNT
                MOVE IB-IBAN TO WS-IBAN
                PERFORM 7700-MASK-IBAN
                MOVE WS-IBAN TO IB-IBAN
                MOVE INTL-BANK-RECORD TO TEST-INTL-BANK-RECORD
                WRITE TEST-INTL-BANK-RECORD
                    INVALID KEY
                        DISPLAY "DUPLICATE KEY IN TEST COPY - "
                            "FOREIGN BANK " TI-VENDOR-NUMBER
                END-WRITE
                IF WS-TEST-INTL-BANK-OK
                    ADD 1 TO WS-WRITTEN-COUNT
                ELSE
                    ADD 1 TO WS-RL-REJECTS
                END-IF
            END-IF.

       3000-COPY-EMPLOYEE-FILE.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE "N" TO WS-OUTPUT-SWITCH.
            MOVE ZERO TO WS-RECORD-COUNT.
            MOVE ZERO TO WS-WRITTEN-COUNT.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-MISSING
                DISPLAY "EMPLOYEE-FILE NOT ON FILE - SKIPPED"
                SET WS-NO-MORE-RECORDS TO TRUE
            ELSE IF NOT WS-EMPLOYEE-FILE-OK
                DISPLAY "UNABLE TO OPEN EMPLOYEE-FILE, STATUS = "
                    WS-EMPLOYEE-FILE-STATUS
                SET WS-COPY-FAILED TO TRUE
                SET WS-NO-MORE-RECORDS TO TRUE
            ELSE
                OPEN OUTPUT TEST-EMPLOYEE-FILE
                IF WS-TEST-EMPLOYEE-OK
                    SET WS-OUTPUT-OPENED TO TRUE
                ELSE
                    DISPLAY "UNABLE TO OPEN " WS-TEST-EMPLOYEE-NAME
                        ", STATUS = " WS-TEST-EMPLOYEE-STATUS
                    SET WS-COPY-FAILED TO TRUE
                    SET WS-NO-MORE-RECORDS TO TRUE
                END-IF
            END-IF.
            PERFORM 3100-COPY-ONE-EMPLOYEE
                UNTIL WS-NO-MORE-RECORDS.
            IF NOT WS-EMPLOYEE-MISSING
                CLOSE EMPLOYEE-FILE
            END-IF.
            IF WS-OUTPUT-OPENED
                CLOSE TEST-EMPLOYEE-FILE
            END-IF.
            MOVE "EMPLOYEES MASKED" TO WS-RL-LABEL.
            PERFORM 8000-LOG-FILE-COUNTS.

       3100-COPY-ONE-EMPLOYEE.
            READ EMPLOYEE-FILE NEXT RECORD
                AT END SET WS-NO-MORE-RECORDS TO TRUE
            END-READ.
            IF WS-NO-MORE-RECORDS
                CONTINUE
            ELSE IF NOT WS-EMPLOYEE-FILE-OK
                DISPLAY "EMPLOYEE-FILE READ ERROR AFTER "
                    WS-RECORD-COUNT " RECORDS, STATUS = "
                    WS-EMPLOYEE-FILE-STATUS
                SET WS-COPY-FAILED TO TRUE
                SET WS-NO-MORE-RECORDS TO TRUE
            ELSE
                ADD 1 TO WS-RECORD-COUNT
                SET WS-MASK-ALL TO TRUE
                MOVE EM-NAME TO WS-MASK-FIELD
                MOVE 30 TO WS-MASK-LENGTH
                PERFORM 7500-MASK-FIELD
                MOVE WS-MASK-FIELD TO EM-NAME
                MOVE EM-ADDRESS-1 TO WS-MASK-FIELD
                PERFORM 7500-MASK-FIELD
                MOVE WS-MASK-FIELD TO EM-ADDRESS-1
                MOVE EM-ADDRESS-2 TO WS-MASK-FIELD
                PERFORM 7500-MASK-FIELD
                MOVE WS-MASK-FIELD TO EM-ADDRESS-2
                MOVE EM-BANK-ROUTING TO WS-ROUTING
                PERFORM 7600-MASK-ROUTING
                MOVE WS-ROUTING TO EM-BANK-ROUTING
                SET WS-MASK-DIGITS-ONLY TO TRUE
                MOVE EM-BANK-ACCOUNT TO WS-MASK-FIELD
                MOVE 17 TO WS-MASK-LENGTH
                PERFORM 7500-MASK-FIELD
                MOVE WS-MASK-FIELD TO EM-BANK-ACCOUNT
                MOVE EMPLOYEE-RECORD TO TEST-EMPLOYEE-RECORD
                WRITE TEST-EMPLOYEE-RECORD
                    INVALID KEY
                        DISPLAY "DUPLICATE KEY IN TEST COPY - "
                            "EMPLOYEE " TE-EMPLOYEE-NUMBER
                END-WRITE
                IF WS-TEST-EMPLOYEE-OK
                    ADD 1 TO WS-WRITTEN-COUNT
                ELSE
                    ADD 1 TO WS-RL-REJECTS
                END-IF
            END-IF.

      * THE MEMO IS FREE TEXT THAT CAN CARRY AN ACCOUNT OR TAX
      * NUMBER, SO ITS DIGITS MASK; THE WORDS ARE LEFT READABLE.
       3500-COPY-PAYMENT-DETAIL.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE "N" TO WS-OUTPUT-SWITCH.
            MOVE ZERO TO WS-RECORD-COUNT.
            MOVE ZERO TO WS-WRITTEN-COUNT.
            OPEN INPUT PAYMENT-DETAIL-FILE.
            IF WS-PAYMENT-DTL-MISSING
                DISPLAY "PAYMENT-DETAIL-FILE NOT ON FILE - SKIPPED"
                SET WS-NO-MORE-RECORDS TO TRUE
            ELSE IF NOT WS-PAYMENT-DTL-OK
                DISPLAY "UNABLE TO OPEN PAYMENT-DETAIL-FILE, STATUS = "
                    WS-PAYMENT-DTL-STATUS
                SET WS-COPY-FAILED TO TRUE
                SET WS-NO-MORE-RECORDS TO TRUE
            ELSE
                OPEN OUTPUT TEST-PAYMENT-DTL-FILE
                IF WS-TEST-PAYDETL-OK
                    SET WS-OUTPUT-OPENED TO TRUE
                ELSE
                    DISPLAY "UNABLE TO OPEN " WS-TEST-PAYDETL-NAME
                        ", STATUS = " WS-TEST-PAYDETL-STATUS
                    SET WS-COPY-FAILED TO TRUE
                    SET WS-NO-MORE-RECORDS TO TRUE
                END-IF
            END-IF.
            PERFORM 3600-COPY-ONE-PAYMENT-DETAIL
                UNTIL WS-NO-MORE-RECORDS.
            IF NOT WS-PAYMENT-DTL-MISSING
                CLOSE PAYMENT-DETAIL-FILE
            END-IF.
            IF WS-OUTPUT-OPENED
                CLOSE TEST-PAYMENT-DTL-FILE
            END-IF.
            MOVE "PAYMENT DETAIL MASKED" TO WS-RL-LABEL.
            PERFORM 8000-LOG-FILE-COUNTS.

       3600-COPY-ONE-PAYMENT-DETAIL.
            READ PAYMENT-DETAIL-FILE
                AT END SET WS-NO-MORE-RECORDS TO TRUE
            END-READ.
            IF WS-NO-MORE-RECORDS
                CONTINUE
            ELSE IF NOT WS-PAYMENT-DTL-OK
                DISPLAY "PAYMENT-DETAIL-FILE READ ERROR AFTER "
                    WS-RECORD-COUNT " RECORDS, STATUS = "
                    WS-PAYMENT-DTL-STATUS
                SET WS-COPY-FAILED TO TRUE
                SET WS-NO-MORE-RECORDS TO TRUE
            ELSE
                ADD 1 TO WS-RECORD-COUNT
                SET WS-MASK-DIGITS-ONLY TO TRUE
                MOVE PD-PAYMENT-MEMO TO WS-MASK-FIELD
                MOVE 200 TO WS-MASK-LENGTH
                PERFORM 7500-MASK-FIELD
                MOVE WS-MASK-FIELD TO PD-PAYMENT-MEMO
                MOVE PAYMENT-DETAIL-RECORD TO TEST-PAYMENT-DTL-RECORD
                WRITE TEST-PAYMENT-DTL-RECORD
                IF WS-TEST-PAYDETL-OK
                    ADD 1 TO WS-WRITTEN-COUNT
                ELSE
                    DISPLAY "UNABLE TO WRITE " WS-TEST-PAYDETL-NAME
                        ", STATUS = " WS-TEST-PAYDETL-STATUS
                    SET WS-COPY-FAILED TO TRUE
                    SET WS-NO-MORE-RECORDS TO TRUE
                END-IF
            END-IF.

      * A WRITE-OFF ENTRY CARRIES INVOICE IMAGES, WHICH NAME NO
      * ONE; A REMIT ENTRY CARRIES REMIT-TO IMAGES; EVERY OTHER
      * ACTION CARRIES VENDOR-RECORD IMAGES.
       4000-COPY-VENDOR-HISTORY.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE "N" TO WS-OUTPUT-SWITCH.
            MOVE ZERO TO WS-RECORD-COUNT.
            MOVE ZERO TO WS-WRITTEN-COUNT.
            OPEN INPUT VENDOR-HISTORY-FILE.
            IF WS-VENDOR-HIST-MISSING
                DISPLAY "VENDOR-HISTORY-FILE NOT ON FILE - SKIPPED"
                SET WS-NO-MORE-RECORDS TO TRUE
            ELSE IF NOT WS-VENDOR-HIST-OK
                DISPLAY "UNABLE TO OPEN VENDOR-HISTORY-FILE, STATUS = "
                    WS-VENDOR-HIST-STATUS
                SET WS-COPY-FAILED TO TRUE
                SET WS-NO-MORE-RECORDS TO TRUE
            ELSE
                OPEN OUTPUT TEST-HISTORY-FILE
                IF WS-TEST-HISTORY-OK
                    SET WS-OUTPUT-OPENED TO TRUE
                ELSE
                    DISPLAY "UNABLE TO OPEN " WS-TEST-HISTORY-NAME
                        ", STATUS = " WS-TEST-HISTORY-STATUS
                    SET WS-COPY-FAILED TO TRUE
                    SET WS-NO-MORE-RECORDS TO TRUE
                END-IF
            END-IF.
            PERFORM 4100-COPY-ONE-HISTORY
                UNTIL WS-NO-MORE-RECORDS.
            IF NOT WS-VENDOR-HIST-MISSING
                CLOSE VENDOR-HISTORY-FILE
            END-IF.
            IF WS-OUTPUT-OPENED
                CLOSE TEST-HISTORY-FILE
            END-IF.
            MOVE "HISTORY ENTRIES MASKED" TO WS-RL-LABEL.
            PERFORM 8000-LOG-FILE-COUNTS.

       4100-COPY-ONE-HISTORY.
            READ VENDOR-HISTORY-FILE
                AT END SET WS-NO-MORE-RECORDS TO TRUE
            END-READ.
            IF WS-NO-MORE-RECORDS
                CONTINUE
            ELSE IF NOT WS-VENDOR-HIST-OK
                DISPLAY "VENDOR-HISTORY-FILE READ ERROR AFTER "
                    WS-RECORD-COUNT " RECORDS, STATUS = "
                    WS-VENDOR-HIST-STATUS
                SET WS-COPY-FAILED TO TRUE
                SET WS-NO-MORE-RECORDS TO TRUE
            ELSE
                ADD 1 TO WS-RECORD-COUNT
                IF VH-ACTION-WRITEOFF
                    CONTINUE
                ELSE IF VH-ACTION-REMIT
                    MOVE VH-BEFORE-IMAGE TO WS-MASK-REMIT
                    PERFORM 7100-MASK-REMIT-IMAGE
                    MOVE WS-MASK-REMIT TO VH-BEFORE-IMAGE
                    MOVE VH-AFTER-IMAGE TO WS-MASK-REMIT
                    PERFORM 7100-MASK-REMIT-IMAGE
                    MOVE WS-MASK-REMIT TO VH-AFTER-IMAGE
                ELSE
                    MOVE VH-BEFORE-IMAGE TO WS-MASK-VENDOR
                    PERFORM 7000-MASK-VENDOR-IMAGE
                    MOVE WS-MASK-VENDOR TO VH-BEFORE-IMAGE
                    MOVE VH-AFTER-IMAGE TO WS-MASK-VENDOR
                    PERFORM 7000-MASK-VENDOR-IMAGE
                    MOVE WS-MASK-VENDOR TO VH-AFTER-IMAGE
                END-IF
                MOVE VENDOR-HISTORY-RECORD TO TEST-HISTORY-RECORD
                WRITE TEST-HISTORY-RECORD
                IF WS-TEST-HISTORY-OK
                    ADD 1 TO WS-WRITTEN-COUNT
                ELSE
                    DISPLAY "UNABLE TO WRITE " WS-TEST-HISTORY-NAME
                        ", STATUS = " WS-TEST-HISTORY-STATUS
                    SET WS-COPY-FAILED TO TRUE
                    SET WS-NO-MORE-RECORDS TO TRUE
                END-IF
            END-IF.

      * THE NAMES ARE THE KEY HERE.  THE MASK IS ONE-FOR-ONE, SO
      * TWO DIFFERENT NAMES NEVER MASK TO THE SAME KEY.  THE AREA
      * CODE AND THE EXTENSION STAND.
       4500-COPY-PHONE-FILE.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE "N" TO WS-OUTPUT-SWITCH.
            MOVE ZERO TO WS-RECORD-COUNT.
            MOVE ZERO TO WS-WRITTEN-COUNT.
            OPEN INPUT PHONE-FILE.
            IF WS-PHONE-FILE-MISSING
                DISPLAY "PHONE-FILE NOT ON FILE - SKIPPED"
                SET WS-NO-MORE-RECORDS TO TRUE
            ELSE IF NOT WS-PHONE-FILE-OK
                DISPLAY "UNABLE TO OPEN PHONE-FILE, STATUS = "
                    WS-PHONE-FILE-STATUS
                SET WS-COPY-FAILED TO TRUE
                SET WS-NO-MORE-RECORDS TO TRUE
            ELSE
                OPEN OUTPUT TEST-PHONE-FILE
                IF WS-TEST-PHONE-OK
                    SET WS-OUTPUT-OPENED TO TRUE
                ELSE
                    DISPLAY "UNABLE TO OPEN " WS-TEST-PHONE-NAME
                        ", STATUS = " WS-TEST-PHONE-STATUS
                    SET WS-COPY-FAILED TO TRUE
                    SET WS-NO-MORE-RECORDS TO TRUE
                END-IF
            END-IF.
            PERFORM 4600-COPY-ONE-PHONE
                UNTIL WS-NO-MORE-RECORDS.
            IF NOT WS-PHONE-FILE-MISSING
                CLOSE PHONE-FILE
            END-IF.
            IF WS-OUTPUT-OPENED
                CLOSE TEST-PHONE-FILE
            END-IF.
            MOVE "PHONE ENTRIES MASKED" TO WS-RL-LABEL.
            PERFORM 8000-LOG-FILE-COUNTS.

       4600-COPY-ONE-PHONE.
            READ PHONE-FILE NEXT RECORD
                AT END SET WS-NO-MORE-RECORDS TO TRUE
            END-READ.
            IF WS-NO-MORE-RECORDS
                CONTINUE
            ELSE IF NOT WS-PHONE-FILE-OK
                DISPLAY "PHONE-FILE READ ERROR AFTER "
                    WS-RECORD-COUNT " RECORDS, STATUS = "
                    WS-PHONE-FILE-STATUS
                SET WS-COPY-FAILED TO TRUE
                SET WS-NO-MORE-RECORDS TO TRUE
            ELSE
                ADD 1 TO WS-RECORD-COUNT
                SET WS-MASK-ALL TO TRUE
                MOVE PHONE-LAST-NAME TO WS-MASK-FIELD
                MOVE 20 TO WS-MASK-LENGTH
                PERFORM 7500-MASK-FIELD
                MOVE WS-MASK-FIELD TO PHONE-LAST-NAME
                MOVE PHONE-FIRST-NAME TO WS-MASK-FIELD
                PERFORM 7500-MASK-FIELD
                MOVE WS-MASK-FIELD TO PHONE-FIRST-NAME
                SET WS-MASK-DIGITS-ONLY TO TRUE
                MOVE PHONE-NUMBER(4:7) TO WS-MASK-FIELD
                MOVE 7 TO WS-MASK-LENGTH
                PERFORM 7500-MASK-FIELD
                MOVE WS-MASK-FIELD(1:7) TO PHONE-NUMBER(4:7)
                MOVE PHONE-RECORD TO TEST-PHONE-RECORD
                WRITE TEST-PHONE-RECORD
                    INVALID KEY
                        DISPLAY "DUPLICATE KEY IN TEST COPY - "
                            TP-NAME-KEY
                END-WRITE
                IF WS-TEST-PHONE-OK
                    ADD 1 TO WS-WRITTEN-COUNT
                ELSE
                    ADD 1 TO WS-RL-REJECTS
                END-IF
            END-IF.

      * CITY, STATE AND ZIP STAND - THE 1099 AND STATE REPORTING
      * TESTS NEED THEM, AND ON THEIR OWN THEY NAME NO ONE.
       7000-MASK-VENDOR-IMAGE.
            SET WS-MASK-ALL TO TRUE.
            MOVE 30 TO WS-MASK-LENGTH.
            MOVE WS-MV-NAME TO WS-MASK-FIELD.
            PERFORM 7500-MASK-FIELD.
            MOVE WS-MASK-FIELD TO WS-MV-NAME.
            MOVE WS-MV-ADDRESS-1 TO WS-MASK-FIELD.
            PERFORM 7500-MASK-FIELD.
            MOVE WS-MASK-FIELD TO WS-MV-ADDRESS-1.
            MOVE WS-MV-ADDRESS-2 TO WS-MASK-FIELD.
            PERFORM 7500-MASK-FIELD.
            MOVE WS-MASK-FIELD TO WS-MV-ADDRESS-2.
            MOVE WS-MV-CONTACT TO WS-MASK-FIELD.
            PERFORM 7500-MASK-FIELD.
            MOVE WS-MASK-FIELD TO WS-MV-CONTACT.
            SET WS-MASK-DIGITS-ONLY TO TRUE.
            MOVE WS-MV-PHONE TO WS-MASK-FIELD.
            MOVE 15 TO WS-MASK-LENGTH.
            PERFORM 7500-MASK-FIELD.
            MOVE WS-MASK-FIELD TO WS-MV-PHONE.
            MOVE WS-MV-ACCOUNT TO WS-MASK-FIELD.
            MOVE 17 TO WS-MASK-LENGTH.
            PERFORM 7500-MASK-FIELD.
            MOVE WS-MASK-FIELD TO WS-MV-ACCOUNT.
            MOVE WS-MV-TIN TO WS-MASK-FIELD.
            MOVE 9 TO WS-MASK-LENGTH.
            PERFORM 7500-MASK-FIELD.
            MOVE WS-MASK-FIELD TO WS-MV-TIN.
            MOVE WS-MV-ROUTING TO WS-ROUTING.
            PERFORM 7600-MASK-ROUTING.
            MOVE WS-ROUTING TO WS-MV-ROUTING.

       7100-MASK-REMIT-IMAGE.
            SET WS-MASK-ALL TO TRUE.
            MOVE 30 TO WS-MASK-LENGTH.
            MOVE WS-MR-PAYEE-NAME TO WS-MASK-FIELD.
            PERFORM 7500-MASK-FIELD.
            MOVE WS-MASK-FIELD TO WS-MR-PAYEE-NAME.
            MOVE WS-MR-ADDRESS-1 TO WS-MASK-FIELD.
            PERFORM 7500-MASK-FIELD.
            MOVE WS-MASK-FIELD TO WS-MR-ADDRESS-1.
            MOVE WS-MR-ADDRESS-2 TO WS-MASK-FIELD.
            PERFORM 7500-MASK-FIELD.
            MOVE WS-MASK-FIELD TO WS-MR-ADDRESS-2.
            MOVE WS-MR-PEND-PAYEE-NAME TO WS-MASK-FIELD.
            PERFORM 7500-MASK-FIELD.
            MOVE WS-MASK-FIELD TO WS-MR-PEND-PAYEE-NAME.
            MOVE WS-MR-PEND-ADDRESS-1 TO WS-MASK-FIELD.
            PERFORM 7500-MASK-FIELD.
            MOVE WS-MASK-FIELD TO WS-MR-PEND-ADDRESS-1.
            MOVE WS-MR-PEND-ADDRESS-2 TO WS-MASK-FIELD.
            PERFORM 7500-MASK-FIELD.
            MOVE WS-MASK-FIELD TO WS-MR-PEND-ADDRESS-2.

      * MASKS WS-MASK-FIELD(1:WS-MASK-LENGTH) IN PLACE.  THE RESULT
      * DEPENDS ONLY ON THE VALUE, SO THE SAME VALUE MASKS THE SAME
      * WAY WHEREVER IT TURNS UP.
       7500-MASK-FIELD.
            MOVE ZERO TO WS-MASK-RUNNING.
            PERFORM 7510-MASK-ONE-CHARACTER
                VARYING WS-MASK-IX FROM 1 BY 1
                UNTIL WS-MASK-IX > WS-MASK-LENGTH.

       7510-MASK-ONE-CHARACTER.
            MOVE WS-MASK-FIELD(WS-MASK-IX:1) TO WS-MASK-CHAR.
            COMPUTE WS-KEY-IX = WS-MASK-IX - 1.
            DIVIDE WS-KEY-IX BY 40 GIVING WS-MASK-QUOTIENT
                REMAINDER WS-KEY-IX.
            ADD 1 TO WS-KEY-IX.
            COMPUTE WS-MASK-SHIFT =
                WS-KEY-DIGIT(WS-KEY-IX) + WS-MASK-RUNNING.
            IF WS-MASK-CHAR IS NUMERIC
                MOVE WS-MASK-CHAR TO WS-MASK-DIGIT
                COMPUTE WS-MASK-WORK = WS-MASK-DIGIT + WS-MASK-SHIFT
                DIVIDE WS-MASK-WORK BY 10 GIVING WS-MASK-QUOTIENT
                    REMAINDER WS-MASK-NEW-DIGIT
                MOVE WS-MASK-NEW-DIGIT TO WS-MASK-FIELD(WS-MASK-IX:1)
                COMPUTE WS-MASK-WORK =
                    WS-MASK-RUNNING * 3 + WS-MASK-DIGIT + 7
                DIVIDE WS-MASK-WORK BY 100 GIVING WS-MASK-QUOTIENT
                    REMAINDER WS-MASK-RUNNING
            ELSE IF WS-MASK-ALL
                AND WS-MASK-CHAR NOT = SPACE
                AND WS-MASK-CHAR IS ALPHABETIC-UPPER
                MOVE ZERO TO WS-ALPHA-IX
                INSPECT WS-ALPHABET TALLYING WS-ALPHA-IX
                    FOR CHARACTERS BEFORE INITIAL WS-MASK-CHAR
                COMPUTE WS-MASK-WORK = WS-ALPHA-IX + WS-MASK-SHIFT
                DIVIDE WS-MASK-WORK BY 26 GIVING WS-MASK-QUOTIENT
                    REMAINDER WS-MASK-WORK
                ADD 1 TO WS-MASK-WORK
                MOVE WS-ALPHA-CHAR(WS-MASK-WORK)
                    TO WS-MASK-FIELD(WS-MASK-IX:1)
                COMPUTE WS-MASK-WORK =
                    WS-MASK-RUNNING * 3 + WS-ALPHA-IX + 7
                DIVIDE WS-MASK-WORK BY 100 GIVING WS-MASK-QUOTIENT
                    REMAINDER WS-MASK-RUNNING
            END-IF.

      * A ROUTING NUMBER THAT ISN'T NINE DIGITS WOULDN'T PASS THE
      * ACH RUN ANYWAY - ITS DIGITS ARE MASKED AND IT IS LEFT AS
      * INVALID AS IT CAME.
       7600-MASK-ROUTING.
            SET WS-MASK-DIGITS-ONLY TO TRUE.
            IF WS-ROUTING IS NUMERIC
                MOVE WS-ROUTING(3:6) TO WS-MASK-FIELD
                MOVE 6 TO WS-MASK-LENGTH
                PERFORM 7500-MASK-FIELD
                MOVE WS-MASK-FIELD(1:6) TO WS-ROUTING(3:6)
                COMPUTE WS-MASK-WORK =
                    3 * (WS-RT-DIGIT(1) + WS-RT-DIGIT(4)
                        + WS-RT-DIGIT(7))
                    + 7 * (WS-RT-DIGIT(2) + WS-RT-DIGIT(5)
                        + WS-RT-DIGIT(8))
                    + WS-RT-DIGIT(3) + WS-RT-DIGIT(6)
                DIVIDE WS-MASK-WORK BY 10 GIVING WS-MASK-QUOTIENT
                    REMAINDER WS-MASK-NEW-DIGIT
                IF WS-MASK-NEW-DIGIT = ZERO
                    MOVE ZERO TO WS-RT-DIGIT(9)
                ELSE
                    COMPUTE WS-RT-DIGIT(9) = 10 - WS-MASK-NEW-DIGIT
                END-IF
            ELSE IF WS-ROUTING NOT = SPACES
                MOVE WS-ROUTING TO WS-MASK-FIELD
                MOVE 9 TO WS-MASK-LENGTH
                PERFORM 7500-MASK-FIELD
                MOVE WS-MASK-FIELD TO WS-ROUTING
            END-IF.

      * THE CHECK DIGITS ARE 98 LESS THE REMAINDER, MOD 97, OF THE
      * ACCOUNT PART FOLLOWED BY THE COUNTRY CODE AND "00", LETTERS
      * COUNTING AS 10 THROUGH 35.  EMBEDDED SPACES ARE SKIPPED.
       7700-MASK-IBAN.
            SET WS-MASK-ALL TO TRUE.
            IF WS-IBAN(1:2) IS ALPHABETIC-UPPER
                AND WS-IBAN(1:1) NOT = SPACE
                AND WS-IBAN(2:1) NOT = SPACE
                AND WS-IBAN(3:2) IS NUMERIC
                MOVE WS-IBAN(5:30) TO WS-MASK-FIELD
                MOVE 30 TO WS-MASK-LENGTH
                PERFORM 7500-MASK-FIELD
                MOVE WS-MASK-FIELD(1:30) TO WS-IBAN(5:30)
                MOVE ZERO TO WS-IBAN-REMAINDER
                PERFORM 7710-IBAN-ONE-CHARACTER
                    VARYING WS-IBAN-IX FROM 5 BY 1
                    UNTIL WS-IBAN-IX > 34
                PERFORM 7710-IBAN-ONE-CHARACTER
                    VARYING WS-IBAN-IX FROM 1 BY 1
                    UNTIL WS-IBAN-IX > 2
                COMPUTE WS-MASK-WORK = WS-IBAN-REMAINDER * 100
                DIVIDE WS-MASK-WORK BY 97 GIVING WS-MASK-QUOTIENT
                    REMAINDER WS-IBAN-REMAINDER
                COMPUTE WS-IBAN-CHECK = 98 - WS-IBAN-REMAINDER
                MOVE WS-IBAN-CHECK TO WS-IBAN(3:2)
            ELSE IF WS-IBAN NOT = SPACES
                MOVE WS-IBAN TO WS-MASK-FIELD
                MOVE 34 TO WS-MASK-LENGTH
                PERFORM 7500-MASK-FIELD
                MOVE WS-MASK-FIELD TO WS-IBAN
            END-IF.

       7710-IBAN-ONE-CHARACTER.
            MOVE WS-IBAN(WS-IBAN-IX:1) TO WS-MASK-CHAR.
            IF WS-MASK-CHAR IS NUMERIC
                MOVE WS-MASK-CHAR TO WS-MASK-DIGIT
                COMPUTE WS-MASK-WORK =
                    WS-IBAN-REMAINDER * 10 + WS-MASK-DIGIT
                DIVIDE WS-MASK-WORK BY 97 GIVING WS-MASK-QUOTIENT
                    REMAINDER WS-IBAN-REMAINDER
            ELSE IF WS-MASK-CHAR NOT = SPACE
                AND WS-MASK-CHAR IS ALPHABETIC-UPPER
                MOVE ZERO TO WS-ALPHA-IX
                INSPECT WS-ALPHABET TALLYING WS-ALPHA-IX
                    FOR CHARACTERS BEFORE INITIAL WS-MASK-CHAR
                COMPUTE WS-MASK-WORK =
                    WS-IBAN-REMAINDER * 100 + WS-ALPHA-IX + 10
                DIVIDE WS-MASK-WORK BY 97 GIVING WS-MASK-QUOTIENT
                    REMAINDER WS-IBAN-REMAINDER
            END-IF.

       8000-LOG-FILE-COUNTS.
            DISPLAY WS-RL-LABEL ": " WS-WRITTEN-COUNT " OF "
                WS-RECORD-COUNT.
            ADD WS-RECORD-COUNT TO WS-RL-RECORDS-IN.
            ADD WS-WRITTEN-COUNT TO WS-RL-RECORDS-OUT.
            MOVE "C" TO WS-RL-FUNCTION.
            MOVE WS-WRITTEN-COUNT TO WS-RL-VALUE.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
       END PROGRAM TSTMSK01.

      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Electronic-disbursement settlement
      *              reconciliation - the ACH and wire companion to
      *              BNKRCN01's cleared-check run.  Reads the bank's
      *              prior-day BAI2 statement and matches every ACH
      *              batch debit and every outgoing wire debit to
      *              the run that produced it on EFT-SETTLE-FILE
      *              (ACHGEN01 enters each batch, WIRGEN01 each
      *              wire) by reference, amount and value date.
      *              Reports what doesn't line up - bank debits no
      *              run accounts for, settlements short or over the
      *              amount sent, a run settled twice, and batches
      *              and wires still unsettled past their value
      *              date.  Like BNKRCN01, an I/O error is reported
      *              as an I/O error, never manufactured into a
      *              false discrepancy.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original settlement reconciliation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EFTRCN01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLEFS01.cbl".
           SELECT BAI-STATEMENT-FILE ASSIGN TO "BANKBAI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAI-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY "FDEFS01.cbl".

      * THE BANK'S PRIOR-DAY STATEMENT IN BAI2 - COMMA-SEPARATED
      * RECORDS ENDED BY A SLASH, TYPED BY THE FIRST FIELD: 01 FILE
      * HEADER, 02 GROUP HEADER (AS-OF DATE), 03 ACCOUNT IDENTIFIER
      * (ACCOUNT AND CURRENCY), 16 TRANSACTION DETAIL, 88
      * CONTINUATION, 49/98/99 TRAILERS.
       FD  BAI-STATEMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  BAI-STATEMENT-LINE          PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-EFT-SETTLE-STATUS       PIC X(02).
           88 WS-EFT-SETTLE-OK            VALUE "00".
           88 WS-EFT-SETTLE-EOF           VALUE "10".
           88 WS-EFT-SETTLE-MISSING       VALUE "35".
       01  WS-BAI-STATUS              PIC X(02).
           88 WS-BAI-OK                   VALUE "00".
           88 WS-BAI-EOF                  VALUE "10".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88 WS-NO-MORE-BAI-LINES         VALUE "Y".
       01  WS-REG-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-NO-MORE-SETTLEMENTS       VALUE "Y".

       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-AS-OF-DATE               PIC 9(08).
       01  WS-AS-OF-DATE-X REDEFINES WS-AS-OF-DATE.
           05 WS-AS-OF-CENTURY         PIC X(02).
           05 WS-AS-OF-YYMMDD          PIC X(06).
       01  WS-ACCOUNT-NUMBER           PIC X(20) VALUE SPACES.
       01  WS-ACCOUNT-CURRENCY         PIC X(03) VALUE "USD".

      * ONE BAI2 RECORD BROKEN AT ITS COMMAS (AND THE CLOSING SLASH).
      * A 16 RECORD IS TYPE CODE, AMOUNT, FUNDS TYPE, THEN - AFTER
      * ANY AVAILABILITY FIELDS THE FUNDS TYPE CALLS FOR - THE BANK
      * REFERENCE, THE CUSTOMER REFERENCE, AND FREE TEXT.
       01  WS-BAI-FIELDS.
           05 WS-BAI-FIELD             PIC X(20) OCCURS 10 TIMES.
       01  WS-BAI-RECORD-CODE          PIC X(02).
       01  WS-BAI-TYPE-CODE            PIC X(03).
      * THE TYPE CODES THE BANK REPORTS OUR ACH SETTLEMENT OFFSETS
      * AND OUR OUTGOING WIRES UNDER.  EVERY OTHER DEBIT - PAID
      * CHECKS INCLUDED - IS SOMEBODY ELSE'S RECONCILIATION.
           88 WS-BAI-ACH-DEBIT             VALUE "451" "455" "469".
           88 WS-BAI-WIRE-DEBIT            VALUE "495" "496".
       01  WS-BAI-FUNDS-TYPE           PIC X(01).
           88 WS-BAI-FUNDS-VALUE-DATED     VALUE "V".
           88 WS-BAI-FUNDS-DISTRIBUTED     VALUE "S".
           88 WS-BAI-FUNDS-DETAILED        VALUE "D".
       01  WS-BAI-REF-IX               PIC 9(02) COMP.
       01  WS-BAI-FIELD-LEN            PIC 9(02) COMP.
       01  WS-BAI-CENTS                PIC 9(13).
       01  WS-BAI-AMOUNT               PIC 9(11)V99.
       01  WS-BAI-BANK-REFERENCE       PIC X(16).
       01  WS-BAI-REFERENCE            PIC 9(10).
       01  WS-BAI-ITEM-TYPE            PIC X(01).
       01  WS-BAI-ITEM-OK-SWITCH       PIC X(01).
           88 WS-BAI-ITEM-OK               VALUE "Y".

      * THE SETTLEMENT REGISTER HELD IN STORAGE FOR THE MATCH -
      * EVERYTHING STILL OUTSTANDING, PLUS WHAT SETTLED IN THE LAST
      * 30 DAYS SO A SECOND DEBIT FOR THE SAME RUN SHOWS UP AS A
      * DUPLICATE INSTEAD OF AN UNKNOWN.
       01  WS-DUPLICATE-WINDOW-DAYS    PIC 9(03) VALUE 030.
       01  WS-SR-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-SR-SUB                   PIC 9(03).
       01  WS-SR-HIT                   PIC 9(03).
       01  WS-SR-TABLE.
           05 WS-SR-ENTRY              OCCURS 500 TIMES.
               10 WS-SR-KEY            PIC X(20).
               10 WS-SR-TYPE           PIC X(01).
               10 WS-SR-REFERENCE      PIC 9(10).
               10 WS-SR-VALUE-DATE     PIC 9(08).
               10 WS-SR-CURRENCY       PIC X(03).
               10 WS-SR-AMOUNT         PIC 9(11)V99.
               10 WS-SR-STATUS         PIC X(01).
               10 WS-SR-SETTLED-DATE   PIC 9(08).
               10 WS-SR-SETTLED-AMOUNT PIC 9(11)V99.
               10 WS-SR-SETTLE-COUNT   PIC 9(02).
               10 WS-SR-BANK-REFERENCE PIC X(16).
               10 WS-SR-CHANGED        PIC X(01).
       01  WS-SR-DIFFERENCE            PIC S9(11)V99.
       01  WS-SR-AMOUNT-EDIT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-SR-DIFF-EDIT             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

      * RECONCILIATION COUNTS, DISPLAYED AT END OF RUN THE WAY
      * BNKRCN01 DISPLAYS ITS OWN.
       01  WS-DEBITS-READ              PIC 9(05) VALUE ZERO.
       01  WS-DEBITS-MATCHED           PIC 9(05) VALUE ZERO.
       01  WS-DEBITS-SHORT-OVER        PIC 9(05) VALUE ZERO.
       01  WS-DEBITS-DUPLICATED        PIC 9(05) VALUE ZERO.
       01  WS-DEBITS-UNMATCHED         PIC 9(05) VALUE ZERO.
       01  WS-DEBITS-ALREADY-DONE      PIC 9(05) VALUE ZERO.
       01  WS-DEBITS-UNREADABLE        PIC 9(05) VALUE ZERO.
       01  WS-RUNS-NOT-SETTLED         PIC 9(05) VALUE ZERO.
       01  WS-RUNS-PENDING             PIC 9(05) VALUE ZERO.
       01  WS-REGISTER-OVERFLOW        PIC 9(05) VALUE ZERO.

      * FIELDS FOR THE DATECALC1 WINDOW CALL.
       01  WS-DC-FUNCTION              PIC X(01).
       01  WS-DC-DATE-1                PIC 9(08).
       01  WS-DC-DATE-2                PIC 9(08).
       01  WS-DC-DAYS                  PIC S9(07).
       01  WS-DC-RESULT-DATE           PIC 9(08).
       01  WS-DC-ERROR-SWITCH          PIC X(01).
           88 WS-DC-DATE-ERROR             VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INITIALIZE.
            PERFORM 2000-READ-STATEMENT
                UNTIL WS-NO-MORE-BAI-LINES.
            PERFORM 4000-REPORT-UNSETTLED.
            PERFORM 5000-UPDATE-REGISTER.
            PERFORM 9000-TERMINATE.
            STOP RUN.

      * THE AS-OF DATE DEFAULTS TO THE RUN DATE UNTIL THE
      * STATEMENT'S 02 GROUP HEADER SAYS OTHERWISE.
       1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            MOVE WS-RUN-DATE TO WS-AS-OF-DATE.
            OPEN I-O EFT-SETTLE-FILE.
            IF WS-EFT-SETTLE-MISSING
                DISPLAY "NO EFT-SETTLE-FILE - NO ACH BATCH OR WIRE "
                    "HAS BEEN REGISTERED FOR SETTLEMENT"
                SET WS-NO-MORE-SETTLEMENTS TO TRUE
            ELSE IF NOT WS-EFT-SETTLE-OK
                DISPLAY "UNABLE TO OPEN EFT-SETTLE-FILE, STATUS = "
                    WS-EFT-SETTLE-STATUS
                SET WS-NO-MORE-SETTLEMENTS TO TRUE
            END-IF.
            OPEN INPUT BAI-STATEMENT-FILE.
            IF NOT WS-BAI-OK
                DISPLAY "UNABLE TO OPEN BAI-STATEMENT-FILE, STATUS = "
                    WS-BAI-STATUS
                SET WS-NO-MORE-BAI-LINES TO TRUE
            END-IF.
            IF NOT WS-NO-MORE-BAI-LINES
                PERFORM 8100-READ-NEXT-BAI-LINE
            END-IF.
      * THE 02 HEADER LEADS THE FILE AFTER THE 01, SO THE AS-OF DATE
      * IS KNOWN BEFORE THE REGISTER IS LOADED AGAINST IT.
            IF NOT WS-NO-MORE-BAI-LINES
                AND BAI-STATEMENT-LINE(1:2) = "01"
                PERFORM 8100-READ-NEXT-BAI-LINE
            END-IF.
            IF NOT WS-NO-MORE-BAI-LINES
                AND BAI-STATEMENT-LINE(1:2) = "02"
                PERFORM 2100-SPLIT-THE-LINE
                PERFORM 2200-TAKE-GROUP-HEADER
                PERFORM 8100-READ-NEXT-BAI-LINE
            END-IF.
            IF NOT WS-NO-MORE-SETTLEMENTS
                PERFORM 1100-LOAD-REGISTER
            END-IF.

       1100-LOAD-REGISTER.
            MOVE LOW-VALUES TO ES-KEY.
            START EFT-SETTLE-FILE
                KEY IS NOT LESS THAN ES-KEY
                INVALID KEY SET WS-NO-MORE-SETTLEMENTS TO TRUE
            END-START.
            IF NOT WS-NO-MORE-SETTLEMENTS
                PERFORM 8200-READ-NEXT-SETTLEMENT
            END-IF.
            PERFORM 1200-LOAD-ONE-SETTLEMENT
                UNTIL WS-NO-MORE-SETTLEMENTS.

       1200-LOAD-ONE-SETTLEMENT.
            MOVE ZERO TO WS-DC-DAYS.
            IF NOT ES-STATUS-OUTSTANDING
                MOVE "D" TO WS-DC-FUNCTION
                MOVE ES-SETTLED-DATE TO WS-DC-DATE-1
                MOVE WS-AS-OF-DATE   TO WS-DC-DATE-2
                CALL "DATECALC1" USING WS-DC-FUNCTION
                    WS-DC-DATE-1 WS-DC-DATE-2 WS-DC-DAYS
                    WS-DC-RESULT-DATE WS-DC-ERROR-SWITCH
            END-IF.
            IF ES-STATUS-OUTSTANDING
                OR WS-DC-DAYS NOT > WS-DUPLICATE-WINDOW-DAYS
                IF WS-SR-COUNT < 500
                    ADD 1 TO WS-SR-COUNT
                    MOVE ES-KEY          TO WS-SR-KEY (WS-SR-COUNT)
                    MOVE ES-TYPE         TO WS-SR-TYPE (WS-SR-COUNT)
                    MOVE ES-REFERENCE
                        TO WS-SR-REFERENCE (WS-SR-COUNT)
                    MOVE ES-VALUE-DATE
                        TO WS-SR-VALUE-DATE (WS-SR-COUNT)
                    MOVE ES-CURRENCY
                        TO WS-SR-CURRENCY (WS-SR-COUNT)
                    MOVE ES-AMOUNT       TO WS-SR-AMOUNT (WS-SR-COUNT)
                    MOVE ES-STATUS       TO WS-SR-STATUS (WS-SR-COUNT)
                    MOVE ES-SETTLED-DATE
                        TO WS-SR-SETTLED-DATE (WS-SR-COUNT)
                    MOVE ES-SETTLED-AMOUNT
                        TO WS-SR-SETTLED-AMOUNT (WS-SR-COUNT)
                    MOVE ES-SETTLE-COUNT
                        TO WS-SR-SETTLE-COUNT (WS-SR-COUNT)
                    MOVE ES-BANK-REFERENCE
                        TO WS-SR-BANK-REFERENCE (WS-SR-COUNT)
                    MOVE "N"             TO WS-SR-CHANGED (WS-SR-COUNT)
                ELSE
                    ADD 1 TO WS-REGISTER-OVERFLOW
                END-IF
            END-IF.
            PERFORM 8200-READ-NEXT-SETTLEMENT.

      * ONE STATEMENT RECORD.  ONLY 02, 03 AND 16 CARRY ANYTHING THE
      * MATCH NEEDS; CONTINUATIONS AND TRAILERS ARE PASSED OVER.
       2000-READ-STATEMENT.
            MOVE BAI-STATEMENT-LINE(1:2) TO WS-BAI-RECORD-CODE.
            EVALUATE WS-BAI-RECORD-CODE
                WHEN "02"
                    PERFORM 2100-SPLIT-THE-LINE
                    PERFORM 2200-TAKE-GROUP-HEADER
                WHEN "03"
                    PERFORM 2100-SPLIT-THE-LINE
                    MOVE WS-BAI-FIELD (2) TO WS-ACCOUNT-NUMBER
                    IF WS-BAI-FIELD (3) = SPACES
                        MOVE "USD" TO WS-ACCOUNT-CURRENCY
                    ELSE
                        MOVE WS-BAI-FIELD (3) TO WS-ACCOUNT-CURRENCY
                    END-IF
                WHEN "16"
                    PERFORM 2100-SPLIT-THE-LINE
                    MOVE WS-BAI-FIELD (2) TO WS-BAI-TYPE-CODE
                    IF WS-BAI-ACH-DEBIT OR WS-BAI-WIRE-DEBIT
                        PERFORM 2300-TAKE-DEBIT
                    END-IF
            END-EVALUATE.
            PERFORM 8100-READ-NEXT-BAI-LINE.

       2100-SPLIT-THE-LINE.
            MOVE SPACES TO WS-BAI-FIELDS.
            UNSTRING BAI-STATEMENT-LINE
                DELIMITED BY "," OR "/"
                INTO WS-BAI-FIELD (1) WS-BAI-FIELD (2)
                     WS-BAI-FIELD (3) WS-BAI-FIELD (4)
                     WS-BAI-FIELD (5) WS-BAI-FIELD (6)
                     WS-BAI-FIELD (7) WS-BAI-FIELD (8)
                     WS-BAI-FIELD (9) WS-BAI-FIELD (10)
            END-UNSTRING.

      * THE GROUP AS-OF DATE IS YYMMDD - THE STATEMENT IS A PRIOR-
      * DAY ONE, SO IT IS ALWAYS THIS CENTURY'S.
       2200-TAKE-GROUP-HEADER.
            IF WS-BAI-FIELD (5)(1:6) NUMERIC
                MOVE "20" TO WS-AS-OF-CENTURY
                MOVE WS-BAI-FIELD (5)(1:6) TO WS-AS-OF-YYMMDD
            ELSE
                DISPLAY "GROUP HEADER HAS NO USABLE AS-OF DATE - "
                    "USING " WS-AS-OF-DATE
            END-IF.

      * PICK THE AMOUNT AND THE REFERENCES OFF A 16 RECORD.  THE
      * AMOUNT IS WHOLE CENTS WITH NO DECIMAL POINT.  THE CUSTOMER
      * REFERENCE IS WHAT WE SENT - THE ACH FILE ID OR THE WIRE
      * SEQUENCE - AND IS ONLY TRUSTED WHEN IT IS ALL DIGITS.
       2300-TAKE-DEBIT.
            ADD 1 TO WS-DEBITS-READ.
            MOVE "Y" TO WS-BAI-ITEM-OK-SWITCH.
            IF WS-BAI-ACH-DEBIT
                MOVE "A" TO WS-BAI-ITEM-TYPE
            ELSE
                MOVE "W" TO WS-BAI-ITEM-TYPE
            END-IF.
            MOVE ZERO TO WS-BAI-FIELD-LEN.
            INSPECT WS-BAI-FIELD (3) TALLYING WS-BAI-FIELD-LEN
                FOR CHARACTERS BEFORE INITIAL SPACE.
            IF WS-BAI-FIELD-LEN = ZERO OR WS-BAI-FIELD-LEN > 13
                MOVE "N" TO WS-BAI-ITEM-OK-SWITCH
            ELSE IF WS-BAI-FIELD (3)(1:WS-BAI-FIELD-LEN) NOT NUMERIC
                MOVE "N" TO WS-BAI-ITEM-OK-SWITCH
            ELSE
                MOVE WS-BAI-FIELD (3)(1:WS-BAI-FIELD-LEN)
                    TO WS-BAI-CENTS
                COMPUTE WS-BAI-AMOUNT = WS-BAI-CENTS / 100
            END-IF.
            MOVE WS-BAI-FIELD (4)(1:1) TO WS-BAI-FUNDS-TYPE.
            EVALUATE TRUE
                WHEN WS-BAI-FUNDS-VALUE-DATED
                    MOVE 7 TO WS-BAI-REF-IX
                WHEN WS-BAI-FUNDS-DISTRIBUTED
                    MOVE 8 TO WS-BAI-REF-IX
                WHEN WS-BAI-FUNDS-DETAILED
                    MOVE "N" TO WS-BAI-ITEM-OK-SWITCH
                WHEN OTHER
                    MOVE 5 TO WS-BAI-REF-IX
            END-EVALUATE.
            IF WS-BAI-ITEM-OK
                PERFORM 2400-TAKE-REFERENCES
                PERFORM 3000-MATCH-ONE-DEBIT
            ELSE
                DISPLAY "UNREADABLE BAI DEBIT - "
                    BAI-STATEMENT-LINE(1:60)
                ADD 1 TO WS-DEBITS-UNREADABLE
            END-IF.

       2400-TAKE-REFERENCES.
            MOVE WS-BAI-FIELD (WS-BAI-REF-IX) TO WS-BAI-BANK-REFERENCE.
            ADD 1 TO WS-BAI-REF-IX.
            MOVE ZERO TO WS-BAI-REFERENCE.
            MOVE ZERO TO WS-BAI-FIELD-LEN.
            INSPECT WS-BAI-FIELD (WS-BAI-REF-IX)
                TALLYING WS-BAI-FIELD-LEN
                FOR CHARACTERS BEFORE INITIAL SPACE.
            IF WS-BAI-FIELD-LEN > ZERO AND WS-BAI-FIELD-LEN < 11
                IF WS-BAI-FIELD (WS-BAI-REF-IX)(1:WS-BAI-FIELD-LEN)
                    NUMERIC
                    MOVE WS-BAI-FIELD (WS-BAI-REF-IX)
                        (1:WS-BAI-FIELD-LEN) TO WS-BAI-REFERENCE
                END-IF
            END-IF.

      * MATCH ONE BANK DEBIT, BEST EVIDENCE FIRST: AN OUTSTANDING
      * RUN OF THE SAME KIND WITH THE SAME REFERENCE AND AMOUNT,
      * DUE BY THE AS-OF DATE; FAILING THAT, ONE WITH THE SAME
      * REFERENCE BUT ANOTHER AMOUNT (SHORT OR OVER); FAILING THAT,
      * ONE ALREADY SETTLED (A DUPLICATE).  A DEBIT WITH NO USABLE
      * REFERENCE MATCHES ON AMOUNT AND DATE ALONE.  A WIRE SENT IN
      * ANOTHER CURRENCY IS DEBITED IN THE ACCOUNT'S, SO ITS AMOUNT
      * CANNOT BE COMPARED - IT MATCHES ON REFERENCE ALONE.
       3000-MATCH-ONE-DEBIT.
            MOVE ZERO TO WS-SR-HIT.
            PERFORM 3100-TRY-EXACT-MATCH
                VARYING WS-SR-SUB FROM 1 BY 1
                UNTIL WS-SR-SUB > WS-SR-COUNT OR WS-SR-HIT > ZERO.
            IF WS-SR-HIT > ZERO
                PERFORM 3500-SETTLE-ONE-RUN
            ELSE IF WS-BAI-REFERENCE NOT = ZERO
                PERFORM 3200-TRY-REFERENCE-MATCH
                    VARYING WS-SR-SUB FROM 1 BY 1
                    UNTIL WS-SR-SUB > WS-SR-COUNT OR WS-SR-HIT > ZERO
                IF WS-SR-HIT > ZERO
                    PERFORM 3600-SETTLE-SHORT-OVER
                END-IF
            END-IF.
            IF WS-SR-HIT = ZERO
                PERFORM 3300-TRY-SETTLED-MATCH
                    VARYING WS-SR-SUB FROM 1 BY 1
                    UNTIL WS-SR-SUB > WS-SR-COUNT OR WS-SR-HIT > ZERO
                IF WS-SR-HIT > ZERO
                    PERFORM 3700-REPORT-DUPLICATE
                ELSE
                    MOVE WS-BAI-AMOUNT TO WS-SR-AMOUNT-EDIT
                    DISPLAY "BANK DEBIT NO RUN ACCOUNTS FOR - TYPE "
                        WS-BAI-TYPE-CODE " REF " WS-BAI-BANK-REFERENCE
                        " CUST REF " WS-BAI-REFERENCE
                        " AMOUNT " WS-SR-AMOUNT-EDIT
                    ADD 1 TO WS-DEBITS-UNMATCHED
                END-IF
            END-IF.

       3100-TRY-EXACT-MATCH.
            IF WS-SR-TYPE (WS-SR-SUB) = WS-BAI-ITEM-TYPE
                AND WS-SR-STATUS (WS-SR-SUB) = "O"
                AND WS-SR-VALUE-DATE (WS-SR-SUB) NOT > WS-AS-OF-DATE
                IF WS-SR-CURRENCY (WS-SR-SUB) = WS-ACCOUNT-CURRENCY
                    IF WS-SR-AMOUNT (WS-SR-SUB) = WS-BAI-AMOUNT
                        AND (WS-BAI-REFERENCE = ZERO
                        OR WS-BAI-REFERENCE =
                            WS-SR-REFERENCE (WS-SR-SUB))
                        MOVE WS-SR-SUB TO WS-SR-HIT
                    END-IF
                ELSE
                    IF WS-BAI-REFERENCE NOT = ZERO
                        AND WS-BAI-REFERENCE =
                            WS-SR-REFERENCE (WS-SR-SUB)
                        MOVE WS-SR-SUB TO WS-SR-HIT
                    END-IF
                END-IF
            END-IF.

       3200-TRY-REFERENCE-MATCH.
            IF WS-SR-TYPE (WS-SR-SUB) = WS-BAI-ITEM-TYPE
                AND WS-SR-STATUS (WS-SR-SUB) = "O"
                AND WS-SR-REFERENCE (WS-SR-SUB) = WS-BAI-REFERENCE
                MOVE WS-SR-SUB TO WS-SR-HIT
            END-IF.

      * AN ALREADY-SETTLED RUN HIT AGAIN BY THE SAME BANK REFERENCE
      * ON THE SAME AS-OF DATE IS THIS STATEMENT BEING RERUN, NOT A
      * SECOND DEBIT - IT IS COUNTED AND LEFT ALONE.
       3300-TRY-SETTLED-MATCH.
            IF WS-SR-TYPE (WS-SR-SUB) = WS-BAI-ITEM-TYPE
                AND WS-SR-STATUS (WS-SR-SUB) NOT = "O"
                IF WS-BAI-REFERENCE = ZERO
                    IF WS-SR-SETTLED-AMOUNT (WS-SR-SUB) = WS-BAI-AMOUNT
                        MOVE WS-SR-SUB TO WS-SR-HIT
                    END-IF
                ELSE
                    IF WS-SR-REFERENCE (WS-SR-SUB) = WS-BAI-REFERENCE
                        MOVE WS-SR-SUB TO WS-SR-HIT
                    END-IF
                END-IF
            END-IF.

       3500-SETTLE-ONE-RUN.
            MOVE "S"             TO WS-SR-STATUS (WS-SR-HIT).
            PERFORM 3800-STAMP-SETTLEMENT.
            ADD 1 TO WS-DEBITS-MATCHED.
            IF WS-SR-CURRENCY (WS-SR-HIT) NOT = WS-ACCOUNT-CURRENCY
                MOVE WS-BAI-AMOUNT TO WS-SR-AMOUNT-EDIT
                DISPLAY "WIRE SETTLED IN " WS-ACCOUNT-CURRENCY
                    " - SENT " WS-SR-AMOUNT (WS-SR-HIT) " "
                    WS-SR-CURRENCY (WS-SR-HIT) " DEBITED "
                    WS-SR-AMOUNT-EDIT " SEQUENCE "
                    WS-SR-REFERENCE (WS-SR-HIT)
            END-IF.

       3600-SETTLE-SHORT-OVER.
            MOVE "H"             TO WS-SR-STATUS (WS-SR-HIT).
            PERFORM 3800-STAMP-SETTLEMENT.
            ADD 1 TO WS-DEBITS-SHORT-OVER.
            COMPUTE WS-SR-DIFFERENCE =
                WS-BAI-AMOUNT - WS-SR-AMOUNT (WS-SR-HIT).
            MOVE WS-SR-DIFFERENCE TO WS-SR-DIFF-EDIT.
            MOVE WS-SR-AMOUNT (WS-SR-HIT) TO WS-SR-AMOUNT-EDIT.
            IF WS-SR-DIFFERENCE < ZERO
                DISPLAY "SETTLED SHORT - " WS-SR-KEY (WS-SR-HIT)
                    " SENT " WS-SR-AMOUNT-EDIT
                    " DIFFERENCE " WS-SR-DIFF-EDIT
            ELSE
                DISPLAY "SETTLED OVER  - " WS-SR-KEY (WS-SR-HIT)
                    " SENT " WS-SR-AMOUNT-EDIT
                    " DIFFERENCE " WS-SR-DIFF-EDIT
            END-IF.

       3700-REPORT-DUPLICATE.
            IF WS-SR-SETTLED-DATE (WS-SR-HIT) = WS-AS-OF-DATE
                AND WS-SR-BANK-REFERENCE (WS-SR-HIT) =
                    WS-BAI-BANK-REFERENCE
                ADD 1 TO WS-DEBITS-ALREADY-DONE
            ELSE
                ADD 1 TO WS-SR-SETTLE-COUNT (WS-SR-HIT)
                MOVE "Y" TO WS-SR-CHANGED (WS-SR-HIT)
                ADD 1 TO WS-DEBITS-DUPLICATED
                MOVE WS-BAI-AMOUNT TO WS-SR-AMOUNT-EDIT
                DISPLAY "DUPLICATED SETTLEMENT - "
                    WS-SR-KEY (WS-SR-HIT) " FIRST SETTLED "
                    WS-SR-SETTLED-DATE (WS-SR-HIT) " AGAIN FOR "
                    WS-SR-AMOUNT-EDIT " REF " WS-BAI-BANK-REFERENCE
            END-IF.

       3800-STAMP-SETTLEMENT.
            MOVE WS-AS-OF-DATE   TO WS-SR-SETTLED-DATE (WS-SR-HIT).
            MOVE WS-BAI-AMOUNT   TO WS-SR-SETTLED-AMOUNT (WS-SR-HIT).
            MOVE 1               TO WS-SR-SETTLE-COUNT (WS-SR-HIT).
            MOVE WS-BAI-BANK-REFERENCE
                TO WS-SR-BANK-REFERENCE (WS-SR-HIT).
            MOVE "Y"             TO WS-SR-CHANGED (WS-SR-HIT).

      * WHAT THE STATEMENT DIDN'T SETTLE.  A RUN WHOSE VALUE DATE IS
      * STILL AHEAD OF THE AS-OF DATE IS ONLY PENDING; ONE WHOSE
      * VALUE DATE HAS PASSED SHOULD HAVE LEFT THE ACCOUNT BY NOW.
       4000-REPORT-UNSETTLED.
            PERFORM 4100-REPORT-ONE-UNSETTLED
                VARYING WS-SR-SUB FROM 1 BY 1
                UNTIL WS-SR-SUB > WS-SR-COUNT.

       4100-REPORT-ONE-UNSETTLED.
            IF WS-SR-STATUS (WS-SR-SUB) = "O"
                IF WS-SR-VALUE-DATE (WS-SR-SUB) < WS-AS-OF-DATE
                    MOVE WS-SR-AMOUNT (WS-SR-SUB) TO WS-SR-AMOUNT-EDIT
                    DISPLAY "NOT SETTLED - " WS-SR-KEY (WS-SR-SUB)
                        " VALUE DATE " WS-SR-VALUE-DATE (WS-SR-SUB)
                        " AMOUNT " WS-SR-AMOUNT-EDIT " "
                        WS-SR-CURRENCY (WS-SR-SUB)
                    ADD 1 TO WS-RUNS-NOT-SETTLED
                ELSE
                    ADD 1 TO WS-RUNS-PENDING
                END-IF
            END-IF.

      * WRITE BACK ONLY WHAT THE MATCH CHANGED.
       5000-UPDATE-REGISTER.
            PERFORM 5100-UPDATE-ONE-SETTLEMENT
                VARYING WS-SR-SUB FROM 1 BY 1
                UNTIL WS-SR-SUB > WS-SR-COUNT.

       5100-UPDATE-ONE-SETTLEMENT.
            IF WS-SR-CHANGED (WS-SR-SUB) = "Y"
                MOVE WS-SR-KEY (WS-SR-SUB) TO ES-KEY
                READ EFT-SETTLE-FILE
                    INVALID KEY
                        DISPLAY "SETTLEMENT GONE FROM REGISTER - "
                            WS-SR-KEY (WS-SR-SUB)
                    NOT INVALID KEY
                        MOVE WS-SR-STATUS (WS-SR-SUB) TO ES-STATUS
                        MOVE WS-SR-SETTLED-DATE (WS-SR-SUB)
                            TO ES-SETTLED-DATE
                        MOVE WS-SR-SETTLED-AMOUNT (WS-SR-SUB)
                            TO ES-SETTLED-AMOUNT
                        MOVE WS-SR-SETTLE-COUNT (WS-SR-SUB)
                            TO ES-SETTLE-COUNT
                        MOVE WS-SR-BANK-REFERENCE (WS-SR-SUB)
                            TO ES-BANK-REFERENCE
                        REWRITE EFT-SETTLE-RECORD
                        IF NOT WS-EFT-SETTLE-OK
                            DISPLAY "UNABLE TO REWRITE EFT-SETTLE, "
                                "STATUS = " WS-EFT-SETTLE-STATUS
                        END-IF
                END-READ
            END-IF.

       8100-READ-NEXT-BAI-LINE.
            READ BAI-STATEMENT-FILE
                AT END SET WS-NO-MORE-BAI-LINES TO TRUE
            END-READ.
            IF NOT WS-BAI-OK AND NOT WS-BAI-EOF
                DISPLAY "BAI-STATEMENT-FILE READ ERROR, STATUS = "
                    WS-BAI-STATUS
                SET WS-NO-MORE-BAI-LINES TO TRUE
            END-IF.

       8200-READ-NEXT-SETTLEMENT.
            READ EFT-SETTLE-FILE NEXT RECORD
                AT END SET WS-NO-MORE-SETTLEMENTS TO TRUE
            END-READ.
            IF NOT WS-EFT-SETTLE-OK AND NOT WS-EFT-SETTLE-EOF
                DISPLAY "EFT-SETTLE-FILE READ ERROR, STATUS = "
                    WS-EFT-SETTLE-STATUS
                SET WS-NO-MORE-SETTLEMENTS TO TRUE
            END-IF.

       9000-TERMINATE.
            IF WS-REGISTER-OVERFLOW > ZERO
                DISPLAY "WARNING - " WS-REGISTER-OVERFLOW
                    " REGISTER ENTRIES OVER THE 500 HELD - NOT "
                    "MATCHED THIS RUN"
            END-IF.
            DISPLAY "STATEMENT AS-OF DATE    : " WS-AS-OF-DATE.
            DISPLAY "ACH/WIRE DEBITS READ    : " WS-DEBITS-READ.
            DISPLAY "DEBITS MATCHED          : " WS-DEBITS-MATCHED.
            DISPLAY "SETTLED SHORT OR OVER   : " WS-DEBITS-SHORT-OVER.
            DISPLAY "DUPLICATED SETTLEMENTS  : " WS-DEBITS-DUPLICATED.
            DISPLAY "DEBITS NOT ON REGISTER  : " WS-DEBITS-UNMATCHED.
            DISPLAY "UNREADABLE DEBITS       : " WS-DEBITS-UNREADABLE.
            DISPLAY "ALREADY RECONCILED      : "
                WS-DEBITS-ALREADY-DONE.
            DISPLAY "RUNS NOT SETTLED        : " WS-RUNS-NOT-SETTLED.
            DISPLAY "RUNS STILL PENDING      : " WS-RUNS-PENDING.
            CLOSE BAI-STATEMENT-FILE.
            CLOSE EFT-SETTLE-FILE.
       END PROGRAM EFTRCN01.

      *                  distinct company code folds into the
      *                  parent with a console warning instead of
      *                  running off the end of the table.
      *   2026-10-15 DW  Backup withholding.  Every BACKUP-WH-FILE
      *                  record dated today credits the withheld tax
      *                  to the backup-withholding payable account,
      *                  by company, and that company's cash credit
      *                  drops by the same amount - the expense
      *                  debits stay at the gross the vendor earned,
      *                  the cash at what actually went out.
      *   2026-10-15 DW  Nonresident withholding on the same ledger
      *                  credits its own payable account, 22800000,
      *                  and comes off cash the same way.
      *   2026-10-15 DW  Prepayments.  Paying a prepayment debits
      *                  the prepaid-expense account, 13500000,
      *                  instead of expense.  On the day a
      *                  prepayment is applied to an invoice the
      *                  extract relieves it - debit the vendor's
      *                  expense account, credit prepaid - so the
      *                  invoice's full cost reaches expense once.
      *   2026-10-15 DW  Use-tax and prepayment-relief pass reads only
      *                  the unpaid status/due-date slices and the
      *                  items paid today on the doc-type/paid-date
      *                  index, instead of the whole invoice file.
      *   2026-10-15 DW  A foreign-currency vendor is any vendor not
      *                  carried in the home currency (VENDOR-CURR-
      *                  HOME), not just CAD or GBP, now that the
      *                  currency master can add currencies.
      *   2026-10-15 DW  Intercompany.  Every INTERCO-SETTLE-FILE
      *                  check dated today - one company's account
      *                  paying another's debt - credits "due to" the
      *                  payer (219000cc) in the owing company in
      *                  place of cash, and debits "due from" the
      *                  owing company (149000cc) in the payer, whose
      *                  cash credit carries the check.
      *   2026-10-15 DW  Late-payment interest paid today books to
      *                  interest expense off the prompt-payment
      *                  ledger and comes off its company's cash.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXT01.
           COPY "SLINV01.cbl".
           COPY "SLIDS01.cbl".
           COPY "SLVND01.cbl".
           COPY "SLBWH01.cbl".
           COPY "SLICS01.cbl".
           COPY "SLPPY01.cbl".
           SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-JOURNAL-STATUS.
           COPY "FDINV01.cbl".
           COPY "FDIDS01.cbl".
           COPY "fdvnd01.cbl".
           COPY "FDBWH01.cbl".
           COPY "FDICS01.cbl".
           COPY "FDPPY01.cbl".

       FD  GL-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           88 WS-INVOICE-DIST-OK          VALUE "00".
           88 WS-INVOICE-DIST-EOF         VALUE "10".
           88 WS-INVOICE-DIST-MISSING     VALUE "35".
       01  WS-BACKUP-WH-STATUS        PIC X(02).
           88 WS-BACKUP-WH-OK             VALUE "00".
           88 WS-BACKUP-WH-EOF            VALUE "10".
           88 WS-BACKUP-WH-MISSING        VALUE "35".
       01  WS-INTERCO-STATUS          PIC X(02).
           88 WS-INTERCO-OK               VALUE "00".
           88 WS-INTERCO-EOF              VALUE "10".
           88 WS-INTERCO-MISSING          VALUE "35".
       01  WS-PROMPT-PAY-STATUS       PIC X(02).
           88 WS-PROMPT-PAY-OK            VALUE "00".
           88 WS-PROMPT-PAY-EOF           VALUE "10".
           88 WS-PROMPT-PAY-MISSING       VALUE "35".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88 WS-NO-MORE-DETAIL            VALUE "Y".
       01  WS-DEFAULT-EXPENSE          PIC X(08) VALUE "60000000".
       01  WS-USE-TAX-PAYABLE          PIC X(08) VALUE "22500000".
       01  WS-FX-GAIN-LOSS-ACCT        PIC X(08) VALUE "71500000".
       01  WS-BACKUP-WH-PAYABLE        PIC X(08) VALUE "22700000".
       01  WS-NRA-WH-PAYABLE           PIC X(08) VALUE "22800000".
       01  WS-PREPAID-ACCOUNT          PIC X(08) VALUE "13500000".
       01  WS-LATE-INTEREST-ACCT       PIC X(08) VALUE "71600000".
      * INTERCOMPANY ACCOUNTS ARE KEPT PER COUNTERPARTY - THE LAST
      * TWO DIGITS ARE THE OTHER COMPANY, SO 14900002 IS "DUE FROM
      * COMPANY 02" AND 21900001 IS "DUE TO COMPANY 01".
       01  WS-IC-ACCOUNT.
           05 WS-IC-ACCOUNT-BASE       PIC X(06).
           05 WS-IC-ACCOUNT-COMPANY    PIC X(02).
       01  WS-IC-DUE-FROM-BASE         PIC X(06) VALUE "149000".
       01  WS-IC-DUE-TO-BASE           PIC X(06) VALUE "219000".

       01  WS-VENDOR-FILE-STATUS      PIC X(02).
           88 WS-VENDOR-FILE-OK           VALUE "00".
       01  WS-USE-TAX-ITEMS            PIC 9(07) COMP VALUE ZERO.
       01  WS-USE-TAX-TOTAL            PIC S9(11)V99 COMP-3
                                           VALUE ZERO.
       01  WS-BACKUP-WH-ITEMS          PIC 9(07) COMP VALUE ZERO.
       01  WS-BACKUP-WH-TOTAL          PIC S9(11)V99 COMP-3
                                           VALUE ZERO.
       01  WS-NRA-WH-ITEMS             PIC 9(07) COMP VALUE ZERO.
       01  WS-NRA-WH-TOTAL             PIC S9(11)V99 COMP-3
                                           VALUE ZERO.
       01  WS-PREPAY-DEBITS            PIC 9(07) COMP VALUE ZERO.
       01  WS-PREPAY-DEBIT-TOTAL       PIC S9(11)V99 COMP-3
                                           VALUE ZERO.
       01  WS-IC-ITEMS                 PIC 9(07) COMP VALUE ZERO.
       01  WS-IC-TOTAL                 PIC S9(11)V99 COMP-3
                                           VALUE ZERO.
       01  WS-PREPAY-RELIEF-ITEMS      PIC 9(07) COMP VALUE ZERO.
       01  WS-PREPAY-RELIEF-TOTAL      PIC S9(11)V99 COMP-3
                                           VALUE ZERO.
       01  WS-INTEREST-ITEMS           PIC 9(07) COMP VALUE ZERO.
       01  WS-INTEREST-TOTAL           PIC S9(11)V99 COMP-3
                                           VALUE ZERO.
       01  WS-CASH-CREDIT-TOTAL        PIC S9(11)V99 COMP-3.
       01  WS-BWH-SCAN-SWITCH          PIC X(01) VALUE "N".
           88 WS-BWH-SCAN-DONE             VALUE "Y".
       01  WS-ICS-SCAN-SWITCH          PIC X(01) VALUE "N".
           88 WS-ICS-SCAN-DONE             VALUE "Y".
       01  WS-PPY-SCAN-SWITCH          PIC X(01) VALUE "N".
           88 WS-PPY-SCAN-DONE             VALUE "Y".
       01  WS-INV-SCAN-SWITCH          PIC X(01) VALUE "N".
           88 WS-INV-SCAN-DONE             VALUE "Y".

      * THE USE-TAX PASS READS ONLY THE SLICES THAT CAN HOLD TODAY'S
      * WORK - THE UNPAID SLICES OF THE STATUS/DUE-DATE INDEX (S),
      * FOR PREPAYMENTS APPLIED TODAY TO ITEMS STILL OPEN, AND EACH
      * DOC TYPE'S ITEMS PAID TODAY ON THE DOC-TYPE/PAID-DATE INDEX
      * (D).  PAID HISTORY IS NEVER READ.
       01  WS-SCAN-LIST                PIC X(14) VALUE
           "SOSSSHSWDIDCDP".
       01  WS-SCAN-TABLE REDEFINES WS-SCAN-LIST.
           05 WS-SCAN-SLICE OCCURS 7 TIMES.
               10 WS-SCAN-INDEX        PIC X(01).
                   88 WS-SCAN-BY-STATUS    VALUE "S".
                   88 WS-SCAN-BY-PAID-DATE VALUE "D".
               10 WS-SCAN-VALUE        PIC X(01).
       01  WS-SCAN-IX                  PIC 9(01) COMP VALUE ZERO.
       01  WS-SLICE-END-SWITCH         PIC X(01).
           88 WS-SLICE-ENDED               VALUE "Y".

      * THE POSTING'S INVOICE DISTRIBUTION LINES, COLLECTED BEFORE
      * THE PRORATED DEBITS ARE WRITTEN SO THE LAST LINE CAN TAKE
      * THE ROUNDING REMAINDER.
      * THE POSTING'S COMPANY, AND THE DAY'S DEBIT TOTAL PER
      * COMPANY SO EACH COMPANY GETS ITS OWN CASH CREDIT.
       01  WS-POSTING-COMPANY          PIC X(02).
       01  WS-PREPAY-POSTING-SWITCH    PIC X(01).
           88 WS-PREPAY-POSTING            VALUE "Y".
       01  WS-CO-COUNT                 PIC 9(02) COMP VALUE ZERO.
       01  WS-CO-IX                    PIC 9(02) COMP.
       01  WS-CO-FOUND-SWITCH          PIC X(01).
           05 WS-CO-ENTRY OCCURS 9 TIMES.
               10 WS-CO-CODE           PIC X(02).
               10 WS-CO-DEBITS         PIC S9(11)V99.
               10 WS-CO-WITHHELD       PIC S9(11)V99.
               10 WS-CO-PAID-BY-OTHERS PIC S9(11)V99.

      * FIELDS FOR THE PERCHK01 POSTING-PERIOD CHECK.
       01  WS-PK-EFFECTIVE-DATE        PIC 9(08).
            PERFORM 1000-INITIALIZE.
            PERFORM 2000-EXTRACT-POSTINGS
                UNTIL WS-NO-MORE-DETAIL.
            PERFORM 3900-BOOK-BACKUP-WH.
            PERFORM 3930-BOOK-LATE-INTEREST.
            PERFORM 3950-BOOK-INTERCOMPANY.
            PERFORM 4000-WRITE-CASH-CREDIT.
            PERFORM 5000-ACCRUE-USE-TAX.
            PERFORM 9000-TERMINATE.
      * A POSTING THAT NAMES ITS INVOICE TRIES THE INVOICE'S
      * DISTRIBUTION LINES FIRST; EVERYTHING ELSE - AND ANY INVOICE
      * WITHOUT LINES - DEBITS THE VENDOR'S CODED ACCOUNT AS THE
      * EXTRACT ALWAYS HAS.  PAYING A PREPAYMENT BUYS NOTHING YET -
      * IT DEBITS PREPAID EXPENSE INSTEAD.
       3000-WRITE-EXPENSE-DEBIT.
            PERFORM 2800-SET-POSTING-COMPANY.
            MOVE "N" TO WS-DIST-USED-SWITCH.
            IF WS-PREPAY-POSTING
                PERFORM 3400-DEBIT-PREPAYMENT
            ELSE IF PD-INVOICE-NUMBER NOT = SPACES
                AND NOT WS-INVOICE-DIST-MISSING
                AND NOT WS-INVOICE-FILE-MISSING
                PERFORM 3200-DEBIT-BY-DISTRIBUTION
            END-IF.
            IF NOT WS-DIST-USED AND NOT WS-PREPAY-POSTING
                PERFORM 3300-DEBIT-VENDOR-LEVEL
            END-IF.
            IF PD-INVOICE-NUMBER NOT = SPACES

      * THE POSTING'S COMPANY COMES OFF ITS INVOICE; A POSTING
      * WITH NO INVOICE - A MANUAL POST, A VOID - BELONGS TO THE
      * PARENT.  THE SAME READ SAYS WHETHER IT PAYS A PREPAYMENT.
       2800-SET-POSTING-COMPANY.
            MOVE "01" TO WS-POSTING-COMPANY.
            MOVE "N" TO WS-PREPAY-POSTING-SWITCH.
            IF PD-INVOICE-NUMBER NOT = SPACES
                AND NOT WS-INVOICE-FILE-MISSING
                MOVE PD-VENDOR-NUMBER  TO INV-VENDOR-NUMBER
                            MOVE INV-COMPANY-CODE
                                TO WS-POSTING-COMPANY
                        END-IF
                        IF INV-DOC-PREPAYMENT
                            SET WS-PREPAY-POSTING TO TRUE
                        END-IF
                END-READ
            END-IF.

                    MOVE WS-CO-COUNT TO WS-CO-IX
                    MOVE WS-POSTING-COMPANY TO WS-CO-CODE(WS-CO-IX)
                    MOVE ZERO TO WS-CO-DEBITS(WS-CO-IX)
                    MOVE ZERO TO WS-CO-WITHHELD(WS-CO-IX)
                    MOVE ZERO TO WS-CO-PAID-BY-OTHERS(WS-CO-IX)
                ELSE
                    DISPLAY "COMPANY TABLE FULL - COMPANY "
                        WS-POSTING-COMPANY " POSTS UNDER THE "
                PERFORM 2850-ROLL-COMPANY-DEBIT
            END-IF.

       3400-DEBIT-PREPAYMENT.
            MOVE WS-RUN-DATE TO GJ-JOURNAL-DATE.
            MOVE WS-PREPAID-ACCOUNT TO GJ-ACCOUNT.
            MOVE PD-AMOUNT TO GJ-DEBIT-AMOUNT.
            MOVE ZERO TO GJ-CREDIT-AMOUNT.
            MOVE PD-VENDOR-NUMBER TO GJ-VENDOR-NUMBER.
            MOVE SPACES TO GJ-DESCRIPTION.
            STRING "PREPAYMENT " DELIMITED BY SIZE
                   PD-INVOICE-NUMBER DELIMITED BY SIZE
                INTO GJ-DESCRIPTION.
            MOVE SPACES TO GJ-COST-CENTER.
            MOVE WS-POSTING-COMPANY TO GJ-COMPANY-CODE.
            WRITE GL-JOURNAL-RECORD.
            IF NOT WS-GL-JOURNAL-OK
                DISPLAY "UNABLE TO WRITE GL-JOURNAL, STATUS = "
                    WS-GL-JOURNAL-STATUS
            ELSE
                ADD 1 TO WS-DEBITS-WRITTEN
                ADD 1 TO WS-PREPAY-DEBITS
                ADD PD-AMOUNT TO WS-DEBIT-TOTAL
                ADD PD-AMOUNT TO WS-PREPAY-DEBIT-TOTAL
                PERFORM 2850-ROLL-COMPANY-DEBIT
            END-IF.

      * COLLECT THE INVOICE'S LINES, THEN WRITE ONE PRORATED DEBIT
      * PER LINE.  THE POSTED AMOUNT CAN SIT UNDER THE INVOICE
      * AMOUNT (A DISCOUNT TAKEN, OR A PARTIAL), SO EACH LINE TAKES
                END-IF
            END-IF.

      * TAX WITHHELD FROM TODAY'S PAYMENTS NEVER LEFT IN CASH - IT IS
      * OWED TO THE IRS.  EACH WITHHOLDING CREDITS THE PAYABLE
      * ACCOUNT UNDER ITS PAYMENT'S COMPANY AND COMES OFF THAT
      * COMPANY'S CASH CREDIT, SO THE SLICE STILL BALANCES.  NO
      * LEDGER AT ALL MEANS NOBODY HAS EVER BEEN WITHHELD FROM.
       3900-BOOK-BACKUP-WH.
            OPEN INPUT BACKUP-WH-FILE.
            IF WS-BACKUP-WH-MISSING
                CONTINUE
            ELSE IF NOT WS-BACKUP-WH-OK
                DISPLAY "UNABLE TO OPEN BACKUP-WH-FILE, STATUS = "
                    WS-BACKUP-WH-STATUS
            ELSE
                PERFORM 3990-READ-NEXT-BACKUP-WH
                PERFORM 3910-BOOK-ONE-WITHHOLDING
                    UNTIL WS-BWH-SCAN-DONE
                CLOSE BACKUP-WH-FILE
            END-IF.

       3910-BOOK-ONE-WITHHOLDING.
            IF BW-PAYMENT-DATE = WS-RUN-DATE
                AND BW-WITHHELD-AMOUNT NOT = ZERO
                MOVE BW-COMPANY-CODE TO WS-POSTING-COMPANY
                IF WS-POSTING-COMPANY = SPACES
                    MOVE "01" TO WS-POSTING-COMPANY
                END-IF
      * 2850 LOCATES (OR OPENS) THE COMPANY'S SLOT; WITH A ZERO
      * DEBIT IN THE BUFFER IT ADDS NOTHING TO THE DAY'S DEBITS.
                MOVE ZERO TO GJ-DEBIT-AMOUNT
                PERFORM 2850-ROLL-COMPANY-DEBIT
                MOVE WS-RUN-DATE TO GJ-JOURNAL-DATE
                IF BW-TYPE-NONRESIDENT
                    MOVE WS-NRA-WH-PAYABLE TO GJ-ACCOUNT
                    MOVE "NONRESIDENT WITHHOLDING PAYABLE"
                        TO GJ-DESCRIPTION
                ELSE
                    MOVE WS-BACKUP-WH-PAYABLE TO GJ-ACCOUNT
                    MOVE "BACKUP WITHHOLDING PAYABLE"
                        TO GJ-DESCRIPTION
                END-IF
                MOVE ZERO TO GJ-DEBIT-AMOUNT
                MOVE BW-WITHHELD-AMOUNT TO GJ-CREDIT-AMOUNT
                MOVE BW-VENDOR-NUMBER TO GJ-VENDOR-NUMBER
                MOVE SPACES TO GJ-COST-CENTER
                MOVE WS-POSTING-COMPANY TO GJ-COMPANY-CODE
                WRITE GL-JOURNAL-RECORD
                IF NOT WS-GL-JOURNAL-OK
                    DISPLAY "UNABLE TO WRITE GL-JOURNAL, STATUS = "
                        WS-GL-JOURNAL-STATUS
                ELSE
                    ADD BW-WITHHELD-AMOUNT
                        TO WS-CO-WITHHELD(WS-CO-IX)
                    PERFORM 3920-COUNT-WITHHOLDING
                END-IF
            END-IF.
            PERFORM 3990-READ-NEXT-BACKUP-WH.

       3920-COUNT-WITHHOLDING.
            IF BW-TYPE-NONRESIDENT
                ADD BW-WITHHELD-AMOUNT TO WS-NRA-WH-TOTAL
                ADD 1 TO WS-NRA-WH-ITEMS
            ELSE
                ADD BW-WITHHELD-AMOUNT TO WS-BACKUP-WH-TOTAL
                ADD 1 TO WS-BACKUP-WH-ITEMS
            END-IF.

       3990-READ-NEXT-BACKUP-WH.
            READ BACKUP-WH-FILE
                AT END SET WS-BWH-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-BACKUP-WH-OK AND NOT WS-BACKUP-WH-EOF
                DISPLAY "BACKUP-WH-FILE READ ERROR, STATUS = "
                    WS-BACKUP-WH-STATUS
                SET WS-BWH-SCAN-DONE TO TRUE
            END-IF.

      * LATE-PAYMENT INTEREST NEVER TOUCHED PAYMENT-DETAIL - IT IS
      * NOT A PAYMENT AGAINST AN INVOICE - SO IT BOOKS OFF THE
      * PROMPT-PAYMENT LEDGER: A DEBIT TO INTEREST EXPENSE UNDER
      * THE PAYMENT'S COMPANY, ROLLED INTO THAT COMPANY'S CASH
      * CREDIT LIKE ANY OTHER DEBIT.  NO LEDGER MEANS NO VENDOR HAS
      * EVER BEEN PAID LATE.
       3930-BOOK-LATE-INTEREST.
            OPEN INPUT PROMPT-PAY-FILE.
            IF WS-PROMPT-PAY-MISSING
                CONTINUE
            ELSE IF NOT WS-PROMPT-PAY-OK
                DISPLAY "UNABLE TO OPEN PROMPT-PAY-FILE, STATUS = "
                    WS-PROMPT-PAY-STATUS
            ELSE
                PERFORM 3940-READ-NEXT-PROMPT-PAY
                PERFORM 3935-BOOK-ONE-INTEREST
                    UNTIL WS-PPY-SCAN-DONE
                CLOSE PROMPT-PAY-FILE
            END-IF.

       3935-BOOK-ONE-INTEREST.
            IF PY-PAYMENT-DATE = WS-RUN-DATE
                AND PY-INTEREST-AMOUNT NOT = ZERO
                MOVE PY-COMPANY-CODE TO WS-POSTING-COMPANY
                IF WS-POSTING-COMPANY = SPACES
                    MOVE "01" TO WS-POSTING-COMPANY
                END-IF
                MOVE WS-RUN-DATE TO GJ-JOURNAL-DATE
                MOVE WS-LATE-INTEREST-ACCT TO GJ-ACCOUNT
                MOVE "LATE PAYMENT INTEREST" TO GJ-DESCRIPTION
                MOVE PY-INTEREST-AMOUNT TO GJ-DEBIT-AMOUNT
                MOVE ZERO TO GJ-CREDIT-AMOUNT
                MOVE PY-VENDOR-NUMBER TO GJ-VENDOR-NUMBER
                MOVE SPACES TO GJ-COST-CENTER
                MOVE WS-POSTING-COMPANY TO GJ-COMPANY-CODE
                WRITE GL-JOURNAL-RECORD
                IF NOT WS-GL-JOURNAL-OK
                    DISPLAY "UNABLE TO WRITE GL-JOURNAL, STATUS = "
                        WS-GL-JOURNAL-STATUS
                ELSE
                    PERFORM 2850-ROLL-COMPANY-DEBIT
                    ADD 1 TO WS-INTEREST-ITEMS
                    ADD PY-INTEREST-AMOUNT TO WS-INTEREST-TOTAL
                END-IF
            END-IF.
            PERFORM 3940-READ-NEXT-PROMPT-PAY.

       3940-READ-NEXT-PROMPT-PAY.
            READ PROMPT-PAY-FILE
                AT END SET WS-PPY-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-PROMPT-PAY-OK AND NOT WS-PROMPT-PAY-EOF
                DISPLAY "PROMPT-PAY-FILE READ ERROR, STATUS = "
                    WS-PROMPT-PAY-STATUS
                SET WS-PPY-SCAN-DONE TO TRUE
            END-IF.

      * A CHECK ONE COMPANY DREW FOR ANOTHER'S DEBT LEFT THE PAYING
      * COMPANY'S BANK, NOT THE OWING COMPANY'S.  THE OWING COMPANY
      * CREDITS "DUE TO" THE PAYER INSTEAD OF CASH; THE PAYER DEBITS
      * "DUE FROM" THE OWING COMPANY AND CREDITS ITS OWN CASH.  BOTH
      * SLICES STILL BALANCE, AND THE TWO INTERCOMPANY ENTRIES ARE
      * EQUAL AND OPPOSITE.  THE ENTRIES FOLLOW THE CHECK DATE, SO A
      * CHECK CUT THE DAY AFTER ITS RELEASE MOVES THE OWING
      * COMPANY'S CASH BACK OUT ON THAT DAY.  NO LEDGER MEANS NO
      * ACCOUNT HAS EVER PAID ON ANOTHER'S BEHALF.
       3950-BOOK-INTERCOMPANY.
            OPEN INPUT INTERCO-SETTLE-FILE.
            IF WS-INTERCO-MISSING
                CONTINUE
            ELSE IF NOT WS-INTERCO-OK
                DISPLAY "UNABLE TO OPEN INTERCO-SETTLE-FILE, STATUS = "
                    WS-INTERCO-STATUS
            ELSE
                PERFORM 3995-READ-NEXT-SETTLEMENT
                PERFORM 3960-BOOK-ONE-SETTLEMENT
                    UNTIL WS-ICS-SCAN-DONE
                CLOSE INTERCO-SETTLE-FILE
            END-IF.

       3960-BOOK-ONE-SETTLEMENT.
            IF IC-CHECK-DATE = WS-RUN-DATE
                AND IC-AMOUNT NOT = ZERO
                PERFORM 3970-CREDIT-DUE-TO
                PERFORM 3980-DEBIT-DUE-FROM
                ADD 1 TO WS-IC-ITEMS
                ADD IC-AMOUNT TO WS-IC-TOTAL
            END-IF.
            PERFORM 3995-READ-NEXT-SETTLEMENT.

      * THE OWING COMPANY'S SIDE.  2850 FINDS ITS SLOT WITH A ZERO
      * DEBIT IN THE BUFFER, THE SAME WAY THE WITHHOLDING PASS DOES.
       3970-CREDIT-DUE-TO.
            MOVE IC-OWING-COMPANY TO WS-POSTING-COMPANY.
            MOVE ZERO TO GJ-DEBIT-AMOUNT.
            PERFORM 2850-ROLL-COMPANY-DEBIT.
            MOVE WS-IC-DUE-TO-BASE TO WS-IC-ACCOUNT-BASE.
            MOVE IC-PAYING-COMPANY TO WS-IC-ACCOUNT-COMPANY.
            MOVE WS-RUN-DATE TO GJ-JOURNAL-DATE.
            MOVE WS-IC-ACCOUNT TO GJ-ACCOUNT.
            MOVE ZERO TO GJ-DEBIT-AMOUNT.
            MOVE IC-AMOUNT TO GJ-CREDIT-AMOUNT.
            MOVE IC-VENDOR-NUMBER TO GJ-VENDOR-NUMBER.
            MOVE SPACES TO GJ-DESCRIPTION.
            STRING "DUE TO CO " DELIMITED BY SIZE
                   IC-PAYING-COMPANY DELIMITED BY SIZE
                   " CHECK " DELIMITED BY SIZE
                   IC-CHECK-NUMBER DELIMITED BY SIZE
                INTO GJ-DESCRIPTION
            END-STRING.
            MOVE SPACES TO GJ-COST-CENTER.
            MOVE WS-POSTING-COMPANY TO GJ-COMPANY-CODE.
            WRITE GL-JOURNAL-RECORD.
            IF NOT WS-GL-JOURNAL-OK
                DISPLAY "UNABLE TO WRITE GL-JOURNAL, STATUS = "
                    WS-GL-JOURNAL-STATUS
            ELSE
                ADD IC-AMOUNT TO WS-CO-PAID-BY-OTHERS(WS-CO-IX)
            END-IF.

      * THE PAYING COMPANY'S SIDE.  THE DEBIT ROLLS INTO ITS SLOT
      * THROUGH 2850 LIKE AN EXPENSE DEBIT, SO ITS CASH CREDIT
      * CARRIES THE CHECK.
       3980-DEBIT-DUE-FROM.
            MOVE IC-PAYING-COMPANY TO WS-POSTING-COMPANY.
            MOVE WS-IC-DUE-FROM-BASE TO WS-IC-ACCOUNT-BASE.
            MOVE IC-OWING-COMPANY TO WS-IC-ACCOUNT-COMPANY.
            MOVE WS-RUN-DATE TO GJ-JOURNAL-DATE.
            MOVE WS-IC-ACCOUNT TO GJ-ACCOUNT.
            MOVE IC-AMOUNT TO GJ-DEBIT-AMOUNT.
            MOVE ZERO TO GJ-CREDIT-AMOUNT.
            MOVE IC-VENDOR-NUMBER TO GJ-VENDOR-NUMBER.
            MOVE SPACES TO GJ-DESCRIPTION.
            STRING "DUE FROM CO " DELIMITED BY SIZE
                   IC-OWING-COMPANY DELIMITED BY SIZE
                   " CHECK " DELIMITED BY SIZE
                   IC-CHECK-NUMBER DELIMITED BY SIZE
                INTO GJ-DESCRIPTION
            END-STRING.
            MOVE SPACES TO GJ-COST-CENTER.
            MOVE WS-POSTING-COMPANY TO GJ-COMPANY-CODE.
            WRITE GL-JOURNAL-RECORD.
            IF NOT WS-GL-JOURNAL-OK
                DISPLAY "UNABLE TO WRITE GL-JOURNAL, STATUS = "
                    WS-GL-JOURNAL-STATUS
            ELSE
                PERFORM 2850-ROLL-COMPANY-DEBIT
            END-IF.

       3995-READ-NEXT-SETTLEMENT.
            READ INTERCO-SETTLE-FILE
                AT END SET WS-ICS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-INTERCO-OK AND NOT WS-INTERCO-EOF
                DISPLAY "INTERCO-SETTLE-FILE READ ERROR, STATUS = "
                    WS-INTERCO-STATUS
                SET WS-ICS-SCAN-DONE TO TRUE
            END-IF.

      * ONE CREDIT TO CASH PER COMPANY - EACH COMPANY'S SLICE OF
      * THE JOURNAL BALANCES ON ITS OWN, AND THE TOTALS DISPLAYED
      * AT END OF RUN ARE THE PROOF.
            MOVE WS-RUN-DATE TO GJ-JOURNAL-DATE.
            MOVE WS-CASH-ACCOUNT TO GJ-ACCOUNT.
            MOVE ZERO TO GJ-DEBIT-AMOUNT.
            COMPUTE GJ-CREDIT-AMOUNT = WS-CO-DEBITS(WS-CO-IX)
                - WS-CO-WITHHELD(WS-CO-IX)
                - WS-CO-PAID-BY-OTHERS(WS-CO-IX).
            MOVE ZERO TO GJ-VENDOR-NUMBER.
            MOVE "AP PAYMENTS - CASH" TO GJ-DESCRIPTION.
            MOVE SPACES TO GJ-COST-CENTER.
                    WS-GL-JOURNAL-STATUS
            END-IF.

      * A FOREIGN-CURRENCY POSTING ENTERED AT ONE RATE AND PAID AT
      * ANOTHER NO LONGER DISAPPEARS INTO THE TOTALS - THE MOVEMENT
      * BETWEEN THE ENTRY-DATE AND PAYMENT-DATE CONVERSIONS BOOKS
      * AGAINST CASH.  THE INVOICE RECORD SUPPLIES THE ENTRY DATE;
      * 3200 MAY ALREADY HAVE IT IN THE BUFFER, BUT THE RE-READ BY
      * KEY COSTS NOTHING AND NEVER GUESSES.
       3700-BOOK-REALIZED-FX.
            MOVE PD-VENDOR-NUMBER TO VENDOR-NUMBER.
            READ VENDOR-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF NOT VENDOR-CURR-HOME
                        PERFORM 3750-SIZE-AND-BOOK-FX
                    END-IF
            END-READ.
      * EVERY INVOICE SETTLED TODAY THAT CARRIES SELF-ASSESSED USE
      * TAX BOOKS ITS ACCRUAL - DEBIT THE VENDOR'S EXPENSE ACCOUNT,
      * CREDIT USE-TAX PAYABLE.  ONE PAIR PER INVOICE PER SETTLING
      * DAY, WHATEVER SHAPE THE POSTINGS TOOK.  THE SAME PASS
      * RELIEVES EVERY PREPAYMENT APPLIED TO AN INVOICE TODAY.
       5000-ACCRUE-USE-TAX.
            IF WS-INVOICE-FILE-MISSING
                CONTINUE
            ELSE
                MOVE "N" TO WS-INV-SCAN-SWITCH
                MOVE ZERO TO WS-SCAN-IX
                PERFORM 5900-READ-NEXT-INVOICE
                PERFORM 5100-CHECK-ONE-INVOICE
                    UNTIL WS-INV-SCAN-DONE
            END-IF.
                AND INV-USE-TAX-AMOUNT NOT = ZERO
                PERFORM 5200-BOOK-ONE-ACCRUAL
            END-IF.
            IF INV-DOC-INVOICE
                AND INV-PREPAY-APPLIED NOT = ZERO
                AND INV-PREPAY-DATE = WS-RUN-DATE
                PERFORM 5300-BOOK-PREPAY-RELIEF
            END-IF.
            PERFORM 5900-READ-NEXT-INVOICE.

       5200-BOOK-ONE-ACCRUAL.
                ADD INV-USE-TAX-AMOUNT TO WS-USE-TAX-TOTAL
            END-IF.

      * THE APPLIED PREPAYMENT BECOMES THE INVOICE'S EXPENSE - DEBIT
      * THE VENDOR'S EXPENSE ACCOUNT, CREDIT PREPAID.  THE PAIR
      * BALANCES ITSELF AND NEVER TOUCHES CASH.
       5300-BOOK-PREPAY-RELIEF.
            MOVE WS-RUN-DATE TO GJ-JOURNAL-DATE.
            MOVE WS-DEFAULT-EXPENSE TO GJ-ACCOUNT.
            IF NOT WS-GL-ACCOUNT-MISSING
                MOVE INV-VENDOR-NUMBER TO GA-VENDOR-NUMBER
                READ GL-ACCOUNT-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE GA-EXPENSE-ACCOUNT TO GJ-ACCOUNT
                END-READ
            END-IF.
            MOVE INV-PREPAY-APPLIED TO GJ-DEBIT-AMOUNT.
            MOVE ZERO TO GJ-CREDIT-AMOUNT.
            MOVE INV-VENDOR-NUMBER TO GJ-VENDOR-NUMBER.
            MOVE SPACES TO GJ-DESCRIPTION.
            STRING "PREPAID " DELIMITED BY SIZE
                   INV-PREPAY-NUMBER DELIMITED BY SIZE
                INTO GJ-DESCRIPTION.
            MOVE SPACES TO GJ-COST-CENTER.
            IF INV-COMPANY-CODE = SPACES
                MOVE "01" TO GJ-COMPANY-CODE
            ELSE
                MOVE INV-COMPANY-CODE TO GJ-COMPANY-CODE
            END-IF.
            WRITE GL-JOURNAL-RECORD.
            IF NOT WS-GL-JOURNAL-OK
                DISPLAY "UNABLE TO WRITE GL-JOURNAL, STATUS = "
                    WS-GL-JOURNAL-STATUS
            END-IF.
            MOVE WS-PREPAID-ACCOUNT TO GJ-ACCOUNT.
            MOVE ZERO TO GJ-DEBIT-AMOUNT.
            MOVE INV-PREPAY-APPLIED TO GJ-CREDIT-AMOUNT.
            WRITE GL-JOURNAL-RECORD.
            IF NOT WS-GL-JOURNAL-OK
                DISPLAY "UNABLE TO WRITE GL-JOURNAL, STATUS = "
                    WS-GL-JOURNAL-STATUS
            ELSE
                ADD 1 TO WS-PREPAY-RELIEF-ITEMS
                ADD INV-PREPAY-APPLIED TO WS-PREPAY-RELIEF-TOTAL
            END-IF.

      * THE NEXT RECORD OF THE SLICE BEING READ, ELSE THE FIRST
      * RECORD OF THE NEXT SLICE THAT HAS ANY.
       5900-READ-NEXT-INVOICE.
            IF WS-SCAN-IX = ZERO
                SET WS-SLICE-ENDED TO TRUE
            ELSE
                PERFORM 5960-READ-WITHIN-SLICE
            END-IF.
            PERFORM 5950-START-NEXT-SLICE
                UNTIL NOT WS-SLICE-ENDED OR WS-INV-SCAN-DONE.

       5950-START-NEXT-SLICE.
            IF WS-SCAN-IX = 7
                SET WS-INV-SCAN-DONE TO TRUE
            ELSE
                ADD 1 TO WS-SCAN-IX
                MOVE "N" TO WS-SLICE-END-SWITCH
                IF WS-SCAN-BY-STATUS(WS-SCAN-IX)
                    MOVE WS-SCAN-VALUE(WS-SCAN-IX) TO INV-STATUS
                    MOVE ZERO TO INV-DUE-DATE
                    START INVOICE-FILE
                        KEY IS NOT LESS THAN INV-STATUS-DUE-KEY
                        INVALID KEY SET WS-SLICE-ENDED TO TRUE
                    END-START
                ELSE
                    MOVE WS-SCAN-VALUE(WS-SCAN-IX) TO INV-DOC-TYPE
                    MOVE WS-RUN-DATE TO INV-PAID-DATE
                    START INVOICE-FILE
                        KEY IS NOT LESS THAN INV-DOC-PAID-KEY
                        INVALID KEY SET WS-SLICE-ENDED TO TRUE
                    END-START
                END-IF
                IF NOT WS-SLICE-ENDED
                    PERFORM 5960-READ-WITHIN-SLICE
                END-IF
            END-IF.

       5960-READ-WITHIN-SLICE.
            MOVE "N" TO WS-SLICE-END-SWITCH.
            READ INVOICE-FILE NEXT RECORD
                AT END SET WS-SLICE-ENDED TO TRUE
            END-READ.
            IF NOT WS-INVOICE-FILE-OK AND NOT WS-INVOICE-FILE-EOF
                DISPLAY "INVOICE-FILE READ ERROR, STATUS = "
                    WS-INVOICE-FILE-STATUS
                SET WS-INV-SCAN-DONE TO TRUE
                SET WS-SLICE-ENDED TO TRUE
            ELSE IF WS-SLICE-ENDED
                CONTINUE
            ELSE IF WS-SCAN-BY-STATUS(WS-SCAN-IX)
                IF INV-STATUS NOT = WS-SCAN-VALUE(WS-SCAN-IX)
                    SET WS-SLICE-ENDED TO TRUE
                END-IF
            ELSE IF INV-DOC-TYPE NOT = WS-SCAN-VALUE(WS-SCAN-IX)
                OR INV-PAID-DATE NOT = WS-RUN-DATE
                SET WS-SLICE-ENDED TO TRUE
            END-IF.

       9000-TERMINATE.
            DISPLAY "BY DISTRIBUTION LINE    : "
                WS-DIST-DEBITS-WRITTEN.
            DISPLAY "GL DEBIT TOTAL          : " WS-DEBIT-TOTAL.
            COMPUTE WS-CASH-CREDIT-TOTAL =
                WS-DEBIT-TOTAL - WS-BACKUP-WH-TOTAL - WS-NRA-WH-TOTAL
                + WS-INTEREST-TOTAL.
            DISPLAY "GL CREDIT TO CASH       : " WS-CASH-CREDIT-TOTAL.
            DISPLAY "BACKUP WH CREDITS       : " WS-BACKUP-WH-ITEMS.
            DISPLAY "BACKUP WH PAYABLE       : " WS-BACKUP-WH-TOTAL.
            DISPLAY "NONRESIDENT WH CREDITS  : " WS-NRA-WH-ITEMS.
            DISPLAY "NONRESIDENT WH PAYABLE  : " WS-NRA-WH-TOTAL.
            DISPLAY "USE-TAX ACCRUALS BOOKED : " WS-USE-TAX-ITEMS.
            DISPLAY "USE-TAX AMOUNT          : " WS-USE-TAX-TOTAL.
            DISPLAY "PREPAYMENT DEBITS       : " WS-PREPAY-DEBITS.
            DISPLAY "PREPAYMENT DEBIT TOTAL  : " WS-PREPAY-DEBIT-TOTAL.
            DISPLAY "PREPAYMENTS RELIEVED    : " WS-PREPAY-RELIEF-ITEMS.
            DISPLAY "PREPAYMENT RELIEF TOTAL : "
                WS-PREPAY-RELIEF-TOTAL.
            DISPLAY "LATE INTEREST DEBITS    : " WS-INTEREST-ITEMS.
            DISPLAY "LATE INTEREST TOTAL     : " WS-INTEREST-TOTAL.
            DISPLAY "INTERCOMPANY CHECKS     : " WS-IC-ITEMS.
            DISPLAY "PAID ON ANOTHER'S BEHALF: " WS-IC-TOTAL.
            DISPLAY "REALIZED FX PAIRS       : " WS-FX-PAIRS-BOOKED.
            DISPLAY "REALIZED FX NET         : " WS-FX-NET-MOVEMENT.
            CLOSE GL-JOURNAL-FILE.

      *                  run; every register entry is stamped with
      *                  the account's company.  Spaces on either
      *                  side read as the parent, 01.
      *   2026-10-15 DW  Levies and assignments.  An "L" record on
      *                  PAYMENT-FILE is a check to a levy or
      *                  assignment holder, drawn like any other and
      *                  addressed off the holder's vendor record;
      *                  its stub names the notice reference and the
      *                  vendor the money was taken from.  A vendor
      *                  stub shows the amount redirected under the
      *                  invoice list, and a payment redirected in
      *                  full prints as a non-negotiable advice with
      *                  no check number drawn.
      *   2026-10-15 DW  A payment routed to the virtual card (PAY-EFT-
      *                  FLAG "C") is the card run's, not ours - it
      *                  is passed over and counted like an EFT one.
      *   2026-10-15 DW  Remit-to addresses.  A vendor check is made
      *                  out and addressed to the remit-to its
      *                  invoices asked for, or the vendor's default
      *                  remit-to (RMTLKP01); a vendor with neither is
      *                  paid at its master address as before.  The
      *                  code used goes on the register
      *                  (CR-REMIT-CODE).
      *   2026-10-15 DW  Warns when the next check number is not
      *                  logged on CHECK-STOCK-LOG-FILE as issued to
      *                  the printer, and reminds the operator to
      *                  return unused stock to the vault after the
      *                  run.
      *   2026-10-15 DW  Pay on behalf.  The PARM may name a second
      *                  company after the account ('001 02'); when
      *                  the account allows it (BA-ON-BEHALF-FLAG)
      *                  that company's payments are drawn too, and
      *                  each such check is written to the
      *                  intercompany ledger (INTERCO-SETTLE-FILE)
      *                  for the GL extract's due-to/due-from
      *                  entries.  An account that doesn't allow it
      *                  stops the run.
      *   2026-10-15 DW  Late-payment interest the release step added
      *                  prints on the stub, one line per invoice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKWTR01.
           COPY "SLCHR01.cbl".
           COPY "SLBNK01.cbl".
           COPY "SLEMP01.cbl".
           COPY "SLCSK01.cbl".
           COPY "SLICS01.cbl".
           COPY "Hello-world.cbl".
           SELECT DUAL-SIGN-FILE ASSIGN TO "DUALSGN.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY "FDCHR01.cbl".
           COPY "FDBNK01.cbl".
           COPY "FDEMP01.cbl".
           COPY "FDCSK01.cbl".
           COPY "FDICS01.cbl".

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
           88 WS-EMPLOYEE-FILE-OK         VALUE "00".
           88 WS-EMPLOYEE-NOT-FOUND       VALUE "23".
           88 WS-EMPLOYEE-MISSING         VALUE "35".
       01  WS-CHECK-STOCK-STATUS      PIC X(02).
           88 WS-CHECK-STOCK-OK           VALUE "00".
           88 WS-CHECK-STOCK-EOF          VALUE "10".
           88 WS-CHECK-STOCK-MISSING      VALUE "35".
       01  WS-INTERCO-STATUS          PIC X(02).
           88 WS-INTERCO-OK               VALUE "00".
           88 WS-INTERCO-MISSING          VALUE "35".

       01  WS-PRINT-FILE-NAME         PIC X(20).
       01  WS-PRINT-FILE-STATUS       PIC X(02).

       01  WS-CHECK-NUMBER             PIC 9(08).
       01  WS-THIS-PAYMENT             PIC S9(09)V99.
       01  WS-PAY-LEVIED               PIC S9(09)V99.
       01  WS-ADVICE-ONLY-SWITCH       PIC X(01).
           88 WS-ADVICE-ONLY               VALUE "Y".

      * THE "V" RECORD'S FIELDS, SAVED BEFORE THE STUB LOOP READS
      * THE "I" RECORDS OVER THE SAME BUFFER.
           05 WS-PAY-VENDOR            PIC 9(05).
           05 WS-PAY-DATE              PIC 9(08).
           05 WS-PAY-AMOUNT            PIC S9(09)V99.
      * THE PARM IS THE ACCOUNT CODE, OPTIONALLY FOLLOWED BY THE
      * COMPANY THE RUN MAY ALSO PAY FOR - '001 02' DRAWS COMPANY
      * 02'S PAYMENTS ON ACCOUNT 001 AS WELL AS ITS OWN COMPANY'S.
       01  WS-RUN-PARM                 PIC X(20).
       01  WS-RUN-ACCOUNT-CODE         PIC X(03).
       01  WS-RUN-COMPANY              PIC X(02).
       01  WS-PAY-COMPANY              PIC X(02).
       01  WS-ON-BEHALF-COMPANY        PIC X(02) VALUE SPACES.
       01  WS-ON-BEHALF-SWITCH         PIC X(01).
           88 WS-PAYING-ON-BEHALF          VALUE "Y".
       01  WS-RUN-TIME                 PIC 9(08).
      * THE REMIT-TO THE CHECK WAS ADDRESSED TO - BLANK WHEN IT WENT
      * TO THE VENDOR MASTER ADDRESS.  FILLED IN BY 3210 AND CARRIED
      * TO THE REGISTER.
       01  WS-PAY-REMIT-CODE           PIC X(02).
       01  WS-RR-FUNCTION              PIC X(01).
       01  WS-RR-VENDOR-NUMBER         PIC 9(05).
       01  WS-RR-REMIT-CODE            PIC X(02).
       01  WS-RR-RESULT                PIC X(01).
           88 WS-RR-ADDRESS-FOUND          VALUE "F" "D".
       01  WS-RR-USED-CODE             PIC X(02).
       01  WS-RR-PAYEE-NAME            PIC X(30).
       01  WS-RR-ADDRESS-1             PIC X(30).
       01  WS-RR-ADDRESS-2             PIC X(30).
       01  WS-RR-CITY                  PIC X(20).
       01  WS-RR-STATE                 PIC X(02).
       01  WS-RR-ZIP                   PIC X(10).
       01  WS-COMPANY-REFUSED          PIC 9(05) VALUE ZERO.
       01  WS-GAP-CHECK-NUMBER         PIC 9(08).
       01  WS-REG-SCAN-SWITCH          PIC X(01).
           88 WS-REG-SCAN-DONE             VALUE "Y".
       01  WS-SPOILED-COUNT            PIC 9(05).
       01  WS-STOCK-SCAN-SWITCH        PIC X(01).
           88 WS-STOCK-SCAN-DONE           VALUE "Y".
       01  WS-STOCK-LAST-MOVEMENT      PIC X(01).

      * BATCH CONTROL TOTALS FOR THE CHECK RUN.
       01  WS-BATCH-CONTROLS.
           05 WS-CHECKS-ISSUED         PIC 9(07) COMP.
           05 WS-EFT-SKIPPED           PIC 9(07) COMP.
           05 WS-CARD-SKIPPED          PIC 9(07) COMP.
           05 WS-CHECK-AMOUNT-TOTAL    PIC S9(11)V99 COMP-3.
           05 WS-DUAL-SIGN-COUNT       PIC 9(07) COMP.
           05 WS-DUAL-SIGN-TOTAL       PIC S9(11)V99 COMP-3.
           05 WS-LEVY-CHECKS           PIC 9(07) COMP.
           05 WS-LEVY-CHECK-TOTAL      PIC S9(11)V99 COMP-3.
           05 WS-ADVICES-ONLY          PIC 9(07) COMP.
           05 WS-ON-BEHALF-CHECKS      PIC 9(07) COMP.
           05 WS-ON-BEHALF-TOTAL       PIC S9(11)V99 COMP-3.

       01  WS-DUAL-SIGN-SWITCH         PIC X(01).
           88 WS-DUAL-SIGN-NEEDED          VALUE "Y".
           05 FILLER                PIC X(09) VALUE "  AMOUNT ".
           05 WS-CK-AMOUNT          PIC $$$,$$$,$$9.99.

       01  WS-NON-NEGOTIABLE-LINE.
           05 FILLER                PIC X(44) VALUE
               "NON-NEGOTIABLE - PAYMENT REDIRECTED IN FULL".
           05 FILLER                PIC X(06) VALUE "  DATE".
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-NN-DATE            PIC 9(08).

       01  WS-CHECK-LINE-2.
           05 FILLER                PIC X(13) VALUE "PAY TO ORDER ".
           05 WS-CK-PAYEE           PIC X(30).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-ST-NOTE            PIC X(08).

       01  WS-LEVY-SPLIT-LINE.
           05 FILLER                PIC X(31) VALUE
               "LESS PAID UNDER LEVY/ASSIGNMENT".
           05 FILLER                PIC X(13) VALUE SPACES.
           05 WS-LS-AMOUNT          PIC Z,ZZZ,ZZ9.99-.

       01  WS-INTEREST-STUB-LINE.
           05 WS-IS-INVOICE-NUMBER  PIC X(15).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(14) VALUE "LATE INTEREST ".
           05 WS-IS-DAYS-LATE       PIC ZZZZ9.
           05 FILLER                PIC X(08) VALUE " DAYS   ".
           05 WS-IS-AMOUNT          PIC Z,ZZZ,ZZ9.99-.

       01  WS-LEVY-STUB-LINE-1.
           05 WS-LY-CAPTION         PIC X(20).
           05 FILLER                PIC X(10) VALUE "REFERENCE ".
           05 WS-LY-REFERENCE       PIC X(20).

       01  WS-LEVY-STUB-LINE-2.
           05 FILLER                PIC X(26) VALUE
               "TAKEN FROM PAYMENT DUE TO ".
           05 WS-LY-VENDOR          PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-LY-VENDOR-NAME     PIC X(30).

       01  WS-SECOND-SIG-LINE-1.
           05 FILLER                PIC X(31) VALUE
               "** TWO SIGNATURES REQUIRED ** ".

       PROCEDURE DIVISION.
       0000-MAINLINE.
            ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
            MOVE WS-RUN-PARM(1:3) TO WS-RUN-ACCOUNT-CODE.
            MOVE WS-RUN-PARM(5:2) TO WS-ON-BEHALF-COMPANY.
            IF WS-RUN-ACCOUNT-CODE = SPACES
                MOVE "001" TO WS-RUN-ACCOUNT-CODE
            END-IF.
                END-IF
                DISPLAY "ACCOUNT " WS-RUN-ACCOUNT-CODE
                    " DRAWS FOR COMPANY " WS-RUN-COMPANY
                PERFORM 1550-SET-ON-BEHALF-MODE
            END-IF.
            IF NOT WS-NO-MORE-PAYMENTS
                PERFORM 1600-CHECK-FOR-NUMBER-GAP
                PERFORM 1650-CHECK-STOCK-AT-PRINTER
            END-IF.

      * PAYING ANOTHER COMPANY'S BILLS TAKES TWO KEYS - THE ACCOUNT
      * MUST BE SET UP TO ALLOW IT (BNKMNT01 OPTION 5) AND THE RUN
      * MUST NAME THE COMPANY.  A RUN THAT ASKS AND ISN'T ALLOWED
      * STOPS BEFORE ANY CHECK IS CUT RATHER THAN QUIETLY RUNNING
      * ON ITS OWN COMPANY ALONE.  EVERY CHECK DRAWN FOR THE OTHER
      * COMPANY GOES ON THE INTERCOMPANY LEDGER FOR THE GL EXTRACT.
       1550-SET-ON-BEHALF-MODE.
            IF WS-ON-BEHALF-COMPANY = WS-RUN-COMPANY
                MOVE SPACES TO WS-ON-BEHALF-COMPANY
            END-IF.
            IF WS-ON-BEHALF-COMPANY = SPACES
                CONTINUE
            ELSE IF NOT BA-MAY-PAY-ON-BEHALF
                DISPLAY "ACCOUNT " WS-RUN-ACCOUNT-CODE
                    " MAY NOT PAY ON BEHALF OF COMPANY "
                    WS-ON-BEHALF-COMPANY " - CHECK RUN STOPPED"
                MOVE SPACES TO WS-ON-BEHALF-COMPANY
                SET WS-NO-MORE-PAYMENTS TO TRUE
            ELSE
                OPEN EXTEND INTERCO-SETTLE-FILE
                IF WS-INTERCO-MISSING
                    OPEN OUTPUT INTERCO-SETTLE-FILE
                    CLOSE INTERCO-SETTLE-FILE
                    OPEN EXTEND INTERCO-SETTLE-FILE
                END-IF
                IF NOT WS-INTERCO-OK
                    DISPLAY "UNABLE TO OPEN INTERCO-SETTLE-FILE, "
                        "STATUS = " WS-INTERCO-STATUS
                        " - CHECK RUN STOPPED"
                    MOVE SPACES TO WS-ON-BEHALF-COMPANY
                    SET WS-NO-MORE-PAYMENTS TO TRUE
                ELSE
                    ACCEPT WS-RUN-TIME FROM TIME
                    DISPLAY "ACCOUNT " WS-RUN-ACCOUNT-CODE
                        " ALSO PAYS ON BEHALF OF COMPANY "
                        WS-ON-BEHALF-COMPANY
                END-IF
            END-IF.

       1600-CHECK-FOR-NUMBER-GAP.
                END-READ
            END-IF.

      * THE FORMS ABOUT TO BE PRINTED ON SHOULD HAVE BEEN SIGNED OUT
      * OF THE VAULT TO THE PRINTER THROUGH CHKSTK01.  THE LAST
      * MOVEMENT ON THE STOCK LOG COVERING THE NEXT NUMBER SAYS
      * WHERE THE FORM IS; ANYWHERE BUT THE PRINTER IS WARNED ON,
      * NOT REFUSED - THE STOCK RECONCILIATION CATCHES WHAT FOLLOWS.
       1650-CHECK-STOCK-AT-PRINTER.
            MOVE SPACE TO WS-STOCK-LAST-MOVEMENT.
            OPEN INPUT CHECK-STOCK-LOG-FILE.
            IF WS-CHECK-STOCK-MISSING
                DISPLAY "NOTE - NO CHECK-STOCK-LOG-FILE - CHECK STOCK "
                    "CUSTODY NOT CHECKED"
            ELSE IF NOT WS-CHECK-STOCK-OK
                DISPLAY "UNABLE TO OPEN CHECK-STOCK-LOG-FILE, STATUS = "
                    WS-CHECK-STOCK-STATUS " - CUSTODY NOT CHECKED"
            ELSE
                MOVE "N" TO WS-STOCK-SCAN-SWITCH
                PERFORM 1660-READ-NEXT-MOVEMENT
                PERFORM 1670-APPLY-ONE-MOVEMENT
                    UNTIL WS-STOCK-SCAN-DONE
                CLOSE CHECK-STOCK-LOG-FILE
                IF WS-STOCK-LAST-MOVEMENT NOT = "I"
                    DISPLAY "WARNING - CHECK " BA-NEXT-CHECK-NUMBER
                        " ON ACCOUNT " WS-RUN-ACCOUNT-CODE
                        " IS NOT LOGGED AS ISSUED TO THE PRINTER"
                END-IF
            END-IF.

       1660-READ-NEXT-MOVEMENT.
            READ CHECK-STOCK-LOG-FILE
                AT END SET WS-STOCK-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-CHECK-STOCK-OK AND NOT WS-CHECK-STOCK-EOF
                DISPLAY "CHECK-STOCK-LOG READ ERROR, STATUS = "
                    WS-CHECK-STOCK-STATUS
                SET WS-STOCK-SCAN-DONE TO TRUE
            END-IF.

       1670-APPLY-ONE-MOVEMENT.
            IF CS-BANK-ACCT-CODE = WS-RUN-ACCOUNT-CODE
                AND BA-NEXT-CHECK-NUMBER NOT < CS-FIRST-NUMBER
                AND BA-NEXT-CHECK-NUMBER NOT > CS-LAST-NUMBER
                MOVE CS-MOVEMENT TO WS-STOCK-LAST-MOVEMENT
            END-IF.
            PERFORM 1660-READ-NEXT-MOVEMENT.

      * THE MANUAL-SIGNING REGISTER GOES TO THE CONTROLLER WITH THE
      * CHECKS THAT NEED A SECOND SIGNATURE.  IT PRINTS EVEN WHEN
      * EMPTY, SO A MISSING REPORT MEANS A MISSING RUN, NOT A RUN
      * PASSED OVER; ITS "I" RECORDS FALL THROUGH THE ELSE BRANCH
      * ON THE FOLLOWING PASSES.  ISSUING A CHECK CONSUMES THE
      * GROUP'S "I" RECORDS ITSELF AND LEAVES THE BUFFER ON THE
      * NEXT VENDOR'S "V" RECORD.  A LEVY HOLDER'S "L" RECORD IS
      * A PAYMENT IN ITS OWN RIGHT AND IS HANDLED THE SAME WAY.
       2000-PROCESS-PAYMENTS.
            IF PAY-TYPE-DISBURSEMENT
                IF PAY-COMPANY-CODE = SPACES
                    MOVE "01" TO WS-PAY-COMPANY
                ELSE
                    MOVE PAY-COMPANY-CODE TO WS-PAY-COMPANY
                END-IF
            END-IF.
            MOVE "N" TO WS-ON-BEHALF-SWITCH.
            IF WS-ON-BEHALF-COMPANY NOT = SPACES
                AND WS-PAY-COMPANY = WS-ON-BEHALF-COMPANY
                SET WS-PAYING-ON-BEHALF TO TRUE
            END-IF.
            IF PAY-TYPE-DISBURSEMENT AND NOT PAY-BY-EFT
                AND NOT PAY-BY-CARD
                AND (WS-PAY-COMPANY = WS-RUN-COMPANY
                     OR WS-PAYING-ON-BEHALF)
                PERFORM 3000-ISSUE-ONE-CHECK
            ELSE
                IF PAY-TYPE-DISBURSEMENT AND PAY-BY-EFT
                    ADD 1 TO WS-EFT-SKIPPED
                ELSE IF PAY-TYPE-DISBURSEMENT AND PAY-BY-CARD
                    ADD 1 TO WS-CARD-SKIPPED
                ELSE IF PAY-TYPE-DISBURSEMENT
                    ADD 1 TO WS-COMPANY-REFUSED
                    DISPLAY "COMPANY " WS-PAY-COMPANY " PAYMENT "
                        "FOR VENDOR " PAY-VENDOR-NUMBER
                PERFORM 8100-READ-NEXT-PAYMENT
            END-IF.

      * A VENDOR PAYMENT REDIRECTED IN FULL TO LEVY HOLDERS STILL
      * GETS ITS STUB, SO THE VENDOR SEES WHICH INVOICES WERE PAID
      * AND TO WHOM - BUT AS AN ADVICE: NO CHECK NUMBER IS DRAWN,
      * NOTHING GOES ON THE REGISTER, AND THE SETTLED INVOICES
      * CARRY CHECK NUMBER ZERO.
       3000-ISSUE-ONE-CHECK.
            MOVE "N" TO WS-DUAL-SIGN-SWITCH.
            MOVE "N" TO WS-ADVICE-ONLY-SWITCH.
            IF PAY-TYPE-VENDOR AND PAY-AMOUNT = ZERO
                AND PAY-LEVY-AMOUNT > ZERO
                SET WS-ADVICE-ONLY TO TRUE
            END-IF.
            IF BA-DUAL-SIGN-LIMIT > ZERO
                AND PAY-AMOUNT NOT < BA-DUAL-SIGN-LIMIT
                SET WS-DUAL-SIGN-NEEDED TO TRUE
            END-IF.
            IF WS-ADVICE-ONLY
                MOVE ZERO TO WS-CHECK-NUMBER
            ELSE
                PERFORM 3100-ASSIGN-CHECK-NUMBER
            END-IF.
            PERFORM 3200-PRINT-CHECK-FACE.
            MOVE PAY-VENDOR-NUMBER TO WS-PAY-VENDOR.
            MOVE PAY-PAYMENT-DATE  TO WS-PAY-DATE.
            MOVE PAY-AMOUNT        TO WS-PAY-AMOUNT.
            MOVE PAY-LEVY-AMOUNT   TO WS-PAY-LEVIED.
            IF PAY-TYPE-LEVY
                ADD 1 TO WS-LEVY-CHECKS
                ADD WS-PAY-AMOUNT TO WS-LEVY-CHECK-TOTAL
                PERFORM 3400-PRINT-LEVY-STUB
            ELSE
                PERFORM 3300-PRINT-STUB-INVOICES
            END-IF.
            IF WS-ADVICE-ONLY
                ADD 1 TO WS-ADVICES-ONLY
            ELSE
                PERFORM 3050-RECORD-THE-CHECK
            END-IF.

       3050-RECORD-THE-CHECK.
            PERFORM 3500-WRITE-REGISTER.
            IF WS-DUAL-SIGN-NEEDED
                PERFORM 3600-LIST-FOR-MANUAL-SIGNING
            END-IF.
            IF WS-PAYING-ON-BEHALF
                PERFORM 3700-WRITE-INTERCO-SETTLEMENT
            END-IF.
            ADD 1 TO WS-CHECKS-ISSUED.
            ADD WS-PAY-AMOUNT TO WS-CHECK-AMOUNT-TOTAL.

            ADD 1 TO BA-NEXT-CHECK-NUMBER.

      * ONE CHECK PER PAGE - THE STANDARD HEADING, THEN THE CHECK
      * FACE WITH THE PAYEE NAME AND ADDRESS - THE VENDOR'S REMIT-TO
      * WHEN IT HAS ONE, OTHERWISE THE VENDOR MASTER.
       3200-PRINT-CHECK-FACE.
            PERFORM 3900-PRINT-STANDARD-HEADING.
            IF WS-ADVICE-ONLY
                MOVE PAY-PAYMENT-DATE       TO WS-NN-DATE
                MOVE WS-NON-NEGOTIABLE-LINE TO CHECK-PRINT-LINE
            ELSE
                MOVE WS-CHECK-NUMBER     TO WS-CK-NUMBER
                MOVE PAY-PAYMENT-DATE    TO WS-CK-DATE
                MOVE PAY-AMOUNT          TO WS-CK-AMOUNT
                MOVE WS-CHECK-LINE-1     TO CHECK-PRINT-LINE
            END-IF.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE SPACES TO WS-PAY-REMIT-CODE.
            IF PAY-VENDOR-NUMBER < 90000
                PERFORM 3210-RESOLVE-REMIT-TO
            END-IF.
            IF WS-PAY-REMIT-CODE NOT = SPACES
                AND WS-RR-PAYEE-NAME NOT = SPACES
                MOVE WS-RR-PAYEE-NAME TO WS-CK-PAYEE
            ELSE
                MOVE PAY-VENDOR-NAME  TO WS-CK-PAYEE
            END-IF.
            MOVE PAY-VENDOR-NUMBER   TO WS-CK-VENDOR.
            MOVE WS-CHECK-LINE-2     TO CHECK-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
                PERFORM 8000-WRITE-PRINT-LINE
            END-IF.

      * THE REMIT-TO THE INVOICES ASKED FOR, OR THE VENDOR'S DEFAULT
      * REMIT-TO.  A VENDOR WITH NEITHER LEAVES THE CODE BLANK AND IS
      * PAID AT ITS MASTER ADDRESS.
       3210-RESOLVE-REMIT-TO.
            MOVE "L" TO WS-RR-FUNCTION.
            MOVE PAY-VENDOR-NUMBER TO WS-RR-VENDOR-NUMBER.
            MOVE PAY-REMIT-CODE TO WS-RR-REMIT-CODE.
            CALL "RMTLKP01" USING WS-RR-FUNCTION WS-RR-VENDOR-NUMBER
                WS-RR-REMIT-CODE WS-RR-RESULT WS-RR-USED-CODE
                WS-RR-PAYEE-NAME WS-RR-ADDRESS-1 WS-RR-ADDRESS-2
                WS-RR-CITY WS-RR-STATE WS-RR-ZIP.
            IF WS-RR-ADDRESS-FOUND
                MOVE WS-RR-USED-CODE TO WS-PAY-REMIT-CODE
                IF PAY-REMIT-CODE NOT = SPACES
                    AND PAY-REMIT-CODE NOT = WS-RR-USED-CODE
                    DISPLAY "WARNING - VENDOR " PAY-VENDOR-NUMBER
                        " REMIT-TO " PAY-REMIT-CODE
                        " NO LONGER RELEASED - PAID AT DEFAULT "
                        WS-RR-USED-CODE
                END-IF
            END-IF.

       3220-PRINT-VENDOR-ADDRESS.
            IF WS-PAY-REMIT-CODE NOT = SPACES
                PERFORM 3230-PRINT-REMIT-TO-ADDRESS
            ELSE
                PERFORM 3225-PRINT-MASTER-ADDRESS
            END-IF.

       3225-PRINT-MASTER-ADDRESS.
            MOVE PAY-VENDOR-NUMBER TO VENDOR-NUMBER.
            READ VENDOR-FILE
                INVALID KEY
                    PERFORM 8000-WRITE-PRINT-LINE
            END-READ.

       3230-PRINT-REMIT-TO-ADDRESS.
            MOVE WS-RR-ADDRESS-1 TO WS-CK-ADDR.
            MOVE WS-CHECK-ADDR-LINE TO CHECK-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-RR-ADDRESS-2 TO WS-CK-ADDR.
            MOVE WS-CHECK-ADDR-LINE TO CHECK-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE SPACES TO WS-CK-ADDR.
            STRING WS-RR-CITY   DELIMITED BY "  "
                   ", "         DELIMITED BY SIZE
                   WS-RR-STATE  DELIMITED BY SIZE
                   " "          DELIMITED BY SIZE
                   WS-RR-ZIP    DELIMITED BY SIZE
                INTO WS-CK-ADDR
            END-STRING.
            MOVE WS-CHECK-ADDR-LINE TO CHECK-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

       3250-PRINT-EMPLOYEE-ADDRESS.
            MOVE PAY-VENDOR-NUMBER TO EM-EMPLOYEE-NUMBER.
            READ EMPLOYEE-FILE
                PERFORM 3350-STUB-AND-STAMP-ONE
                PERFORM 8100-READ-NEXT-PAYMENT
            END-PERFORM.
            PERFORM UNTIL WS-NO-MORE-PAYMENTS
                OR NOT PAY-TYPE-INTEREST
                PERFORM 3370-STUB-INTEREST-LINE
                PERFORM 8100-READ-NEXT-PAYMENT
            END-PERFORM.
            IF WS-PAY-LEVIED > ZERO
                MOVE WS-PAY-LEVIED TO WS-LS-AMOUNT
                MOVE WS-LEVY-SPLIT-LINE TO CHECK-PRINT-LINE
                PERFORM 8000-WRITE-PRINT-LINE
            END-IF.

       3350-STUB-AND-STAMP-ONE.
            MOVE PAY-INV-NET-AMOUNT     TO WS-THIS-PAYMENT.
            MOVE WS-STUB-DETAIL         TO CHECK-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

      * LATE-PAYMENT INTEREST IS SHOWN UNDER THE INVOICE THAT
      * EARNED IT, SO THE VENDOR CAN SEE WHY THE CHECK IS MORE THAN
      * THE INVOICES.  IT STAMPS NOTHING - THE INVOICE IS SETTLED BY
      * ITS OWN "I" LINE.
       3370-STUB-INTEREST-LINE.
            MOVE PAY-INT-INVOICE-NUMBER TO WS-IS-INVOICE-NUMBER.
            MOVE PAY-INT-DAYS-LATE      TO WS-IS-DAYS-LATE.
            MOVE PAY-INT-AMOUNT         TO WS-IS-AMOUNT.
            MOVE WS-INTEREST-STUB-LINE  TO CHECK-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

      * A NET PLUS DISCOUNT THAT COVERS THE BALANCE SETTLES THE
      * ITEM; ANYTHING LESS IS A PARTIAL - THE AMOUNT GOES ONTO
      * INV-AMOUNT-PAID AND THE ITEM RETURNS TO OPEN.
                END-IF
            END-IF.

      * A HOLDER'S STUB HAS NO INVOICES OF ITS OWN - IT QUOTES THE
      * NOTICE OR AGREEMENT REFERENCE AND THE VENDOR WHOSE PAYMENT
      * THE MONEY CAME OUT OF, WHICH IS WHAT THE HOLDER POSTS BY.
       3400-PRINT-LEVY-STUB.
            MOVE SPACES TO CHECK-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            IF PAY-LEVY-IS-ASSIGNMENT
                MOVE "ASSIGNMENT PAYMENT" TO WS-LY-CAPTION
            ELSE
                MOVE "LEVY PAYMENT" TO WS-LY-CAPTION
            END-IF.
            MOVE PAY-LEVY-REFERENCE TO WS-LY-REFERENCE.
            MOVE WS-LEVY-STUB-LINE-1 TO CHECK-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE PAY-LEVY-FOR-VENDOR TO WS-LY-VENDOR.
            MOVE PAY-LEVY-FOR-VENDOR TO VENDOR-NUMBER.
            READ VENDOR-FILE
                INVALID KEY
                    MOVE SPACES TO WS-LY-VENDOR-NAME
                NOT INVALID KEY
                    MOVE VENDOR-NAME TO WS-LY-VENDOR-NAME
            END-READ.
            MOVE WS-LEVY-STUB-LINE-2 TO CHECK-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            PERFORM 8100-READ-NEXT-PAYMENT.

       3500-WRITE-REGISTER.
            MOVE WS-RUN-ACCOUNT-CODE TO CR-BANK-ACCT-CODE.
            MOVE WS-CHECK-NUMBER    TO CR-CHECK-NUMBER.
                MOVE SPACE TO CR-DUAL-SIGN-FLAG
            END-IF.
            MOVE WS-RUN-COMPANY TO CR-COMPANY-CODE.
            MOVE WS-PAY-REMIT-CODE TO CR-REMIT-CODE.
            WRITE CHECK-REGISTER-RECORD
                INVALID KEY
                    DISPLAY "DUPLICATE CHECK NUMBER " CR-CHECK-NUMBER
                    WS-CHECK-REG-STATUS
            END-IF.

      * THE CASH LEFT THE RUN'S COMPANY FOR A DEBT THE OTHER
      * COMPANY OWES - THE GL EXTRACT TURNS THIS INTO THE DUE-FROM
      * AND DUE-TO ENTRIES ON THE CHECK DATE.
       3700-WRITE-INTERCO-SETTLEMENT.
            MOVE SPACES TO INTERCO-SETTLE-RECORD.
            MOVE WS-PAY-DATE          TO IC-CHECK-DATE.
            MOVE WS-RUN-COMPANY       TO IC-PAYING-COMPANY.
            MOVE WS-PAY-COMPANY       TO IC-OWING-COMPANY.
            MOVE WS-RUN-ACCOUNT-CODE  TO IC-BANK-ACCT-CODE.
            MOVE WS-CHECK-NUMBER      TO IC-CHECK-NUMBER.
            MOVE WS-PAY-VENDOR        TO IC-VENDOR-NUMBER.
            MOVE WS-PAY-AMOUNT        TO IC-AMOUNT.
            MOVE WS-RUN-TIME          TO IC-RUN-TIME.
            WRITE INTERCO-SETTLE-RECORD.
            IF NOT WS-INTERCO-OK
                DISPLAY "UNABLE TO WRITE INTERCO-SETTLE, STATUS = "
                    WS-INTERCO-STATUS " - CHECK " WS-CHECK-NUMBER
                    " NEEDS A MANUAL INTERCOMPANY ENTRY"
            ELSE
                ADD 1 TO WS-ON-BEHALF-CHECKS
                ADD WS-PAY-AMOUNT TO WS-ON-BEHALF-TOTAL
            END-IF.

       3600-LIST-FOR-MANUAL-SIGNING.
            MOVE WS-CHECK-NUMBER TO WS-DS-CHECK-NUMBER.
            MOVE WS-PAY-VENDOR   TO WS-DS-VENDOR.
                END-IF
            END-IF.
            PERFORM 9100-LIST-SPOILED-CHECKS.
            IF WS-CHECKS-ISSUED > 0
                DISPLAY "RETURN UNUSED STOCK FROM CHECK "
                    BA-NEXT-CHECK-NUMBER
                    " TO THE VAULT THROUGH CHKSTK01"
            END-IF.
            DISPLAY "CHECKS ISSUED           : " WS-CHECKS-ISSUED.
            DISPLAY "EFT PAYMENTS SKIPPED    : " WS-EFT-SKIPPED.
            DISPLAY "CARD PAYMENTS SKIPPED   : " WS-CARD-SKIPPED.
            DISPLAY "OTHER-COMPANY REFUSED   : " WS-COMPANY-REFUSED.
            IF WS-ON-BEHALF-COMPANY NOT = SPACES
                DISPLAY "PAID FOR COMPANY " WS-ON-BEHALF-COMPANY
                    "     : " WS-ON-BEHALF-CHECKS
                DISPLAY "AMOUNT PAID ON BEHALF   : "
                    WS-ON-BEHALF-TOTAL
                CLOSE INTERCO-SETTLE-FILE
            END-IF.
            DISPLAY "CHECK AMOUNT TOTAL      : " WS-CHECK-AMOUNT-TOTAL.
            DISPLAY "SPOILED ON THIS ACCOUNT : " WS-SPOILED-COUNT.
            DISPLAY "CHECKS NEEDING 2 SIGNS  : " WS-DUAL-SIGN-COUNT.
            DISPLAY "LEVY/ASSIGNMENT CHECKS  : " WS-LEVY-CHECKS.
            DISPLAY "LEVY/ASSIGNMENT AMOUNT  : " WS-LEVY-CHECK-TOTAL.
            DISPLAY "REDIRECTED-IN-FULL STUBS: " WS-ADVICES-ONLY.
            MOVE WS-DUAL-SIGN-COUNT TO WS-DS-TOTAL-COUNT.
            MOVE WS-DUAL-SIGN-TOTAL TO WS-DS-TOTAL-AMOUNT.
            MOVE WS-DS-TOTAL-LINE TO DUAL-SIGN-LINE.
            CLOSE EMPLOYEE-FILE.
            CLOSE VENDOR-FILE.
            CLOSE PAYMENT-FILE.
            MOVE "X" TO WS-RR-FUNCTION.
            CALL "RMTLKP01" USING WS-RR-FUNCTION WS-RR-VENDOR-NUMBER
                WS-RR-REMIT-CODE WS-RR-RESULT WS-RR-USED-CODE
                WS-RR-PAYEE-NAME WS-RR-ADDRESS-1 WS-RR-ADDRESS-2
                WS-RR-CITY WS-RR-STATE WS-RR-ZIP.
       END PROGRAM CHKWTR01.

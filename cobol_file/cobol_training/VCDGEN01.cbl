      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Virtual-card payment run.  The release step
      *              (PAYREL01) routes a USD payment to a vendor that
      *              takes our single-use virtual card to PAY-EFT-
      *              FLAG "C"; this run sends each of them to the
      *              card issuer in its payment request layout - a
      *              header, one charge per payment and a trailer
      *              with the count and total - and enters each
      *              charge on CARD-CHARGE-FILE under a charge number
      *              that never repeats.  The issuer mints a card
      *              for the exact amount and charges it to the
      *              vendor's merchant account.  Invoices covered are
      *              flipped from SELECTED to PAID with the charge
      *              number carried in place of a check number, the
      *              same stamp the ACH and wire runs leave, so a
      *              declined charge can find them again (VCDSTL01).
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original card payment run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VCDGEN01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLVND01.cbl".
           COPY "SLINV01.cbl".
           COPY "SLPAY01.cbl".
           COPY "SLVCD01.cbl".
           SELECT CARD-REQUEST-FILE ASSIGN TO "VCARDREQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY "fdvnd01.cbl".
           COPY "FDINV01.cbl".
           COPY "FDPAY01.cbl".
           COPY "FDVCD01.cbl".

      * THE ISSUER'S PAYMENT REQUEST LAYOUT - FIXED 160-BYTE RECORDS.
      * "H" HEADER WITH OUR PROGRAM ID AND THE FILE DATE, ONE "D" PER
      * CHARGE, "T" TRAILER WITH THE CHARGE COUNT AND DOLLAR TOTAL.
      * AMOUNTS ARE ZONED, IMPLIED TWO DECIMALS.  THE ISSUER FINDS THE
      * MERCHANT BY TIN, FALLING BACK TO NAME AND ADDRESS.
       FD  CARD-REQUEST-FILE
           LABEL RECORDS ARE STANDARD.
       01  RQ-HEADER-RECORD.
           05 RQ-H-RECORD-TYPE         PIC X(01).
           05 RQ-H-PROGRAM-ID          PIC X(10).
           05 RQ-H-FILE-DATE           PIC 9(08).
           05 RQ-H-FILE-TIME           PIC 9(04).
           05 FILLER                   PIC X(137).
       01  RQ-DETAIL-RECORD.
           05 RQ-D-RECORD-TYPE         PIC X(01).
           05 RQ-D-CHARGE-NUMBER       PIC 9(08).
           05 RQ-D-VENDOR-NUMBER       PIC 9(05).
           05 RQ-D-MERCHANT-NAME       PIC X(30).
           05 RQ-D-MERCHANT-TIN        PIC X(09).
           05 RQ-D-ADDRESS             PIC X(30).
           05 RQ-D-CITY                PIC X(20).
           05 RQ-D-STATE               PIC X(02).
           05 RQ-D-ZIP                 PIC X(10).
           05 RQ-D-PHONE               PIC X(15).
           05 RQ-D-CURRENCY            PIC X(03).
           05 RQ-D-AMOUNT              PIC 9(09)V99.
           05 RQ-D-PAYMENT-DATE        PIC 9(08).
           05 FILLER                   PIC X(08).
       01  RQ-TRAILER-RECORD.
           05 RQ-T-RECORD-TYPE         PIC X(01).
           05 RQ-T-CHARGE-COUNT        PIC 9(07).
           05 RQ-T-AMOUNT-TOTAL        PIC 9(11)V99.
           05 FILLER                   PIC X(139).

       WORKING-STORAGE SECTION.
       01  WS-VENDOR-FILE-STATUS      PIC X(02).
           88 WS-VENDOR-FILE-OK           VALUE "00".
           88 WS-VENDOR-FILE-NOT-FOUND    VALUE "23".
       01  WS-INVOICE-FILE-STATUS     PIC X(02).
           88 WS-INVOICE-FILE-OK          VALUE "00".
       01  WS-PAYMENT-FILE-STATUS     PIC X(02).
           88 WS-PAYMENT-FILE-OK          VALUE "00".
           88 WS-PAYMENT-FILE-EOF         VALUE "10".
       01  WS-CARD-CHARGE-STATUS      PIC X(02).
           88 WS-CARD-CHARGE-OK           VALUE "00".
           88 WS-CARD-CHARGE-NOT-FOUND    VALUE "23".
           88 WS-CARD-CHARGE-MISSING      VALUE "35".
       01  WS-REQUEST-FILE-STATUS     PIC X(02).
           88 WS-REQUEST-FILE-OK          VALUE "00".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88 WS-NO-MORE-PAYMENTS          VALUE "Y".
       01  WS-PAY-DATE                 PIC 9(08).
       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-RUN-TIME                 PIC 9(08).
       01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME.
           05 WS-RUN-HHMM              PIC 9(04).
           05 FILLER                   PIC X(04).

      * THE CHARGE NUMBER COMES OFF THE REGISTER'S CONTROL RECORD AND
      * GOES BACK THERE AT THE END OF THE RUN - IT MUST NEVER REPEAT,
      * OR A DECLINE COULD REOPEN ANOTHER CHARGE'S INVOICES.
       01  WS-CHARGE-NUMBER            PIC 9(08) VALUE ZERO.
       01  WS-REGISTER-SWITCH          PIC X(01) VALUE "N".
           88 WS-REGISTER-OPEN             VALUE "Y".
       01  WS-CHARGE-SENT-SWITCH       PIC X(01).
           88 WS-CHARGE-SENT               VALUE "Y".

      * RUN CONTROL TOTALS.
       01  WS-BATCH-CONTROLS.
           05 WS-PAYMENTS-READ         PIC 9(07) COMP.
           05 WS-CHARGES-WRITTEN       PIC 9(07) COMP.
           05 WS-CHARGES-SKIPPED       PIC 9(07) COMP.
           05 WS-OTHERS-BYPASSED       PIC 9(07) COMP.
           05 WS-INVOICES-STAMPED      PIC 9(07) COMP.
           05 WS-CHARGE-AMOUNT-TOTAL   PIC S9(11)V99 COMP-3.

      * FIELDS FOR THE RUNLOG01 RUN-CONTROL CALLS.
       01  WS-RL-FUNCTION            PIC X(01).
       01  WS-RL-PROGRAM             PIC X(08) VALUE "VCDGEN01".
       01  WS-RL-LABEL               PIC X(24).
       01  WS-RL-VALUE               PIC S9(13)V99.
       01  WS-RL-RECORDS-IN          PIC 9(07) VALUE ZERO.
       01  WS-RL-RECORDS-OUT         PIC 9(07) VALUE ZERO.
       01  WS-RL-REJECTS             PIC 9(07) VALUE ZERO.
       01  WS-RL-STATUS-TEXT         PIC X(08).

       PROCEDURE DIVISION.
       0000-MAINLINE.
            MOVE "S" TO WS-RL-FUNCTION.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            PERFORM 1000-INITIALIZE.
            PERFORM 2000-PROCESS-PAYMENTS
                UNTIL WS-NO-MORE-PAYMENTS.
            PERFORM 9000-TERMINATE.
            STOP RUN.

       1000-INITIALIZE.
            INITIALIZE WS-BATCH-CONTROLS.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-TIME FROM TIME.
            OPEN INPUT PAYMENT-FILE.
            IF NOT WS-PAYMENT-FILE-OK
                DISPLAY "UNABLE TO OPEN PAYMENT-FILE, STATUS = "
                    WS-PAYMENT-FILE-STATUS
                SET WS-NO-MORE-PAYMENTS TO TRUE
            END-IF.
            OPEN INPUT VENDOR-FILE.
            IF NOT WS-VENDOR-FILE-OK
                DISPLAY "UNABLE TO OPEN VENDOR-FILE, STATUS = "
                    WS-VENDOR-FILE-STATUS
                SET WS-NO-MORE-PAYMENTS TO TRUE
            END-IF.
            OPEN I-O INVOICE-FILE.
            IF NOT WS-INVOICE-FILE-OK
                DISPLAY "UNABLE TO OPEN INVOICE-FILE, STATUS = "
                    WS-INVOICE-FILE-STATUS
            END-IF.
            PERFORM 1500-OPEN-CARD-REGISTER.
            OPEN OUTPUT CARD-REQUEST-FILE.
            IF NOT WS-REQUEST-FILE-OK
                DISPLAY "UNABLE TO OPEN CARD-REQUEST-FILE, STATUS = "
                    WS-REQUEST-FILE-STATUS
                SET WS-NO-MORE-PAYMENTS TO TRUE
            ELSE
                PERFORM 1700-WRITE-HEADER
            END-IF.
            IF NOT WS-NO-MORE-PAYMENTS
                PERFORM 8100-READ-NEXT-PAYMENT
            END-IF.

      * THE REGISTER IS CREATED THE FIRST TIME, WITH ITS CONTROL
      * RECORD.  WITHOUT THE REGISTER NO CHARGE CAN BE NUMBERED OR
      * FOLLOWED UP, SO THE RUN SENDS NOTHING.
       1500-OPEN-CARD-REGISTER.
            OPEN I-O CARD-CHARGE-FILE.
            IF WS-CARD-CHARGE-MISSING
                OPEN OUTPUT CARD-CHARGE-FILE
                CLOSE CARD-CHARGE-FILE
                OPEN I-O CARD-CHARGE-FILE
            END-IF.
            IF NOT WS-CARD-CHARGE-OK
                DISPLAY "UNABLE TO OPEN CARD-CHARGE-FILE, STATUS = "
                    WS-CARD-CHARGE-STATUS " - NO CHARGES SENT"
                SET WS-NO-MORE-PAYMENTS TO TRUE
            ELSE
                SET WS-REGISTER-OPEN TO TRUE
                MOVE ZERO TO VC-CTL-KEY
                READ CARD-CHARGE-FILE
                    INVALID KEY
                        MOVE SPACES TO CARD-CONTROL-RECORD
                        MOVE ZERO TO VC-CTL-KEY VC-CTL-LAST-CHARGE
                            VC-CTL-LAST-REQUEST-DATE
                            VC-CTL-LAST-SETTLE-DATE
                        WRITE CARD-CONTROL-RECORD
                END-READ
                MOVE VC-CTL-LAST-CHARGE TO WS-CHARGE-NUMBER
            END-IF.

       1700-WRITE-HEADER.
            MOVE SPACES TO RQ-HEADER-RECORD.
            MOVE "H" TO RQ-H-RECORD-TYPE.
            MOVE "APVCARD" TO RQ-H-PROGRAM-ID.
            MOVE WS-RUN-DATE TO RQ-H-FILE-DATE.
            MOVE WS-RUN-HHMM TO RQ-H-FILE-TIME.
            WRITE RQ-HEADER-RECORD.
            IF NOT WS-REQUEST-FILE-OK
                DISPLAY "UNABLE TO WRITE CARD-REQUEST-FILE, STATUS = "
                    WS-REQUEST-FILE-STATUS
            END-IF.

      * ONLY A VENDOR PAYMENT ROUTED TO THE CARD BELONGS HERE.  ONLY
      * "V" RECORDS DRIVE THE RUN - A SENT CHARGE CONSUMES ITS OWN
      * "I" RECORDS TO STAMP THE COVERED INVOICES; A BYPASSED
      * PAYMENT'S "I" RECORDS FALL THROUGH THE ELSE BRANCH.
       2000-PROCESS-PAYMENTS.
            IF PAY-TYPE-VENDOR AND PAY-BY-CARD
                ADD 1 TO WS-PAYMENTS-READ
                PERFORM 3000-BUILD-ONE-CHARGE
            ELSE
                IF PAY-TYPE-VENDOR
                    ADD 1 TO WS-OTHERS-BYPASSED
                END-IF
                PERFORM 8100-READ-NEXT-PAYMENT
            END-IF.

      * THE ISSUER NEEDS THE MERCHANT'S TIN AND ADDRESS, WHICH THE
      * PAYMENT RECORD DOESN'T CARRY.  A PAYMENT THAT CAN'T BE SENT
      * LEAVES ITS INVOICES SELECTED - THE SAME AS A SKIPPED WIRE -
      * FOR THE SUPERVISOR TO PAY ANOTHER WAY.
       3000-BUILD-ONE-CHARGE.
            MOVE "N" TO WS-CHARGE-SENT-SWITCH.
            MOVE PAY-VENDOR-NUMBER TO VENDOR-NUMBER.
            READ VENDOR-FILE
                INVALID KEY
                    DISPLAY "WARNING - VENDOR " PAY-VENDOR-NUMBER
                        " NOT ON VENDOR-FILE - CARD CHARGE SKIPPED"
                    ADD 1 TO WS-CHARGES-SKIPPED
                NOT INVALID KEY
                    PERFORM 3100-WRITE-CHARGE-RECORD
            END-READ.
            IF WS-CHARGE-SENT
                MOVE PAY-PAYMENT-DATE TO WS-PAY-DATE
                PERFORM 3300-MARK-INVOICES-PAID
            ELSE
                PERFORM 8100-READ-NEXT-PAYMENT
            END-IF.

       3100-WRITE-CHARGE-RECORD.
            ADD 1 TO WS-CHARGE-NUMBER.
            MOVE SPACES              TO RQ-DETAIL-RECORD.
            MOVE "D"                 TO RQ-D-RECORD-TYPE.
            MOVE WS-CHARGE-NUMBER    TO RQ-D-CHARGE-NUMBER.
            MOVE PAY-VENDOR-NUMBER   TO RQ-D-VENDOR-NUMBER.
            MOVE PAY-VENDOR-NAME     TO RQ-D-MERCHANT-NAME.
            MOVE VENDOR-TIN          TO RQ-D-MERCHANT-TIN.
            MOVE VENDOR-ADDRESS-1    TO RQ-D-ADDRESS.
            MOVE VENDOR-CITY         TO RQ-D-CITY.
            MOVE VENDOR-STATE        TO RQ-D-STATE.
            MOVE VENDOR-ZIP          TO RQ-D-ZIP.
            MOVE VENDOR-PHONE        TO RQ-D-PHONE.
            MOVE PAY-CURRENCY-CODE   TO RQ-D-CURRENCY.
            MOVE PAY-AMOUNT          TO RQ-D-AMOUNT.
            MOVE PAY-PAYMENT-DATE    TO RQ-D-PAYMENT-DATE.
            WRITE RQ-DETAIL-RECORD.
            IF NOT WS-REQUEST-FILE-OK
                DISPLAY "UNABLE TO WRITE CARD-REQUEST-FILE, STATUS = "
                    WS-REQUEST-FILE-STATUS " - VENDOR "
                    PAY-VENDOR-NUMBER " SKIPPED"
                SUBTRACT 1 FROM WS-CHARGE-NUMBER
                ADD 1 TO WS-CHARGES-SKIPPED
            ELSE
                SET WS-CHARGE-SENT TO TRUE
                ADD 1 TO WS-CHARGES-WRITTEN
                ADD PAY-AMOUNT TO WS-CHARGE-AMOUNT-TOTAL
                PERFORM 3200-REGISTER-CHARGE
            END-IF.

      * ENTER THE CHARGE ON THE REGISTER, REQUESTED AND WAITING FOR
      * THE ISSUER'S SETTLEMENT FILE TO SAY WHAT BECAME OF IT.
       3200-REGISTER-CHARGE.
            MOVE SPACES TO CARD-CHARGE-RECORD.
            MOVE WS-CHARGE-NUMBER   TO VC-CHARGE-NUMBER.
            MOVE PAY-VENDOR-NUMBER  TO VC-VENDOR-NUMBER.
            MOVE PAY-VENDOR-NAME    TO VC-VENDOR-NAME.
            MOVE PAY-COMPANY-CODE   TO VC-COMPANY-CODE.
            MOVE PAY-PAYMENT-DATE   TO VC-PAYMENT-DATE.
            MOVE WS-RUN-DATE        TO VC-REQUEST-DATE.
            MOVE PAY-AMOUNT         TO VC-AMOUNT.
            MOVE PAY-INVOICE-COUNT  TO VC-INVOICE-COUNT.
            SET VC-STATUS-REQUESTED TO TRUE.
            MOVE ZERO TO VC-AUTH-DATE VC-SETTLED-DATE
                VC-SETTLED-AMOUNT VC-REBATE-AMOUNT.
            WRITE CARD-CHARGE-RECORD.
            IF NOT WS-CARD-CHARGE-OK
                DISPLAY "UNABLE TO REGISTER CARD CHARGE "
                    WS-CHARGE-NUMBER ", STATUS = "
                    WS-CARD-CHARGE-STATUS
            END-IF.

      * FLIP THE COVERED INVOICES TO PAID FROM THE PAYMENT-FILE'S
      * OWN "I" RECORDS, EACH FOUND DIRECTLY BY KEY.
       3300-MARK-INVOICES-PAID.
            PERFORM 8100-READ-NEXT-PAYMENT.
            PERFORM 3350-STAMP-ONE-INVOICE
                UNTIL WS-NO-MORE-PAYMENTS OR NOT PAY-TYPE-INVOICE.

      * A NET PLUS DISCOUNT THAT COVERS THE BALANCE SETTLES THE
      * ITEM; ANYTHING LESS IS A PARTIAL - THE AMOUNT GOES ONTO
      * INV-AMOUNT-PAID AND THE ITEM RETURNS TO OPEN.
       3350-STAMP-ONE-INVOICE.
            MOVE PAY-INV-VENDOR-NUMBER  TO INV-VENDOR-NUMBER.
            MOVE PAY-INV-INVOICE-NUMBER TO INV-INVOICE-NUMBER.
            READ INVOICE-FILE
                INVALID KEY
                    DISPLAY "WARNING - COVERED INVOICE NOT ON FILE: "
                        PAY-INV-VENDOR-NUMBER " "
                        PAY-INV-INVOICE-NUMBER
                NOT INVALID KEY
                    IF NOT INV-STATUS-SELECTED
                        DISPLAY "WARNING - COVERED INVOICE NOT "
                            "SELECTED: " PAY-INV-VENDOR-NUMBER " "
                            PAY-INV-INVOICE-NUMBER
                    ELSE
                        IF INV-AMOUNT-PAID + PAY-INV-NET-AMOUNT
                            + PAY-INV-DISCOUNT < INV-AMOUNT
                            ADD PAY-INV-NET-AMOUNT
                                TO INV-AMOUNT-PAID
                            MOVE ZERO TO INV-PARTIAL-AMOUNT
                            SET INV-STATUS-OPEN TO TRUE
                        ELSE
                            SET INV-STATUS-PAID TO TRUE
                            MOVE INV-AMOUNT TO INV-AMOUNT-PAID
                            MOVE ZERO TO INV-PARTIAL-AMOUNT
                        END-IF
                        MOVE WS-PAY-DATE TO INV-PAID-DATE
                        MOVE WS-CHARGE-NUMBER TO INV-CHECK-NUMBER
                        REWRITE INVOICE-RECORD
                        IF NOT WS-INVOICE-FILE-OK
                            DISPLAY "UNABLE TO REWRITE INVOICE, "
                                "STATUS = " WS-INVOICE-FILE-STATUS
                        ELSE
                            ADD 1 TO WS-INVOICES-STAMPED
                        END-IF
                    END-IF
            END-READ.
            PERFORM 8100-READ-NEXT-PAYMENT.

       8100-READ-NEXT-PAYMENT.
            READ PAYMENT-FILE
                AT END SET WS-NO-MORE-PAYMENTS TO TRUE
            END-READ.
            IF NOT WS-PAYMENT-FILE-OK AND NOT WS-PAYMENT-FILE-EOF
                DISPLAY "PAYMENT-FILE READ ERROR, STATUS = "
                    WS-PAYMENT-FILE-STATUS
                SET WS-NO-MORE-PAYMENTS TO TRUE
            END-IF.

      * THE TRAILER CLOSES THE REQUEST FILE, AND THE LAST CHARGE
      * NUMBER USED GOES BACK ON THE CONTROL RECORD.
       9000-TERMINATE.
            IF WS-REQUEST-FILE-OK
                MOVE SPACES TO RQ-TRAILER-RECORD
                MOVE "T" TO RQ-T-RECORD-TYPE
                MOVE WS-CHARGES-WRITTEN TO RQ-T-CHARGE-COUNT
                MOVE WS-CHARGE-AMOUNT-TOTAL TO RQ-T-AMOUNT-TOTAL
                WRITE RQ-TRAILER-RECORD
            END-IF.
            IF WS-REGISTER-OPEN
                MOVE ZERO TO VC-CTL-KEY
                READ CARD-CHARGE-FILE
                    INVALID KEY
                        DISPLAY "CARD REGISTER CONTROL RECORD MISSING"
                    NOT INVALID KEY
                        MOVE WS-CHARGE-NUMBER TO VC-CTL-LAST-CHARGE
                        IF WS-CHARGES-WRITTEN > ZERO
                            MOVE WS-RUN-DATE
                                TO VC-CTL-LAST-REQUEST-DATE
                        END-IF
                        REWRITE CARD-CONTROL-RECORD
                END-READ
            END-IF.
            MOVE "E" TO WS-RL-FUNCTION.
            MOVE WS-PAYMENTS-READ TO WS-RL-RECORDS-IN.
            MOVE WS-CHARGES-WRITTEN TO WS-RL-RECORDS-OUT.
            MOVE WS-CHARGES-SKIPPED TO WS-RL-REJECTS.
            MOVE WS-CHARGE-AMOUNT-TOTAL TO WS-RL-VALUE.
            IF WS-CHARGES-SKIPPED = ZERO
                MOVE "CLEAN" TO WS-RL-STATUS-TEXT
            ELSE
                MOVE "REVIEW" TO WS-RL-STATUS-TEXT
            END-IF.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            DISPLAY "CARD CHARGES SENT       : " WS-CHARGES-WRITTEN.
            DISPLAY "CARD CHARGES SKIPPED    : " WS-CHARGES-SKIPPED.
            DISPLAY "OTHER PAYMENTS BYPASSED : " WS-OTHERS-BYPASSED.
            DISPLAY "INVOICES STAMPED PAID   : " WS-INVOICES-STAMPED.
            DISPLAY "CARD AMOUNT TOTAL       : "
                WS-CHARGE-AMOUNT-TOTAL.
            DISPLAY "LAST CHARGE NUMBER      : " WS-CHARGE-NUMBER.
            CLOSE CARD-REQUEST-FILE.
            CLOSE CARD-CHARGE-FILE.
            CLOSE INVOICE-FILE.
            CLOSE VENDOR-FILE.
            CLOSE PAYMENT-FILE.
       END PROGRAM VCDGEN01.

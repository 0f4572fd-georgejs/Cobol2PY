      *                  item (invoice RETpppppppppp-nn) due at
      *                  once, and comes off the RETAINAGE-FILE
      *                  balance.
      *   2026-10-15 DW  Raising a PO now asks for the match type -
      *                  3 (the default) for goods, which invoice
      *                  entry will not pass until RCVENT01 shows
      *                  them received, or 2 for services matched to
      *                  the authorization alone.  Inquiry shows it.
      *   2026-10-15 DW  A retainage release now lands PENDING
      *                  APPROVAL - accepting the job and letting
      *                  the withheld money go is the approver's
      *                  call in INVAPR01, not the clerk's.
      *   2026-10-15 DW  The invoice written here starts with the new
      *                  prepayment fields clear - nothing applied.
      *   2026-10-15 DW  The invoice written here starts with the new
      *                  contract number clear - it bills against no
      *                  vendor contract.
      *   2026-10-15 DW  The invoice written here starts with the new
      *                  remit-to code clear - it pays at the vendor's
      *                  default remit-to address.
      *   2026-10-15 DW  Stamps a retainage release invoice with the
      *                  entry date, time and operator.
      *   2026-10-15 DW  INV-HOLD-DATE written zero - an invoice built
      *                  from a PO never starts on hold.
      *   2026-10-15 DW  The invoice written here starts with the new
      *                  allocation template clear - its distribution
      *                  is not expanded from a template.
      *   2026-10-15 DW  Encumbrance.  Raising a PO now asks for the
      *                  cost center it spends against and encumbers
      *                  that cost center's BUDGET-FILE record for the
      *                  period by the authorized amount - warning,
      *                  and asking before raising, when that takes
      *                  the budget past what is set.  Closing the PO
      *                  releases whatever is still encumbered;
      *                  INVBLD01 relieves it as invoices voucher.
      *                  Inquiry shows what is still encumbered.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POENT01.
           COPY "SLPO01.cbl".
           COPY "SLRET01.cbl".
           COPY "SLINV01.cbl".
           COPY "SLBGT01.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "fdvnd01.cbl".
           COPY "FDPO01.cbl".
           COPY "FDRET01.cbl".
           COPY "FDINV01.cbl".
           COPY "FDBGT01.cbl".

       WORKING-STORAGE SECTION.
       01  WS-VENDOR-FILE-STATUS      PIC X(02).
           88 WS-INVOICE-FILE-OK          VALUE "00".
           88 WS-INVOICE-FILE-MISSING     VALUE "35".
           88 WS-INVOICE-DUP-KEY          VALUE "22".
       01  WS-BUDGET-FILE-STATUS      PIC X(02).
           88 WS-BUDGET-FILE-OK           VALUE "00".
           88 WS-BUDGET-FILE-MISSING      VALUE "35".
           88 WS-BUDGET-NOT-FOUND         VALUE "23".

      * FIELDS FOR THE RECLCK01 RECORD-LOCK CALLS.
       01  WS-RK-FUNCTION            PIC X(01).
       01  WS-ENTRY-AMOUNT             PIC X(12).
       01  WS-ENTRY-AMOUNT-9           PIC 9(12).
       01  WS-ENTRY-PCT                PIC X(03).
       01  WS-ENTRY-MATCH-TYPE         PIC X(01).
       01  WS-PCT-DIGITS               PIC 9(03).
       01  WS-PO-BALANCE               PIC S9(09)V99.
       01  WS-BALANCE-EDITED           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           88 WS-RELEASE-WRITTEN           VALUE "Y".
       01  WS-TODAY                    PIC 9(08).

      * THE ENCUMBRANCE - THE COST CENTER KEYED WHEN THE ORDER IS
      * RAISED, THE SIGNED CHANGE TO POST TO ITS BUDGET RECORD, AND
      * THE ROOM LEFT IN THE BUDGET FOR THE OVER-BUDGET WARNING.
       01  WS-ENTRY-COST-CENTER        PIC X(06).
       01  WS-ENC-CHANGE               PIC S9(09)V99.
       01  WS-BUDGET-ROOM              PIC S9(11)V99.
       01  WS-RAISE-ANSWER             PIC X(01).
       01  WS-RAISE-SWITCH             PIC X(01).
           88 WS-RAISE-OK                  VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
            DISPLAY "ENTER OPERATOR ID: ".
            ACCEPT WS-OPERATOR-ID.
            PERFORM 1000-INITIALIZE.
            PERFORM 2000-ENTRY-LOOP UNTIL WS-ENTRY-DONE.
            CLOSE BUDGET-FILE.
            CLOSE INVOICE-FILE.
            CLOSE RETAINAGE-FILE.
            CLOSE PO-FILE.
                DISPLAY "UNABLE TO OPEN INVOICE-FILE, STATUS = "
                    WS-INVOICE-FILE-STATUS
            END-IF.
            OPEN I-O BUDGET-FILE.
            IF WS-BUDGET-FILE-MISSING
                OPEN OUTPUT BUDGET-FILE
                CLOSE BUDGET-FILE
                OPEN I-O BUDGET-FILE
            END-IF.
            IF NOT WS-BUDGET-FILE-OK
                DISPLAY "UNABLE TO OPEN BUDGET-FILE, STATUS = "
                    WS-BUDGET-FILE-STATUS
            END-IF.

       2000-ENTRY-LOOP.
            DISPLAY "1-RAISE PO  2-INQUIRE  3-CLOSE PO  "
            DISPLAY "ENTER RETAINAGE PCT (3 DIGITS, 010 = 10 PCT, "
                "000 = NONE): ".
            ACCEPT WS-ENTRY-PCT.
            DISPLAY "ENTER MATCH TYPE (3 = GOODS, RECEIVE BEFORE "
                "PAYING, 2 = SERVICES - BLANK IS 3): ".
            ACCEPT WS-ENTRY-MATCH-TYPE.
            IF WS-ENTRY-MATCH-TYPE = SPACE
                MOVE "3" TO WS-ENTRY-MATCH-TYPE
            END-IF.
            DISPLAY "ENTER COST CENTER TO ENCUMBER (BLANK = NONE): ".
            ACCEPT WS-ENTRY-COST-CENTER.
            IF PO-NUMBER = SPACES
                DISPLAY "PO NUMBER IS REQUIRED"
            ELSE IF PO-VENDOR-NUMBER NOT NUMERIC
                DISPLAY "AMOUNT MUST BE ALL DIGITS"
            ELSE IF WS-ENTRY-PCT NOT NUMERIC
                DISPLAY "RETAINAGE PCT MUST BE 3 DIGITS"
            ELSE IF WS-ENTRY-MATCH-TYPE NOT = "2" AND NOT = "3"
                DISPLAY "MATCH TYPE MUST BE 2 OR 3"
            ELSE
                MOVE PO-VENDOR-NUMBER TO VENDOR-NUMBER
                READ VENDOR-FILE
                END-READ
                IF WS-VENDOR-FILE-OK
                    IF VENDOR-ACTIVE
                        PERFORM 3050-CHECK-BUDGET-ROOM
                        IF WS-RAISE-OK
                            PERFORM 3100-WRITE-PO
                        ELSE
                            DISPLAY "PO NOT RAISED"
                        END-IF
                    ELSE
                        DISPLAY "VENDOR " VENDOR-NUMBER
                            " IS INACTIVE - PO NOT RAISED"
                END-IF
            END-IF.

      * AN ORDER THAT WOULD TAKE ITS COST CENTER PAST THE PERIOD
      * BUDGET - WHAT IS ALREADY SPENT PLUS WHAT OTHER OPEN ORDERS
      * HAVE ENCUMBERED - IS RAISED ONLY IF THE CLERK SAYS SO.  NO
      * BUDGET SET FOR THE PERIOD MEANS NOTHING TO WARN ABOUT.
       3050-CHECK-BUDGET-ROOM.
            SET WS-RAISE-OK TO TRUE.
            IF WS-ENTRY-COST-CENTER NOT = SPACES
                ACCEPT WS-TODAY FROM DATE YYYYMMDD
                MOVE WS-ENTRY-COST-CENTER TO BG-COST-CENTER
                MOVE WS-TODAY(1:6) TO BG-PERIOD
                READ BUDGET-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM 3060-WARN-OVER-BUDGET
                END-READ
            END-IF.

       3060-WARN-OVER-BUDGET.
            IF BG-ENCUMBERED-AMOUNT NOT NUMERIC
                MOVE ZERO TO BG-ENCUMBERED-AMOUNT
            END-IF.
            MOVE WS-ENTRY-AMOUNT TO WS-ENTRY-AMOUNT-9.
            COMPUTE WS-BUDGET-ROOM = BG-BUDGET-AMOUNT
                - BG-COMMITTED-AMOUNT - BG-ENCUMBERED-AMOUNT
                - WS-ENTRY-AMOUNT-9 / 100.
            IF BG-BUDGET-AMOUNT > ZERO AND WS-BUDGET-ROOM < ZERO
                DISPLAY "WARNING - COST CENTER " BG-COST-CENTER
                    " PERIOD " BG-PERIOD " WOULD BE OVER BUDGET BY "
                    WS-BUDGET-ROOM
                DISPLAY "RAISE PO ANYWAY (Y/N): "
                ACCEPT WS-RAISE-ANSWER
                IF WS-RAISE-ANSWER NOT = "Y"
                    MOVE "N" TO WS-RAISE-SWITCH
                END-IF
            END-IF.

       3100-WRITE-PO.
            MOVE WS-ENTRY-AMOUNT TO WS-ENTRY-AMOUNT-9.
            COMPUTE PO-AUTHORIZED-AMOUNT = WS-ENTRY-AMOUNT-9 / 100.
            MOVE ZERO TO PO-VOUCHERED-AMOUNT.
            ACCEPT PO-ENTRY-DATE FROM DATE YYYYMMDD.
            MOVE WS-ENTRY-COST-CENTER TO PO-COST-CENTER.
            MOVE PO-ENTRY-DATE(1:6) TO PO-ENCUMBER-PERIOD.
            IF PO-COST-CENTER = SPACES
                MOVE ZERO TO PO-ENCUMBERED-AMOUNT
            ELSE
                MOVE PO-AUTHORIZED-AMOUNT TO PO-ENCUMBERED-AMOUNT
            END-IF.
            SET PO-STATUS-OPEN TO TRUE.
            MOVE WS-ENTRY-PCT TO WS-PCT-DIGITS.
            COMPUTE PO-RETAINAGE-PCT = WS-PCT-DIGITS / 100.
            MOVE WS-ENTRY-MATCH-TYPE TO PO-MATCH-TYPE.
            WRITE PO-RECORD
                INVALID KEY
                    DISPLAY "PO " PO-NUMBER " IS ALREADY ON FILE"
                    DISPLAY "PO " PO-NUMBER " RAISED FOR VENDOR "
                        PO-VENDOR-NUMBER " AMOUNT "
                        PO-AUTHORIZED-AMOUNT
                    IF PO-ENCUMBERED-AMOUNT NOT = ZERO
                        MOVE PO-ENCUMBERED-AMOUNT TO WS-ENC-CHANGE
                        PERFORM 3300-POST-ENCUMBRANCE
                    END-IF
            END-WRITE.
            IF NOT WS-PO-FILE-OK AND NOT WS-PO-DUP-KEY
                DISPLAY "UNABLE TO WRITE PO-RECORD, STATUS = "
                    WS-PO-FILE-STATUS
            END-IF.

      * POST WS-ENC-CHANGE - PLUS WHEN AN ORDER IS RAISED, MINUS
      * WHEN ONE IS CLOSED - TO THE BUDGET RECORD FOR THE ORDER'S
      * COST CENTER AND ENCUMBRANCE PERIOD, CREATING ONE WITH A ZERO
      * BUDGET THE SAME WAY INVOICE ENTRY DOES FOR COMMITTED SPEND.
       3300-POST-ENCUMBRANCE.
            MOVE PO-COST-CENTER TO BG-COST-CENTER.
            MOVE PO-ENCUMBER-PERIOD TO BG-PERIOD.
            READ BUDGET-FILE
                INVALID KEY
                    IF WS-ENC-CHANGE > ZERO
                        MOVE ZERO TO BG-BUDGET-AMOUNT
                        MOVE ZERO TO BG-COMMITTED-AMOUNT
                        MOVE WS-ENC-CHANGE TO BG-ENCUMBERED-AMOUNT
                        WRITE BUDGET-RECORD
                    END-IF
                NOT INVALID KEY
                    IF BG-ENCUMBERED-AMOUNT NOT NUMERIC
                        MOVE ZERO TO BG-ENCUMBERED-AMOUNT
                    END-IF
                    ADD WS-ENC-CHANGE TO BG-ENCUMBERED-AMOUNT
                    REWRITE BUDGET-RECORD
            END-READ.
            IF NOT WS-BUDGET-FILE-OK AND NOT WS-BUDGET-NOT-FOUND
                DISPLAY "UNABLE TO UPDATE BUDGET-FILE, STATUS = "
                    WS-BUDGET-FILE-STATUS
            ELSE IF WS-BUDGET-FILE-OK
                DISPLAY "  COST CENTER " BG-COST-CENTER " PERIOD "
                    BG-PERIOD " ENCUMBERED " BG-ENCUMBERED-AMOUNT
            END-IF.

       4000-INQUIRE-PO.
            DISPLAY "ENTER PO NUMBER: ".
            ACCEPT PO-NUMBER.
                        " VOUCHERED " PO-VOUCHERED-AMOUNT
                        " BALANCE " WS-BALANCE-EDITED
                    DISPLAY "  RETAINAGE PCT " PO-RETAINAGE-PCT
                        "  MATCH TYPE " PO-MATCH-TYPE
                    IF PO-COST-CENTER NOT = SPACES
                        AND PO-ENCUMBERED-AMOUNT NUMERIC
                        DISPLAY "  COST CENTER " PO-COST-CENTER
                            " PERIOD " PO-ENCUMBER-PERIOD
                            " STILL ENCUMBERED " PO-ENCUMBERED-AMOUNT
                    END-IF
                    PERFORM 4500-SHOW-RETAINED-BALANCE
            END-READ.

                DISPLAY "PO " PO-NUMBER " IS ALREADY CLOSED"
            ELSE
                SET PO-STATUS-CLOSED TO TRUE
                IF PO-ENCUMBERED-AMOUNT NOT NUMERIC
                    MOVE ZERO TO PO-ENCUMBERED-AMOUNT
                END-IF
                COMPUTE WS-ENC-CHANGE = ZERO - PO-ENCUMBERED-AMOUNT
                MOVE ZERO TO PO-ENCUMBERED-AMOUNT
                REWRITE PO-RECORD
                IF WS-PO-FILE-OK
                    DISPLAY "PO " PO-NUMBER " CLOSED"
                    IF WS-ENC-CHANGE NOT = ZERO
                        AND PO-COST-CENTER NOT = SPACES
                        PERFORM 3300-POST-ENCUMBRANCE
                    END-IF
                ELSE
                    DISPLAY "UNABLE TO REWRITE PO, STATUS = "
                        WS-PO-FILE-STATUS
                WS-RK-RECORD-KEY WS-OPERATOR-ID WS-RK-PROGRAM
                WS-RK-HOLDER WS-RK-RESULT.

      * TURN RETAINED MONEY BACK INTO A PAYABLE ITEM.  THE
      * RELEASED AMOUNT (ZERO TAKES THE WHOLE HELD BALANCE) BECOMES
      * AN INVOICE DUE AT ONCE - RETpppppppppp-nn, SO EVERY RELEASE
      * AGAINST THE ORDER KEYS UNIQUELY - AND COMES OFF THE
      * RETAINAGE BALANCE.  IT WAITS FOR APPROVAL LIKE ANY INVOICE.
       6000-RELEASE-RETAINAGE.
            DISPLAY "ENTER PO NUMBER: ".
            ACCEPT PO-NUMBER.
            MOVE WS-TODAY TO INV-INVOICE-DATE.
            MOVE WS-TODAY TO INV-DUE-DATE.
            MOVE WS-RELEASE-AMOUNT TO INV-AMOUNT.
            SET INV-STATUS-PENDING TO TRUE.
            MOVE ZERO TO INV-PAID-DATE.
            MOVE ZERO TO INV-CHECK-NUMBER.
            MOVE ZERO TO INV-DISCOUNT-DATE.
            MOVE SPACES TO INV-TAX-JURISDICTION.
            MOVE ZERO TO INV-USE-TAX-AMOUNT.
            MOVE "01" TO INV-COMPANY-CODE.
            MOVE SPACES TO INV-APPROVED-BY.
            MOVE ZERO TO INV-APPROVAL-DATE.
            MOVE SPACES TO INV-PREPAY-NUMBER.
            MOVE ZERO TO INV-PREPAY-APPLIED.
            MOVE ZERO TO INV-PREPAY-DATE.
            MOVE ZERO TO INV-PREPAY-CONSUMED.
            MOVE SPACES TO INV-CONTRACT-NUMBER.
            MOVE SPACES TO INV-REMIT-CODE.
            MOVE WS-TODAY TO INV-ENTRY-DATE.
            ACCEPT INV-ENTRY-TIME FROM TIME.
            MOVE WS-OPERATOR-ID TO INV-ENTERED-BY.
            MOVE ZERO TO INV-HOLD-DATE.
            MOVE SPACES TO INV-ALLOC-TEMPLATE.
            WRITE INVOICE-RECORD
                INVALID KEY
                    CONTINUE

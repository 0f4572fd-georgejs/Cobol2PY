      *                  balance, leaving the rest open.  Level 3,
      *                  like releasing a hold - it decides what
      *                  money goes out.
      *   2026-10-15 DW  Releasing a NO RECEIPT or PRICE VARIANCE
      *                  hold on an invoice nobody has approved yet
      *                  puts it PENDING APPROVAL rather than open,
      *                  so clearing the match never skips INVAPR01.
      *   2026-10-15 DW  Added option 5 - apply a paid prepayment to
      *                  the vendor's open invoice.  The amount
      *                  applied (the prepayment's unapplied balance
      *                  or the invoice balance, whichever is less)
      *                  goes onto the invoice's paid-to-date and its
      *                  prepayment fields and onto the prepayment's
      *                  consumed amount; an invoice the prepayment
      *                  covers whole is settled on the spot with no
      *                  check.  Level 3 - it decides what money goes
      *                  out.
      *   2026-10-15 DW  The contract holds set at entry - OVER
      *                  CEILING and OFF CONTRACT - release to
      *                  PENDING APPROVAL the same way as the match
      *                  holds.
      *   2026-10-15 DW  Releasing an expense held over policy (reason
      *                  E) sends it on to approval like the other
      *                  entry-time holds.
      *   2026-10-15 DW  Holding an invoice stamps INV-HOLD-DATE with
      *                  today; releasing it clears the date, so the
      *                  operator work queue can age what is held.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVHLD01.
           88 WS-CHOICE-RELEASE            VALUE "2".
           88 WS-CHOICE-BROWSE             VALUE "3".
           88 WS-CHOICE-PARTIAL            VALUE "4".
           88 WS-CHOICE-PREPAY             VALUE "5".
           88 WS-CHOICE-EXIT               VALUE "9".
       01  WS-REQUIRED-LEVEL          PIC 9(01).
       01  WS-REASON-CODE              PIC X(01).
       01  WS-ENTRY-AMOUNT-9           PIC 9(12).
       01  WS-PARTIAL-AMOUNT           PIC S9(09)V99.

      * PREPAYMENT APPLICATION - THE INVOICE IS HELD HERE WHILE THE
      * PREPAYMENT IS READ INTO THE SAME BUFFER.
       01  WS-TODAY                    PIC 9(08).
       01  WS-SAVED-INVOICE            PIC X(200).
       01  WS-PREPAY-INVOICE           PIC X(15).
       01  WS-PREPAY-COMPANY           PIC X(02).
       01  WS-INVOICE-COMPANY          PIC X(02).
       01  WS-PREPAY-UNAPPLIED         PIC S9(09)V99.
       01  WS-APPLY-AMOUNT             PIC S9(09)V99.
       01  WS-PREPAY-OK-SWITCH         PIC X(01).
           88 WS-PREPAY-IS-OK              VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 0500-SIGN-ON.

       1000-HOLD-LOOP.
            DISPLAY "1-HOLD INVOICE  2-RELEASE HOLD  "
                "3-BROWSE VENDOR HOLDS  4-APPROVE PARTIAL  "
                "5-APPLY PREPAYMENT  9-EXIT".
            DISPLAY "ENTER CHOICE: ".
            ACCEPT WS-MENU-CHOICE.
            IF WS-CHOICE-EXIT
                SET WS-HOLDS-DONE TO TRUE
            ELSE IF WS-CHOICE-HOLD OR WS-CHOICE-RELEASE
                OR WS-CHOICE-BROWSE OR WS-CHOICE-PARTIAL
                OR WS-CHOICE-PREPAY
                PERFORM 1100-GATE-AND-DISPATCH
            ELSE
                DISPLAY "INVALID CHOICE"
            END-IF.

      * BROWSING IS INQUIRY, HOLDING IS MAINTENANCE, RELEASING A
      * HOLD, APPROVING A PARTIAL OR APPLYING A PREPAYMENT DECIDES
      * WHAT MONEY GOES OUT -
      * EACH HAS ITS OWN FLOOR, AND A DENIED CHOICE IS JOURNALED
      * LIKE A USED ONE.
       1100-GATE-AND-DISPATCH.
                        PERFORM 4000-BROWSE-VENDOR-HOLDS
                    WHEN WS-CHOICE-PARTIAL
                        PERFORM 4500-APPROVE-PARTIAL
                    WHEN WS-CHOICE-PREPAY
                        PERFORM 4700-APPLY-PREPAYMENT
                END-EVALUATE
            END-IF.

            IF WS-REASON-CODE = "P" OR "D" OR "C" OR "M"
                SET INV-STATUS-HELD TO TRUE
                MOVE WS-REASON-CODE TO INV-HOLD-REASON
                ACCEPT INV-HOLD-DATE FROM DATE YYYYMMDD
                REWRITE INVOICE-RECORD
                IF NOT WS-INVOICE-FILE-OK
                    DISPLAY "UNABLE TO REWRITE INVOICE, STATUS = "
                    DISPLAY "INVOICE IS NOT ON HOLD - STATUS "
                        INV-STATUS
                ELSE
      * A MATCH, CONTRACT OR EXPENSE-POLICY HOLD IS SET AT ENTRY,
      * BEFORE ANYONE HAS APPROVED THE INVOICE - CLEARING IT SENDS
      * THE INVOICE ON TO ITS APPROVER, NOT STRAIGHT TO THE PAYMENT
      * RUN.
                    IF INV-APPROVED-BY = SPACES
                        AND (INV-HOLD-NO-RECEIPT
                        OR INV-HOLD-PRICE-VARIANCE
                        OR INV-HOLD-OVER-CEILING
                        OR INV-HOLD-OFF-CONTRACT
                        OR INV-HOLD-OVER-POLICY)
                        SET INV-STATUS-PENDING TO TRUE
                    ELSE
                        SET INV-STATUS-OPEN TO TRUE
                    END-IF
                    SET INV-HOLD-NONE TO TRUE
                    MOVE ZERO TO INV-HOLD-DATE
                    REWRITE INVOICE-RECORD
                    IF NOT WS-INVOICE-FILE-OK
                        DISPLAY "UNABLE TO REWRITE INVOICE, STATUS = "
                            WS-INVOICE-FILE-STATUS
                    ELSE
                        IF INV-STATUS-PENDING
                            DISPLAY "HOLD RELEASED - INVOICE "
                                INV-INVOICE-NUMBER
                                " NOW AWAITS APPROVAL"
                        ELSE
                            DISPLAY "HOLD RELEASED - INVOICE "
                                INV-INVOICE-NUMBER " IS OPEN AGAIN"
                        END-IF
                        MOVE SPACES TO WS-OS-EVENT
                        STRING "UNHOLD " DELIMITED BY SIZE
                               INV-INVOICE-NUMBER DELIMITED BY SIZE
                END-IF
            END-IF.

      * APPLY A PAID PREPAYMENT TO THE INVOICE IT WAS A DEPOSIT ON.
      * ONLY AN OPEN (APPROVED, UNHELD, UNSELECTED) INVOICE TAKES
      * ONE, AND ONLY ONE - A SECOND DEPOSIT AGAINST THE SAME BILL
      * IS A CONVERSATION WITH THE VENDOR, NOT A KEYSTROKE.
       4700-APPLY-PREPAYMENT.
            PERFORM 5000-GET-INVOICE-KEY.
            IF WS-INVOICE-FILE-OK
                IF NOT INV-DOC-INVOICE
                    DISPLAY "NOT AN INVOICE - A PREPAYMENT APPLIES "
                        "ONLY TO AN INVOICE"
                ELSE IF NOT INV-STATUS-OPEN
                    DISPLAY "INVOICE IS NOT OPEN - STATUS "
                        INV-STATUS " - NOTHING APPLIED"
                ELSE IF INV-PREPAY-APPLIED NOT = ZERO
                    DISPLAY "PREPAYMENT " INV-PREPAY-NUMBER
                        " IS ALREADY APPLIED TO THIS INVOICE"
                ELSE
                    COMPUTE WS-OPEN-BALANCE =
                        INV-AMOUNT - INV-AMOUNT-PAID
                    DISPLAY "INVOICE AMOUNT " INV-AMOUNT
                        "  PAID TO DATE " INV-AMOUNT-PAID
                        "  BALANCE " WS-OPEN-BALANCE
                    PERFORM 4710-FIND-PREPAYMENT
                END-IF
            END-IF.

      * THE PREPAYMENT MUST BE THE SAME VENDOR'S, FOR THE SAME
      * COMPANY, ALREADY PAID OUT, AND NOT YET USED UP.
       4710-FIND-PREPAYMENT.
            MOVE "N" TO WS-PREPAY-OK-SWITCH.
            MOVE INVOICE-RECORD TO WS-SAVED-INVOICE.
            MOVE INV-COMPANY-CODE TO WS-INVOICE-COMPANY.
            IF WS-INVOICE-COMPANY = SPACES
                MOVE "01" TO WS-INVOICE-COMPANY
            END-IF.
            DISPLAY "ENTER PREPAYMENT NUMBER: ".
            ACCEPT WS-PREPAY-INVOICE.
            MOVE WS-PREPAY-INVOICE TO INV-INVOICE-NUMBER.
            READ INVOICE-FILE
                INVALID KEY
                    DISPLAY "PREPAYMENT NOT ON FILE FOR VENDOR "
                        INV-VENDOR-NUMBER
                NOT INVALID KEY
                    PERFORM 4720-CHECK-PREPAYMENT
            END-READ.
            IF WS-PREPAY-IS-OK
                PERFORM 4730-APPLY-TO-INVOICE
            END-IF.

       4720-CHECK-PREPAYMENT.
            MOVE INV-COMPANY-CODE TO WS-PREPAY-COMPANY.
            IF WS-PREPAY-COMPANY = SPACES
                MOVE "01" TO WS-PREPAY-COMPANY
            END-IF.
            COMPUTE WS-PREPAY-UNAPPLIED =
                INV-AMOUNT - INV-PREPAY-CONSUMED.
            IF NOT INV-DOC-PREPAYMENT
                DISPLAY INV-INVOICE-NUMBER " IS NOT A PREPAYMENT"
            ELSE IF NOT INV-STATUS-PAID
                DISPLAY "PREPAYMENT IS NOT PAID YET - STATUS "
                    INV-STATUS " - NOTHING TO APPLY"
            ELSE IF WS-PREPAY-UNAPPLIED NOT > ZERO
                DISPLAY "PREPAYMENT IS ALREADY FULLY APPLIED"
            ELSE IF WS-PREPAY-COMPANY NOT = WS-INVOICE-COMPANY
                DISPLAY "PREPAYMENT IS COMPANY " WS-PREPAY-COMPANY
                    ", INVOICE IS COMPANY " WS-INVOICE-COMPANY
            ELSE
                SET WS-PREPAY-IS-OK TO TRUE
            END-IF.

      * THE PREPAYMENT IS CONSUMED FIRST, SO A FAILURE ON THE
      * INVOICE SIDE CAN NEVER LEAVE THE SAME DEPOSIT SPENDABLE
      * TWICE.  A COVERED INVOICE SETTLES NOW WITH NO CHECK NUMBER;
      * A PARTLY COVERED ONE STAYS OPEN FOR THE NEXT RUN TO PAY THE
      * REST, AND ANY APPROVED PARTIAL THAT NO LONGER SITS UNDER
      * THE BALANCE IS TAKEN OFF.
       4730-APPLY-TO-INVOICE.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            IF WS-PREPAY-UNAPPLIED < WS-OPEN-BALANCE
                MOVE WS-PREPAY-UNAPPLIED TO WS-APPLY-AMOUNT
            ELSE
                MOVE WS-OPEN-BALANCE TO WS-APPLY-AMOUNT
            END-IF.
            ADD WS-APPLY-AMOUNT TO INV-PREPAY-CONSUMED.
            MOVE WS-TODAY TO INV-PREPAY-DATE.
            REWRITE INVOICE-RECORD.
            IF NOT WS-INVOICE-FILE-OK
                DISPLAY "UNABLE TO REWRITE PREPAYMENT, STATUS = "
                    WS-INVOICE-FILE-STATUS
            ELSE
                MOVE WS-SAVED-INVOICE TO INVOICE-RECORD
                READ INVOICE-FILE
                    INVALID KEY
                        DISPLAY "INVOICE " INV-INVOICE-NUMBER
                            " HAS GONE - PREPAYMENT "
                            WS-PREPAY-INVOICE " CONSUMED, FIX BY HAND"
                    NOT INVALID KEY
                        PERFORM 4740-STAMP-THE-INVOICE
                END-READ
            END-IF.

       4740-STAMP-THE-INVOICE.
            MOVE WS-PREPAY-INVOICE TO INV-PREPAY-NUMBER.
            MOVE WS-APPLY-AMOUNT TO INV-PREPAY-APPLIED.
            MOVE WS-TODAY TO INV-PREPAY-DATE.
            ADD WS-APPLY-AMOUNT TO INV-AMOUNT-PAID.
            IF INV-AMOUNT-PAID NOT < INV-AMOUNT
                SET INV-STATUS-PAID TO TRUE
                MOVE INV-AMOUNT TO INV-AMOUNT-PAID
                MOVE ZERO TO INV-PARTIAL-AMOUNT
                MOVE WS-TODAY TO INV-PAID-DATE
                MOVE ZERO TO INV-CHECK-NUMBER
            ELSE IF INV-PARTIAL-AMOUNT NOT <
                INV-AMOUNT - INV-AMOUNT-PAID
                MOVE ZERO TO INV-PARTIAL-AMOUNT
            END-IF.
            REWRITE INVOICE-RECORD.
            IF NOT WS-INVOICE-FILE-OK
                DISPLAY "UNABLE TO REWRITE INVOICE, STATUS = "
                    WS-INVOICE-FILE-STATUS
                DISPLAY "PREPAYMENT " WS-PREPAY-INVOICE
                    " CONSUMED, FIX BY HAND"
            ELSE
                IF INV-STATUS-PAID
                    DISPLAY "APPLIED " WS-APPLY-AMOUNT " - INVOICE "
                        INV-INVOICE-NUMBER " SETTLED BY PREPAYMENT"
                ELSE
                    DISPLAY "APPLIED " WS-APPLY-AMOUNT " - INVOICE "
                        INV-INVOICE-NUMBER " LEFT OPEN FOR THE REST"
                END-IF
                MOVE SPACES TO WS-OS-EVENT
                STRING "PREPAY " DELIMITED BY SIZE
                       INV-INVOICE-NUMBER DELIMITED BY SIZE
                    INTO WS-OS-EVENT
                MOVE "O" TO WS-OS-RESULT
                PERFORM 5500-JOURNAL-EVENT
            END-IF.

       4900-READ-NEXT-INVOICE.
            READ INVOICE-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE

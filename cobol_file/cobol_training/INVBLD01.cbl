      *   2026-09-02 DW  The invoice now carries its company code
      *                  from the transaction - blank loads as the
      *                  parent ("01").
      *   2026-10-15 DW  Three-way match.  An invoice against a
      *                  goods order (PO-MATCH-THREE-WAY) must also
      *                  be covered by what the dock has signed for
      *                  on RECEIVING-FILE, valued at the order's
      *                  unit prices, less what is already vouchered
      *                  on the order.  Nothing received and not yet
      *                  billed puts the invoice on a NO RECEIPT
      *                  hold; a billing over the received value by
      *                  more than the tolerance (five percent and
      *                  fifty dollars, whichever is less) goes on a
      *                  PRICE VARIANCE hold.  A held invoice is
      *                  loaded and vouchered like any other - it
      *                  just waits for INVHLD01 to release it.
      *   2026-10-15 DW  Approval routing.  A clean invoice now loads
      *                  PENDING APPROVAL instead of open and waits
      *                  for its cost center's approver in INVAPR01
      *                  before any payment run will look at it.  A
      *                  credit memo still loads open - it only ever
      *                  reduces what we pay.
      *   2026-10-15 DW  Prepayments (IT-DOC-TYPE P).  A deposit loads
      *                  as its own document type, positive like an
      *                  invoice and PENDING APPROVAL like one, due on
      *                  its due date or at once when none is keyed.
      *                  It takes no discount, no PO match, no tax and
      *                  no distribution rows - it codes to the
      *                  prepayment account, not to expense - and the
      *                  real invoice that follows is matched and
      *                  vouchered in full as usual.
      *   2026-10-15 DW  Vendor contracts.  A transaction carrying a
      *                  contract number must name an active
      *                  contract of the same vendor on CONTRACT-FILE
      *                  or it rejects.  An invoice dated outside the
      *                  contract's term loads on an OFF CONTRACT
      *                  hold ("K"); one that would carry the amount
      *                  billed against it past its not-to-exceed
      *                  ceiling loads on an OVER CEILING hold ("N").
      *                  Every invoice loaded against a contract adds
      *                  to its consumed amount and every credit memo
      *                  takes back off it; a budget backout reverses
      *                  the consumption with the rest.
      *   2026-10-15 DW  Derived due dates roll forward and derived
      *                  discount dates roll back to a business day
      *                  on the bank-holiday calendar (DATECALC1 F/P).
      *   2026-10-15 DW  Remit-to addresses.  A transaction may carry
      *                  a remit-to code; one that is keyed must be on
      *                  REMIT-TO-FILE for the vendor and released
      *                  (RMTLKP01) or the invoice rejects.  The code
      *                  loads onto INV-REMIT-CODE.
      *   2026-10-15 DW  Stamps each invoice loaded with the entry
      *                  date, time and operator.
      *   2026-10-15 DW  An invoice written on hold carries its
      *                  entry date as INV-HOLD-DATE, so the hold can
      *                  be aged from the day it was set.
      *   2026-10-15 DW  An invoice is rejected when the currency its
      *                  vendor bills in is not active on the currency
      *                  master (CURVAL01).
      *   2026-10-15 DW  An invoice row may name a cost allocation
      *                  template in place of *DST rows.  The
      *                  template must be on file, active and total
      *                  100 percent, and only an invoice may carry
      *                  one.  At the close of its group the template
      *                  is expanded through ALCEXP01 into dist lines
      *                  - rounding on the last line - which prove
      *                  and commit to budget like keyed lines.  *DST
      *                  rows behind a template invoice are skipped.
      *   2026-10-15 DW  An invoice vouchered against a PO now
      *                  relieves the PO's budget encumbrance by the
      *                  billed amount (never more than is left) on
      *                  the PO and on its cost center's BUDGET-FILE
      *                  record; a backed-out invoice puts it back.
      *                  New budget records start with nothing
      *                  encumbered.
      *   2026-10-15 DW  Asset-addition feed.  Once an invoice's
      *                  distribution lines prove and commit, every
      *                  line coded to a capital GL account (CAPMNT01)
      *                  is written through CAPFED01 to the asset
      *                  register's interface file.  An interactive
      *                  run asks for each one's in-service date and
      *                  description; overnight they are left for
      *                  the asset team.  The count shows with the
      *                  run's control totals.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVBLD01.
           COPY "SLBGT01.cbl".
           COPY "SLTAX01.cbl".
           COPY "SLRET01.cbl".
           COPY "SLRCV01.cbl".
           COPY "SLCTR01.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "fdvnd01.cbl".
           COPY "FDBGT01.cbl".
           COPY "FDTAX01.cbl".
           COPY "FDRET01.cbl".
           COPY "FDRCV01.cbl".
           COPY "FDCTR01.cbl".

       WORKING-STORAGE SECTION.
       01  WS-VENDOR-FILE-STATUS      PIC X(02).

       01  WS-VENDOR-OK-SWITCH         PIC X(01) VALUE "N".
           88 WS-VENDOR-IS-OK              VALUE "Y".

      * FIELDS FOR THE CURVAL01 CURRENCY MASTER LOOK-UP.
       01  WS-CV-CURRENCY-CODE         PIC X(03).
       01  WS-CV-DESCRIPTION           PIC X(30).
       01  WS-CV-DECIMAL-PLACES        PIC 9(01).
       01  WS-CV-RAIL-ACH              PIC X(01).
       01  WS-CV-RAIL-WIRE             PIC X(01).
       01  WS-CV-RAIL-CHECK            PIC X(01).
       01  WS-CV-RESULT                PIC X(01).
           88 WS-CV-CURRENCY-ACTIVE        VALUE "A".
       01  WS-PO-FILE-STATUS           PIC X(02).
           88 WS-PO-FILE-OK                VALUE "00".
           88 WS-PO-FILE-MISSING           VALUE "35".
           88 WS-PO-MATCH-OK               VALUE "Y".
       01  WS-PO-BALANCE               PIC S9(09)V99.

      * THE THREE-WAY MATCH.  THE RECEIVED VALUE IS EVERY LINE'S
      * RECEIVED QUANTITY AT THE ORDER'S UNIT PRICE; WHAT IS LEFT TO
      * BILL IS THAT LESS WHAT THE ORDER HAS ALREADY VOUCHERED.
       01  WS-RECEIVING-STATUS        PIC X(02).
           88 WS-RECEIVING-OK             VALUE "00".
           88 WS-RECEIVING-EOF            VALUE "10".
           88 WS-RECEIVING-MISSING        VALUE "35".
       01  WS-RCV-SCAN-SWITCH          PIC X(01).
           88 WS-RCV-SCAN-DONE             VALUE "Y".
       01  WS-RECEIVED-VALUE           PIC S9(09)V99.
       01  WS-RCV-LINE-VALUE           PIC S9(09)V99.
       01  WS-UNBILLED-RECEIPTS        PIC S9(09)V99.
       01  WS-MATCH-VARIANCE           PIC S9(09)V99.
       01  WS-MATCH-TOL-LIMIT          PIC S9(09)V99.
       01  WS-MATCH-TOL-PCT            PIC V99 VALUE .05.
       01  WS-MATCH-TOL-AMOUNT         PIC 9(05)V99 VALUE 50.00.
       01  WS-MATCH-HOLD-REASON        PIC X(01).
           88 WS-MATCH-CLEAN               VALUE SPACE.
       01  WS-MATCH-HOLDS              PIC 9(05) VALUE ZERO.

      * THE VENDOR CONTRACT THE TRANSACTION BILLS AGAINST, IF ANY.
      * NO CONTRACT FILE ONLY MATTERS TO TRANSACTIONS THAT NAME ONE.
       01  WS-CONTRACT-FILE-STATUS     PIC X(02).
           88 WS-CONTRACT-FILE-OK          VALUE "00".
           88 WS-CONTRACT-FILE-MISSING     VALUE "35".
           88 WS-CONTRACT-NOT-FOUND        VALUE "23".
       01  WS-CONTRACT-OK-SWITCH       PIC X(01).
           88 WS-CONTRACT-IS-OK            VALUE "Y".
       01  WS-CONTRACT-HEADROOM        PIC S9(09)V99.
       01  WS-CONTRACT-HOLDS           PIC 9(05) VALUE ZERO.
       01  WS-APPROVALS-PENDING        PIC 9(05) VALUE ZERO.

      * FIELDS FOR THE RMTLKP01 REMIT-TO CALL.  A TRANSACTION THAT
      * NAMES A REMIT-TO MUST NAME ONE ON FILE AND RELEASED.
       01  WS-REMIT-OK-SWITCH          PIC X(01).
           88 WS-REMIT-IS-OK               VALUE "Y".
       01  WS-RR-FUNCTION              PIC X(01).
       01  WS-RR-VENDOR-NUMBER         PIC 9(05).
       01  WS-RR-REMIT-CODE            PIC X(02).
       01  WS-RR-RESULT                PIC X(01).
           88 WS-RR-CODE-FOUND             VALUE "F".
       01  WS-RR-USED-CODE             PIC X(02).
       01  WS-RR-PAYEE-NAME            PIC X(30).
       01  WS-RR-ADDRESS-1             PIC X(30).
       01  WS-RR-ADDRESS-2             PIC X(30).
       01  WS-RR-CITY                  PIC X(20).
       01  WS-RR-STATE                 PIC X(02).
       01  WS-RR-ZIP                   PIC X(10).

      * FIELDS FOR THE DATECALC1 TERMS ARITHMETIC.
       01  WS-DC-FUNCTION              PIC X(01).
       01  WS-DC-DATE-1                PIC 9(08).
       01  WS-DC-RESULT-DATE           PIC 9(08).
       01  WS-DC-ERROR-SWITCH          PIC X(01).
           88 WS-DC-DATE-ERROR             VALUE "Y".
       01  WS-DC-CALENDAR-CODE         PIC X(03) VALUE SPACES.
       01  WS-DERIVED-DUE-DATE         PIC 9(08).
       01  WS-DERIVED-DISC-DATE        PIC 9(08).
       01  WS-DERIVED-DISC-AMOUNT      PIC S9(07)V99.
           05 WS-AMOUNT-TOTAL          PIC S9(11)V99 COMP-3.
           05 WS-DIST-LINES-ADDED      PIC 9(07) COMP.
           05 WS-DIST-GROUPS-DROPPED   PIC 9(07) COMP.
           05 WS-TEMPLATE-EXPANSIONS   PIC 9(07) COMP.
           05 WS-CAPITAL-LINES-FED     PIC 9(07) COMP.

      * THE DISTRIBUTION GROUP BEING COLLECTED BEHIND THE INVOICE
      * ROW JUST ADDED.  THE GROUP'S LINES GO STRAIGHT ONTO THE
           05 WS-DG-PO-NUMBER          PIC X(10).
           05 WS-DG-USE-TAX            PIC S9(07)V99.
           05 WS-DG-RETAINED           PIC S9(09)V99.
           05 WS-DG-CONTRACT           PIC X(12).
           05 WS-DG-CONTRACT-AMOUNT    PIC S9(09)V99.
           05 WS-DG-TEMPLATE           PIC X(06).
           05 WS-DG-RELIEVED           PIC S9(09)V99.
           05 WS-DG-COMPANY            PIC X(02).
       01  WS-DG-DROP-LINE             PIC 9(02).
       01  WS-DG-LINES.
           05 WS-DG-LINE OCCURS 20 TIMES.
               10 WS-DG-L-GL           PIC X(08).
               10 WS-DG-L-CC           PIC X(06).
               10 WS-DG-L-AMOUNT       PIC S9(09)V99.

      * ONE DISTRIBUTION LINE ON ITS WAY TO THE DIST FILE - FROM A
      * *DST ROW OR FROM AN ALLOCATION TEMPLATE'S EXPANSION.
       01  WS-DIST-LINE-IN.
           05 WS-DL-GL-ACCOUNT         PIC X(08).
           05 WS-DL-COST-CENTER        PIC X(06).
           05 WS-DL-AMOUNT             PIC S9(09)V99.

      * ALLOCATION TEMPLATE EXPANSION THROUGH ALCEXP01.
       01  WS-TEMPLATE-OK-SWITCH       PIC X(01).
           88 WS-TEMPLATE-IS-OK            VALUE "Y".
       01  WS-AE-TEMPLATE-CODE         PIC X(06).
       01  WS-AE-AMOUNT                PIC S9(09)V99.
       01  WS-AE-LINE-COUNT            PIC 9(02).
       01  WS-AE-LINES.
           05 WS-AE-LINE OCCURS 20 TIMES.
               10 WS-AE-GL-ACCOUNT     PIC X(08).
               10 WS-AE-COST-CENTER    PIC X(06).
               10 WS-AE-LINE-AMOUNT    PIC S9(09)V99.
       01  WS-AE-RESULT                PIC X(01).
           88 WS-AE-EXPANDED               VALUE "O".
           88 WS-AE-NOT-ON-FILE            VALUE "N".
           88 WS-AE-INACTIVE               VALUE "I".
           88 WS-AE-BAD-TEMPLATE           VALUE "B".
       01  WS-AE-IX                    PIC 9(02).

      * THE BUDGET GATE.  TOLERANCE IS TEN PERCENT OVER THE PERIOD
      * BUDGET - PAST THAT THE INVOICE NEEDS A LEVEL-3 OVERRIDE OR
      * IT BACKS OUT WHOLE.
       01  WS-OVERRIDE-ANSWER          PIC X(01).
       01  WS-BUDGET-BACKOUTS          PIC 9(05) VALUE ZERO.

      * PO ENCUMBRANCE RELIEVED BY THE INVOICE IN HAND, AND THE
      * SIGNED CHANGE POSTED TO THE PO'S BUDGET RECORD.
       01  WS-ENC-RELIEVED             PIC S9(09)V99.
       01  WS-ENC-CHANGE               PIC S9(09)V99.

      * FIELDS FOR THE CAPFED01 ASSET-ADDITION FEED.  AN INTERACTIVE
      * RUN ASKS FOR EACH CAPITAL LINE'S IN-SERVICE DATE AND
      * DESCRIPTION; OVERNIGHT THEY ARE LEFT FOR THE ASSET TEAM.
       01  WS-CF-FUNCTION              PIC X(01).
       01  WS-CF-GL-ACCOUNT            PIC X(08).
       01  WS-CF-VENDOR-NUMBER         PIC 9(05).
       01  WS-CF-INVOICE-NUMBER        PIC X(15).
       01  WS-CF-LINE-NUMBER           PIC 9(02).
       01  WS-CF-PO-NUMBER             PIC X(10).
       01  WS-CF-COST-CENTER           PIC X(06).
       01  WS-CF-AMOUNT                PIC S9(09)V99.
       01  WS-CF-INVOICE-DATE          PIC 9(08).
       01  WS-CF-IN-SERVICE-DATE       PIC 9(08).
       01  WS-CF-DESCRIPTION           PIC X(30).
       01  WS-CF-COMPANY-CODE          PIC X(02).
       01  WS-CF-PROGRAM               PIC X(08) VALUE "INVBLD01".
       01  WS-CF-RESULT                PIC X(01).
           88 WS-CF-IS-CAPITAL             VALUE "C".
           88 WS-CF-ADDITION-WRITTEN       VALUE "W".
       01  WS-ENTRY-IN-SERVICE         PIC X(08).
       01  WS-ENTRY-ASSET-DESC         PIC X(30).

       PROCEDURE DIVISION.
       0000-MAINLINE.
            ACCEPT WS-RUN-MODE FROM COMMAND-LINE.
            PERFORM 1700-OPEN-BUDGET-FILE.
            PERFORM 1750-OPEN-TAX-RATE-FILE.
            PERFORM 1780-OPEN-RETAINAGE-FILE.
            PERFORM 1790-OPEN-RECEIVING-FILE.
            PERFORM 1795-OPEN-CONTRACT-FILE.
            PERFORM 1900-VERIFY-BATCH-CONTROLS.
            IF NOT WS-BATCH-ACCEPTED
                SET WS-INVOICE-TRANS-EOF TO TRUE
                    WS-RETAINAGE-STATUS
            END-IF.

      * THE RECEIVING LOG IS READ-ONLY HERE.  WITH NO LOG ON FILE
      * NOTHING HAS BEEN SIGNED FOR, SO EVERY THREE-WAY INVOICE
      * HOLDS FOR NO RECEIPT.
       1790-OPEN-RECEIVING-FILE.
            OPEN INPUT RECEIVING-FILE.
            IF WS-RECEIVING-MISSING
                DISPLAY "NO RECEIVING-FILE - THREE-WAY INVOICES WILL "
                    "HOLD FOR NO RECEIPT"
            ELSE IF NOT WS-RECEIVING-OK
                DISPLAY "UNABLE TO OPEN RECEIVING-FILE, STATUS = "
                    WS-RECEIVING-STATUS
            END-IF.

      * CONTRACTS ARE SET UP IN CTRMNT01, NEVER HERE, SO A MISSING
      * FILE IS NOT CREATED - TRANSACTIONS NAMING A CONTRACT REJECT.
      * IT OPENS I-O BECAUSE EVERY LOAD UPDATES THE CONSUMED AMOUNT.
       1795-OPEN-CONTRACT-FILE.
            OPEN I-O CONTRACT-FILE.
            IF WS-CONTRACT-FILE-MISSING
                DISPLAY "NO CONTRACT-FILE - TRANSACTIONS NAMING A "
                    "CONTRACT WILL BE REJECTED"
            ELSE IF NOT WS-CONTRACT-FILE-OK
                DISPLAY "UNABLE TO OPEN CONTRACT-FILE, STATUS = "
                    WS-CONTRACT-FILE-STATUS
            END-IF.

      * OPEN BUDGET-FILE I-O, CREATING AN EMPTY ONE THE FIRST TIME
      * COMMITTED SPEND IS EVER TRACKED.
       1700-OPEN-BUDGET-FILE.
            END-IF.

       2050-EDIT-ONE-INVOICE.
            MOVE SPACE TO WS-MATCH-HOLD-REASON.
            PERFORM 2040-CHECK-POSTING-PERIOD.
            PERFORM 2500-CHECK-VENDOR.
            PERFORM 2550-CHECK-REMIT-CODE.
            PERFORM 2560-CHECK-ALLOC-TEMPLATE.
            IF NOT WS-VENDOR-IS-OK
                ADD 1 TO WS-RECORDS-REJECTED
            ELSE IF IT-AMOUNT NOT NUMERIC
                ADD 1 TO WS-RECORDS-REJECTED
            ELSE IF IT-DOC-TYPE NOT = SPACE
                AND NOT IT-DOC-INVOICE AND NOT IT-DOC-CREDIT
                AND NOT IT-DOC-PREPAYMENT
                DISPLAY "BAD DOCUMENT TYPE - REJECTED: "
                    IT-VENDOR-NUMBER " " IT-INVOICE-NUMBER
                    " TYPE " IT-DOC-TYPE
                    IT-VENDOR-NUMBER " " IT-INVOICE-NUMBER
                    " TAX " IT-TAX-CODE
                ADD 1 TO WS-RECORDS-REJECTED
            ELSE IF NOT WS-REMIT-IS-OK
                ADD 1 TO WS-RECORDS-REJECTED
            ELSE IF NOT WS-TEMPLATE-IS-OK
                ADD 1 TO WS-RECORDS-REJECTED
            ELSE IF IT-DOC-CREDIT OR IT-DOC-PREPAYMENT
                PERFORM 2690-CHECK-CONTRACT
                IF WS-CONTRACT-IS-OK
                    PERFORM 3000-ADD-INVOICE
                ELSE
                    ADD 1 TO WS-RECORDS-REJECTED
                END-IF
            ELSE
                PERFORM 2600-MATCH-PURCHASE-ORDER
                IF WS-PO-MATCH-OK
                    PERFORM 2680-THREE-WAY-MATCH
                    PERFORM 2690-CHECK-CONTRACT
                    PERFORM 2750-ASSESS-USE-TAX
                    IF WS-TAX-IS-OK AND WS-CONTRACT-IS-OK
                        PERFORM 2770-WITHHOLD-RETAINAGE
                        PERFORM 2700-DERIVE-TERMS-DATES
                        PERFORM 3000-ADD-INVOICE
            END-IF.

      * THE VENDOR MUST EXIST ON VENDOR.DAT AND BE ACTIVE BEFORE ANY
      * INVOICE IS ACCEPTED FOR IT, AND THE CURRENCY IT BILLS IN -
      * WHICH THE INVOICE AMOUNT IS TAKEN TO BE IN - MUST STILL BE
      * ACTIVE ON THE CURRENCY MASTER.
       2500-CHECK-VENDOR.
            MOVE "N" TO WS-VENDOR-OK-SWITCH.
            MOVE IT-VENDOR-NUMBER TO VENDOR-NUMBER.
                        IT-VENDOR-NUMBER " " IT-INVOICE-NUMBER
                NOT INVALID KEY
                    IF VENDOR-ACTIVE
                        PERFORM 2510-CHECK-VENDOR-CURRENCY
                    ELSE
                        DISPLAY "VENDOR NOT ACTIVE (STATUS "
                            VENDOR-STATUS ") - INVOICE REJECTED: "
                    WS-VENDOR-FILE-STATUS
            END-IF.

       2510-CHECK-VENDOR-CURRENCY.
            MOVE VENDOR-CURRENCY-CODE TO WS-CV-CURRENCY-CODE.
            CALL "CURVAL01" USING WS-CV-CURRENCY-CODE
                WS-CV-DESCRIPTION WS-CV-DECIMAL-PLACES
                WS-CV-RAIL-ACH WS-CV-RAIL-WIRE WS-CV-RAIL-CHECK
                WS-CV-RESULT.
            IF WS-CV-CURRENCY-ACTIVE
                SET WS-VENDOR-IS-OK TO TRUE
            ELSE
                DISPLAY "VENDOR CURRENCY " VENDOR-CURRENCY-CODE
                    " NOT ACTIVE ON THE CURRENCY MASTER - INVOICE "
                    "REJECTED: " IT-VENDOR-NUMBER " "
                    IT-INVOICE-NUMBER
            END-IF.

      * A REMIT-TO CODE IS OPTIONAL - BLANK PAYS AT THE VENDOR'S
      * DEFAULT.  ONE THAT IS KEYED MUST BE ON REMIT-TO-FILE FOR
      * THIS VENDOR AND RELEASED; A CODE STILL WAITING FOR ITS
      * SECOND OPERATOR IS NOT PAID TO.
       2550-CHECK-REMIT-CODE.
            MOVE "Y" TO WS-REMIT-OK-SWITCH.
            IF IT-REMIT-CODE NOT = SPACES AND WS-VENDOR-IS-OK
                MOVE "L" TO WS-RR-FUNCTION
                MOVE IT-VENDOR-NUMBER TO WS-RR-VENDOR-NUMBER
                MOVE IT-REMIT-CODE TO WS-RR-REMIT-CODE
                CALL "RMTLKP01" USING WS-RR-FUNCTION
                    WS-RR-VENDOR-NUMBER WS-RR-REMIT-CODE WS-RR-RESULT
                    WS-RR-USED-CODE WS-RR-PAYEE-NAME WS-RR-ADDRESS-1
                    WS-RR-ADDRESS-2 WS-RR-CITY WS-RR-STATE WS-RR-ZIP
                IF NOT WS-RR-CODE-FOUND
                    DISPLAY "REMIT-TO " IT-REMIT-CODE
                        " NOT ON FILE OR NOT RELEASED - INVOICE "
                        "REJECTED: " IT-VENDOR-NUMBER " "
                        IT-INVOICE-NUMBER
                    MOVE "N" TO WS-REMIT-OK-SWITCH
                END-IF
            END-IF.

      * AN ALLOCATION TEMPLATE IS OPTIONAL - BLANK TAKES THE *DST
      * ROWS, IF ANY.  ONE THAT IS NAMED MUST BE ON FILE, ACTIVE,
      * AND ADD TO 100 PERCENT, AND ONLY AN INVOICE CAN CARRY ONE -
      * A CREDIT MEMO OR PREPAYMENT NEVER TAKES A DISTRIBUTION.
       2560-CHECK-ALLOC-TEMPLATE.
            MOVE "Y" TO WS-TEMPLATE-OK-SWITCH.
            IF IT-ALLOC-TEMPLATE NOT = SPACES AND WS-VENDOR-IS-OK
                IF IT-DOC-CREDIT OR IT-DOC-PREPAYMENT
                    DISPLAY "ALLOCATION TEMPLATE ON A CREDIT MEMO OR "
                        "PREPAYMENT - REJECTED: " IT-VENDOR-NUMBER " "
                        IT-INVOICE-NUMBER
                    MOVE "N" TO WS-TEMPLATE-OK-SWITCH
                ELSE
                    MOVE IT-ALLOC-TEMPLATE TO WS-AE-TEMPLATE-CODE
                    MOVE ZERO TO WS-AE-AMOUNT
                    CALL "ALCEXP01" USING WS-AE-TEMPLATE-CODE
                        WS-AE-AMOUNT WS-AE-LINE-COUNT WS-AE-LINES
                        WS-AE-RESULT
                    IF NOT WS-AE-EXPANDED
                        PERFORM 2565-SHOW-TEMPLATE-REJECT
                        MOVE "N" TO WS-TEMPLATE-OK-SWITCH
                    END-IF
                END-IF
            END-IF.

       2565-SHOW-TEMPLATE-REJECT.
            IF WS-AE-NOT-ON-FILE
                DISPLAY "ALLOCATION TEMPLATE " IT-ALLOC-TEMPLATE
                    " NOT ON FILE - INVOICE REJECTED: "
                    IT-VENDOR-NUMBER " " IT-INVOICE-NUMBER
            ELSE IF WS-AE-INACTIVE
                DISPLAY "ALLOCATION TEMPLATE " IT-ALLOC-TEMPLATE
                    " INACTIVE - INVOICE REJECTED: "
                    IT-VENDOR-NUMBER " " IT-INVOICE-NUMBER
            ELSE IF WS-AE-BAD-TEMPLATE
                DISPLAY "ALLOCATION TEMPLATE " IT-ALLOC-TEMPLATE
                    " DOES NOT TOTAL 100 PERCENT - INVOICE REJECTED: "
                    IT-VENDOR-NUMBER " " IT-INVOICE-NUMBER
            ELSE
                DISPLAY "ALLOCATION TEMPLATES UNAVAILABLE - INVOICE "
                    "REJECTED: " IT-VENDOR-NUMBER " "
                    IT-INVOICE-NUMBER
            END-IF.

      * AN INVOICE CARRYING A PO NUMBER MUST TIE TO AN OPEN ORDER
      * FOR THE SAME VENDOR WITH ENOUGH AUTHORIZATION LEFT TO COVER
      * IT.  AN INVOICE WITH NO PO NUMBER PASSES STRAIGHT THROUGH -
                MOVE "N" TO WS-PO-OK-SWITCH
            END-IF.

      * A GOODS ORDER PAYS ONLY FOR WHAT THE DOCK SIGNED FOR.  THE
      * BILLING IS MEASURED AGAINST THE RECEIVED VALUE NOT YET
      * VOUCHERED: NOTHING LEFT TO BILL IS A NO RECEIPT HOLD ("R");
      * BILLING PAST IT BY MORE THAN THE TOLERANCE IS A PRICE
      * VARIANCE HOLD ("V").  THE INVOICE STILL LOADS - THE HOLD IS
      * WHAT KEEPS THE PAYMENT RUN OFF IT.  2600 LEFT THE MATCHED PO
      * IN THE BUFFER; A SERVICES ORDER OR NO PO AT ALL PASSES.
       2680-THREE-WAY-MATCH.
            MOVE SPACE TO WS-MATCH-HOLD-REASON.
            IF IT-PO-NUMBER NOT = SPACES AND PO-MATCH-THREE-WAY
                PERFORM 2685-TOTAL-RECEIVED-VALUE
                COMPUTE WS-UNBILLED-RECEIPTS =
                    WS-RECEIVED-VALUE - PO-VOUCHERED-AMOUNT
                COMPUTE WS-MATCH-VARIANCE =
                    IT-AMOUNT - WS-UNBILLED-RECEIPTS
                COMPUTE WS-MATCH-TOL-LIMIT ROUNDED =
                    WS-UNBILLED-RECEIPTS * WS-MATCH-TOL-PCT
                IF WS-MATCH-TOL-LIMIT > WS-MATCH-TOL-AMOUNT
                    MOVE WS-MATCH-TOL-AMOUNT TO WS-MATCH-TOL-LIMIT
                END-IF
                IF WS-UNBILLED-RECEIPTS NOT > ZERO
                    MOVE "R" TO WS-MATCH-HOLD-REASON
                    DISPLAY "NO RECEIPT ON PO " IT-PO-NUMBER
                        " - INVOICE " IT-INVOICE-NUMBER " HELD"
                ELSE IF WS-MATCH-VARIANCE > WS-MATCH-TOL-LIMIT
                    MOVE "V" TO WS-MATCH-HOLD-REASON
                    DISPLAY "PRICE VARIANCE ON PO " IT-PO-NUMBER
                        " - INVOICE " IT-INVOICE-NUMBER
                        " BILLS " WS-MATCH-VARIANCE
                        " OVER RECEIVED - HELD"
                END-IF
            END-IF.

       2685-TOTAL-RECEIVED-VALUE.
            MOVE ZERO TO WS-RECEIVED-VALUE.
            MOVE "N" TO WS-RCV-SCAN-SWITCH.
            IF WS-RECEIVING-MISSING
                SET WS-RCV-SCAN-DONE TO TRUE
            ELSE
                MOVE IT-PO-NUMBER TO RV-PO-NUMBER
                MOVE ZERO TO RV-LINE-NUMBER
                START RECEIVING-FILE KEY IS NOT LESS THAN RV-KEY
                    INVALID KEY SET WS-RCV-SCAN-DONE TO TRUE
                END-START
            END-IF.
            IF NOT WS-RCV-SCAN-DONE
                PERFORM 2689-READ-NEXT-RECEIPT
            END-IF.
            PERFORM 2687-ADD-ONE-RECEIPT
                UNTIL WS-RCV-SCAN-DONE
                OR RV-PO-NUMBER NOT = IT-PO-NUMBER.

       2687-ADD-ONE-RECEIPT.
            COMPUTE WS-RCV-LINE-VALUE ROUNDED =
                RV-QTY-RECEIVED * RV-UNIT-PRICE.
            ADD WS-RCV-LINE-VALUE TO WS-RECEIVED-VALUE.
            PERFORM 2689-READ-NEXT-RECEIPT.

       2689-READ-NEXT-RECEIPT.
            READ RECEIVING-FILE NEXT RECORD
                AT END SET WS-RCV-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-RECEIVING-OK AND NOT WS-RECEIVING-EOF
                DISPLAY "RECEIVING-FILE READ ERROR, STATUS = "
                    WS-RECEIVING-STATUS
                SET WS-RCV-SCAN-DONE TO TRUE
            END-IF.

      * A TRANSACTION NAMING A CONTRACT MUST FIND AN ACTIVE ONE OF THE
      * SAME VENDOR, OR IT REJECTS.  AN INVOICE THE MATCH LEFT CLEAN
      * IS THEN TESTED AGAINST THE CONTRACT'S TERM AND CEILING: DATED
      * OUTSIDE THE TERM IS AN OFF CONTRACT HOLD ("K"); BILLING PAST
      * WHAT IS LEFT UNDER THE NOT-TO-EXCEED AMOUNT IS AN OVER
      * CEILING HOLD ("N").  A CREDIT MEMO OR A PREPAYMENT ONLY HAS
      * TO NAME A GOOD CONTRACT.  THE CONTRACT RECORD STAYS CURRENT
      * FOR 3530 TO UPDATE.
       2690-CHECK-CONTRACT.
            MOVE "Y" TO WS-CONTRACT-OK-SWITCH.
            IF IT-CONTRACT-NUMBER = SPACES
                CONTINUE
            ELSE IF WS-CONTRACT-FILE-MISSING
                DISPLAY "NO CONTRACT-FILE - INVOICE REJECTED: "
                    IT-VENDOR-NUMBER " " IT-INVOICE-NUMBER
                MOVE "N" TO WS-CONTRACT-OK-SWITCH
            ELSE
                MOVE IT-VENDOR-NUMBER TO CT-VENDOR-NUMBER
                MOVE IT-CONTRACT-NUMBER TO CT-CONTRACT-NUMBER
                READ CONTRACT-FILE
                    INVALID KEY
                        DISPLAY "CONTRACT NOT ON FILE - INVOICE "
                            "REJECTED: " IT-VENDOR-NUMBER " "
                            IT-INVOICE-NUMBER " CONTRACT "
                            IT-CONTRACT-NUMBER
                        MOVE "N" TO WS-CONTRACT-OK-SWITCH
                END-READ
                IF NOT WS-CONTRACT-FILE-OK
                    AND NOT WS-CONTRACT-NOT-FOUND
                    DISPLAY "CONTRACT-FILE READ ERROR, STATUS = "
                        WS-CONTRACT-FILE-STATUS
                    MOVE "N" TO WS-CONTRACT-OK-SWITCH
                END-IF
                IF WS-CONTRACT-FILE-OK AND WS-CONTRACT-IS-OK
                    PERFORM 2695-CHECK-CONTRACT-TERMS
                END-IF
            END-IF.

       2695-CHECK-CONTRACT-TERMS.
            COMPUTE WS-CONTRACT-HEADROOM =
                CT-NTE-AMOUNT - CT-CONSUMED.
            IF NOT CT-STATUS-ACTIVE
                DISPLAY "CONTRACT CANCELLED - INVOICE REJECTED: "
                    IT-CONTRACT-NUMBER " " IT-INVOICE-NUMBER
                MOVE "N" TO WS-CONTRACT-OK-SWITCH
            ELSE IF IT-DOC-CREDIT OR IT-DOC-PREPAYMENT
                CONTINUE
            ELSE IF NOT WS-MATCH-CLEAN
                CONTINUE
            ELSE IF IT-INVOICE-DATE < CT-START-DATE
                OR IT-INVOICE-DATE > CT-END-DATE
                MOVE "K" TO WS-MATCH-HOLD-REASON
                DISPLAY "INVOICE " IT-INVOICE-NUMBER " DATED "
                    IT-INVOICE-DATE " OUTSIDE CONTRACT "
                    IT-CONTRACT-NUMBER " - HELD"
            ELSE IF IT-AMOUNT > WS-CONTRACT-HEADROOM
                MOVE "N" TO WS-MATCH-HOLD-REASON
                DISPLAY "INVOICE " IT-INVOICE-NUMBER " PASSES THE "
                    "CEILING ON CONTRACT " IT-CONTRACT-NUMBER
                    " - HEADROOM " WS-CONTRACT-HEADROOM " - HELD"
            END-IF.

      * A "U" TRANSACTION IS A TAXABLE PURCHASE THE VENDOR BILLED
      * UNTAXED - THE USE TAX SELF-ASSESSES HERE FROM THE RATE FOR
      * THE VENDOR'S STATE (2500-CHECK-VENDOR HAS THE MASTER RECORD
                ELSE
                    MOVE WS-DC-RESULT-DATE TO WS-DERIVED-DUE-DATE
                END-IF
      * A DUE DATE THAT LANDS ON A WEEKEND OR BANK HOLIDAY MOVES
      * FORWARD TO THE NEXT BUSINESS DAY.
                MOVE "F" TO WS-DC-FUNCTION
                MOVE WS-DERIVED-DUE-DATE TO WS-DC-DATE-1
                CALL "DATECALC1" USING WS-DC-FUNCTION
                    WS-DC-DATE-1 WS-DC-DATE-2 WS-DC-DAYS
                    WS-DC-RESULT-DATE WS-DC-ERROR-SWITCH
                    WS-DC-CALENDAR-CODE
                IF NOT WS-DC-DATE-ERROR
                    MOVE WS-DC-RESULT-DATE TO WS-DERIVED-DUE-DATE
                END-IF
            END-IF.
            MOVE ZERO TO WS-DERIVED-DISC-DATE.
            MOVE ZERO TO WS-DERIVED-DISC-AMOUNT.
                CALL "DATECALC1" USING WS-DC-FUNCTION
                    WS-DC-DATE-1 WS-DC-DATE-2 WS-DC-DAYS
                    WS-DC-RESULT-DATE WS-DC-ERROR-SWITCH
      * THE DISCOUNT DATE MOVES BACK, NOT FORWARD - THE LAST DAY
      * TO TAKE THE DISCOUNT MUST BE A DAY THE BANK CAN PAY ON.
                IF NOT WS-DC-DATE-ERROR
                    MOVE "P" TO WS-DC-FUNCTION
                    MOVE WS-DC-RESULT-DATE TO WS-DC-DATE-1
                    CALL "DATECALC1" USING WS-DC-FUNCTION
                        WS-DC-DATE-1 WS-DC-DATE-2 WS-DC-DAYS
                        WS-DC-RESULT-DATE WS-DC-ERROR-SWITCH
                        WS-DC-CALENDAR-CODE
                END-IF
                IF NOT WS-DC-DATE-ERROR
                    MOVE WS-DC-RESULT-DATE TO WS-DERIVED-DISC-DATE
                    COMPUTE WS-DERIVED-DISC-AMOUNT ROUNDED =
                MOVE ZERO TO WS-RETAINED-AMOUNT
                MOVE SPACES TO IT-PO-NUMBER
                MOVE SPACE TO IT-TAX-CODE
            ELSE IF IT-DOC-PREPAYMENT
      * A PREPAYMENT IS MONEY OUT LIKE AN INVOICE, SO IT IS
      * APPROVED LIKE ONE, BUT IT BUYS NOTHING YET - NO PO, NO TAX,
      * NO DISCOUNT.  WITH NO DUE DATE KEYED IT IS DUE AT ONCE.
                SET INV-DOC-PREPAYMENT TO TRUE
                IF IT-DUE-DATE NUMERIC AND IT-DUE-DATE NOT = ZERO
                    MOVE IT-DUE-DATE TO INV-DUE-DATE
                ELSE
                    MOVE IT-INVOICE-DATE TO INV-DUE-DATE
                END-IF
                MOVE IT-AMOUNT TO INV-AMOUNT
                MOVE ZERO TO WS-DERIVED-DISC-DATE
                MOVE ZERO TO WS-DERIVED-DISC-AMOUNT
                MOVE ZERO TO WS-DERIVED-USE-TAX
                MOVE ZERO TO WS-RETAINED-AMOUNT
                MOVE SPACES TO IT-PO-NUMBER
                MOVE SPACE TO IT-TAX-CODE
            ELSE
                SET INV-DOC-INVOICE TO TRUE
                MOVE WS-DERIVED-DUE-DATE TO INV-DUE-DATE
                MOVE WS-PAYABLE-AMOUNT TO INV-AMOUNT
            END-IF.
            IF WS-MATCH-CLEAN
                IF INV-DOC-CREDIT
                    SET INV-STATUS-OPEN TO TRUE
                ELSE
                    SET INV-STATUS-PENDING TO TRUE
                END-IF
                SET INV-HOLD-NONE TO TRUE
            ELSE
                SET INV-STATUS-HELD TO TRUE
                MOVE WS-MATCH-HOLD-REASON TO INV-HOLD-REASON
            END-IF.
            MOVE ZERO TO INV-AMOUNT-PAID.
            MOVE ZERO TO INV-PARTIAL-AMOUNT.
            MOVE ZERO TO INV-PAID-DATE.
                MOVE SPACES TO INV-TAX-JURISDICTION
            END-IF.
            MOVE WS-DERIVED-USE-TAX TO INV-USE-TAX-AMOUNT.
            MOVE SPACES TO INV-APPROVED-BY.
            MOVE ZERO TO INV-APPROVAL-DATE.
            MOVE SPACES TO INV-PREPAY-NUMBER.
            MOVE ZERO TO INV-PREPAY-APPLIED.
            MOVE ZERO TO INV-PREPAY-DATE.
            MOVE ZERO TO INV-PREPAY-CONSUMED.
            MOVE IT-CONTRACT-NUMBER TO INV-CONTRACT-NUMBER.
            MOVE IT-REMIT-CODE TO INV-REMIT-CODE.
            MOVE IT-ALLOC-TEMPLATE TO INV-ALLOC-TEMPLATE.
            ACCEPT INV-ENTRY-DATE FROM DATE YYYYMMDD.
            ACCEPT INV-ENTRY-TIME FROM TIME.
            MOVE WS-OPERATOR-ID TO INV-ENTERED-BY.
            IF INV-STATUS-HELD
                MOVE INV-ENTRY-DATE TO INV-HOLD-DATE
            ELSE
                MOVE ZERO TO INV-HOLD-DATE
            END-IF.
            WRITE INVOICE-RECORD
                INVALID KEY
                    DISPLAY "DUPLICATE INVOICE REJECTED - VENDOR "
                    ADD INV-VENDOR-NUMBER TO WS-HASH-TOTAL
                    ADD INV-AMOUNT TO WS-AMOUNT-TOTAL
                    ADD INV-USE-TAX-AMOUNT TO WS-USE-TAX-ACCRUED
                    IF INV-HOLD-OVER-CEILING OR INV-HOLD-OFF-CONTRACT
                        ADD 1 TO WS-CONTRACT-HOLDS
                    ELSE IF INV-STATUS-HELD
                        ADD 1 TO WS-MATCH-HOLDS
                    ELSE IF INV-STATUS-PENDING
                        ADD 1 TO WS-APPROVALS-PENDING
                    END-IF
                    PERFORM 3500-VOUCHER-ONTO-PO
                    PERFORM 3520-ACCRUE-RETAINAGE
                    PERFORM 3530-CONSUME-CONTRACT
                    PERFORM 3550-START-DIST-GROUP
            END-WRITE.
            IF NOT WS-INVOICE-FILE-OK AND NOT WS-INVOICE-DUP-KEY

      * AN ACCEPTED MATCHED INVOICE USES UP ITS SHARE OF THE PO'S
      * AUTHORIZATION.  THE PO RECORD IS STILL CURRENT FROM THE
      * MATCH READ.  IT ALSO RELIEVES THE PO'S ENCUMBRANCE - BY THE
      * BILLED AMOUNT, NEVER MORE THAN IS STILL ENCUMBERED - IN THE
      * PERIOD THE ORDER ENCUMBERED, SINCE THE SPEND ITSELF COMMITS
      * TO THE INVOICE'S OWN PERIOD.  A CREDIT MEMO OR A PREPAYMENT
      * RELIEVES NOTHING.
       3500-VOUCHER-ONTO-PO.
            MOVE ZERO TO WS-ENC-RELIEVED.
            IF INV-PO-NUMBER NOT = SPACES
                ADD IT-AMOUNT TO PO-VOUCHERED-AMOUNT
                IF PO-COST-CENTER NOT = SPACES
                    AND PO-ENCUMBERED-AMOUNT NUMERIC
                    AND PO-ENCUMBERED-AMOUNT > ZERO
                    AND IT-AMOUNT > ZERO
                    AND NOT INV-DOC-CREDIT
                    AND NOT INV-DOC-PREPAYMENT
                    IF IT-AMOUNT < PO-ENCUMBERED-AMOUNT
                        MOVE IT-AMOUNT TO WS-ENC-RELIEVED
                    ELSE
                        MOVE PO-ENCUMBERED-AMOUNT TO WS-ENC-RELIEVED
                    END-IF
                    SUBTRACT WS-ENC-RELIEVED FROM PO-ENCUMBERED-AMOUNT
                END-IF
                REWRITE PO-RECORD
                IF NOT WS-PO-FILE-OK
                    DISPLAY "UNABLE TO REWRITE PO-RECORD, STATUS = "
                        WS-PO-FILE-STATUS
                ELSE IF WS-ENC-RELIEVED NOT = ZERO
                    COMPUTE WS-ENC-CHANGE = ZERO - WS-ENC-RELIEVED
                    PERFORM 3510-POST-ENCUMBRANCE
                END-IF
            END-IF.

      * POST WS-ENC-CHANGE TO THE BUDGET RECORD THE CURRENT PO
      * ENCUMBERED.  NO RECORD MEANS NOTHING WAS EVER ENCUMBERED
      * THERE, SO THERE IS NOTHING TO MOVE.
       3510-POST-ENCUMBRANCE.
            MOVE PO-COST-CENTER TO BG-COST-CENTER.
            MOVE PO-ENCUMBER-PERIOD TO BG-PERIOD.
            READ BUDGET-FILE
                INVALID KEY
                    CONTINUE
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
            END-IF.

      * THE RETAINED SLICE OF AN ACCEPTED BILLING ACCUMULATES PER
      * VENDOR AND PO, CREATING THE BALANCE RECORD THE FIRST TIME.
       3520-ACCRUE-RETAINAGE.
                ADD WS-RETAINED-AMOUNT TO WS-RETAINED-TOTAL
            END-IF.

      * AN ACCEPTED INVOICE USES UP ITS SHARE OF THE CONTRACT, HELD
      * OR NOT - THE CEILING IS WHAT WE ARE COMMITTED TO, NOT WHAT HAS
      * BEEN PAID.  A CREDIT MEMO GIVES ITS AMOUNT BACK; A PREPAYMENT
      * IS ONLY A DEPOSIT AGAINST THE REAL INVOICE, WHICH CONSUMES IN
      * FULL, SO IT LEAVES THE CONTRACT ALONE.  THE CONTRACT RECORD
      * IS STILL CURRENT FROM 2690.
       3530-CONSUME-CONTRACT.
            MOVE ZERO TO WS-DG-CONTRACT-AMOUNT.
            IF INV-CONTRACT-NUMBER NOT = SPACES
                AND NOT INV-DOC-PREPAYMENT
                IF INV-DOC-CREDIT
                    SUBTRACT IT-AMOUNT FROM CT-CONSUMED
                ELSE
                    ADD IT-AMOUNT TO CT-CONSUMED
                    MOVE IT-AMOUNT TO WS-DG-CONTRACT-AMOUNT
                END-IF
                REWRITE CONTRACT-RECORD
                IF NOT WS-CONTRACT-FILE-OK
                    DISPLAY "UNABLE TO REWRITE CONTRACT-RECORD, "
                        "STATUS = " WS-CONTRACT-FILE-STATUS
                END-IF
            END-IF.

      * THE GROUP OPENS ONLY BEHIND A SUCCESSFULLY ADDED INVOICE -
      * AND NEVER BEHIND A CREDIT MEMO, WHICH CODES AT THE VENDOR
      * LEVEL LIKE EVERYTHING DID BEFORE DISTRIBUTIONS EXISTED, OR
      * A PREPAYMENT, WHICH CODES TO THE PREPAYMENT ACCOUNT.
       3550-START-DIST-GROUP.
            IF INV-DOC-CREDIT OR INV-DOC-PREPAYMENT
                MOVE "N" TO WS-DG-ACTIVE-SWITCH
            ELSE
                SET WS-DG-ACTIVE TO TRUE
                MOVE INV-PO-NUMBER      TO WS-DG-PO-NUMBER
                MOVE INV-USE-TAX-AMOUNT TO WS-DG-USE-TAX
                MOVE WS-RETAINED-AMOUNT TO WS-DG-RETAINED
                MOVE INV-CONTRACT-NUMBER TO WS-DG-CONTRACT
                MOVE INV-ALLOC-TEMPLATE TO WS-DG-TEMPLATE
                MOVE WS-ENC-RELIEVED    TO WS-DG-RELIEVED
                MOVE INV-COMPANY-CODE   TO WS-DG-COMPANY
                MOVE ZERO TO WS-DG-LINE-COUNT
                MOVE ZERO TO WS-DG-LINE-TOTAL
            END-IF.

      * ONE *DST ROW - WRITTEN STRAIGHT TO THE DIST FILE; A BAD LINE
      * POISONS THE WHOLE GROUP, WHICH COMES BACK OFF AT THE CLOSE.
      * AN INVOICE NAMING AN ALLOCATION TEMPLATE IS CODED BY THE
      * TEMPLATE ALONE, SO ANY *DST ROWS BEHIND IT ARE PASSED OVER.
       2800-TAKE-DIST-LINE.
            IF NOT WS-DG-ACTIVE
                DISPLAY "DISTRIBUTION ROW WITH NO ACCEPTED INVOICE "
                    "AHEAD OF IT - SKIPPED"
            ELSE IF WS-DG-TEMPLATE NOT = SPACES
                DISPLAY "DISTRIBUTION ROW SKIPPED - INVOICE "
                    WS-DG-INVOICE " IS CODED BY TEMPLATE "
                    WS-DG-TEMPLATE
            ELSE IF DT-AMOUNT NOT NUMERIC
                DISPLAY "DISTRIBUTION AMOUNT NOT NUMERIC - INVOICE "
                    WS-DG-INVOICE " GROUP DROPPED"
                    WS-DG-INVOICE " GROUP DROPPED"
                SET WS-DG-ERROR TO TRUE
            ELSE
                MOVE DT-GL-ACCOUNT  TO WS-DL-GL-ACCOUNT
                MOVE DT-COST-CENTER TO WS-DL-COST-CENTER
                MOVE DT-AMOUNT      TO WS-DL-AMOUNT
                PERFORM 2810-WRITE-DIST-LINE
            END-IF.

       2810-WRITE-DIST-LINE.
            ADD 1 TO WS-DG-LINE-COUNT.
            MOVE WS-DG-VENDOR      TO ID-VENDOR-NUMBER.
            MOVE WS-DG-INVOICE     TO ID-INVOICE-NUMBER.
            MOVE WS-DG-LINE-COUNT  TO ID-LINE-NUMBER.
            MOVE WS-DL-GL-ACCOUNT  TO ID-GL-ACCOUNT.
            MOVE WS-DL-COST-CENTER TO ID-COST-CENTER.
            MOVE WS-DL-AMOUNT      TO ID-AMOUNT.
            MOVE WS-DL-GL-ACCOUNT
                TO WS-DG-L-GL(WS-DG-LINE-COUNT).
            MOVE WS-DL-COST-CENTER
                TO WS-DG-L-CC(WS-DG-LINE-COUNT).
            MOVE WS-DL-AMOUNT
                TO WS-DG-L-AMOUNT(WS-DG-LINE-COUNT).
            ADD WS-DL-AMOUNT TO WS-DG-LINE-TOTAL.
            WRITE INVOICE-DIST-RECORD
                INVALID KEY
                    DISPLAY "DISTRIBUTION LINE ALREADY ON FILE - "
                        WS-DG-INVOICE " LINE " WS-DG-LINE-COUNT
                    SET WS-DG-ERROR TO TRUE
            END-WRITE.

      * A TEMPLATE INVOICE'S LINES COME FROM ALCEXP01 AT THE CLOSE
      * OF THE GROUP, SPLIT FROM THE PAYABLE AMOUNT WITH THE
      * ROUNDING ON THE LAST LINE, AND THEN PROVE AND COMMIT TO
      * BUDGET EXACTLY AS KEYED LINES DO.
       2850-EXPAND-TEMPLATE.
            MOVE WS-DG-TEMPLATE TO WS-AE-TEMPLATE-CODE.
            MOVE WS-DG-AMOUNT TO WS-AE-AMOUNT.
            CALL "ALCEXP01" USING WS-AE-TEMPLATE-CODE WS-AE-AMOUNT
                WS-AE-LINE-COUNT WS-AE-LINES WS-AE-RESULT.
            IF WS-AE-EXPANDED
                PERFORM VARYING WS-AE-IX FROM 1 BY 1
                    UNTIL WS-AE-IX > WS-AE-LINE-COUNT
                    MOVE WS-AE-GL-ACCOUNT(WS-AE-IX)
                        TO WS-DL-GL-ACCOUNT
                    MOVE WS-AE-COST-CENTER(WS-AE-IX)
                        TO WS-DL-COST-CENTER
                    MOVE WS-AE-LINE-AMOUNT(WS-AE-IX) TO WS-DL-AMOUNT
                    PERFORM 2810-WRITE-DIST-LINE
                END-PERFORM
                ADD 1 TO WS-TEMPLATE-EXPANSIONS
            ELSE
                DISPLAY "TEMPLATE " WS-DG-TEMPLATE " WOULD NOT "
                    "EXPAND - INVOICE " WS-DG-INVOICE
                    " CODES AT THE VENDOR LEVEL"
            END-IF.

      * END OF A GROUP - THE LINES MUST PROVE BACK TO THE INVOICE
      * IS DELETED WHOLE AND REPORTED; THE INVOICE ITSELF STANDS
      * AND CODES AT THE VENDOR LEVEL.
       2900-CLOSE-DIST-GROUP.
            IF WS-DG-ACTIVE AND WS-DG-TEMPLATE NOT = SPACES
                PERFORM 2850-EXPAND-TEMPLATE
            END-IF.
            IF WS-DG-ACTIVE AND WS-DG-LINE-COUNT > ZERO
                IF WS-DG-ERROR
                    OR WS-DG-LINE-TOTAL NOT = WS-DG-AMOUNT
                        PERFORM 2960-BACK-OUT-INVOICE
                    ELSE
                        ADD WS-DG-LINE-COUNT TO WS-DIST-LINES-ADDED
                        PERFORM 2970-FEED-CAPITAL-LINES
                    END-IF
                END-IF
            END-IF.
                        MOVE ZERO TO BG-BUDGET-AMOUNT
                        MOVE WS-DG-L-AMOUNT(WS-BG-IX)
                            TO BG-COMMITTED-AMOUNT
                        MOVE ZERO TO BG-ENCUMBERED-AMOUNT
                        WRITE BUDGET-RECORD
                    NOT INVALID KEY
                        ADD WS-DG-L-AMOUNT(WS-BG-IX)
            END-IF.

      * BACK THE WHOLE INVOICE OUT - COMMITTED SPEND, DISTRIBUTION
      * LINES, THE INVOICE RECORD, ITS PO VOUCHER AND ENCUMBRANCE
      * RELIEF, ITS CONTRACT CONSUMPTION AND THE RUN'S CONTROL
      * TOTALS - AND COUNT IT AS A REJECT FOR RE-KEYING.
       2960-BACK-OUT-INVOICE.
            PERFORM 2930-BACK-OUT-BUDGETS.
            PERFORM 2950-DROP-DIST-LINES.
                    DISPLAY "UNABLE TO READ BACK INVOICE "
                        WS-DG-INVOICE " FOR BACKOUT"
                NOT INVALID KEY
                    IF INV-HOLD-OVER-CEILING OR INV-HOLD-OFF-CONTRACT
                        SUBTRACT 1 FROM WS-CONTRACT-HOLDS
                    ELSE IF INV-STATUS-HELD
                        SUBTRACT 1 FROM WS-MATCH-HOLDS
                    ELSE IF INV-STATUS-PENDING
                        SUBTRACT 1 FROM WS-APPROVALS-PENDING
                    END-IF
                    DELETE INVOICE-FILE
                        INVALID KEY
                            DISPLAY "UNABLE TO BACK OUT INVOICE, "
                            FROM PO-VOUCHERED-AMOUNT
                        SUBTRACT WS-DG-RETAINED
                            FROM PO-VOUCHERED-AMOUNT
                        IF WS-DG-RELIEVED NOT = ZERO
                            ADD WS-DG-RELIEVED TO PO-ENCUMBERED-AMOUNT
                        END-IF
                        REWRITE PO-RECORD
                        IF WS-PO-FILE-OK AND WS-DG-RELIEVED NOT = ZERO
                            MOVE WS-DG-RELIEVED TO WS-ENC-CHANGE
                            PERFORM 3510-POST-ENCUMBRANCE
                        END-IF
                END-READ
            END-IF.
            IF WS-DG-RETAINED NOT = ZERO
                END-READ
                SUBTRACT WS-DG-RETAINED FROM WS-RETAINED-TOTAL
            END-IF.
            IF WS-DG-CONTRACT NOT = SPACES
                MOVE WS-DG-VENDOR TO CT-VENDOR-NUMBER
                MOVE WS-DG-CONTRACT TO CT-CONTRACT-NUMBER
                READ CONTRACT-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SUBTRACT WS-DG-CONTRACT-AMOUNT
                            FROM CT-CONSUMED
                        REWRITE CONTRACT-RECORD
                END-READ
            END-IF.
            SUBTRACT 1 FROM WS-RECORDS-ADDED.
            SUBTRACT WS-DG-VENDOR FROM WS-HASH-TOTAL.
            SUBTRACT WS-DG-AMOUNT FROM WS-AMOUNT-TOTAL.
                END-DELETE
            END-PERFORM.

      * ONCE A GROUP HAS PROVED AND COMMITTED, EVERY LINE CODED TO
      * A CAPITAL ACCOUNT GOES TO THE ASSET REGISTER'S INTERFACE
      * FILE - NEVER SOONER, SO A GROUP DROPPED OR BACKED OUT FEEDS
      * NOTHING.
       2970-FEED-CAPITAL-LINES.
            PERFORM 2975-FEED-ONE-LINE
                VARYING WS-BG-IX FROM 1 BY 1
                UNTIL WS-BG-IX > WS-DG-LINE-COUNT.

       2975-FEED-ONE-LINE.
            MOVE WS-DG-L-GL(WS-BG-IX) TO WS-CF-GL-ACCOUNT.
            MOVE WS-DG-VENDOR TO WS-CF-VENDOR-NUMBER.
            MOVE WS-DG-INVOICE TO WS-CF-INVOICE-NUMBER.
            MOVE WS-BG-IX TO WS-CF-LINE-NUMBER.
            MOVE WS-DG-PO-NUMBER TO WS-CF-PO-NUMBER.
            MOVE WS-DG-L-CC(WS-BG-IX) TO WS-CF-COST-CENTER.
            MOVE WS-DG-L-AMOUNT(WS-BG-IX) TO WS-CF-AMOUNT.
            MOVE WS-DG-INV-DATE TO WS-CF-INVOICE-DATE.
            MOVE ZERO TO WS-CF-IN-SERVICE-DATE.
            MOVE SPACES TO WS-CF-DESCRIPTION.
            MOVE WS-DG-COMPANY TO WS-CF-COMPANY-CODE.
            IF WS-MODE-INTERACTIVE
                MOVE "T" TO WS-CF-FUNCTION
                PERFORM 2980-CALL-CAPITAL-FEED
                IF WS-CF-IS-CAPITAL
                    PERFORM 2985-ASK-ASSET-DETAILS
                END-IF
            END-IF.
            MOVE "W" TO WS-CF-FUNCTION.
            PERFORM 2980-CALL-CAPITAL-FEED.
            IF WS-CF-ADDITION-WRITTEN
                ADD 1 TO WS-CAPITAL-LINES-FED
            END-IF.

       2980-CALL-CAPITAL-FEED.
            CALL "CAPFED01" USING WS-CF-FUNCTION WS-CF-GL-ACCOUNT
                WS-CF-VENDOR-NUMBER WS-CF-INVOICE-NUMBER
                WS-CF-LINE-NUMBER WS-CF-PO-NUMBER WS-CF-COST-CENTER
                WS-CF-AMOUNT WS-CF-INVOICE-DATE
                WS-CF-IN-SERVICE-DATE WS-CF-DESCRIPTION
                WS-CF-COMPANY-CODE WS-CF-PROGRAM WS-OPERATOR-ID
                WS-CF-RESULT.

      * A BLANK OR UNREADABLE IN-SERVICE DATE IS LEFT ZERO FOR THE
      * ASSET TEAM; A BLANK DESCRIPTION TAKES THE ACCOUNT'S OWN.
       2985-ASK-ASSET-DETAILS.
            DISPLAY "INVOICE " WS-DG-INVOICE " LINE " WS-BG-IX
                " CODES TO CAPITAL ACCOUNT " WS-CF-GL-ACCOUNT
                " - " WS-CF-DESCRIPTION.
            DISPLAY "ENTER IN-SERVICE DATE (YYYYMMDD, BLANK = "
                "ASSET TEAM SETS IT): ".
            ACCEPT WS-ENTRY-IN-SERVICE.
            IF WS-ENTRY-IN-SERVICE NUMERIC
                MOVE WS-ENTRY-IN-SERVICE TO WS-CF-IN-SERVICE-DATE
            END-IF.
            DISPLAY "ENTER ASSET DESCRIPTION (BLANK = ACCOUNT'S): ".
            ACCEPT WS-ENTRY-ASSET-DESC.
            IF WS-ENTRY-ASSET-DESC NOT = SPACES
                MOVE WS-ENTRY-ASSET-DESC TO WS-CF-DESCRIPTION
            END-IF.

       9000-TERMINATE.
            PERFORM 2900-CLOSE-DIST-GROUP.
            DISPLAY "INVOICES ADDED          : " WS-RECORDS-ADDED.
            DISPLAY "DIST LINES ADDED        : " WS-DIST-LINES-ADDED.
            DISPLAY "DIST GROUPS DROPPED     : "
                WS-DIST-GROUPS-DROPPED.
            DISPLAY "TEMPLATE EXPANSIONS     : "
                WS-TEMPLATE-EXPANSIONS.
            DISPLAY "BUDGET BACKOUTS         : " WS-BUDGET-BACKOUTS.
            DISPLAY "CAPITAL LINES FED       : " WS-CAPITAL-LINES-FED.
            DISPLAY "USE TAX ACCRUED         : " WS-USE-TAX-ACCRUED.
            DISPLAY "RETAINAGE WITHHELD      : " WS-RETAINED-TOTAL.
            DISPLAY "HELD ON THREE-WAY MATCH : " WS-MATCH-HOLDS.
            DISPLAY "HELD ON CONTRACT        : " WS-CONTRACT-HOLDS.
            DISPLAY "AWAITING APPROVAL       : " WS-APPROVALS-PENDING.
            CLOSE INVOICE-TRANS-FILE.
            CLOSE CONTRACT-FILE.
            CLOSE RECEIVING-FILE.
            CLOSE RETAINAGE-FILE.
            CLOSE TAX-RATE-FILE.
            CLOSE BUDGET-FILE.
            CLOSE PO-FILE.
            CLOSE INVOICE-FILE.
            CLOSE VENDOR-FILE.
            MOVE "X" TO WS-RR-FUNCTION.
            CALL "RMTLKP01" USING WS-RR-FUNCTION WS-RR-VENDOR-NUMBER
                WS-RR-REMIT-CODE WS-RR-RESULT WS-RR-USED-CODE
                WS-RR-PAYEE-NAME WS-RR-ADDRESS-1 WS-RR-ADDRESS-2
                WS-RR-CITY WS-RR-STATE WS-RR-ZIP.
            MOVE "X" TO WS-CF-FUNCTION.
            PERFORM 2980-CALL-CAPITAL-FEED.
       END PROGRAM INVBLD01.

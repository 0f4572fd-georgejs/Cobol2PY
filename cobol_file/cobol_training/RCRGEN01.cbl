      *                  approved partial, hold reason and the tax
      *                  fields - the same buffer-ride the earlier
      *                  fix closed, reopened by the record growing.
      *   2026-10-15 DW  A generated invoice now lands PENDING
      *                  APPROVAL like a keyed one - the standing
      *                  template is no substitute for the cost
      *                  center's approver passing this month's bill
      *                  in INVAPR01.
      *   2026-10-15 DW  The invoice written here starts with the new
      *                  prepayment fields clear - nothing applied.
      *   2026-10-15 DW  A template billing under a vendor contract
      *                  generates against it.  A contract no longer
      *                  on file, or cancelled, skips the template;
      *                  a month outside the contract's term lands
      *                  the invoice on an OFF CONTRACT hold and one
      *                  past the not-to-exceed ceiling on an OVER
      *                  CEILING hold.  Every invoice generated adds
      *                  to the contract's consumed amount.
      *   2026-10-15 DW  The invoice written here starts with the new
      *                  remit-to code clear - it pays at the vendor's
      *                  default remit-to address.
      *   2026-10-15 DW  Stamps each generated invoice with the entry
      *                  date and time, entered by BATCH.
      *   2026-10-15 DW  An invoice written on hold carries its
      *                  entry date as INV-HOLD-DATE, so the hold can
      *                  be aged from the day it was set.
      *   2026-10-15 DW  A template naming a cost allocation template
      *                  (RT-ALLOC-TEMPLATE) has its invoice split
      *                  through ALCEXP01 onto INVOICE-DIST-FILE, each
      *                  line committed to its cost center's budget
      *                  with an over-budget warning.  One that will
      *                  not split still bills, at vendor level.
      *   2026-10-15 DW  A budget record created here starts with
      *                  nothing encumbered.
      *   2026-10-15 DW  A generated line coded to a capital GL
      *                  account is fed through CAPFED01 to the asset
      *                  register's interface file, in-service date
      *                  left for the asset team.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCRGEN01.
           COPY "SLVND01.cbl".
           COPY "SLINV01.cbl".
           COPY "SLRCR01.cbl".
           COPY "SLCTR01.cbl".
           COPY "SLIDS01.cbl".
           COPY "SLBGT01.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "fdvnd01.cbl".
           COPY "FDINV01.cbl".
           COPY "FDRCR01.cbl".
           COPY "FDCTR01.cbl".
           COPY "FDIDS01.cbl".
           COPY "FDBGT01.cbl".

       WORKING-STORAGE SECTION.
       01  WS-VENDOR-FILE-STATUS      PIC X(02).
           88 WS-RECUR-TMP-OK             VALUE "00".
           88 WS-RECUR-TMP-EOF            VALUE "10".
           88 WS-RECUR-TMP-MISSING        VALUE "35".
       01  WS-CONTRACT-FILE-STATUS     PIC X(02).
           88 WS-CONTRACT-FILE-OK          VALUE "00".
           88 WS-CONTRACT-FILE-MISSING     VALUE "35".
           88 WS-CONTRACT-NOT-FOUND        VALUE "23".
       01  WS-INVOICE-DIST-STATUS     PIC X(02).
           88 WS-INVOICE-DIST-OK          VALUE "00".
           88 WS-INVOICE-DIST-MISSING     VALUE "35".
       01  WS-BUDGET-FILE-STATUS      PIC X(02).
           88 WS-BUDGET-FILE-OK           VALUE "00".
           88 WS-BUDGET-FILE-MISSING      VALUE "35".
           88 WS-BUDGET-NOT-FOUND         VALUE "23".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88 WS-NO-MORE-TEMPLATES         VALUE "Y".
       01  WS-MONTHS-SINCE-GEN         PIC S9(06).
       01  WS-DUE-SWITCH               PIC X(01).
           88 WS-TEMPLATE-DUE              VALUE "Y".
       01  WS-CONTRACT-OK-SWITCH       PIC X(01).
           88 WS-CONTRACT-IS-OK            VALUE "Y".
       01  WS-CONTRACT-HOLD-REASON     PIC X(01).
       01  WS-CONTRACT-HEADROOM        PIC S9(09)V99.

      * ALLOCATION TEMPLATE EXPANSION THROUGH ALCEXP01.
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
       01  WS-AE-IX                    PIC 9(02).
       01  WS-BUDGET-PERIOD            PIC 9(06).

       01  WS-TEMPLATES-READ           PIC 9(05) VALUE ZERO.
       01  WS-INVOICES-GENERATED       PIC 9(05) VALUE ZERO.
       01  WS-TEMPLATES-SKIPPED        PIC 9(05) VALUE ZERO.
       01  WS-CONTRACT-HOLDS           PIC 9(05) VALUE ZERO.
       01  WS-DIST-LINES-ADDED         PIC 9(05) VALUE ZERO.
       01  WS-OVER-BUDGET-LINES        PIC 9(05) VALUE ZERO.
       01  WS-CAPITAL-LINES-FED        PIC 9(05) VALUE ZERO.

      * FIELDS FOR THE CAPFED01 ASSET-ADDITION FEED.  NOBODY IS AT
      * THE CONSOLE, SO THE IN-SERVICE DATE IS LEFT FOR THE ASSET
      * TEAM AND THE DESCRIPTION IS THE ACCOUNT'S OWN.
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
       01  WS-CF-PROGRAM               PIC X(08) VALUE "RCRGEN01".
       01  WS-CF-OPERATOR-ID           PIC X(08) VALUE "BATCH".
       01  WS-CF-RESULT                PIC X(01).
           88 WS-CF-ADDITION-WRITTEN       VALUE "W".
       01  WS-GENERATED-TOTAL          PIC S9(11)V99 COMP-3
                                           VALUE ZERO.

                    WS-VENDOR-FILE-STATUS
            END-IF.
            PERFORM 1500-OPEN-INVOICE-FILE.
            OPEN I-O CONTRACT-FILE.
            IF WS-CONTRACT-FILE-MISSING
                DISPLAY "NO CONTRACT-FILE - TEMPLATES NAMING A "
                    "CONTRACT WILL BE SKIPPED"
            ELSE IF NOT WS-CONTRACT-FILE-OK
                DISPLAY "UNABLE TO OPEN CONTRACT-FILE, STATUS = "
                    WS-CONTRACT-FILE-STATUS
            END-IF.
            PERFORM 1600-OPEN-INVOICE-DIST-FILE.
            PERFORM 1700-OPEN-BUDGET-FILE.
            IF NOT WS-NO-MORE-TEMPLATES
                PERFORM 8000-READ-NEXT-TEMPLATE
            END-IF.
                    WS-INVOICE-FILE-STATUS
            END-IF.

      * THE DIST AND BUDGET FILES ARE CREATED EMPTY ON FIRST USE,
      * THE SAME WAY INVBLD01 DOES.
       1600-OPEN-INVOICE-DIST-FILE.
            OPEN I-O INVOICE-DIST-FILE.
            IF WS-INVOICE-DIST-MISSING
                OPEN OUTPUT INVOICE-DIST-FILE
                CLOSE INVOICE-DIST-FILE
                OPEN I-O INVOICE-DIST-FILE
            END-IF.
            IF NOT WS-INVOICE-DIST-OK
                DISPLAY "UNABLE TO OPEN INVOICE-DIST-FILE, STATUS = "
                    WS-INVOICE-DIST-STATUS
            END-IF.

       1700-OPEN-BUDGET-FILE.
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

       2000-PROCESS-TEMPLATES.
            ADD 1 TO WS-TEMPLATES-READ.
            PERFORM 2100-CHECK-TEMPLATE-DUE.
                        "TEMPLATE SKIPPED"
                    ADD 1 TO WS-TEMPLATES-SKIPPED
                ELSE
                    PERFORM 3050-CHECK-CONTRACT
                    IF WS-CONTRACT-IS-OK
                        PERFORM 3080-EXPAND-ALLOCATION
                        PERFORM 3100-WRITE-TEMPLATE-INVOICE
                    ELSE
                        ADD 1 TO WS-TEMPLATES-SKIPPED
                    END-IF
                END-IF
            END-IF.

      * A TEMPLATE UNDER A CONTRACT NEEDS THE CONTRACT ON FILE AND
      * ACTIVE, OR IT IS SKIPPED FOR PURCHASING TO SORT OUT.  THIS
      * MONTH'S BILL STILL GENERATES WHEN THE RUN DATE FALLS OUTSIDE
      * THE TERM, OR THE BILL WOULD PASS THE CEILING - BUT HELD, SO
      * INVHLD01 DECIDES WHETHER WE PAY IT.  THE CONTRACT RECORD
      * STAYS CURRENT FOR THE CONSUMPTION REWRITE IN 3100.
       3050-CHECK-CONTRACT.
            MOVE "Y" TO WS-CONTRACT-OK-SWITCH.
            MOVE SPACE TO WS-CONTRACT-HOLD-REASON.
            IF RT-CONTRACT-NUMBER = SPACES
                CONTINUE
            ELSE IF WS-CONTRACT-FILE-MISSING
                DISPLAY "WARNING - NO CONTRACT-FILE FOR TEMPLATE "
                    RT-VENDOR-NUMBER "-" RT-TEMPLATE-SEQ
                    " - TEMPLATE SKIPPED"
                MOVE "N" TO WS-CONTRACT-OK-SWITCH
            ELSE
                MOVE RT-VENDOR-NUMBER TO CT-VENDOR-NUMBER
                MOVE RT-CONTRACT-NUMBER TO CT-CONTRACT-NUMBER
                READ CONTRACT-FILE
                    INVALID KEY
                        DISPLAY "WARNING - CONTRACT "
                            RT-CONTRACT-NUMBER " NOT ON FILE FOR "
                            "TEMPLATE " RT-VENDOR-NUMBER "-"
                            RT-TEMPLATE-SEQ " - TEMPLATE SKIPPED"
                        MOVE "N" TO WS-CONTRACT-OK-SWITCH
                END-READ
                IF NOT WS-CONTRACT-FILE-OK
                    AND NOT WS-CONTRACT-NOT-FOUND
                    DISPLAY "CONTRACT-FILE READ ERROR, STATUS = "
                        WS-CONTRACT-FILE-STATUS
                    MOVE "N" TO WS-CONTRACT-OK-SWITCH
                END-IF
                IF WS-CONTRACT-FILE-OK AND WS-CONTRACT-IS-OK
                    PERFORM 3060-CHECK-CONTRACT-TERMS
                END-IF
            END-IF.

       3060-CHECK-CONTRACT-TERMS.
            COMPUTE WS-CONTRACT-HEADROOM =
                CT-NTE-AMOUNT - CT-CONSUMED.
            IF NOT CT-STATUS-ACTIVE
                DISPLAY "WARNING - CONTRACT " RT-CONTRACT-NUMBER
                    " CANCELLED - TEMPLATE " RT-VENDOR-NUMBER "-"
                    RT-TEMPLATE-SEQ " SKIPPED"
                MOVE "N" TO WS-CONTRACT-OK-SWITCH
            ELSE IF WS-RUN-DATE < CT-START-DATE
                OR WS-RUN-DATE > CT-END-DATE
                MOVE "K" TO WS-CONTRACT-HOLD-REASON
                DISPLAY "TEMPLATE " RT-VENDOR-NUMBER "-"
                    RT-TEMPLATE-SEQ " OUTSIDE CONTRACT "
                    RT-CONTRACT-NUMBER " TERM - INVOICE HELD"
            ELSE IF RT-AMOUNT > WS-CONTRACT-HEADROOM
                MOVE "N" TO WS-CONTRACT-HOLD-REASON
                DISPLAY "TEMPLATE " RT-VENDOR-NUMBER "-"
                    RT-TEMPLATE-SEQ " PASSES THE CEILING ON CONTRACT "
                    RT-CONTRACT-NUMBER " - INVOICE HELD"
            END-IF.

      * A TEMPLATE THAT NAMES A COST ALLOCATION TEMPLATE HAS ITS
      * AMOUNT SPLIT BEFORE THE INVOICE IS WRITTEN.  ONE THAT WILL
      * NOT SPLIT - GONE, INACTIVE OR NOT TOTALLING 100 PERCENT -
      * STILL BILLS THE MONTH, CODED AT THE VENDOR LEVEL, SO THE
      * RENT IS NOT MISSED OVER A CODING PROBLEM.
       3080-EXPAND-ALLOCATION.
            MOVE ZERO TO WS-AE-LINE-COUNT.
            MOVE "N" TO WS-AE-RESULT.
            IF RT-ALLOC-TEMPLATE NOT = SPACES
                MOVE RT-ALLOC-TEMPLATE TO WS-AE-TEMPLATE-CODE
                MOVE RT-AMOUNT TO WS-AE-AMOUNT
                CALL "ALCEXP01" USING WS-AE-TEMPLATE-CODE
                    WS-AE-AMOUNT WS-AE-LINE-COUNT WS-AE-LINES
                    WS-AE-RESULT
                IF NOT WS-AE-EXPANDED
                    DISPLAY "WARNING - ALLOCATION TEMPLATE "
                        RT-ALLOC-TEMPLATE " WILL NOT EXPAND FOR "
                        "TEMPLATE " RT-VENDOR-NUMBER "-"
                        RT-TEMPLATE-SEQ " - CODED AT VENDOR LEVEL"
                END-IF
            END-IF.

            MOVE WS-RUN-DATE TO INV-DUE-DATE.
            MOVE RT-DAY-OF-MONTH TO INV-DUE-DATE(7:2).
            MOVE RT-AMOUNT TO INV-AMOUNT.
            IF WS-CONTRACT-HOLD-REASON = SPACE
                SET INV-STATUS-PENDING TO TRUE
                SET INV-HOLD-NONE TO TRUE
            ELSE
                SET INV-STATUS-HELD TO TRUE
                MOVE WS-CONTRACT-HOLD-REASON TO INV-HOLD-REASON
            END-IF.
            MOVE ZERO TO INV-PAID-DATE.
            MOVE ZERO TO INV-CHECK-NUMBER.
            MOVE ZERO TO INV-DISCOUNT-DATE.
            SET INV-DOC-INVOICE TO TRUE.
            MOVE ZERO TO INV-AMOUNT-PAID.
            MOVE ZERO TO INV-PARTIAL-AMOUNT.
            SET INV-TAX-NONE TO TRUE.
            MOVE SPACES TO INV-TAX-JURISDICTION.
            MOVE ZERO TO INV-USE-TAX-AMOUNT.
            MOVE "01" TO INV-COMPANY-CODE.
            MOVE SPACES TO INV-APPROVED-BY.
            MOVE ZERO TO INV-APPROVAL-DATE.
            MOVE SPACES TO INV-PREPAY-NUMBER.
            MOVE ZERO TO INV-PREPAY-APPLIED.
            MOVE ZERO TO INV-PREPAY-DATE.
            MOVE ZERO TO INV-PREPAY-CONSUMED.
            MOVE RT-CONTRACT-NUMBER TO INV-CONTRACT-NUMBER.
            MOVE SPACES TO INV-REMIT-CODE.
            IF WS-AE-EXPANDED
                MOVE RT-ALLOC-TEMPLATE TO INV-ALLOC-TEMPLATE
            ELSE
                MOVE SPACES TO INV-ALLOC-TEMPLATE
            END-IF.
            MOVE WS-RUN-DATE TO INV-ENTRY-DATE.
            ACCEPT INV-ENTRY-TIME FROM TIME.
            MOVE "BATCH" TO INV-ENTERED-BY.
            IF INV-STATUS-HELD
                MOVE INV-ENTRY-DATE TO INV-HOLD-DATE
            ELSE
                MOVE ZERO TO INV-HOLD-DATE
            END-IF.
            WRITE INVOICE-RECORD
                INVALID KEY
                    DISPLAY "ALREADY GENERATED THIS PERIOD - VENDOR "
                NOT INVALID KEY
                    ADD 1 TO WS-INVOICES-GENERATED
                    ADD RT-AMOUNT TO WS-GENERATED-TOTAL
                    IF INV-STATUS-HELD
                        ADD 1 TO WS-CONTRACT-HOLDS
                    END-IF
                    IF WS-AE-EXPANDED
                        PERFORM 3200-WRITE-DIST-LINES
                    END-IF
                    IF INV-CONTRACT-NUMBER NOT = SPACES
                        ADD RT-AMOUNT TO CT-CONSUMED
                        REWRITE CONTRACT-RECORD
                        IF NOT WS-CONTRACT-FILE-OK
                            DISPLAY "UNABLE TO REWRITE CONTRACT, "
                                "STATUS = " WS-CONTRACT-FILE-STATUS
                        END-IF
                    END-IF
                    MOVE WS-RUN-DATE TO RT-LAST-GEN-DATE
                    REWRITE RECUR-TEMPLATE-RECORD
                    IF NOT WS-RECUR-TMP-OK
                    WS-INVOICE-FILE-STATUS
            END-IF.

      * THE EXPANDED LINES GO ONTO THE DIST FILE AND EACH COMMITS
      * ITS SHARE TO ITS COST CENTER'S BUDGET FOR THE MONTH.  THERE
      * IS NO ONE HERE TO OVERRIDE, SO AN OVER-BUDGET LINE ONLY
      * WARNS - THE INVOICE IS PENDING APPROVAL, AND THE APPROVER
      * IS THE GATE.
       3200-WRITE-DIST-LINES.
            MOVE WS-RUN-DATE(1:6) TO WS-BUDGET-PERIOD.
            PERFORM VARYING WS-AE-IX FROM 1 BY 1
                UNTIL WS-AE-IX > WS-AE-LINE-COUNT
                MOVE INV-VENDOR-NUMBER  TO ID-VENDOR-NUMBER
                MOVE INV-INVOICE-NUMBER TO ID-INVOICE-NUMBER
                MOVE WS-AE-IX           TO ID-LINE-NUMBER
                MOVE WS-AE-GL-ACCOUNT(WS-AE-IX) TO ID-GL-ACCOUNT
                MOVE WS-AE-COST-CENTER(WS-AE-IX) TO ID-COST-CENTER
                MOVE WS-AE-LINE-AMOUNT(WS-AE-IX) TO ID-AMOUNT
                WRITE INVOICE-DIST-RECORD
                    INVALID KEY
                        DISPLAY "DISTRIBUTION LINE ALREADY ON FILE - "
                            INV-INVOICE-NUMBER " LINE " WS-AE-IX
                    NOT INVALID KEY
                        ADD 1 TO WS-DIST-LINES-ADDED
                        PERFORM 3250-COMMIT-ONE-BUDGET
                        PERFORM 3280-FEED-CAPITAL-LINE
                END-WRITE
            END-PERFORM.

      * A LINE CODED TO A CAPITAL ACCOUNT GOES TO THE ASSET
      * REGISTER'S INTERFACE FILE; ANY OTHER LINE IS PASSED OVER BY
      * CAPFED01 ITSELF.
       3280-FEED-CAPITAL-LINE.
            MOVE "W" TO WS-CF-FUNCTION.
            MOVE WS-AE-GL-ACCOUNT(WS-AE-IX) TO WS-CF-GL-ACCOUNT.
            MOVE INV-VENDOR-NUMBER TO WS-CF-VENDOR-NUMBER.
            MOVE INV-INVOICE-NUMBER TO WS-CF-INVOICE-NUMBER.
            MOVE WS-AE-IX TO WS-CF-LINE-NUMBER.
            MOVE INV-PO-NUMBER TO WS-CF-PO-NUMBER.
            MOVE WS-AE-COST-CENTER(WS-AE-IX) TO WS-CF-COST-CENTER.
            MOVE WS-AE-LINE-AMOUNT(WS-AE-IX) TO WS-CF-AMOUNT.
            MOVE INV-INVOICE-DATE TO WS-CF-INVOICE-DATE.
            MOVE ZERO TO WS-CF-IN-SERVICE-DATE.
            MOVE SPACES TO WS-CF-DESCRIPTION.
            MOVE INV-COMPANY-CODE TO WS-CF-COMPANY-CODE.
            PERFORM 3290-CALL-CAPITAL-FEED.
            IF WS-CF-ADDITION-WRITTEN
                ADD 1 TO WS-CAPITAL-LINES-FED
            END-IF.

       3290-CALL-CAPITAL-FEED.
            CALL "CAPFED01" USING WS-CF-FUNCTION WS-CF-GL-ACCOUNT
                WS-CF-VENDOR-NUMBER WS-CF-INVOICE-NUMBER
                WS-CF-LINE-NUMBER WS-CF-PO-NUMBER WS-CF-COST-CENTER
                WS-CF-AMOUNT WS-CF-INVOICE-DATE
                WS-CF-IN-SERVICE-DATE WS-CF-DESCRIPTION
                WS-CF-COMPANY-CODE WS-CF-PROGRAM WS-CF-OPERATOR-ID
                WS-CF-RESULT.

       3250-COMMIT-ONE-BUDGET.
            IF WS-AE-COST-CENTER(WS-AE-IX) NOT = SPACES
                MOVE WS-AE-COST-CENTER(WS-AE-IX) TO BG-COST-CENTER
                MOVE WS-BUDGET-PERIOD TO BG-PERIOD
                READ BUDGET-FILE
                    INVALID KEY
                        MOVE ZERO TO BG-BUDGET-AMOUNT
                        MOVE WS-AE-LINE-AMOUNT(WS-AE-IX)
                            TO BG-COMMITTED-AMOUNT
                        MOVE ZERO TO BG-ENCUMBERED-AMOUNT
                        WRITE BUDGET-RECORD
                    NOT INVALID KEY
                        ADD WS-AE-LINE-AMOUNT(WS-AE-IX)
                            TO BG-COMMITTED-AMOUNT
                        IF BG-BUDGET-AMOUNT > ZERO
                            AND BG-COMMITTED-AMOUNT > BG-BUDGET-AMOUNT
                            DISPLAY "WARNING - COST CENTER "
                                BG-COST-CENTER " PERIOD " BG-PERIOD
                                " OVER BUDGET - COMMITTED "
                                BG-COMMITTED-AMOUNT " BUDGET "
                                BG-BUDGET-AMOUNT
                            ADD 1 TO WS-OVER-BUDGET-LINES
                        END-IF
                        REWRITE BUDGET-RECORD
                END-READ
                IF NOT WS-BUDGET-FILE-OK
                    AND NOT WS-BUDGET-NOT-FOUND
                    DISPLAY "UNABLE TO UPDATE BUDGET-FILE, STATUS = "
                        WS-BUDGET-FILE-STATUS
                END-IF
            END-IF.

       8000-READ-NEXT-TEMPLATE.
            READ RECUR-TEMPLATE-FILE NEXT RECORD
                AT END SET WS-NO-MORE-TEMPLATES TO TRUE
                WS-INVOICES-GENERATED.
            DISPLAY "TEMPLATES SKIPPED       : "
                WS-TEMPLATES-SKIPPED.
            DISPLAY "HELD ON CONTRACT        : " WS-CONTRACT-HOLDS.
            DISPLAY "GENERATED AMOUNT TOTAL  : " WS-GENERATED-TOTAL.
            DISPLAY "DIST LINES ADDED        : " WS-DIST-LINES-ADDED.
            DISPLAY "LINES OVER BUDGET       : "
                WS-OVER-BUDGET-LINES.
            DISPLAY "CAPITAL LINES FED       : "
                WS-CAPITAL-LINES-FED.
            MOVE "X" TO WS-CF-FUNCTION.
            PERFORM 3290-CALL-CAPITAL-FEED.
            CLOSE RECUR-TEMPLATE-FILE.
            CLOSE CONTRACT-FILE.
            CLOSE BUDGET-FILE.
            CLOSE INVOICE-DIST-FILE.
            CLOSE INVOICE-FILE.
            CLOSE VENDOR-FILE.
       END PROGRAM RCRGEN01.

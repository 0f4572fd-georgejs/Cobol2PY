      *              EMPLOYEE-FILE and not the vendor master, vendor
      *              reporting and the 1099 extract never see them.
      *              Manual reimbursement checks cut outside the
      *              system retire.  Every line is checked against
      *              the expense policy table (EXPMNT01) in force on
      *              its expense date: mileage is priced from the
      *              miles, meals are capped at the per diem, and a
      *              line over its lodging rate or category cap, for
      *              a hotel night already claimed, or that cannot
      *              be checked at all loads HELD over policy.  The
      *              lines held, capped or repriced go to the
      *              exception file EXPEXC01 prints for each
      *              department head.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-09-02 DW  Original expense load.
      *   2026-10-15 DW  A reimbursement now loads PENDING APPROVAL
      *                  and waits for INVAPR01 like any invoice.  It
      *                  carries no distribution, so it routes on the
      *                  default (blank cost center) approver bands.
      *   2026-10-15 DW  The invoice written here starts with the new
      *                  prepayment fields clear - nothing applied.
      *   2026-10-15 DW  The invoice written here starts with the new
      *                  contract number clear - it bills against no
      *                  vendor contract.
      *   2026-10-15 DW  The invoice written here starts with the new
      *                  remit-to code clear - it pays at the vendor's
      *                  default remit-to address.
      *   2026-10-15 DW  Expense policy checking.  The batch line now
      *                  carries a category, miles, days/nights and
      *                  the city and state, and is checked against
      *                  the policy table in force on the expense
      *                  date: mileage is priced from miles at the
      *                  mileage rate, meals are capped at days times
      *                  the per diem, and lodging over its rate, a
      *                  hotel night already claimed (LODGING-NIGHT-
      *                  FILE), an amount over its category cap, or a
      *                  line that cannot be checked loads HELD with
      *                  reason E.  Held, capped and repriced lines go
      *                  to the exception file for EXPEXC01.
      *   2026-10-15 DW  Stamps each expense line loaded with the
      *                  entry date and time, entered by BATCH.
      *   2026-10-15 DW  An invoice written on hold carries its
      *                  entry date as INV-HOLD-DATE, so the hold can
      *                  be aged from the day it was set.
      *   2026-10-15 DW  The invoice written here starts with the new
      *                  allocation template clear - its distribution
      *                  is not expanded from a template.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPBLD01.
       FILE-CONTROL.
           COPY "SLEMP01.cbl".
           COPY "SLINV01.cbl".
           COPY "SLEPL01.cbl".
           COPY "SLLDN01.cbl".
           COPY "SLEXE01.cbl".
           SELECT EXPENSE-TRANS-FILE ASSIGN TO "EXPTRAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXPENSE-TRANS-STATUS.
       FILE SECTION.
           COPY "FDEMP01.cbl".
           COPY "FDINV01.cbl".
           COPY "FDEPL01.cbl".
           COPY "FDLDN01.cbl".
           COPY "FDEXE01.cbl".

       FD  EXPENSE-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
           05 ET-EXPENSE-REF           PIC X(15).
           05 ET-EXPENSE-DATE          PIC 9(08).
           05 ET-AMOUNT                PIC 9(09)V99.
      * THE POLICY FIELDS.  MILES FOR A MILEAGE LINE, DAYS (OR HOTEL
      * NIGHTS, THE FIRST ONE THE EXPENSE DATE) FOR MEALS AND LODGING,
      * AND THE CITY AND STATE THE PER DIEM IS LOOKED UP BY.
           05 ET-CATEGORY              PIC X(04).
           05 ET-MILES                 PIC 9(05).
           05 ET-DAYS                  PIC 9(03).
           05 ET-STATE                 PIC X(02).
           05 ET-CITY                  PIC X(18).
       01  EXPENSE-TRANS-CONTROL.
           05 EC-RECORD-TYPE           PIC X(05).
               88 EC-BATCH-HEADER          VALUE "*HDR*".
           88 WS-EXPENSE-TRANS-OK         VALUE "00".
           88 WS-EXPENSE-TRANS-EOF        VALUE "10".
           88 WS-EXPENSE-TRANS-MISSING    VALUE "35".
       01  WS-EXPENSE-POLICY-STATUS   PIC X(02).
           88 WS-EXPENSE-POLICY-OK        VALUE "00".
           88 WS-EXPENSE-POLICY-EOF       VALUE "10".
       01  WS-LODGING-NIGHT-STATUS    PIC X(02).
           88 WS-LODGING-NIGHT-OK         VALUE "00".
           88 WS-LODGING-NIGHT-MISSING    VALUE "35".
       01  WS-EXPENSE-EXCP-STATUS     PIC X(02).
           88 WS-EXPENSE-EXCP-OK          VALUE "00".
       01  WS-POLICY-OPEN-SWITCH       PIC X(01) VALUE "N".
           88 WS-POLICY-TABLE-OPEN         VALUE "Y".
       01  WS-NIGHTS-OPEN-SWITCH       PIC X(01) VALUE "N".
           88 WS-NIGHT-FILE-OPEN           VALUE "Y".
       01  WS-EXCP-OPEN-SWITCH         PIC X(01) VALUE "N".
           88 WS-EXCEPTION-FILE-OPEN       VALUE "Y".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88 WS-NO-MORE-TRANS             VALUE "Y".
           88 WS-PK-PERIOD-OPEN            VALUE "O".
           88 WS-PK-PERIOD-CLOSED          VALUE "C".

      * WHAT THE POLICY CHECK DECIDED FOR THE LINE IN HAND.  THE
      * LOAD AMOUNT IS WHAT GOES ON THE INVOICE; THE ALLOWED AMOUNT
      * IS WHAT POLICY SAYS THE LINE IS WORTH, FOR THE EXCEPTION.
       01  WS-POLICY-ACTION            PIC X(01).
           88 WS-POLICY-PASSED             VALUE SPACE.
           88 WS-POLICY-HOLD               VALUE "H".
           88 WS-POLICY-CAPPED             VALUE "C".
           88 WS-POLICY-REPRICED           VALUE "R".
       01  WS-POLICY-REASON            PIC X(30).
       01  WS-LOAD-AMOUNT              PIC 9(09)V99.
       01  WS-ALLOWED-AMOUNT           PIC 9(09)V99.
       01  WS-CLAIM-MILES              PIC 9(05).
       01  WS-CLAIM-DAYS               PIC 9(03).
       01  WS-LODGING-SWITCH           PIC X(01).
           88 WS-LODGING-CLAIM             VALUE "Y".

      * THE POLICY RECORD IN FORCE, FOUND THE CURCONV01 WAY - THE
      * LATEST EFFECTIVE DATE NOT AFTER THE EXPENSE DATE.
       01  WS-PL-TYPE                  PIC X(01).
       01  WS-PL-CODE                  PIC X(20).
       01  WS-PL-BEST-RECORD           PIC X(100).
       01  WS-PL-FOUND-SWITCH          PIC X(01).
           88 WS-PL-FOUND                  VALUE "Y".
       01  WS-PL-SCAN-SWITCH           PIC X(01).
           88 WS-PL-SCAN-DONE              VALUE "Y".

      * HOTEL-NIGHT WALK - NIGHT 0 IS THE EXPENSE DATE.
       01  WS-NIGHT-IDX                PIC 9(03).
       01  WS-NIGHT-DATE               PIC 9(08).
       01  WS-NIGHT-CLAIMED-SWITCH     PIC X(01).
           88 WS-NIGHT-ALREADY-CLAIMED     VALUE "Y".
       01  WS-CLAIMED-NIGHT            PIC 9(08).

      * FIELDS FOR THE DATECALC1 CALL THAT STEPS THROUGH THE NIGHTS.
       01  WS-DC-FUNCTION              PIC X(01).
       01  WS-DC-DATE-1                PIC 9(08).
       01  WS-DC-DATE-2                PIC 9(08).
       01  WS-DC-DAYS                  PIC S9(07).
       01  WS-DC-RESULT-DATE           PIC 9(08).
       01  WS-DC-ERROR-SWITCH          PIC X(01).
           88 WS-DC-DATE-ERROR             VALUE "Y".

       01  WS-BATCH-CONTROLS.
           05 WS-RECORDS-ADDED         PIC 9(07) COMP.
           05 WS-RECORDS-REJECTED      PIC 9(07) COMP.
           05 WS-RECORDS-HELD          PIC 9(07) COMP.
           05 WS-RECORDS-CAPPED        PIC 9(07) COMP.
           05 WS-RECORDS-REPRICED      PIC 9(07) COMP.
           05 WS-AMOUNT-TOTAL          PIC S9(11)V99 COMP-3.

       PROCEDURE DIVISION.
                    WS-EMPLOYEE-FILE-STATUS
            END-IF.
            PERFORM 1500-OPEN-INVOICE-FILE.
            PERFORM 1600-OPEN-POLICY-FILES.
            OPEN INPUT EXPENSE-TRANS-FILE.
            IF NOT WS-EXPENSE-TRANS-OK
                DISPLAY "UNABLE TO RE-OPEN EXPENSE-TRANS-FILE, "
                SET WS-NO-MORE-TRANS TO TRUE
            END-IF.

      * THE POLICY TABLE IS ONLY READ.  WITHOUT IT NO LINE CAN BE
      * CHECKED, SO EVERY LINE LOADS HELD RATHER THAN UNCHECKED.  THE
      * NIGHTS FILE IS CREATED EMPTY THE FIRST TIME; THE EXCEPTION
      * FILE IS THIS BATCH'S ALONE.
       1600-OPEN-POLICY-FILES.
            OPEN INPUT EXPENSE-POLICY-FILE.
            IF WS-EXPENSE-POLICY-OK
                SET WS-POLICY-TABLE-OPEN TO TRUE
            ELSE
                DISPLAY "NO EXPENSE POLICY TABLE, STATUS = "
                    WS-EXPENSE-POLICY-STATUS
                    " - EVERY EXPENSE WILL LOAD HELD"
            END-IF.
            OPEN I-O LODGING-NIGHT-FILE.
            IF WS-LODGING-NIGHT-MISSING
                OPEN OUTPUT LODGING-NIGHT-FILE
                CLOSE LODGING-NIGHT-FILE
                OPEN I-O LODGING-NIGHT-FILE
            END-IF.
            IF WS-LODGING-NIGHT-OK
                SET WS-NIGHT-FILE-OPEN TO TRUE
            ELSE
                DISPLAY "UNABLE TO OPEN LODGING-NIGHT-FILE, STATUS = "
                    WS-LODGING-NIGHT-STATUS
                    " - LODGING WILL LOAD HELD"
            END-IF.
            OPEN OUTPUT EXPENSE-EXCEPTION-FILE.
            IF WS-EXPENSE-EXCP-OK
                SET WS-EXCEPTION-FILE-OPEN TO TRUE
            ELSE
                DISPLAY "UNABLE TO OPEN EXPENSE-EXCEPTION-FILE, "
                    "STATUS = " WS-EXPENSE-EXCP-STATUS
            END-IF.

       2000-PROCESS-ONE-EXPENSE.
            IF EC-BATCH-TRAILER
                SET WS-NO-MORE-TRANS TO TRUE
                    ADD 1 TO WS-RECORDS-REJECTED
                NOT INVALID KEY
                    IF EM-ACTIVE
                        PERFORM 2500-APPLY-EXPENSE-POLICY
                        PERFORM 3000-ADD-REIMBURSEMENT
                    ELSE
                        DISPLAY "EMPLOYEE INACTIVE - REJECTED: "
                    END-IF
            END-READ.

      * CHECK THE LINE AGAINST THE POLICY IN FORCE ON ITS EXPENSE
      * DATE.  A LINE THAT CANNOT BE CHECKED - NO CATEGORY, A CATEGORY
      * OR RATE NOT ON THE TABLE, NO MILES OR DAYS TO PRICE FROM - IS
      * HELD, NOT WAVED THROUGH.  OLD-FORMAT BATCHES CARRY NO
      * CATEGORY AND SO LOAD HELD UNTIL THE FEED IS CHANGED.
       2500-APPLY-EXPENSE-POLICY.
            MOVE ET-AMOUNT TO WS-LOAD-AMOUNT.
            MOVE ET-AMOUNT TO WS-ALLOWED-AMOUNT.
            MOVE SPACE TO WS-POLICY-ACTION.
            MOVE SPACES TO WS-POLICY-REASON.
            MOVE "N" TO WS-LODGING-SWITCH.
            MOVE ZERO TO WS-CLAIM-MILES.
            MOVE ZERO TO WS-CLAIM-DAYS.
            IF ET-MILES NUMERIC
                MOVE ET-MILES TO WS-CLAIM-MILES
            END-IF.
            IF ET-DAYS NUMERIC
                MOVE ET-DAYS TO WS-CLAIM-DAYS
            END-IF.
            IF NOT WS-POLICY-TABLE-OPEN
                SET WS-POLICY-HOLD TO TRUE
                MOVE "NO EXPENSE POLICY TABLE" TO WS-POLICY-REASON
            ELSE IF ET-CATEGORY = SPACES
                SET WS-POLICY-HOLD TO TRUE
                MOVE "NO EXPENSE CATEGORY" TO WS-POLICY-REASON
            ELSE
                MOVE "C" TO WS-PL-TYPE
                MOVE ET-CATEGORY TO WS-PL-CODE
                PERFORM 2600-FIND-POLICY-IN-FORCE
                IF NOT WS-PL-FOUND
                    SET WS-POLICY-HOLD TO TRUE
                    MOVE "CATEGORY NOT ON POLICY" TO WS-POLICY-REASON
                ELSE IF EP-KIND-MILEAGE
                    PERFORM 2710-PRICE-MILEAGE
                ELSE IF EP-KIND-PER-DIEM
                    PERFORM 2720-CAP-PER-DIEM
                ELSE IF EP-KIND-LODGING
                    PERFORM 2730-CHECK-LODGING
                ELSE
                    PERFORM 2740-CHECK-CATEGORY-CAP
                END-IF
            END-IF.

      * WALK THE ENTRY'S DATED RECORDS AND KEEP THE LATEST ONE NOT
      * AFTER THE EXPENSE DATE, LEAVING IT IN THE RECORD AREA.
       2600-FIND-POLICY-IN-FORCE.
            MOVE "N" TO WS-PL-FOUND-SWITCH.
            MOVE "N" TO WS-PL-SCAN-SWITCH.
            MOVE WS-PL-TYPE TO EP-RECORD-TYPE.
            MOVE WS-PL-CODE TO EP-CODE.
            MOVE ZERO TO EP-EFFECTIVE-DATE.
            START EXPENSE-POLICY-FILE KEY IS NOT LESS THAN EP-KEY
                INVALID KEY SET WS-PL-SCAN-DONE TO TRUE
            END-START.
            IF NOT WS-PL-SCAN-DONE
                PERFORM 2690-READ-NEXT-POLICY
            END-IF.
            PERFORM UNTIL WS-PL-SCAN-DONE
                OR EP-RECORD-TYPE NOT = WS-PL-TYPE
                OR EP-CODE NOT = WS-PL-CODE
                OR EP-EFFECTIVE-DATE > ET-EXPENSE-DATE
                MOVE EXPENSE-POLICY-RECORD TO WS-PL-BEST-RECORD
                SET WS-PL-FOUND TO TRUE
                PERFORM 2690-READ-NEXT-POLICY
            END-PERFORM.
            IF WS-PL-FOUND
                MOVE WS-PL-BEST-RECORD TO EXPENSE-POLICY-RECORD
            END-IF.

      * THE PER DIEM FOR THE CITY, ELSE THE REST OF ITS STATE, ELSE
      * THE STANDARD RATE FOR ANYWHERE NOT LISTED.
       2650-FIND-PER-DIEM-RATE.
            MOVE "D" TO WS-PL-TYPE.
            MOVE ET-STATE TO WS-PL-CODE(1:2).
            MOVE ET-CITY  TO WS-PL-CODE(3:18).
            PERFORM 2600-FIND-POLICY-IN-FORCE.
            IF NOT WS-PL-FOUND AND ET-CITY NOT = SPACES
                MOVE SPACES TO WS-PL-CODE(3:18)
                PERFORM 2600-FIND-POLICY-IN-FORCE
            END-IF.
            IF NOT WS-PL-FOUND AND ET-STATE NOT = SPACES
                MOVE SPACES TO WS-PL-CODE
                PERFORM 2600-FIND-POLICY-IN-FORCE
            END-IF.

       2690-READ-NEXT-POLICY.
            READ EXPENSE-POLICY-FILE NEXT RECORD
                AT END SET WS-PL-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-EXPENSE-POLICY-OK AND NOT WS-EXPENSE-POLICY-EOF
                DISPLAY "EXPENSE-POLICY-FILE READ ERROR, STATUS = "
                    WS-EXPENSE-POLICY-STATUS
                SET WS-PL-SCAN-DONE TO TRUE
            END-IF.

      * MILEAGE PAYS MILES TIMES THE RATE IN FORCE, WHATEVER AMOUNT
      * WAS KEYED - A CLAIM AT TWICE THE RATE PAYS AT THE RATE.
       2710-PRICE-MILEAGE.
            IF WS-CLAIM-MILES = ZERO
                SET WS-POLICY-HOLD TO TRUE
                MOVE "MILES NOT GIVEN" TO WS-POLICY-REASON
            ELSE
                MOVE "M" TO WS-PL-TYPE
                MOVE SPACES TO WS-PL-CODE
                PERFORM 2600-FIND-POLICY-IN-FORCE
                IF NOT WS-PL-FOUND
                    SET WS-POLICY-HOLD TO TRUE
                    MOVE "NO MILEAGE RATE IN FORCE"
                        TO WS-POLICY-REASON
                ELSE
                    COMPUTE WS-ALLOWED-AMOUNT ROUNDED =
                        WS-CLAIM-MILES * EP-MILEAGE-RATE
                    IF WS-ALLOWED-AMOUNT NOT = ET-AMOUNT
                        MOVE WS-ALLOWED-AMOUNT TO WS-LOAD-AMOUNT
                        SET WS-POLICY-REPRICED TO TRUE
                        MOVE "PRICED FROM MILES AT THE RATE"
                            TO WS-POLICY-REASON
                    END-IF
                END-IF
            END-IF.

      * MEALS AND INCIDENTALS PAY UP TO DAYS TIMES THE PER DIEM FOR
      * THE LOCATION; ANYTHING OVER IS CUT BACK, NOT HELD.
       2720-CAP-PER-DIEM.
            IF WS-CLAIM-DAYS = ZERO
                SET WS-POLICY-HOLD TO TRUE
                MOVE "DAYS NOT GIVEN" TO WS-POLICY-REASON
            ELSE
                PERFORM 2650-FIND-PER-DIEM-RATE
                IF NOT WS-PL-FOUND
                    SET WS-POLICY-HOLD TO TRUE
                    MOVE "NO PER DIEM RATE IN FORCE"
                        TO WS-POLICY-REASON
                ELSE
                    COMPUTE WS-ALLOWED-AMOUNT =
                        WS-CLAIM-DAYS * EP-MIE-RATE
                    IF ET-AMOUNT > WS-ALLOWED-AMOUNT
                        MOVE WS-ALLOWED-AMOUNT TO WS-LOAD-AMOUNT
                        SET WS-POLICY-CAPPED TO TRUE
                        MOVE "CAPPED AT DAYS TIMES PER DIEM"
                            TO WS-POLICY-REASON
                    ELSE
                        MOVE ET-AMOUNT TO WS-ALLOWED-AMOUNT
                    END-IF
                END-IF
            END-IF.

      * LODGING OVER NIGHTS TIMES THE LOCATION'S RATE IS HELD FOR THE
      * DEPARTMENT HEAD - A CONFERENCE HOTEL CAN BE A FAIR EXCEPTION.
      * A NIGHT THE EMPLOYEE HAS ALREADY BEEN PAID FOR IS ALWAYS HELD.
       2730-CHECK-LODGING.
            IF WS-CLAIM-DAYS = ZERO
                SET WS-POLICY-HOLD TO TRUE
                MOVE "NIGHTS NOT GIVEN" TO WS-POLICY-REASON
            ELSE IF NOT WS-NIGHT-FILE-OPEN
                SET WS-POLICY-HOLD TO TRUE
                MOVE "NIGHTS CANNOT BE CHECKED" TO WS-POLICY-REASON
            ELSE
                SET WS-LODGING-CLAIM TO TRUE
                PERFORM 2650-FIND-PER-DIEM-RATE
                IF WS-PL-FOUND
                    COMPUTE WS-ALLOWED-AMOUNT =
                        WS-CLAIM-DAYS * EP-LODGING-RATE
                END-IF
                PERFORM 2800-CHECK-LODGING-NIGHTS
                IF WS-DC-DATE-ERROR
                    SET WS-POLICY-HOLD TO TRUE
                    MOVE "EXPENSE DATE IS NOT A DATE"
                        TO WS-POLICY-REASON
                ELSE IF WS-NIGHT-ALREADY-CLAIMED
                    SET WS-POLICY-HOLD TO TRUE
                    STRING "NIGHT " DELIMITED BY SIZE
                           WS-CLAIMED-NIGHT DELIMITED BY SIZE
                           " ALREADY CLAIMED" DELIMITED BY SIZE
                        INTO WS-POLICY-REASON
                ELSE IF NOT WS-PL-FOUND
                    SET WS-POLICY-HOLD TO TRUE
                    MOVE "NO LODGING RATE IN FORCE"
                        TO WS-POLICY-REASON
                ELSE IF ET-AMOUNT > WS-ALLOWED-AMOUNT
                    SET WS-POLICY-HOLD TO TRUE
                    MOVE "OVER NIGHTS TIMES LODGING RATE"
                        TO WS-POLICY-REASON
                ELSE
                    MOVE ET-AMOUNT TO WS-ALLOWED-AMOUNT
                END-IF
            END-IF.

      * ANY OTHER CATEGORY IS HELD PAST ITS CAP.  A ZERO CAP MEANS THE
      * CATEGORY IS ONLY CHECKED FOR BEING ON THE TABLE.
       2740-CHECK-CATEGORY-CAP.
            IF EP-CAP-AMOUNT > ZERO
                AND ET-AMOUNT > EP-CAP-AMOUNT
                MOVE EP-CAP-AMOUNT TO WS-ALLOWED-AMOUNT
                SET WS-POLICY-HOLD TO TRUE
                MOVE "OVER THE CATEGORY CAP" TO WS-POLICY-REASON
            END-IF.

      * LOOK FOR ANY NIGHT OF THE STAY ALREADY ON LODGING-NIGHT-FILE
      * FOR THE EMPLOYEE.  THE STAY'S FIRST NIGHT IS THE EXPENSE DATE.
       2800-CHECK-LODGING-NIGHTS.
            MOVE "N" TO WS-NIGHT-CLAIMED-SWITCH.
            MOVE "N" TO WS-DC-ERROR-SWITCH.
            PERFORM VARYING WS-NIGHT-IDX FROM 0 BY 1
                    UNTIL WS-NIGHT-IDX >= WS-CLAIM-DAYS
                    OR WS-NIGHT-ALREADY-CLAIMED
                    OR WS-DC-DATE-ERROR
                PERFORM 2850-STEP-TO-NIGHT
                IF NOT WS-DC-DATE-ERROR
                    MOVE ET-EMPLOYEE-NUMBER TO LN-EMPLOYEE-NUMBER
                    MOVE WS-NIGHT-DATE TO LN-NIGHT-DATE
                    READ LODGING-NIGHT-FILE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE WS-NIGHT-DATE TO WS-CLAIMED-NIGHT
                            SET WS-NIGHT-ALREADY-CLAIMED TO TRUE
                    END-READ
                END-IF
            END-PERFORM.

       2850-STEP-TO-NIGHT.
            MOVE "A" TO WS-DC-FUNCTION.
            MOVE ET-EXPENSE-DATE TO WS-DC-DATE-1.
            MOVE WS-NIGHT-IDX TO WS-DC-DAYS.
            CALL "DATECALC1" USING WS-DC-FUNCTION
                WS-DC-DATE-1 WS-DC-DATE-2 WS-DC-DAYS
                WS-DC-RESULT-DATE WS-DC-ERROR-SWITCH.
            MOVE WS-DC-RESULT-DATE TO WS-NIGHT-DATE.

       3000-ADD-REIMBURSEMENT.
            MOVE ET-EMPLOYEE-NUMBER TO INV-VENDOR-NUMBER.
            MOVE ET-EXPENSE-REF     TO INV-INVOICE-NUMBER.
            MOVE ET-EXPENSE-DATE    TO INV-INVOICE-DATE.
            MOVE ET-EXPENSE-DATE    TO INV-DUE-DATE.
            MOVE WS-LOAD-AMOUNT     TO INV-AMOUNT.
            IF WS-POLICY-HOLD
                SET INV-STATUS-HELD TO TRUE
                SET INV-HOLD-OVER-POLICY TO TRUE
            ELSE
                SET INV-STATUS-PENDING TO TRUE
                SET INV-HOLD-NONE TO TRUE
            END-IF.
            SET INV-DOC-INVOICE TO TRUE.
            SET INV-TAX-NONE TO TRUE.
            MOVE ZERO TO INV-AMOUNT-PAID.
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
            MOVE SPACES TO INV-ALLOC-TEMPLATE.
            ACCEPT INV-ENTRY-DATE FROM DATE YYYYMMDD.
            ACCEPT INV-ENTRY-TIME FROM TIME.
            MOVE "BATCH" TO INV-ENTERED-BY.
            IF INV-STATUS-HELD
                MOVE INV-ENTRY-DATE TO INV-HOLD-DATE
            ELSE
                MOVE ZERO TO INV-HOLD-DATE
            END-IF.
            WRITE INVOICE-RECORD
                INVALID KEY
                    DISPLAY "DUPLICATE EXPENSE REJECTED - PAYEE "
                NOT INVALID KEY
                    ADD 1 TO WS-RECORDS-ADDED
                    ADD INV-AMOUNT TO WS-AMOUNT-TOTAL
                    PERFORM 3500-NOTE-POLICY-OUTCOME
            END-WRITE.
            IF NOT WS-INVOICE-FILE-OK AND NOT WS-INVOICE-DUP-KEY
                DISPLAY "UNABLE TO WRITE INVOICE-RECORD, STATUS = "
                    WS-INVOICE-FILE-STATUS
            END-IF.

      * ONLY A LINE THAT ACTUALLY LOADED COUNTS, GOES ON THE EXCEPTION
      * FILE, OR CLAIMS ITS HOTEL NIGHTS.
       3500-NOTE-POLICY-OUTCOME.
            IF WS-POLICY-HOLD
                ADD 1 TO WS-RECORDS-HELD
                DISPLAY "HELD OVER POLICY - " ET-EMPLOYEE-NUMBER " "
                    ET-EXPENSE-REF " " WS-POLICY-REASON
            ELSE IF WS-POLICY-CAPPED
                ADD 1 TO WS-RECORDS-CAPPED
            ELSE IF WS-POLICY-REPRICED
                ADD 1 TO WS-RECORDS-REPRICED
            END-IF.
            IF NOT WS-POLICY-PASSED
                PERFORM 3700-WRITE-EXCEPTION
            END-IF.
            IF WS-LODGING-CLAIM
                PERFORM 3600-RECORD-LODGING-NIGHTS
            END-IF.

      * EVERY NIGHT OF THE STAY GOES ON FILE UNDER THIS EXPENSE.  A
      * NIGHT ALREADY THERE KEEPS THE EXPENSE THAT FIRST CLAIMED IT.
       3600-RECORD-LODGING-NIGHTS.
            MOVE "N" TO WS-DC-ERROR-SWITCH.
            PERFORM VARYING WS-NIGHT-IDX FROM 0 BY 1
                    UNTIL WS-NIGHT-IDX >= WS-CLAIM-DAYS
                    OR WS-DC-DATE-ERROR
                PERFORM 2850-STEP-TO-NIGHT
                IF NOT WS-DC-DATE-ERROR
                    MOVE SPACES TO LODGING-NIGHT-RECORD
                    MOVE ET-EMPLOYEE-NUMBER TO LN-EMPLOYEE-NUMBER
                    MOVE WS-NIGHT-DATE TO LN-NIGHT-DATE
                    MOVE ET-EXPENSE-REF TO LN-EXPENSE-REF
                    ACCEPT LN-LOAD-DATE FROM DATE YYYYMMDD
                    WRITE LODGING-NIGHT-RECORD
                        INVALID KEY
                            CONTINUE
                    END-WRITE
                END-IF
            END-PERFORM.

       3700-WRITE-EXCEPTION.
            IF WS-EXCEPTION-FILE-OPEN
                MOVE SPACES TO EXPENSE-EXCEPTION-RECORD
                MOVE EM-DEPT-CODE       TO EX-DEPT-CODE
                MOVE ET-EMPLOYEE-NUMBER TO EX-EMPLOYEE-NUMBER
                MOVE EM-NAME            TO EX-EMPLOYEE-NAME
                MOVE ET-EXPENSE-REF     TO EX-EXPENSE-REF
                MOVE ET-EXPENSE-DATE    TO EX-EXPENSE-DATE
                MOVE ET-CATEGORY        TO EX-CATEGORY
                MOVE ET-AMOUNT          TO EX-CLAIMED-AMOUNT
                MOVE WS-ALLOWED-AMOUNT  TO EX-ALLOWED-AMOUNT
                MOVE WS-POLICY-ACTION   TO EX-ACTION
                MOVE WS-POLICY-REASON   TO EX-REASON
                WRITE EXPENSE-EXCEPTION-RECORD
                IF NOT WS-EXPENSE-EXCP-OK
                    DISPLAY "UNABLE TO WRITE EXPENSE-EXCEPTION-FILE, "
                        "STATUS = " WS-EXPENSE-EXCP-STATUS
                END-IF
            END-IF.

       9000-TERMINATE.
            DISPLAY "EXPENSES ADDED          : " WS-RECORDS-ADDED.
            DISPLAY "EXPENSES REJECTED       : " WS-RECORDS-REJECTED.
            DISPLAY "EXPENSE AMOUNT TOTAL    : " WS-AMOUNT-TOTAL.
            DISPLAY "  HELD OVER POLICY      : " WS-RECORDS-HELD.
            DISPLAY "  CAPPED AT PER DIEM    : " WS-RECORDS-CAPPED.
            DISPLAY "  REPRICED FROM MILES   : " WS-RECORDS-REPRICED.
            CLOSE EXPENSE-TRANS-FILE.
            CLOSE INVOICE-FILE.
            IF WS-POLICY-TABLE-OPEN
                CLOSE EXPENSE-POLICY-FILE
            END-IF.
            IF WS-NIGHT-FILE-OPEN
                CLOSE LODGING-NIGHT-FILE
            END-IF.
            IF WS-EXCEPTION-FILE-OPEN
                CLOSE EXPENSE-EXCEPTION-FILE
            END-IF.
            IF NOT WS-EMPLOYEE-MISSING
                CLOSE EMPLOYEE-FILE
            END-IF.

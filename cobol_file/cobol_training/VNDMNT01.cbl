      *                  number, so the void function points the
      *                  operator at that check instead of backing
      *                  out money that was never unpaid.
      *   2026-10-15 DW  A recurring template now takes the vendor
      *                  contract it bills against (blank for none),
      *                  and the template browse shows it.
      *   2026-10-15 DW  A change to the name, address or city, and a
      *                  new or changed foreign bank, screens the
      *                  vendor against the SDN sanctions list
      *                  (SDNSCR01); a potential match goes on
      *                  sanctions hold.  A vendor on hold can't be
      *                  deactivated or have a payment posted until
      *                  compliance has decided it in SDNCLR01.
      *   2026-10-15 DW  Field L sets the virtual-card flag (Y/N).
      *                  It names no bank account - the card pays
      *                  the vendor's own merchant account - so it
      *                  changes directly, without the pending
      *                  dual control.
      *   2026-10-15 DW  Remit-to addresses (option B).  A vendor can
      *                  carry several, one code each and one the
      *                  default, on REMIT-TO-FILE.  An add or change
      *                  is keyed as pending and released by a
      *                  different operator with the bank changes
      *                  (option 7), each release writing a
      *                  VH-ACTION-REMIT history image.
      *   2026-10-15 DW  Supplier-diversity certifications (option C)
      *                  - classification, certifying agency,
      *                  certificate number and expiry per vendor on
      *                  DIVERSITY-FILE, for the diversity spend
      *                  report and the sweep's expiry rule.
      *   2026-10-15 DW  A currency change is checked against the
      *                  currency master through CURVAL01 - any
      *                  active currency there is accepted, not just
      *                  USD, CAD or GBP.
      *   2026-10-15 DW  A recurring template takes an optional cost
      *                  allocation template, checked through
      *                  ALCEXP01 - on file, active and totalling 100
      *                  percent - and shown on the template browse.
      *   2026-10-15 DW  Field M sets the late-payment interest flag
      *                  (Y/N).  Like the card flag it names no bank
      *                  account, so it changes directly.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDMNT01.
           COPY "SLPND01.cbl".
           COPY "SLNOT01.cbl".
           COPY "SLCMP01.cbl".
           COPY "SLRMT01.cbl".
           COPY "SLDIV01.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "fdvnd01.cbl".
           COPY "FDPND01.cbl".
           COPY "FDNOT01.cbl".
           COPY "FDCMP01.cbl".
           COPY "FDRMT01.cbl".
           COPY "FDDIV01.cbl".

       WORKING-STORAGE SECTION.
       01  WS-VENDOR-FILE-STATUS    PIC X(02).
           88 WS-COMPLIANCE-MISSING     VALUE "35".
           88 WS-COMPLIANCE-NOT-FOUND   VALUE "23".
           88 WS-COMPLIANCE-EOF         VALUE "10".
       01  WS-REMIT-TO-STATUS       PIC X(02).
           88 WS-REMIT-TO-OK            VALUE "00".
           88 WS-REMIT-TO-MISSING       VALUE "35".
           88 WS-REMIT-TO-NOT-FOUND     VALUE "23".
           88 WS-REMIT-TO-EOF           VALUE "10".
       01  WS-DIVERSITY-STATUS      PIC X(02).
           88 WS-DIVERSITY-OK           VALUE "00".
           88 WS-DIVERSITY-MISSING      VALUE "35".
           88 WS-DIVERSITY-NOT-FOUND    VALUE "23".
           88 WS-DIVERSITY-EOF          VALUE "10".
       01  WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
       01  WS-SIGNON-OK-SWITCH       PIC X(01) VALUE "N".
           88 WS-SIGNON-OK               VALUE "Y".

       01  WS-BEFORE-VENDOR-RECORD   PIC X(300).

      * FIELDS FOR THE CURVAL01 CURRENCY MASTER LOOK-UP.
       01  WS-CV-CURRENCY-CODE       PIC X(03).
       01  WS-CV-DESCRIPTION         PIC X(30).
       01  WS-CV-DECIMAL-PLACES      PIC 9(01).
       01  WS-CV-RAIL-ACH            PIC X(01).
       01  WS-CV-RAIL-WIRE           PIC X(01).
       01  WS-CV-RAIL-CHECK          PIC X(01).
       01  WS-CV-RESULT              PIC X(01).
           88 WS-CV-CURRENCY-ACTIVE      VALUE "A".
           88 WS-CV-CURRENCY-INACTIVE    VALUE "I".

      * FIELDS FOR THE ALCEXP01 ALLOCATION TEMPLATE CHECK.
       01  WS-AE-TEMPLATE-CODE       PIC X(06).
       01  WS-AE-AMOUNT              PIC S9(09)V99.
       01  WS-AE-LINE-COUNT          PIC 9(02).
       01  WS-AE-LINES.
           05 WS-AE-LINE OCCURS 20 TIMES.
               10 WS-AE-GL-ACCOUNT   PIC X(08).
               10 WS-AE-COST-CENTER  PIC X(06).
               10 WS-AE-LINE-AMOUNT  PIC S9(09)V99.
       01  WS-AE-RESULT              PIC X(01).
           88 WS-AE-EXPANDED             VALUE "O".

      * FIELDS FOR THE SDNSCR01 SANCTIONS SCREEN CALL.
       01  WS-SS-FUNCTION            PIC X(01).
       01  WS-SS-PAYEE-TYPE          PIC X(01).
       01  WS-SS-PAYEE-NUMBER        PIC 9(05).
       01  WS-SS-NAME                PIC X(30).
       01  WS-SS-ADDRESS             PIC X(30).
       01  WS-SS-CITY                PIC X(20).
       01  WS-SS-COUNTRY             PIC X(02).
       01  WS-SS-SOURCE              PIC X(01).
       01  WS-SS-PRIOR-STATUS        PIC X(01).
       01  WS-SS-RESULT              PIC X(01).
           88 WS-SS-POTENTIAL-MATCH      VALUE "M".
           88 WS-SS-PAYEE-BLOCKED        VALUE "B".
       01  WS-SS-SCORE               PIC 9(03).
       01  WS-SS-MATCH-NAME          PIC X(60).

      * THE SCREENED FIELDS AS THEY STOOD BEFORE AN UPDATE.
       01  WS-SCREENED-BEFORE.
           05 WS-SB-NAME             PIC X(30).
           05 WS-SB-ADDRESS-1        PIC X(30).
           05 WS-SB-ADDRESS-2        PIC X(30).
           05 WS-SB-CITY             PIC X(20).

       01  WS-DONE-SWITCH            PIC X(01) VALUE "N".
           88 WS-MAINT-DONE               VALUE "Y".

           88 WS-CHOICE-RELEASE-CHANGES     VALUE "7".
           88 WS-CHOICE-VENDOR-NOTES        VALUE "8".
           88 WS-CHOICE-COMPLIANCE          VALUE "A".
           88 WS-CHOICE-REMIT-TO            VALUE "B".
           88 WS-CHOICE-DIVERSITY           VALUE "C".
           88 WS-CHOICE-EXIT              VALUE "9".

       01  WS-CURRENT-DATE           PIC 9(08).
           88 WS-FLD-TIN                    VALUE "I".
           88 WS-FLD-TIN-TYPE               VALUE "J".
           88 WS-FLD-PRIORITY               VALUE "K".
           88 WS-FLD-CARD-FLAG              VALUE "L".
           88 WS-FLD-INTEREST-FLAG          VALUE "M".
           88 WS-FLD-DONE                  VALUE "0".

       01  WS-NEW-VALUE              PIC X(30).
       01  WS-PEND-SCAN-SWITCH       PIC X(01).
           88 WS-PEND-SCAN-DONE          VALUE "Y".
       01  WS-PEND-FOUND-COUNT       PIC 9(03).
       01  WS-PEND-BANK-COUNT        PIC 9(03).
       01  WS-PEND-OWN-SWITCH        PIC X(01).
           88 WS-PEND-OWN-CHANGE         VALUE "Y".
       01  WS-RELEASE-ANSWER         PIC X(01).
           88 WS-CMP-SCAN-DONE           VALUE "Y".
       01  WS-ENTRY-DATE             PIC X(08).

       01  WS-RMT-DONE-SWITCH        PIC X(01).
           88 WS-RMT-DONE                VALUE "Y".
       01  WS-RMT-CHOICE             PIC X(01).
           88 WS-RMT-CHANGE              VALUE "1".
           88 WS-RMT-BROWSE              VALUE "2".
           88 WS-RMT-EXIT                VALUE "9".
       01  WS-RMT-SCAN-SWITCH        PIC X(01).
           88 WS-RMT-SCAN-DONE           VALUE "Y".
       01  WS-RMT-NEW-SWITCH         PIC X(01).
           88 WS-RMT-NEW-RECORD          VALUE "Y".
       01  WS-RMT-VENDOR             PIC 9(05).
       01  WS-RMT-CODE               PIC X(02).
       01  WS-NEW-DEFAULT-CODE       PIC X(02).
       01  WS-BEFORE-REMIT-RECORD    PIC X(300).

       01  WS-DIV-DONE-SWITCH        PIC X(01).
           88 WS-DIV-DONE                VALUE "Y".
       01  WS-DIV-CHOICE             PIC X(01).
           88 WS-DIV-SET                 VALUE "1".
           88 WS-DIV-BROWSE              VALUE "2".
           88 WS-DIV-REMOVE              VALUE "3".
           88 WS-DIV-EXIT                VALUE "9".
       01  WS-DIV-SCAN-SWITCH        PIC X(01).
           88 WS-DIV-SCAN-DONE           VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 0500-SIGN-ON.
            PERFORM 1980-OPEN-PENDING-CHANGES.
            PERFORM 1990-OPEN-VENDOR-NOTES.
            PERFORM 1995-OPEN-COMPLIANCE-FILE.
            PERFORM 1997-OPEN-REMIT-TO-FILE.
            PERFORM 1998-OPEN-DIVERSITY-FILE.
            PERFORM 1000-MAINTAIN-LOOP UNTIL WS-MAINT-DONE.
            CLOSE VENDOR-FILE.
            CLOSE VENDOR-HISTORY-FILE.
            CLOSE PENDING-CHANGE-FILE.
            CLOSE VENDOR-NOTES-FILE.
            CLOSE COMPLIANCE-FILE.
            CLOSE REMIT-TO-FILE.
            CLOSE DIVERSITY-FILE.
            MOVE "X" TO WS-SS-FUNCTION.
            CALL "SDNSCR01" USING WS-SS-FUNCTION WS-SS-PAYEE-TYPE
                WS-SS-PAYEE-NUMBER WS-SS-NAME WS-SS-ADDRESS
                WS-SS-CITY WS-SS-COUNTRY WS-SS-SOURCE
                WS-SS-PRIOR-STATUS WS-SS-RESULT WS-SS-SCORE
                WS-SS-MATCH-NAME.
            IF WS-SIGNON-OK
                MOVE "C" TO WS-SY-FUNCTION
                CALL "SYSSTS01" USING WS-SY-FUNCTION WS-OPERATOR-ID
      * SIGN ON AGAINST THE SECURITY MASTER - THREE TRIES, EVERY
      * ATTEMPT JOURNALED BY OPRSEC01.  NO VALID SIGN-ON, NO
      * MAINTENANCE SESSION.
      * OPEN REMIT-TO-FILE I-O, CREATING AN EMPTY ONE THE FIRST TIME
      * A REMIT-TO ADDRESS IS EVER KEYED.
       1997-OPEN-REMIT-TO-FILE.
            OPEN I-O REMIT-TO-FILE.
            IF WS-REMIT-TO-MISSING
                OPEN OUTPUT REMIT-TO-FILE
                CLOSE REMIT-TO-FILE
                OPEN I-O REMIT-TO-FILE
            END-IF.
            IF NOT WS-REMIT-TO-OK
                DISPLAY "UNABLE TO OPEN REMIT-TO-FILE, "
                    "STATUS = " WS-REMIT-TO-STATUS
            END-IF.

       1998-OPEN-DIVERSITY-FILE.
            OPEN I-O DIVERSITY-FILE.
            IF WS-DIVERSITY-MISSING
                OPEN OUTPUT DIVERSITY-FILE
                CLOSE DIVERSITY-FILE
                OPEN I-O DIVERSITY-FILE
            END-IF.
            IF NOT WS-DIVERSITY-OK
                DISPLAY "UNABLE TO OPEN DIVERSITY-FILE, "
                    "STATUS = " WS-DIVERSITY-STATUS
            END-IF.

       0500-SIGN-ON.
            PERFORM 0510-ACCEPT-OPERATOR-ID
                UNTIL WS-SIGNON-OK OR WS-SIGNON-TRIES >= 3.
            DISPLAY "1-UPDATE  2-DEACTIVATE  3-POST PAYMENT  "
                "4-VOID PAYMENT  5-RECUR TEMPLATES".
            DISPLAY "6-FOREIGN BANK DETAILS  "
                "7-RELEASE BANK/REMIT CHANGES  8-VENDOR NOTES".
            DISPLAY "A-COMPLIANCE DOCS  B-REMIT-TO ADDRESSES  "
                "C-DIVERSITY CERTS  9-EXIT".
            DISPLAY "ENTER CHOICE: ".
            ACCEPT WS-MENU-CHOICE.
            IF WS-CHOICE-EXIT
                OR WS-CHOICE-RELEASE-CHANGES
                OR WS-CHOICE-VENDOR-NOTES
                OR WS-CHOICE-COMPLIANCE
                OR WS-CHOICE-REMIT-TO
                OR WS-CHOICE-DIVERSITY
                PERFORM 1100-GATE-AND-DISPATCH
            ELSE
                DISPLAY "INVALID CHOICE"
            IF WS-CHOICE-VENDOR-NOTES
                MOVE 1 TO WS-REQUIRED-LEVEL
            ELSE IF WS-CHOICE-UPDATE OR WS-CHOICE-RECUR-TEMPLATES
                OR WS-CHOICE-COMPLIANCE OR WS-CHOICE-DIVERSITY
                MOVE 2 TO WS-REQUIRED-LEVEL
            ELSE
                MOVE 3 TO WS-REQUIRED-LEVEL
                        PERFORM 9500-VENDOR-NOTES-MENU
                    WHEN WS-CHOICE-COMPLIANCE
                        PERFORM 9800-COMPLIANCE-MENU
                    WHEN WS-CHOICE-REMIT-TO
                        PERFORM 9900-REMIT-TO-MENU
                    WHEN WS-CHOICE-DIVERSITY
                        PERFORM 7500-DIVERSITY-MENU
                END-EVALUATE
            END-IF.

                ELSE
                    DISPLAY "VENDOR ON FILE: " VENDOR-RECORD
                    MOVE VENDOR-RECORD TO WS-BEFORE-VENDOR-RECORD
                    MOVE VENDOR-NAME TO WS-SB-NAME
                    MOVE VENDOR-ADDRESS-1 TO WS-SB-ADDRESS-1
                    MOVE VENDOR-ADDRESS-2 TO WS-SB-ADDRESS-2
                    MOVE VENDOR-CITY TO WS-SB-CITY
                    PERFORM 2100-CHANGE-FIELDS
                    PERFORM 2400-RESCREEN-IF-CHANGED
                    REWRITE VENDOR-RECORD
                    IF NOT WS-VENDOR-FILE-OK
                        DISPLAY "UNABLE TO REWRITE VENDOR, STATUS = "
            DISPLAY "1-NAME 2-ADDR1 3-ADDR2 4-CITY 5-STATE "
                "6-ZIP 7-CONTACT 8-PHONE 9-1099FLAG(Y/N)".
            DISPLAY "A-EFT(Y/N) B-BANKROUTING C-BANKACCOUNT "
                "D-ACCTTYPE(C/S) E-CURRENCY L-CARD(Y/N)".
            DISPLAY "F-NETDAYS G-DISCDAYS H-DISCPCT(9V99) "
                "I-TIN J-TINTYPE(E/S) K-PRIORITY(1-9)".
            DISPLAY "M-LATEINTEREST(Y/N) 0-DONE".
            ACCEPT WS-FIELD-CHOICE.
            IF NOT WS-FLD-DONE
                DISPLAY "ENTER NEW VALUE: "
                            DISPLAY "ACCOUNT TYPE MUST BE C OR S"
                        END-IF
                    WHEN WS-FLD-CURRENCY
                        PERFORM 2350-CHANGE-CURRENCY
                    WHEN WS-FLD-TIN
                        IF WS-NEW-VALUE(1:9) NUMERIC
                            MOVE WS-NEW-VALUE(1:9) TO VENDOR-TIN
                            DISPLAY "PRIORITY MUST BE 1 (NEVER "
                                "WAITS) THROUGH 9"
                        END-IF
                    WHEN WS-FLD-CARD-FLAG
                        IF WS-NEW-VALUE(1:1) = "Y"
                                AND NOT VENDOR-CURR-USD
                            DISPLAY "THE CARD PAYS IN USD ONLY - "
                                "VENDOR BILLS IN " VENDOR-CURRENCY-CODE
                        ELSE IF WS-NEW-VALUE(1:1) = "Y"
                                OR WS-NEW-VALUE(1:1) = "N"
                            MOVE WS-NEW-VALUE(1:1) TO VENDOR-CARD-FLAG
                        ELSE
                            DISPLAY "CARD FLAG MUST BE Y OR N"
                        END-IF
                    WHEN WS-FLD-INTEREST-FLAG
                        IF WS-NEW-VALUE(1:1) = "Y"
                                OR WS-NEW-VALUE(1:1) = "N"
                            MOVE WS-NEW-VALUE(1:1)
                                TO VENDOR-INTEREST-FLAG
                        ELSE
                            DISPLAY "LATE-INTEREST FLAG MUST BE Y OR N"
                        END-IF
                    WHEN WS-FLD-TERMS-DISC-PCT
                        IF WS-NEW-VALUE(1:3) NUMERIC
                            MOVE WS-NEW-VALUE(1:3)
                        "OPERATOR RELEASE"
            END-WRITE.

      * A NEW NAME OR ADDRESS IS SCREENED AGAINST THE SDN LIST
      * BEFORE IT GOES ON FILE.  A VENDOR ALREADY ON HOLD STAYS ON
      * HOLD WHATEVER IS CHANGED - COMPLIANCE DECIDES.
      * THE CURRENCY MUST BE ON THE CURRENCY MASTER AND ACTIVE.
       2350-CHANGE-CURRENCY.
            MOVE WS-NEW-VALUE(1:3) TO WS-CV-CURRENCY-CODE.
            CALL "CURVAL01" USING WS-CV-CURRENCY-CODE
                WS-CV-DESCRIPTION WS-CV-DECIMAL-PLACES
                WS-CV-RAIL-ACH WS-CV-RAIL-WIRE WS-CV-RAIL-CHECK
                WS-CV-RESULT.
            IF WS-NEW-VALUE(1:3) = SPACES
                DISPLAY "CURRENCY IS REQUIRED"
            ELSE IF WS-CV-CURRENCY-INACTIVE
                DISPLAY "CURRENCY " WS-NEW-VALUE(1:3)
                    " IS INACTIVE ON THE CURRENCY MASTER"
            ELSE IF NOT WS-CV-CURRENCY-ACTIVE
                DISPLAY "CURRENCY " WS-NEW-VALUE(1:3)
                    " IS NOT ON THE CURRENCY MASTER"
            ELSE
                MOVE WS-NEW-VALUE(1:3) TO VENDOR-CURRENCY-CODE
                DISPLAY "CURRENCY " VENDOR-CURRENCY-CODE " - "
                    WS-CV-DESCRIPTION
            END-IF.

       2400-RESCREEN-IF-CHANGED.
            IF VENDOR-NAME NOT = WS-SB-NAME
                OR VENDOR-ADDRESS-1 NOT = WS-SB-ADDRESS-1
                OR VENDOR-ADDRESS-2 NOT = WS-SB-ADDRESS-2
                OR VENDOR-CITY NOT = WS-SB-CITY
                IF NOT VENDOR-SANCTIONS-HOLD
                    MOVE "C" TO WS-SS-SOURCE
                    PERFORM 2450-SCREEN-THE-VENDOR
                END-IF
            END-IF.

      * THE BANK COUNTRY COMES OFF THE INTERNATIONAL BANK RECORD,
      * WHEN THE VENDOR HAS ONE.
       2450-SCREEN-THE-VENDOR.
            MOVE "S" TO WS-SS-FUNCTION.
            MOVE "V" TO WS-SS-PAYEE-TYPE.
            MOVE VENDOR-NUMBER TO WS-SS-PAYEE-NUMBER.
            MOVE VENDOR-NAME TO WS-SS-NAME.
            MOVE VENDOR-ADDRESS-1 TO WS-SS-ADDRESS.
            MOVE VENDOR-CITY TO WS-SS-CITY.
            MOVE VENDOR-STATUS TO WS-SS-PRIOR-STATUS.
            MOVE SPACES TO WS-SS-COUNTRY.
            MOVE VENDOR-NUMBER TO IB-VENDOR-NUMBER.
            READ INTL-BANK-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    MOVE IB-BANK-COUNTRY TO WS-SS-COUNTRY
            END-READ.
            CALL "SDNSCR01" USING WS-SS-FUNCTION WS-SS-PAYEE-TYPE
                WS-SS-PAYEE-NUMBER WS-SS-NAME WS-SS-ADDRESS
                WS-SS-CITY WS-SS-COUNTRY WS-SS-SOURCE
                WS-SS-PRIOR-STATUS WS-SS-RESULT WS-SS-SCORE
                WS-SS-MATCH-NAME.
            IF WS-SS-POTENTIAL-MATCH OR WS-SS-PAYEE-BLOCKED
                SET VENDOR-SANCTIONS-HOLD TO TRUE
                ACCEPT VENDOR-STATUS-DATE FROM DATE YYYYMMDD
                DISPLAY "VENDOR " VENDOR-NUMBER " PUT ON SANCTIONS "
                    "HOLD - POSSIBLE SDN MATCH, SCORE " WS-SS-SCORE
                DISPLAY "LISTED AS " WS-SS-MATCH-NAME
            END-IF.

      * FLIP VENDOR-STATUS TO INACTIVE INSTEAD OF DELETING THE
      * RECORD SO YEAR-END REPORTING AND INVOICE LOOKUPS STILL
      * FIND THE VENDOR'S HISTORY.
                INVALID KEY
                    DISPLAY "VENDOR NOT FOUND: " VENDOR-NUMBER
            END-READ.
            IF WS-VENDOR-FILE-OK AND VENDOR-SANCTIONS-HOLD
                DISPLAY "VENDOR " VENDOR-NUMBER " IS ON SANCTIONS "
                    "HOLD - COMPLIANCE MUST DECIDE IT FIRST"
            ELSE IF WS-VENDOR-FILE-OK
                PERFORM 2050-LOCK-THE-VENDOR
                IF WS-RK-RECORD-BUSY
                    DISPLAY "VENDOR " VENDOR-NUMBER " IN USE BY "
                INVALID KEY
                    DISPLAY "VENDOR NOT FOUND: " VENDOR-NUMBER
            END-READ.
            IF WS-VENDOR-FILE-OK AND VENDOR-SANCTIONS-HOLD
                DISPLAY "VENDOR " VENDOR-NUMBER " IS ON SANCTIONS "
                    "HOLD - NO PAYMENT MAY BE POSTED"
            ELSE IF WS-VENDOR-FILE-OK
                MOVE VENDOR-RECORD TO WS-BEFORE-VENDOR-RECORD
                DISPLAY "ENTER PAYMENT AMOUNT: "
                ACCEPT WS-PAYMENT-AMOUNT
                        DISPLAY "INTERNATIONAL DETAILS ADDED FOR "
                            "VENDOR " IB-VENDOR-NUMBER
                END-WRITE
                IF WS-INTL-BANK-OK AND NOT VENDOR-SANCTIONS-HOLD
                    PERFORM 8800-SCREEN-BANK-COUNTRY
                END-IF
            END-IF.

      * A NEW BANK COUNTRY MAY FALL UNDER A WHOLE-COUNTRY PROGRAM -
      * SCREEN AGAIN, AND PUT THE HOLD ON FILE AT ONCE.
       8800-SCREEN-BANK-COUNTRY.
            MOVE VENDOR-RECORD TO WS-BEFORE-VENDOR-RECORD.
            MOVE "C" TO WS-SS-SOURCE.
            PERFORM 2450-SCREEN-THE-VENDOR.
            IF VENDOR-SANCTIONS-HOLD
                REWRITE VENDOR-RECORD
                IF NOT WS-VENDOR-FILE-OK
                    DISPLAY "UNABLE TO REWRITE VENDOR, STATUS = "
                        WS-VENDOR-FILE-STATUS
                ELSE
                    SET VH-ACTION-UPDATE TO TRUE
                    PERFORM 6000-WRITE-HISTORY
                END-IF
            END-IF.

      * RECURRING-TEMPLATE MAINTENANCE - THE TEMPLATES THE MONTHLY
            ACCEPT RT-EXPIRY-DATE.
            DISPLAY "ENTER DESCRIPTION: ".
            ACCEPT RT-DESCRIPTION.
            DISPLAY "ENTER CONTRACT NUMBER (BLANK IF NONE): ".
            ACCEPT RT-CONTRACT-NUMBER.
            DISPLAY "ENTER ALLOCATION TEMPLATE (BLANK IF NONE): ".
            ACCEPT RT-ALLOC-TEMPLATE.
            SET WS-AE-EXPANDED TO TRUE.
            IF RT-ALLOC-TEMPLATE NOT = SPACES
                MOVE RT-ALLOC-TEMPLATE TO WS-AE-TEMPLATE-CODE
                MOVE ZERO TO WS-AE-AMOUNT
                CALL "ALCEXP01" USING WS-AE-TEMPLATE-CODE
                    WS-AE-AMOUNT WS-AE-LINE-COUNT WS-AE-LINES
                    WS-AE-RESULT
            END-IF.
            IF RT-TEMPLATE-SEQ NOT NUMERIC
                DISPLAY "SEQUENCE MUST BE NUMERIC - NOT ADDED"
            ELSE IF WS-ENTRY-AMOUNT NOT NUMERIC
                DISPLAY "DAY OF MONTH MUST BE 01-28 - NOT ADDED"
            ELSE IF RT-EXPIRY-DATE NOT NUMERIC
                DISPLAY "EXPIRY MUST BE NUMERIC - NOT ADDED"
            ELSE IF NOT WS-AE-EXPANDED
                DISPLAY "ALLOCATION TEMPLATE NOT ON FILE, INACTIVE "
                    "OR NOT 100 PERCENT - NOT ADDED"
            ELSE
                MOVE WS-ENTRY-AMOUNT TO WS-ENTRY-AMOUNT-9
                COMPUTE RT-AMOUNT = WS-ENTRY-AMOUNT-9 / 100
                        " EXPIRES " RT-EXPIRY-DATE
                        " LAST GEN " RT-LAST-GEN-DATE
                    DISPLAY "    " RT-DESCRIPTION
                        " CONTRACT " RT-CONTRACT-NUMBER
                        " ALLOCATION " RT-ALLOC-TEMPLATE
                    PERFORM 8350-READ-NEXT-TEMPLATE
                END-PERFORM
            END-IF.
                END-READ
                IF WS-VENDOR-FILE-OK
                    PERFORM 9200-SHOW-PENDING-CHANGES
                    PERFORM 9260-SHOW-PENDING-REMIT-TOS
                    IF WS-PEND-FOUND-COUNT = ZERO
                        DISPLAY "NO PENDING CHANGES FOR VENDOR "
                            VENDOR-NUMBER
                END-IF
                PERFORM 9250-READ-NEXT-PENDING
            END-PERFORM.
            MOVE WS-PEND-FOUND-COUNT TO WS-PEND-BANK-COUNT.

       9250-READ-NEXT-PENDING.
            READ PENDING-CHANGE-FILE NEXT RECORD
                SET WS-PEND-SCAN-DONE TO TRUE
            END-IF.

      * A REMIT-TO ADDRESS CHANGE WAITS ON ITS OWN RECORD'S PENDING
      * BLOCK AND IS RELEASED WITH THE VENDOR'S BANK CHANGES - THE
      * SAME SECOND OPERATOR, THE SAME OWN-CHANGE REFUSAL.
       9260-SHOW-PENDING-REMIT-TOS.
            MOVE "N" TO WS-RMT-SCAN-SWITCH.
            MOVE VENDOR-NUMBER TO RA-VENDOR-NUMBER.
            MOVE LOW-VALUES TO RA-REMIT-CODE.
            START REMIT-TO-FILE KEY IS NOT LESS THAN RA-KEY
                INVALID KEY SET WS-RMT-SCAN-DONE TO TRUE
            END-START.
            IF NOT WS-RMT-SCAN-DONE
                PERFORM 9990-READ-NEXT-REMIT-TO
            END-IF.
            PERFORM UNTIL WS-RMT-SCAN-DONE
                OR RA-VENDOR-NUMBER NOT = VENDOR-NUMBER
                IF RA-CHANGE-PENDING
                    ADD 1 TO WS-PEND-FOUND-COUNT
                    DISPLAY "  REMIT-TO " RA-REMIT-CODE " "
                        RA-PEND-ADDRESS-1 " " RA-PEND-CITY
                        " DEFAULT " RA-PEND-DEFAULT-FLAG
                        " KEYED BY " RA-PEND-ENTERED-BY
                        " ON " RA-PEND-ENTRY-DATE
                    IF RA-PEND-ENTERED-BY = WS-OPERATOR-ID
                        SET WS-PEND-OWN-CHANGE TO TRUE
                    END-IF
                END-IF
                PERFORM 9990-READ-NEXT-REMIT-TO
            END-PERFORM.

      * APPLY EVERY PENDING CHANGE FOR THE VENDOR TO VENDOR.DAT IN
      * ONE REWRITE, WRITE THE HISTORY IMAGE, AND CLEAR THE QUEUE.
      * A VENDOR WITH ONLY REMIT-TO CHANGES WAITING LEAVES ITS
      * MASTER RECORD ALONE.
       9300-APPLY-PENDING-CHANGES.
            MOVE VENDOR-RECORD TO WS-BEFORE-VENDOR-RECORD.
            MOVE "N" TO WS-BANK-CHANGED-SWITCH.
                    "RUN - VENDOR PAYS BY CHECK UNTIL THE PRENOTE "
                    "CLEARS"
            END-IF.
            IF WS-PEND-BANK-COUNT > ZERO
                REWRITE VENDOR-RECORD
                IF NOT WS-VENDOR-FILE-OK
                    DISPLAY "UNABLE TO REWRITE VENDOR, STATUS = "
                        WS-VENDOR-FILE-STATUS
                ELSE
                    DISPLAY "BANK CHANGES RELEASED BY " WS-OPERATOR-ID
                    SET VH-ACTION-UPDATE TO TRUE
                    PERFORM 6000-WRITE-HISTORY
                END-IF
            END-IF.
            PERFORM 9400-APPLY-REMIT-CHANGES.

      * EACH PENDING REMIT-TO BECOMES LIVE AND ACTIVE, WITH A
      * VH-ACTION-REMIT IMAGE OF THE RECORD BEFORE AND AFTER.  A
      * RELEASED DEFAULT THEN TAKES THE FLAG OFF THE VENDOR'S OTHER
      * REMIT-TOS - ONE DEFAULT PER VENDOR.
       9400-APPLY-REMIT-CHANGES.
            MOVE SPACES TO WS-NEW-DEFAULT-CODE.
            MOVE "N" TO WS-RMT-SCAN-SWITCH.
            MOVE VENDOR-NUMBER TO RA-VENDOR-NUMBER.
            MOVE LOW-VALUES TO RA-REMIT-CODE.
            START REMIT-TO-FILE KEY IS NOT LESS THAN RA-KEY
                INVALID KEY SET WS-RMT-SCAN-DONE TO TRUE
            END-START.
            IF NOT WS-RMT-SCAN-DONE
                PERFORM 9990-READ-NEXT-REMIT-TO
            END-IF.
            PERFORM UNTIL WS-RMT-SCAN-DONE
                OR RA-VENDOR-NUMBER NOT = VENDOR-NUMBER
                IF RA-CHANGE-PENDING
                    PERFORM 9450-RELEASE-ONE-REMIT-TO
                END-IF
                PERFORM 9990-READ-NEXT-REMIT-TO
            END-PERFORM.
            IF WS-NEW-DEFAULT-CODE NOT = SPACES
                PERFORM 9470-DEMOTE-OTHER-DEFAULTS
            END-IF.

       9450-RELEASE-ONE-REMIT-TO.
            MOVE REMIT-TO-RECORD TO WS-BEFORE-REMIT-RECORD.
            MOVE RA-PEND-PAYEE-NAME TO RA-PAYEE-NAME.
            MOVE RA-PEND-ADDRESS-1 TO RA-ADDRESS-1.
            MOVE RA-PEND-ADDRESS-2 TO RA-ADDRESS-2.
            MOVE RA-PEND-CITY TO RA-CITY.
            MOVE RA-PEND-STATE TO RA-STATE.
            MOVE RA-PEND-ZIP TO RA-ZIP.
            MOVE RA-PEND-DEFAULT-FLAG TO RA-DEFAULT-FLAG.
            SET RA-ACTIVE TO TRUE.
            MOVE WS-OPERATOR-ID TO RA-RELEASED-BY.
            ACCEPT RA-RELEASE-DATE FROM DATE YYYYMMDD.
            MOVE SPACES TO RA-PENDING-CHANGE.
            MOVE ZERO TO RA-PEND-ENTRY-DATE.
            MOVE ZERO TO RA-PEND-ENTRY-TIME.
            REWRITE REMIT-TO-RECORD.
            IF NOT WS-REMIT-TO-OK
                DISPLAY "UNABLE TO REWRITE REMIT-TO, STATUS = "
                    WS-REMIT-TO-STATUS
            ELSE
                DISPLAY "REMIT-TO " RA-REMIT-CODE " RELEASED BY "
                    WS-OPERATOR-ID
                IF RA-IS-DEFAULT
                    MOVE RA-REMIT-CODE TO WS-NEW-DEFAULT-CODE
                END-IF
                PERFORM 6100-WRITE-REMIT-HISTORY
            END-IF.

       9470-DEMOTE-OTHER-DEFAULTS.
            MOVE "N" TO WS-RMT-SCAN-SWITCH.
            MOVE VENDOR-NUMBER TO RA-VENDOR-NUMBER.
            MOVE LOW-VALUES TO RA-REMIT-CODE.
            START REMIT-TO-FILE KEY IS NOT LESS THAN RA-KEY
                INVALID KEY SET WS-RMT-SCAN-DONE TO TRUE
            END-START.
            IF NOT WS-RMT-SCAN-DONE
                PERFORM 9990-READ-NEXT-REMIT-TO
            END-IF.
            PERFORM UNTIL WS-RMT-SCAN-DONE
                OR RA-VENDOR-NUMBER NOT = VENDOR-NUMBER
                IF RA-IS-DEFAULT
                    AND RA-REMIT-CODE NOT = WS-NEW-DEFAULT-CODE
                    MOVE REMIT-TO-RECORD TO WS-BEFORE-REMIT-RECORD
                    MOVE "N" TO RA-DEFAULT-FLAG
                    REWRITE REMIT-TO-RECORD
                    IF NOT WS-REMIT-TO-OK
                        DISPLAY "UNABLE TO REWRITE REMIT-TO, "
                            "STATUS = " WS-REMIT-TO-STATUS
                    ELSE
                        DISPLAY "REMIT-TO " RA-REMIT-CODE
                            " IS NO LONGER THE DEFAULT"
                        PERFORM 6100-WRITE-REMIT-HISTORY
                    END-IF
                END-IF
                PERFORM 9990-READ-NEXT-REMIT-TO
            END-PERFORM.

      * VENDOR NOTES - THE CONTACT LOG.  ADD CAPTURES TWO FREE-FORM
      * LINES WITH THE SAME STRING PATTERN THE PAYMENT MEMO USES;
                SET WS-CMP-SCAN-DONE TO TRUE
            END-IF.

      * REMIT-TO ADDRESSES.  ADD/CHANGE NEVER TOUCHES THE LIVE
      * ADDRESS - IT KEYS THE PENDING BLOCK UNDER THE OPERATOR'S NAME
      * AND WAITS FOR A DIFFERENT OPERATOR TO RELEASE IT (OPTION 7),
      * THE WAY A BANK-DETAIL CHANGE DOES.  A NEW REMIT-TO IS NOT
      * PAID TO UNTIL ITS FIRST RELEASE.  RE-KEYING REPLACES THE
      * PENDING CHANGE.
       9900-REMIT-TO-MENU.
            MOVE "N" TO WS-RMT-DONE-SWITCH.
            PERFORM 9910-RMT-ONE-CHOICE UNTIL WS-RMT-DONE.

       9910-RMT-ONE-CHOICE.
            DISPLAY "REMIT-TO: 1-ADD/CHANGE  2-BROWSE VENDOR  9-BACK".
            DISPLAY "ENTER CHOICE: ".
            ACCEPT WS-RMT-CHOICE.
            IF WS-RMT-CHANGE
                PERFORM 9920-QUEUE-REMIT-CHANGE
            ELSE IF WS-RMT-BROWSE
                PERFORM 9940-BROWSE-REMIT-TOS
            ELSE IF WS-RMT-EXIT
                SET WS-RMT-DONE TO TRUE
            ELSE
                DISPLAY "INVALID CHOICE"
            END-IF.

       9920-QUEUE-REMIT-CHANGE.
            DISPLAY "ENTER VENDOR NUMBER: ".
            ACCEPT WS-RMT-VENDOR.
            DISPLAY "ENTER REMIT-TO CODE: ".
            ACCEPT WS-RMT-CODE.
            IF WS-RMT-VENDOR NOT NUMERIC
                DISPLAY "VENDOR NUMBER MUST BE NUMERIC"
            ELSE IF WS-RMT-CODE = SPACES
                DISPLAY "REMIT-TO CODE IS REQUIRED"
            ELSE
                MOVE WS-RMT-VENDOR TO VENDOR-NUMBER
                READ VENDOR-FILE
                    INVALID KEY
                        DISPLAY "VENDOR NOT FOUND: " VENDOR-NUMBER
                END-READ
                IF WS-VENDOR-FILE-OK
                    PERFORM 9925-READ-THE-REMIT-TO
                    PERFORM 9930-CAPTURE-REMIT-FIELDS
                END-IF
            END-IF.

      * A CODE NOT YET ON FILE STARTS AS A BLANK RECORD AWAITING
      * ITS FIRST RELEASE - NOTHING LIVE TO PAY TO.
       9925-READ-THE-REMIT-TO.
            MOVE "N" TO WS-RMT-NEW-SWITCH.
            MOVE WS-RMT-VENDOR TO RA-VENDOR-NUMBER.
            MOVE WS-RMT-CODE TO RA-REMIT-CODE.
            READ REMIT-TO-FILE
                INVALID KEY
                    SET WS-RMT-NEW-RECORD TO TRUE
                NOT INVALID KEY
                    DISPLAY "NOW: " RA-ADDRESS-1 " " RA-CITY
                        " DEFAULT " RA-DEFAULT-FLAG
                        " STATUS " RA-STATUS
                    IF RA-CHANGE-PENDING
                        DISPLAY "A CHANGE KEYED BY "
                            RA-PEND-ENTERED-BY " IS ALREADY "
                            "PENDING - THIS REPLACES IT"
                    END-IF
            END-READ.
            IF WS-RMT-NEW-RECORD
                MOVE SPACES TO REMIT-TO-RECORD
                MOVE WS-RMT-VENDOR TO RA-VENDOR-NUMBER
                MOVE WS-RMT-CODE TO RA-REMIT-CODE
                MOVE "N" TO RA-DEFAULT-FLAG
                SET RA-AWAITING-RELEASE TO TRUE
                MOVE ZERO TO RA-RELEASE-DATE
            END-IF.

       9930-CAPTURE-REMIT-FIELDS.
            DISPLAY "ENTER PAYEE NAME (BLANK = VENDOR NAME): ".
            ACCEPT RA-PEND-PAYEE-NAME.
            DISPLAY "ENTER ADDRESS LINE 1: ".
            ACCEPT RA-PEND-ADDRESS-1.
            DISPLAY "ENTER ADDRESS LINE 2: ".
            ACCEPT RA-PEND-ADDRESS-2.
            DISPLAY "ENTER CITY: ".
            ACCEPT RA-PEND-CITY.
            DISPLAY "ENTER STATE: ".
            ACCEPT RA-PEND-STATE.
            DISPLAY "ENTER ZIP: ".
            ACCEPT RA-PEND-ZIP.
            DISPLAY "MAKE THIS THE DEFAULT? (Y/N): ".
            ACCEPT RA-PEND-DEFAULT-FLAG.
            IF RA-PEND-ADDRESS-1 = SPACES OR RA-PEND-CITY = SPACES
                DISPLAY "ADDRESS LINE 1 AND CITY ARE REQUIRED - "
                    "NOT SAVED"
            ELSE IF RA-PEND-DEFAULT-FLAG NOT = "Y"
                AND RA-PEND-DEFAULT-FLAG NOT = "N"
                DISPLAY "DEFAULT MUST BE Y OR N - NOT SAVED"
            ELSE
                SET RA-CHANGE-PENDING TO TRUE
                MOVE WS-OPERATOR-ID TO RA-PEND-ENTERED-BY
                ACCEPT RA-PEND-ENTRY-DATE FROM DATE YYYYMMDD
                ACCEPT RA-PEND-ENTRY-TIME FROM TIME
                IF WS-RMT-NEW-RECORD
                    WRITE REMIT-TO-RECORD
                        INVALID KEY
                            DISPLAY "UNABLE TO ADD REMIT-TO, "
                                "STATUS = " WS-REMIT-TO-STATUS
                        NOT INVALID KEY
                            DISPLAY "REMIT-TO QUEUED - AWAITING "
                                "SECOND-OPERATOR RELEASE"
                    END-WRITE
                ELSE
                    REWRITE REMIT-TO-RECORD
                    IF WS-REMIT-TO-OK
                        DISPLAY "CHANGE QUEUED - AWAITING SECOND-"
                            "OPERATOR RELEASE"
                    ELSE
                        DISPLAY "UNABLE TO QUEUE CHANGE, STATUS = "
                            WS-REMIT-TO-STATUS
                    END-IF
                END-IF
            END-IF.

       9940-BROWSE-REMIT-TOS.
            DISPLAY "ENTER VENDOR NUMBER: ".
            ACCEPT WS-RMT-VENDOR.
            IF WS-RMT-VENDOR NOT NUMERIC
                DISPLAY "VENDOR NUMBER MUST BE NUMERIC"
            ELSE
                MOVE "N" TO WS-RMT-SCAN-SWITCH
                MOVE WS-RMT-VENDOR TO RA-VENDOR-NUMBER
                MOVE LOW-VALUES TO RA-REMIT-CODE
                START REMIT-TO-FILE KEY IS NOT LESS THAN RA-KEY
                    INVALID KEY SET WS-RMT-SCAN-DONE TO TRUE
                END-START
                IF NOT WS-RMT-SCAN-DONE
                    PERFORM 9990-READ-NEXT-REMIT-TO
                END-IF
                PERFORM UNTIL WS-RMT-SCAN-DONE
                    OR RA-VENDOR-NUMBER NOT = WS-RMT-VENDOR
                    DISPLAY "  " RA-REMIT-CODE
                        " DEFAULT " RA-DEFAULT-FLAG
                        " STATUS " RA-STATUS " " RA-PAYEE-NAME
                    DISPLAY "     " RA-ADDRESS-1 " " RA-ADDRESS-2
                    DISPLAY "     " RA-CITY " " RA-STATE " " RA-ZIP
                    IF RA-CHANGE-PENDING
                        DISPLAY "     PENDING: " RA-PEND-ADDRESS-1
                            " " RA-PEND-CITY
                            " KEYED BY " RA-PEND-ENTERED-BY
                    END-IF
                    PERFORM 9990-READ-NEXT-REMIT-TO
                END-PERFORM
            END-IF.

       9990-READ-NEXT-REMIT-TO.
            READ REMIT-TO-FILE NEXT RECORD
                AT END SET WS-RMT-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-REMIT-TO-OK AND NOT WS-REMIT-TO-EOF
                DISPLAY "REMIT-TO-FILE READ ERROR, STATUS = "
                    WS-REMIT-TO-STATUS
                SET WS-RMT-SCAN-DONE TO TRUE
            END-IF.

      * SUPPLIER-DIVERSITY CERTIFICATIONS - ONE PER VENDOR AND
      * CLASSIFICATION (SB, MBE, WBE, VET, HUB), WITH THE CERTIFYING
      * AGENCY, CERTIFICATE NUMBER AND EXPIRY.  SET RECORDS OR
      * REPLACES ONE; BROWSE LISTS THE VENDOR'S; REMOVE DROPS ONE
      * THE VENDOR NO LONGER HOLDS.
       7500-DIVERSITY-MENU.
            MOVE "N" TO WS-DIV-DONE-SWITCH.
            PERFORM 7510-DIV-ONE-CHOICE UNTIL WS-DIV-DONE.

       7510-DIV-ONE-CHOICE.
            DISPLAY "DIVERSITY: 1-SET CERTIFICATE  2-BROWSE VENDOR  "
                "3-REMOVE  9-BACK".
            DISPLAY "ENTER CHOICE: ".
            ACCEPT WS-DIV-CHOICE.
            IF WS-DIV-SET
                PERFORM 7520-SET-CERTIFICATE
            ELSE IF WS-DIV-BROWSE
                PERFORM 7540-BROWSE-CERTIFICATES
            ELSE IF WS-DIV-REMOVE
                PERFORM 7560-REMOVE-CERTIFICATE
            ELSE IF WS-DIV-EXIT
                SET WS-DIV-DONE TO TRUE
            ELSE
                DISPLAY "INVALID CHOICE"
            END-IF.

       7520-SET-CERTIFICATE.
            DISPLAY "ENTER VENDOR NUMBER: ".
            ACCEPT DV-VENDOR-NUMBER.
            DISPLAY "ENTER CLASSIFICATION (SB/MBE/WBE/VET/HUB): ".
            ACCEPT DV-CLASS.
            IF DV-VENDOR-NUMBER NOT NUMERIC
                DISPLAY "VENDOR NUMBER MUST BE NUMERIC"
            ELSE IF NOT DV-CLASS-VALID
                DISPLAY "CLASSIFICATION MUST BE SB, MBE, WBE, VET "
                    "OR HUB"
            ELSE
                MOVE DV-VENDOR-NUMBER TO VENDOR-NUMBER
                READ VENDOR-FILE
                    INVALID KEY
                        DISPLAY "VENDOR NOT FOUND: " VENDOR-NUMBER
                END-READ
                IF WS-VENDOR-FILE-OK
                    PERFORM 7530-CAPTURE-CERTIFICATE
                END-IF
            END-IF.

       7530-CAPTURE-CERTIFICATE.
            DISPLAY "ENTER CERTIFYING AGENCY: ".
            ACCEPT DV-AGENCY.
            DISPLAY "ENTER CERTIFICATE NUMBER: ".
            ACCEPT DV-CERT-NUMBER.
            DISPLAY "ENTER EXPIRY DATE (YYYYMMDD OR 0): ".
            ACCEPT WS-ENTRY-DATE.
            IF DV-AGENCY = SPACES OR DV-CERT-NUMBER = SPACES
                DISPLAY "AGENCY AND CERTIFICATE NUMBER ARE REQUIRED"
                    " - NOT SAVED"
            ELSE IF WS-ENTRY-DATE NOT NUMERIC
                DISPLAY "EXPIRY MUST BE YYYYMMDD OR 0 - NOT SAVED"
            ELSE
                MOVE WS-ENTRY-DATE TO DV-EXPIRY-DATE
                MOVE WS-OPERATOR-ID TO DV-ENTERED-BY
                ACCEPT DV-ENTRY-DATE FROM DATE YYYYMMDD
                WRITE DIVERSITY-RECORD
                    INVALID KEY
                        REWRITE DIVERSITY-RECORD
                        IF WS-DIVERSITY-OK
                            DISPLAY "CERTIFICATE REPLACED - "
                                DV-CLASS " VENDOR " DV-VENDOR-NUMBER
                        ELSE
                            DISPLAY "UNABLE TO UPDATE CERTIFICATE, "
                                "STATUS = " WS-DIVERSITY-STATUS
                        END-IF
                    NOT INVALID KEY
                        DISPLAY "CERTIFICATE RECORDED - "
                            DV-CLASS " VENDOR " DV-VENDOR-NUMBER
                END-WRITE
            END-IF.

       7540-BROWSE-CERTIFICATES.
            DISPLAY "ENTER VENDOR NUMBER: ".
            ACCEPT DV-VENDOR-NUMBER.
            IF DV-VENDOR-NUMBER NOT NUMERIC
                DISPLAY "VENDOR NUMBER MUST BE NUMERIC"
            ELSE
                MOVE DV-VENDOR-NUMBER TO VENDOR-NUMBER
                MOVE "N" TO WS-DIV-SCAN-SWITCH
                MOVE SPACES TO DV-CLASS
                START DIVERSITY-FILE KEY IS NOT LESS THAN DV-KEY
                    INVALID KEY SET WS-DIV-SCAN-DONE TO TRUE
                END-START
                IF NOT WS-DIV-SCAN-DONE
                    PERFORM 7590-READ-NEXT-CERTIFICATE
                END-IF
                PERFORM UNTIL WS-DIV-SCAN-DONE
                    OR DV-VENDOR-NUMBER NOT = VENDOR-NUMBER
                    DISPLAY "  " DV-CLASS " " DV-CERT-NUMBER
                        " EXPIRES " DV-EXPIRY-DATE
                    DISPLAY "      " DV-AGENCY
                    PERFORM 7590-READ-NEXT-CERTIFICATE
                END-PERFORM
            END-IF.

       7560-REMOVE-CERTIFICATE.
            DISPLAY "ENTER VENDOR NUMBER: ".
            ACCEPT DV-VENDOR-NUMBER.
            DISPLAY "ENTER CLASSIFICATION TO REMOVE: ".
            ACCEPT DV-CLASS.
            IF DV-VENDOR-NUMBER NOT NUMERIC
                DISPLAY "VENDOR NUMBER MUST BE NUMERIC"
            ELSE
                READ DIVERSITY-FILE
                    INVALID KEY
                        DISPLAY "CERTIFICATE NOT ON FILE"
                    NOT INVALID KEY
                        DELETE DIVERSITY-FILE
                            INVALID KEY
                                DISPLAY "UNABLE TO REMOVE "
                                    "CERTIFICATE, STATUS = "
                                    WS-DIVERSITY-STATUS
                            NOT INVALID KEY
                                DISPLAY "CERTIFICATE REMOVED"
                        END-DELETE
                END-READ
            END-IF.

       7590-READ-NEXT-CERTIFICATE.
            READ DIVERSITY-FILE NEXT RECORD
                AT END SET WS-DIV-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-DIVERSITY-OK AND NOT WS-DIVERSITY-EOF
                DISPLAY "DIVERSITY-FILE READ ERROR, STATUS = "
                    WS-DIVERSITY-STATUS
                SET WS-DIV-SCAN-DONE TO TRUE
            END-IF.

      * WRITE THE BEFORE/AFTER IMAGE CAPTURED BY THE CALLING
      * PARAGRAPH TO THE VENDOR AUDIT TRAIL.
       6000-WRITE-HISTORY.
                    WS-VENDOR-HIST-STATUS
            END-IF.

      * THE SAME AUDIT TRAIL FOR A REMIT-TO ADDRESS - ITS OWN RECORD
      * IMAGES UNDER VH-ACTION-REMIT.
       6100-WRITE-REMIT-HISTORY.
            MOVE RA-VENDOR-NUMBER TO VH-VENDOR-NUMBER.
            SET VH-ACTION-REMIT TO TRUE.
            ACCEPT VH-CHANGE-DATE FROM DATE YYYYMMDD.
            ACCEPT VH-CHANGE-TIME FROM TIME.
            MOVE WS-OPERATOR-ID TO VH-OPERATOR-ID.
            MOVE WS-BEFORE-REMIT-RECORD TO VH-BEFORE-IMAGE.
            MOVE REMIT-TO-RECORD TO VH-AFTER-IMAGE.
            WRITE VENDOR-HISTORY-RECORD.
            IF NOT WS-VENDOR-HIST-OK
                DISPLAY "UNABLE TO WRITE HISTORY RECORD, STATUS = "
                    WS-VENDOR-HIST-STATUS
            END-IF.

      * ACCUMULATE THE PAYMENT JUST POSTED INTO THE INDEPENDENT
      * PAYMENT-CONTROL-FILE TOTAL FOR THIS VENDOR.
       7000-UPDATE-PAYMENT-CONTROL.

      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Petty cash voucher entry.  The custodian keys
      *              each slip paid out of the cash box - who was
      *              paid, what for, the GL account and cost center
      *              it is charged to, and the amount - onto
      *              PETTY-CASH-VOUCHER-FILE under the next voucher
      *              number for the fund.  A voucher cannot be for
      *              more than the cash that should be left in the
      *              box.  Vouchers stay in the box until PCRPL01
      *              submits them for replenishment; until then one
      *              keyed in error can be voided here.
      *              Listing needs level 1; entering or voiding a
      *              voucher needs level 2.  Every change is
      *              journaled through OPRSEC01.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original petty cash voucher entry.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCVENT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLPCF01.cbl".
           COPY "SLPCV01.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDPCF01.cbl".
           COPY "FDPCV01.cbl".

       WORKING-STORAGE SECTION.
       01  WS-PETTY-FUND-STATUS       PIC X(02).
           88 WS-PETTY-FUND-OK            VALUE "00".
           88 WS-PETTY-FUND-MISSING       VALUE "35".
       01  WS-PETTY-VOUCHER-STATUS    PIC X(02).
           88 WS-PETTY-VOUCHER-OK         VALUE "00".
           88 WS-PETTY-VOUCHER-EOF        VALUE "10".
           88 WS-PETTY-VOUCHER-MISSING    VALUE "35".

       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-SIGNON-OK-SWITCH        PIC X(01) VALUE "N".
           88 WS-SIGNON-OK                 VALUE "Y".
       01  WS-SIGNON-TRIES             PIC 9(01) VALUE ZERO.

      * FIELDS FOR THE OPRSEC01 SIGN-ON AND JOURNAL CALLS.
       01  WS-OS-FUNCTION              PIC X(01).
       01  WS-OS-PASSWORD              PIC X(08).
       01  WS-OS-PROGRAM               PIC X(08) VALUE "PCVENT01".
       01  WS-OS-EVENT                 PIC X(20).
       01  WS-AUTH-LEVEL               PIC 9(01) VALUE ZERO.
       01  WS-OS-RESULT                PIC X(01).
           88 WS-OS-ACCEPTED               VALUE "O".

      * FIELDS FOR THE DATECALC1 CALL THAT PROVES A KEYED DATE.
       01  WS-DC-FUNCTION              PIC X(01).
       01  WS-DC-DATE-1                PIC 9(08).
       01  WS-DC-DATE-2                PIC 9(08).
       01  WS-DC-DAYS                  PIC S9(07).
       01  WS-DC-RESULT-DATE           PIC 9(08).
       01  WS-DC-ERROR-SWITCH          PIC X(01).
           88 WS-DC-DATE-ERROR             VALUE "Y".

       01  WS-DONE-SWITCH              PIC X(01) VALUE "N".
           88 WS-MAINT-DONE                VALUE "Y".
       01  WS-MENU-CHOICE              PIC X(01).
           88 WS-CHOICE-ENTER              VALUE "1".
           88 WS-CHOICE-VOID               VALUE "2".
           88 WS-CHOICE-LIST               VALUE "3".
           88 WS-CHOICE-EXIT               VALUE "9".
       01  WS-REQUIRED-LEVEL          PIC 9(01).

       01  WS-TODAY                    PIC 9(08).
       01  WS-ENTRY-FUND               PIC X(04).
       01  WS-ENTRY-VOUCHER            PIC X(06).
       01  WS-ENTRY-DATE               PIC X(08).
       01  WS-ENTRY-AMOUNT             PIC X(12).
       01  WS-ENTRY-AMOUNT-9           PIC 9(12).
       01  WS-ENTRY-ANSWER             PIC X(01).
       01  WS-EVENT-DATE               PIC 9(08).
       01  WS-FUND-OK-SWITCH           PIC X(01).
           88 WS-FUND-IS-OK                VALUE "Y".
       01  WS-ENTRY-OK-SWITCH          PIC X(01).
           88 WS-ENTRY-IS-OK               VALUE "Y".
       01  WS-DATE-OK-SWITCH           PIC X(01).
           88 WS-DATE-IS-OK                VALUE "Y".
       01  WS-SCAN-EOF-SWITCH          PIC X(01).
           88 WS-SCAN-DONE                 VALUE "Y".

      * THE VOUCHER BEING KEYED, HELD HERE UNTIL IT IS FILED.
       01  WS-NEW-DATE                 PIC 9(08).
       01  WS-NEW-PAID-TO              PIC X(30).
       01  WS-NEW-DESCRIPTION          PIC X(30).
       01  WS-NEW-GL-ACCOUNT           PIC X(08).
       01  WS-NEW-COST-CENTER          PIC X(06).
       01  WS-NEW-AMOUNT               PIC S9(07)V99.

      * THE FUND'S OUTSTANDING VOUCHERS, TOTALLED FROM THE VOUCHER
      * FILE - IN THE BOX, AND SUBMITTED BUT NOT YET REPAID.
       01  WS-ON-HAND-TOTAL            PIC S9(09)V99.
       01  WS-ON-HAND-COUNT            PIC 9(05).
       01  WS-SUBMITTED-TOTAL          PIC S9(09)V99.
       01  WS-SUBMITTED-COUNT          PIC 9(05).
       01  WS-CASH-EXPECTED            PIC S9(09)V99.
       01  WS-LIST-SWITCH              PIC X(01).
           88 WS-LISTING                   VALUE "Y".

       01  WS-SHOW-STATUS              PIC X(09).
       01  WS-SHOW-AMOUNT              PIC Z,ZZZ,ZZ9.99-.
       01  WS-SHOW-ON-HAND             PIC Z,ZZZ,ZZ9.99-.
       01  WS-SHOW-SUBMITTED           PIC Z,ZZZ,ZZ9.99-.
       01  WS-SHOW-EXPECTED            PIC Z,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 0500-SIGN-ON.
            IF WS-SIGNON-OK
                PERFORM 1000-INITIALIZE
                PERFORM 2000-MAINT-LOOP UNTIL WS-MAINT-DONE
                CLOSE PETTY-CASH-VOUCHER-FILE
                CLOSE PETTY-CASH-FUND-FILE
            END-IF.
            GOBACK.

      * SIGN ON AGAINST THE SECURITY MASTER - THREE TRIES, EVERY
      * ATTEMPT JOURNALED BY OPRSEC01, THE SAME GATE FRNMNT01 USES.
       0500-SIGN-ON.
            PERFORM 0510-ACCEPT-OPERATOR-ID
                UNTIL WS-SIGNON-OK OR WS-SIGNON-TRIES >= 3.
            IF NOT WS-SIGNON-OK
                DISPLAY "SIGN-ON NOT ACCEPTED - SESSION ENDED"
            END-IF.

       0510-ACCEPT-OPERATOR-ID.
            ADD 1 TO WS-SIGNON-TRIES.
            DISPLAY "ENTER OPERATOR ID: ".
            ACCEPT WS-OPERATOR-ID.
            DISPLAY "ENTER PASSWORD: ".
            ACCEPT WS-OS-PASSWORD.
            MOVE "S" TO WS-OS-FUNCTION.
            CALL "OPRSEC01" USING WS-OS-FUNCTION WS-OPERATOR-ID
                WS-OS-PASSWORD WS-OS-PROGRAM WS-OS-EVENT
                WS-AUTH-LEVEL WS-OS-RESULT.
            IF WS-OS-ACCEPTED
                SET WS-SIGNON-OK TO TRUE
            END-IF.

       0600-JOURNAL-EVENT.
            MOVE "L" TO WS-OS-FUNCTION.
            CALL "OPRSEC01" USING WS-OS-FUNCTION WS-OPERATOR-ID
                WS-OS-PASSWORD WS-OS-PROGRAM WS-OS-EVENT
                WS-AUTH-LEVEL WS-OS-RESULT.

      * FUNDS ARE SET UP IN PCFMNT01, SO THE FUND FILE MUST BE
      * THERE.  THE VOUCHER FILE IS CREATED EMPTY ON FIRST USE.
       1000-INITIALIZE.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            OPEN I-O PETTY-CASH-FUND-FILE.
            IF NOT WS-PETTY-FUND-OK
                DISPLAY "UNABLE TO OPEN PETTY-CASH-FUND-FILE, STATUS = "
                    WS-PETTY-FUND-STATUS
                DISPLAY "SET UP THE FUND IN PCFMNT01 FIRST"
                SET WS-MAINT-DONE TO TRUE
            END-IF.
            OPEN I-O PETTY-CASH-VOUCHER-FILE.
            IF WS-PETTY-VOUCHER-MISSING
                OPEN OUTPUT PETTY-CASH-VOUCHER-FILE
                CLOSE PETTY-CASH-VOUCHER-FILE
                OPEN I-O PETTY-CASH-VOUCHER-FILE
            END-IF.
            IF NOT WS-PETTY-VOUCHER-OK
                DISPLAY "UNABLE TO OPEN PETTY-CASH-VOUCHER-FILE, "
                    "STATUS = " WS-PETTY-VOUCHER-STATUS
                SET WS-MAINT-DONE TO TRUE
            END-IF.

       2000-MAINT-LOOP.
            DISPLAY "1-ENTER VOUCHER  2-VOID VOUCHER  "
                "3-LIST OPEN VOUCHERS  9-EXIT".
            DISPLAY "ENTER CHOICE: ".
            ACCEPT WS-MENU-CHOICE.
            IF WS-CHOICE-EXIT
                SET WS-MAINT-DONE TO TRUE
            ELSE IF WS-CHOICE-ENTER OR WS-CHOICE-VOID
                OR WS-CHOICE-LIST
                PERFORM 2100-GATE-AND-DISPATCH
            ELSE
                DISPLAY "INVALID CHOICE"
            END-IF.

      * LISTING IS LEVEL 1; ANYTHING THAT MOVES MONEY OUT OF THE
      * BOX ON PAPER IS LEVEL 2.  A DENIED CHOICE IS JOURNALED LIKE
      * A USED ONE.
       2100-GATE-AND-DISPATCH.
            IF WS-CHOICE-LIST
                MOVE 1 TO WS-REQUIRED-LEVEL
            ELSE
                MOVE 2 TO WS-REQUIRED-LEVEL
            END-IF.
            MOVE SPACES TO WS-OS-EVENT.
            STRING "MENU OPTION " DELIMITED BY SIZE
                   WS-MENU-CHOICE DELIMITED BY SIZE
                INTO WS-OS-EVENT.
            IF WS-AUTH-LEVEL < WS-REQUIRED-LEVEL
                DISPLAY "NOT AUTHORIZED - OPTION " WS-MENU-CHOICE
                    " NEEDS LEVEL " WS-REQUIRED-LEVEL
                MOVE "D" TO WS-OS-RESULT
                PERFORM 0600-JOURNAL-EVENT
            ELSE
                MOVE "O" TO WS-OS-RESULT
                PERFORM 0600-JOURNAL-EVENT
                EVALUATE TRUE
                    WHEN WS-CHOICE-ENTER
                        PERFORM 3000-ENTER-VOUCHER
                    WHEN WS-CHOICE-VOID
                        PERFORM 4000-VOID-VOUCHER
                    WHEN WS-CHOICE-LIST
                        PERFORM 5000-LIST-VOUCHERS
                END-EVALUATE
            END-IF.

      * A VOUCHER GOES INTO AN ACTIVE FUND ONLY, FOR NO MORE THAN
      * THE CASH THAT SHOULD STILL BE IN THE BOX.
       3000-ENTER-VOUCHER.
            PERFORM 8000-GET-FUND.
            IF WS-FUND-IS-OK
                IF NOT PF-STATUS-ACTIVE
                    DISPLAY "FUND " PF-FUND-CODE " IS CLOSED"
                ELSE
                    MOVE "N" TO WS-LIST-SWITCH
                    PERFORM 8400-TOTAL-FUND-VOUCHERS
                    MOVE WS-CASH-EXPECTED TO WS-SHOW-EXPECTED
                    DISPLAY "CASH THAT SHOULD BE IN THE BOX "
                        WS-SHOW-EXPECTED
                    PERFORM 3100-ACCEPT-VOUCHER
                END-IF
            END-IF.

       3100-ACCEPT-VOUCHER.
            PERFORM 3200-ACCEPT-VOUCHER-DATE.
            IF WS-ENTRY-IS-OK
                DISPLAY "ENTER PAID TO: "
                ACCEPT WS-NEW-PAID-TO
                DISPLAY "ENTER DESCRIPTION: "
                ACCEPT WS-NEW-DESCRIPTION
                IF WS-NEW-PAID-TO = SPACES
                    OR WS-NEW-DESCRIPTION = SPACES
                    DISPLAY "PAID TO AND DESCRIPTION ARE REQUIRED"
                    MOVE "N" TO WS-ENTRY-OK-SWITCH
                END-IF
            END-IF.
            IF WS-ENTRY-IS-OK
                PERFORM 3300-ACCEPT-CODING
            END-IF.
            IF WS-ENTRY-IS-OK
                PERFORM 3400-ACCEPT-VOUCHER-AMOUNT
            END-IF.
            IF WS-ENTRY-IS-OK
                PERFORM 3500-FILE-THE-VOUCHER
            END-IF.

      * THE DATE ON THE SLIP - NOT IN THE FUTURE.
       3200-ACCEPT-VOUCHER-DATE.
            MOVE "N" TO WS-ENTRY-OK-SWITCH.
            DISPLAY "ENTER VOUCHER DATE YYYYMMDD (BLANK = TODAY): ".
            ACCEPT WS-ENTRY-DATE.
            IF WS-ENTRY-DATE = SPACES
                MOVE WS-TODAY TO WS-NEW-DATE
                SET WS-ENTRY-IS-OK TO TRUE
            ELSE
                MOVE "N" TO WS-DATE-OK-SWITCH
                IF WS-ENTRY-DATE NOT NUMERIC
                    DISPLAY "DATE MUST BE YYYYMMDD"
                ELSE
                    MOVE WS-ENTRY-DATE TO WS-EVENT-DATE
                    PERFORM 8250-PROVE-THE-DATE
                END-IF
                IF WS-DATE-IS-OK
                    IF WS-EVENT-DATE > WS-TODAY
                        DISPLAY "DATE IS AFTER TODAY"
                    ELSE
                        MOVE WS-EVENT-DATE TO WS-NEW-DATE
                        SET WS-ENTRY-IS-OK TO TRUE
                    END-IF
                END-IF
            END-IF.

      * THE GL ACCOUNT IS THE EIGHT-DIGIT ACCOUNT THE INVOICE
      * DISTRIBUTION CARRIES.  A BLANK COST CENTER TAKES THE FUND'S.
       3300-ACCEPT-CODING.
            MOVE "N" TO WS-ENTRY-OK-SWITCH.
            DISPLAY "ENTER GL ACCOUNT (8 DIGITS): ".
            ACCEPT WS-NEW-GL-ACCOUNT.
            DISPLAY "ENTER COST CENTER (BLANK = " PF-COST-CENTER "): ".
            ACCEPT WS-NEW-COST-CENTER.
            IF WS-NEW-GL-ACCOUNT NOT NUMERIC
                DISPLAY "GL ACCOUNT MUST BE 8 DIGITS"
            ELSE
                IF WS-NEW-COST-CENTER = SPACES
                    MOVE PF-COST-CENTER TO WS-NEW-COST-CENTER
                END-IF
                SET WS-ENTRY-IS-OK TO TRUE
            END-IF.

       3400-ACCEPT-VOUCHER-AMOUNT.
            MOVE "N" TO WS-ENTRY-OK-SWITCH.
            DISPLAY "ENTER AMOUNT (PENNIES): ".
            ACCEPT WS-ENTRY-AMOUNT.
            IF WS-ENTRY-AMOUNT NOT NUMERIC
                DISPLAY "AMOUNT MUST BE ALL DIGITS"
            ELSE
                MOVE WS-ENTRY-AMOUNT TO WS-ENTRY-AMOUNT-9
                IF WS-ENTRY-AMOUNT-9 = ZERO
                    OR WS-ENTRY-AMOUNT-9 > 999999999
                    DISPLAY "AMOUNT MUST BE OVER ZERO AND UNDER "
                        "10,000,000.00"
                ELSE
                    COMPUTE WS-NEW-AMOUNT = WS-ENTRY-AMOUNT-9 / 100
                    IF WS-NEW-AMOUNT > WS-CASH-EXPECTED
                        MOVE WS-CASH-EXPECTED TO WS-SHOW-EXPECTED
                        DISPLAY "AMOUNT IS MORE THAN THE "
                            WS-SHOW-EXPECTED " LEFT IN THE BOX"
                    ELSE
                        SET WS-ENTRY-IS-OK TO TRUE
                    END-IF
                END-IF
            END-IF.

      * THE VOUCHER NUMBER IS TAKEN FROM THE FUND RECORD, WHICH IS
      * REWRITTEN FIRST SO A FAILED VOUCHER WRITE LEAVES A GAP
      * RATHER THAN A NUMBER USED TWICE.
       3500-FILE-THE-VOUCHER.
            ADD 1 TO PF-LAST-VOUCHER.
            REWRITE PETTY-CASH-FUND-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE.
            MOVE SPACES TO WS-OS-EVENT.
            STRING "PC VOUCHER " DELIMITED BY SIZE
                   PF-FUND-CODE DELIMITED BY SIZE
                INTO WS-OS-EVENT.
            IF NOT WS-PETTY-FUND-OK
                DISPLAY "UNABLE TO REWRITE PETTY-CASH-FUND-FILE, "
                    "STATUS = " WS-PETTY-FUND-STATUS
                MOVE "F" TO WS-OS-RESULT
            ELSE
                MOVE SPACES TO PETTY-CASH-VOUCHER-RECORD
                MOVE PF-FUND-CODE TO PV-FUND-CODE
                MOVE PF-LAST-VOUCHER TO PV-VOUCHER-NUMBER
                MOVE WS-NEW-DATE TO PV-VOUCHER-DATE
                MOVE WS-NEW-PAID-TO TO PV-PAID-TO
                MOVE WS-NEW-DESCRIPTION TO PV-DESCRIPTION
                MOVE WS-NEW-GL-ACCOUNT TO PV-GL-ACCOUNT
                MOVE WS-NEW-COST-CENTER TO PV-COST-CENTER
                MOVE WS-NEW-AMOUNT TO PV-AMOUNT
                SET PV-STATUS-ON-HAND TO TRUE
                MOVE SPACES TO PV-REPLENISH-INVOICE
                MOVE ZERO TO PV-REPLENISH-DATE
                MOVE WS-TODAY TO PV-ENTRY-DATE
                MOVE WS-OPERATOR-ID TO PV-ENTERED-BY
                WRITE PETTY-CASH-VOUCHER-RECORD
                    INVALID KEY
                        CONTINUE
                END-WRITE
                IF NOT WS-PETTY-VOUCHER-OK
                    DISPLAY "UNABLE TO WRITE PETTY-CASH-VOUCHER-FILE, "
                        "STATUS = " WS-PETTY-VOUCHER-STATUS
                    MOVE "F" TO WS-OS-RESULT
                ELSE
                    DISPLAY "VOUCHER " PV-FUND-CODE "-"
                        PV-VOUCHER-NUMBER " ENTERED"
                    MOVE "O" TO WS-OS-RESULT
                END-IF
            END-IF.
            PERFORM 0600-JOURNAL-EVENT.

      * ONLY A VOUCHER STILL IN THE BOX CAN BE VOIDED.  ONE ALREADY
      * SUBMITTED IS ON A REPLENISHMENT INVOICE AND HAS TO BE
      * TAKEN OFF THROUGH THE APPROVAL QUEUE INSTEAD.
       4000-VOID-VOUCHER.
            PERFORM 8000-GET-FUND.
            IF WS-FUND-IS-OK
                DISPLAY "ENTER VOUCHER NUMBER: "
                ACCEPT WS-ENTRY-VOUCHER
                IF WS-ENTRY-VOUCHER NOT NUMERIC
                    DISPLAY "VOUCHER NUMBER MUST BE 6 DIGITS"
                ELSE
                    MOVE PF-FUND-CODE TO PV-FUND-CODE
                    MOVE WS-ENTRY-VOUCHER TO PV-VOUCHER-NUMBER
                    READ PETTY-CASH-VOUCHER-FILE
                        INVALID KEY
                            DISPLAY "VOUCHER NOT ON FILE"
                        NOT INVALID KEY
                            PERFORM 4100-VOID-IF-ON-HAND
                    END-READ
                END-IF
            END-IF.

       4100-VOID-IF-ON-HAND.
            IF NOT PV-STATUS-ON-HAND
                DISPLAY "VOUCHER IS NOT IN THE BOX - NOT VOIDED"
            ELSE
                MOVE PV-AMOUNT TO WS-SHOW-AMOUNT
                DISPLAY PV-VOUCHER-DATE " " PV-PAID-TO " "
                    WS-SHOW-AMOUNT
                DISPLAY "VOID THIS VOUCHER? (Y/N): "
                ACCEPT WS-ENTRY-ANSWER
                IF WS-ENTRY-ANSWER = "Y"
                    SET PV-STATUS-VOID TO TRUE
                    MOVE SPACES TO WS-OS-EVENT
                    STRING "PC VOID " DELIMITED BY SIZE
                           PV-FUND-CODE DELIMITED BY SIZE
                           PV-VOUCHER-NUMBER DELIMITED BY SIZE
                        INTO WS-OS-EVENT
                    REWRITE PETTY-CASH-VOUCHER-RECORD
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
                    IF NOT WS-PETTY-VOUCHER-OK
                        DISPLAY "UNABLE TO REWRITE "
                            "PETTY-CASH-VOUCHER-FILE, STATUS = "
                            WS-PETTY-VOUCHER-STATUS
                        MOVE "F" TO WS-OS-RESULT
                    ELSE
                        DISPLAY "VOUCHER VOIDED"
                        MOVE "O" TO WS-OS-RESULT
                    END-IF
                    PERFORM 0600-JOURNAL-EVENT
                END-IF
            END-IF.

      * THE FUND'S VOUCHERS STILL TO BE REPAID, WITH THE TOTALS.
       5000-LIST-VOUCHERS.
            PERFORM 8000-GET-FUND.
            IF WS-FUND-IS-OK
                MOVE "Y" TO WS-LIST-SWITCH
                PERFORM 8400-TOTAL-FUND-VOUCHERS
                MOVE WS-ON-HAND-TOTAL TO WS-SHOW-ON-HAND
                MOVE WS-SUBMITTED-TOTAL TO WS-SHOW-SUBMITTED
                MOVE WS-CASH-EXPECTED TO WS-SHOW-EXPECTED
                DISPLAY WS-ON-HAND-COUNT " IN THE BOX "
                    WS-SHOW-ON-HAND "  " WS-SUBMITTED-COUNT
                    " SUBMITTED " WS-SHOW-SUBMITTED
                DISPLAY "CASH THAT SHOULD BE IN THE BOX "
                    WS-SHOW-EXPECTED
            END-IF.

       8000-GET-FUND.
            MOVE "N" TO WS-FUND-OK-SWITCH.
            DISPLAY "ENTER FUND CODE: ".
            ACCEPT WS-ENTRY-FUND.
            MOVE WS-ENTRY-FUND TO PF-FUND-CODE.
            READ PETTY-CASH-FUND-FILE
                INVALID KEY
                    DISPLAY "FUND " PF-FUND-CODE " NOT ON FILE"
                NOT INVALID KEY
                    SET WS-FUND-IS-OK TO TRUE
            END-READ.

       8250-PROVE-THE-DATE.
            MOVE "D" TO WS-DC-FUNCTION.
            MOVE WS-EVENT-DATE TO WS-DC-DATE-1.
            MOVE WS-TODAY TO WS-DC-DATE-2.
            CALL "DATECALC1" USING WS-DC-FUNCTION
                WS-DC-DATE-1 WS-DC-DATE-2 WS-DC-DAYS
                WS-DC-RESULT-DATE WS-DC-ERROR-SWITCH.
            IF WS-DC-DATE-ERROR
                DISPLAY "NOT A CALENDAR DATE"
            ELSE
                SET WS-DATE-IS-OK TO TRUE
            END-IF.

      * THE FUND'S VOUCHERS STILL TO BE REPAID, AND FROM THEM THE
      * CASH THAT SHOULD BE IN THE BOX:
      *     AUTHORIZED = CASH + VOUCHERS IN BOX + VOUCHERS SUBMITTED
      * WHEN LISTING, EACH ONE IS SHOWN AS IT IS ADDED.
       8400-TOTAL-FUND-VOUCHERS.
            MOVE ZERO TO WS-ON-HAND-TOTAL.
            MOVE ZERO TO WS-ON-HAND-COUNT.
            MOVE ZERO TO WS-SUBMITTED-TOTAL.
            MOVE ZERO TO WS-SUBMITTED-COUNT.
            MOVE "N" TO WS-SCAN-EOF-SWITCH.
            MOVE PF-FUND-CODE TO PV-FUND-CODE.
            MOVE ZERO TO PV-VOUCHER-NUMBER.
            START PETTY-CASH-VOUCHER-FILE KEY IS NOT LESS THAN PV-KEY
                INVALID KEY SET WS-SCAN-DONE TO TRUE
            END-START.
            IF NOT WS-SCAN-DONE
                PERFORM 8950-READ-NEXT-VOUCHER
            END-IF.
            PERFORM 8410-ADD-ONE-VOUCHER
                UNTIL WS-SCAN-DONE
                OR PV-FUND-CODE NOT = PF-FUND-CODE.
            COMPUTE WS-CASH-EXPECTED = PF-AUTHORIZED-AMOUNT
                - WS-ON-HAND-TOTAL - WS-SUBMITTED-TOTAL.

       8410-ADD-ONE-VOUCHER.
            IF PV-STATUS-ON-HAND
                ADD 1 TO WS-ON-HAND-COUNT
                ADD PV-AMOUNT TO WS-ON-HAND-TOTAL
                MOVE "IN BOX" TO WS-SHOW-STATUS
            ELSE IF PV-STATUS-SUBMITTED
                ADD 1 TO WS-SUBMITTED-COUNT
                ADD PV-AMOUNT TO WS-SUBMITTED-TOTAL
                MOVE "SUBMITTED" TO WS-SHOW-STATUS
            ELSE
                MOVE SPACES TO WS-SHOW-STATUS
            END-IF.
            IF WS-LISTING AND WS-SHOW-STATUS NOT = SPACES
                MOVE PV-AMOUNT TO WS-SHOW-AMOUNT
                DISPLAY PV-VOUCHER-NUMBER " " PV-VOUCHER-DATE " "
                    PV-PAID-TO " " PV-GL-ACCOUNT " " PV-COST-CENTER
                    " " WS-SHOW-AMOUNT " " WS-SHOW-STATUS " "
                    PV-REPLENISH-INVOICE
            END-IF.
            PERFORM 8950-READ-NEXT-VOUCHER.

       8950-READ-NEXT-VOUCHER.
            READ PETTY-CASH-VOUCHER-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-PETTY-VOUCHER-OK AND NOT WS-PETTY-VOUCHER-EOF
                DISPLAY "PETTY-CASH-VOUCHER-FILE READ ERROR, STATUS = "
                    WS-PETTY-VOUCHER-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.
       END PROGRAM PCVENT01.

      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Petty cash fund maintenance and surprise counts.
      *              Each office cash box is set up here on
      *              PETTY-CASH-FUND-FILE: the custodian who keeps it
      *              (an active employee, paid the replenishments
      *              under the reserved payee number), the authorized
      *              amount, the cost center and company it belongs
      *              to.  A fund is closed rather than deleted, and
      *              only once every voucher in it has been repaid.
      *              A surprise count is recorded against the fund
      *              with the cash counted: the cash that should be
      *              in the box is the authorized amount less the
      *              vouchers in it and the vouchers submitted but
      *              not yet repaid, and the difference goes on
      *              PETTY-CASH-COUNT-FILE for PCSHRT01.
      *              Inquiry and count history need level 1; a count
      *              needs level 2; setting up, changing or closing a
      *              fund needs level 3.  Every change is journaled
      *              through OPRSEC01.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original petty cash fund maintenance.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCFMNT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLEMP01.cbl".
           COPY "SLPCF01.cbl".
           COPY "SLPCV01.cbl".
           COPY "SLPCC01.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDEMP01.cbl".
           COPY "FDPCF01.cbl".
           COPY "FDPCV01.cbl".
           COPY "FDPCC01.cbl".

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYEE-FILE-STATUS    PIC X(02).
           88 WS-EMPLOYEE-FILE-OK         VALUE "00".
       01  WS-PETTY-FUND-STATUS       PIC X(02).
           88 WS-PETTY-FUND-OK            VALUE "00".
           88 WS-PETTY-FUND-NOT-FOUND     VALUE "23".
           88 WS-PETTY-FUND-MISSING       VALUE "35".
       01  WS-PETTY-VOUCHER-STATUS    PIC X(02).
           88 WS-PETTY-VOUCHER-OK         VALUE "00".
           88 WS-PETTY-VOUCHER-EOF        VALUE "10".
           88 WS-PETTY-VOUCHER-MISSING    VALUE "35".
       01  WS-PETTY-COUNT-STATUS      PIC X(02).
           88 WS-PETTY-COUNT-OK           VALUE "00".
           88 WS-PETTY-COUNT-EOF          VALUE "10".
           88 WS-PETTY-COUNT-MISSING      VALUE "35".

       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-SIGNON-OK-SWITCH        PIC X(01) VALUE "N".
           88 WS-SIGNON-OK                 VALUE "Y".
       01  WS-SIGNON-TRIES             PIC 9(01) VALUE ZERO.

      * FIELDS FOR THE OPRSEC01 SIGN-ON AND JOURNAL CALLS.
       01  WS-OS-FUNCTION              PIC X(01).
       01  WS-OS-PASSWORD              PIC X(08).
       01  WS-OS-PROGRAM               PIC X(08) VALUE "PCFMNT01".
       01  WS-OS-EVENT                 PIC X(20).
       01  WS-AUTH-LEVEL               PIC 9(01) VALUE ZERO.
       01  WS-OS-RESULT                PIC X(01).
           88 WS-OS-ACCEPTED               VALUE "O".

       01  WS-DONE-SWITCH              PIC X(01) VALUE "N".
           88 WS-MAINT-DONE                VALUE "Y".
       01  WS-MENU-CHOICE              PIC X(01).
           88 WS-CHOICE-INQUIRE            VALUE "1".
           88 WS-CHOICE-ADD                VALUE "2".
           88 WS-CHOICE-CHANGE             VALUE "3".
           88 WS-CHOICE-CLOSE              VALUE "4".
           88 WS-CHOICE-COUNT              VALUE "5".
           88 WS-CHOICE-HISTORY            VALUE "6".
           88 WS-CHOICE-EXIT               VALUE "9".
       01  WS-REQUIRED-LEVEL          PIC 9(01).

       01  WS-TODAY                    PIC 9(08).
       01  WS-NOW                      PIC 9(08).
       01  WS-ENTRY-FUND               PIC X(04).
       01  WS-ENTRY-CUSTODIAN          PIC X(05).
       01  WS-ENTRY-AMOUNT             PIC X(12).
       01  WS-ENTRY-AMOUNT-9           PIC 9(12).
       01  WS-ENTRY-COST-CENTER        PIC X(06).
       01  WS-ENTRY-COMPANY            PIC X(02).
       01  WS-ENTRY-DESCRIPTION        PIC X(30).
       01  WS-ENTRY-WITNESS            PIC X(20).
       01  WS-ENTRY-NOTE               PIC X(40).
       01  WS-ENTRY-ANSWER             PIC X(01).
       01  WS-FUND-OK-SWITCH           PIC X(01).
           88 WS-FUND-IS-OK                VALUE "Y".
       01  WS-ENTRY-OK-SWITCH          PIC X(01).
           88 WS-ENTRY-IS-OK               VALUE "Y".
       01  WS-SCAN-EOF-SWITCH          PIC X(01).
           88 WS-SCAN-DONE                 VALUE "Y".
       01  WS-LIST-COUNT               PIC 9(05).

      * THE FUND BEING SET UP OR CHANGED, HELD HERE WHILE IT IS
      * KEYED AND CHECKED.
       01  WS-NEW-CUSTODIAN            PIC 9(05).
       01  WS-NEW-CUSTODIAN-NAME       PIC X(30).
       01  WS-NEW-AUTHORIZED           PIC S9(07)V99.
       01  WS-NEW-COST-CENTER          PIC X(06).
       01  WS-NEW-COMPANY              PIC X(02).
       01  WS-NEW-DESCRIPTION          PIC X(30).
       01  WS-MAX-AUTHORIZED           PIC S9(07)V99 VALUE 9999999.99.

      * THE FUND'S OUTSTANDING VOUCHERS, TOTALLED FROM THE VOUCHER
      * FILE - IN THE BOX, AND SUBMITTED BUT NOT YET REPAID.
       01  WS-ON-HAND-TOTAL            PIC S9(09)V99.
       01  WS-ON-HAND-COUNT            PIC 9(05).
       01  WS-SUBMITTED-TOTAL          PIC S9(09)V99.
       01  WS-SUBMITTED-COUNT          PIC 9(05).
       01  WS-CASH-EXPECTED            PIC S9(09)V99.
       01  WS-CASH-COUNTED             PIC S9(09)V99.
       01  WS-OVER-SHORT               PIC S9(09)V99.

       01  WS-SHOW-STATUS              PIC X(10).
       01  WS-SHOW-AMOUNT              PIC Z,ZZZ,ZZ9.99-.
       01  WS-SHOW-ON-HAND             PIC Z,ZZZ,ZZ9.99-.
       01  WS-SHOW-SUBMITTED           PIC Z,ZZZ,ZZ9.99-.
       01  WS-SHOW-EXPECTED            PIC Z,ZZZ,ZZ9.99-.
       01  WS-SHOW-COUNTED             PIC Z,ZZZ,ZZ9.99-.
       01  WS-SHOW-OVER-SHORT          PIC Z,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 0500-SIGN-ON.
            IF WS-SIGNON-OK
                PERFORM 1000-INITIALIZE
                PERFORM 2000-MAINT-LOOP UNTIL WS-MAINT-DONE
                CLOSE PETTY-CASH-COUNT-FILE
                CLOSE PETTY-CASH-VOUCHER-FILE
                CLOSE PETTY-CASH-FUND-FILE
                CLOSE EMPLOYEE-FILE
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

      * THE EMPLOYEE MASTER IS READ-ONLY HERE, TO PROVE THE
      * CUSTODIAN.  THE FUND, VOUCHER AND COUNT FILES ARE CREATED
      * EMPTY THE FIRST TIME THEY ARE USED.
       1000-INITIALIZE.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            OPEN INPUT EMPLOYEE-FILE.
            IF NOT WS-EMPLOYEE-FILE-OK
                DISPLAY "UNABLE TO OPEN EMPLOYEE-FILE, STATUS = "
                    WS-EMPLOYEE-FILE-STATUS
                SET WS-MAINT-DONE TO TRUE
            END-IF.
            OPEN I-O PETTY-CASH-FUND-FILE.
            IF WS-PETTY-FUND-MISSING
                OPEN OUTPUT PETTY-CASH-FUND-FILE
                CLOSE PETTY-CASH-FUND-FILE
                OPEN I-O PETTY-CASH-FUND-FILE
            END-IF.
            IF NOT WS-PETTY-FUND-OK
                DISPLAY "UNABLE TO OPEN PETTY-CASH-FUND-FILE, STATUS = "
                    WS-PETTY-FUND-STATUS
                SET WS-MAINT-DONE TO TRUE
            END-IF.
            OPEN INPUT PETTY-CASH-VOUCHER-FILE.
            IF WS-PETTY-VOUCHER-MISSING
                OPEN OUTPUT PETTY-CASH-VOUCHER-FILE
                CLOSE PETTY-CASH-VOUCHER-FILE
                OPEN INPUT PETTY-CASH-VOUCHER-FILE
            END-IF.
            IF NOT WS-PETTY-VOUCHER-OK
                DISPLAY "UNABLE TO OPEN PETTY-CASH-VOUCHER-FILE, "
                    "STATUS = " WS-PETTY-VOUCHER-STATUS
                SET WS-MAINT-DONE TO TRUE
            END-IF.
            OPEN I-O PETTY-CASH-COUNT-FILE.
            IF WS-PETTY-COUNT-MISSING
                OPEN OUTPUT PETTY-CASH-COUNT-FILE
                CLOSE PETTY-CASH-COUNT-FILE
                OPEN I-O PETTY-CASH-COUNT-FILE
            END-IF.
            IF NOT WS-PETTY-COUNT-OK
                DISPLAY "UNABLE TO OPEN PETTY-CASH-COUNT-FILE, "
                    "STATUS = " WS-PETTY-COUNT-STATUS
                SET WS-MAINT-DONE TO TRUE
            END-IF.

       2000-MAINT-LOOP.
            DISPLAY "1-INQUIRE  2-ADD FUND  3-CHANGE FUND  "
                "4-CLOSE FUND  5-SURPRISE COUNT  6-COUNT HISTORY  "
                "9-EXIT".
            DISPLAY "ENTER CHOICE: ".
            ACCEPT WS-MENU-CHOICE.
            IF WS-CHOICE-EXIT
                SET WS-MAINT-DONE TO TRUE
            ELSE IF WS-CHOICE-INQUIRE OR WS-CHOICE-ADD
                OR WS-CHOICE-CHANGE OR WS-CHOICE-CLOSE
                OR WS-CHOICE-COUNT OR WS-CHOICE-HISTORY
                PERFORM 2100-GATE-AND-DISPATCH
            ELSE
                DISPLAY "INVALID CHOICE"
            END-IF.

      * LOOKING IS LEVEL 1 AND COUNTING LEVEL 2.  ANYTHING THAT
      * CHANGES WHO IS PAID THE REPLENISHMENTS, OR HOW MUCH CASH
      * THE BOX HOLDS, IS LEVEL 3.  A DENIED CHOICE IS JOURNALED
      * LIKE A USED ONE.
       2100-GATE-AND-DISPATCH.
            IF WS-CHOICE-INQUIRE OR WS-CHOICE-HISTORY
                MOVE 1 TO WS-REQUIRED-LEVEL
            ELSE IF WS-CHOICE-COUNT
                MOVE 2 TO WS-REQUIRED-LEVEL
            ELSE
                MOVE 3 TO WS-REQUIRED-LEVEL
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
                    WHEN WS-CHOICE-INQUIRE
                        PERFORM 3000-INQUIRE-FUND
                    WHEN WS-CHOICE-ADD
                        PERFORM 4000-ADD-FUND
                    WHEN WS-CHOICE-CHANGE
                        PERFORM 5000-CHANGE-FUND
                    WHEN WS-CHOICE-CLOSE
                        PERFORM 6000-CLOSE-FUND
                    WHEN WS-CHOICE-COUNT
                        PERFORM 7000-SURPRISE-COUNT
                    WHEN WS-CHOICE-HISTORY
                        PERFORM 7500-COUNT-HISTORY
                END-EVALUATE
            END-IF.

       3000-INQUIRE-FUND.
            PERFORM 8000-GET-FUND.
            IF WS-FUND-IS-OK
                PERFORM 3100-SHOW-FUND
            END-IF.

      * THE FUND, AND WHERE ITS AUTHORIZED AMOUNT IS NOW - THE
      * BALANCE THE NEXT SURPRISE COUNT SHOULD FIND.
       3100-SHOW-FUND.
            IF PF-STATUS-ACTIVE
                MOVE "ACTIVE" TO WS-SHOW-STATUS
            ELSE
                MOVE "CLOSED" TO WS-SHOW-STATUS
            END-IF.
            DISPLAY "FUND " PF-FUND-CODE " " PF-DESCRIPTION " "
                WS-SHOW-STATUS.
            MOVE PF-CUSTODIAN TO EM-EMPLOYEE-NUMBER.
            READ EMPLOYEE-FILE
                INVALID KEY
                    MOVE "** NOT ON EMPLOYEE FILE **" TO EM-NAME
            END-READ.
            DISPLAY "  CUSTODIAN " PF-CUSTODIAN " " EM-NAME.
            MOVE PF-AUTHORIZED-AMOUNT TO WS-SHOW-AMOUNT.
            DISPLAY "  AUTHORIZED " WS-SHOW-AMOUNT " COST CENTER "
                PF-COST-CENTER " COMPANY " PF-COMPANY-CODE
                " OPENED " PF-OPENED-DATE.
            PERFORM 8400-TOTAL-FUND-VOUCHERS.
            MOVE WS-ON-HAND-TOTAL TO WS-SHOW-ON-HAND.
            MOVE WS-SUBMITTED-TOTAL TO WS-SHOW-SUBMITTED.
            MOVE WS-CASH-EXPECTED TO WS-SHOW-EXPECTED.
            DISPLAY "  VOUCHERS IN BOX " WS-ON-HAND-COUNT " "
                WS-SHOW-ON-HAND " SUBMITTED " WS-SUBMITTED-COUNT
                " " WS-SHOW-SUBMITTED.
            DISPLAY "  CASH THAT SHOULD BE ON HAND " WS-SHOW-EXPECTED.
            DISPLAY "  LAST VOUCHER " PF-LAST-VOUCHER
                " LAST REPLENISHED " PF-LAST-REPLENISH-DATE.
            IF PF-LAST-COUNT-DATE = ZERO
                DISPLAY "  NEVER COUNTED"
            ELSE
                MOVE PF-LAST-COUNT-OVER-SHORT TO WS-SHOW-OVER-SHORT
                DISPLAY "  LAST COUNTED " PF-LAST-COUNT-DATE
                    " OVER/SHORT " WS-SHOW-OVER-SHORT
            END-IF.
            DISPLAY "  LAST CHANGED " PF-LAST-CHANGE-DATE " BY "
                PF-LAST-CHANGE-OPERATOR.

      * A NEW FUND - THE CODE MUST BE FREE.  THE CASH TO STOCK THE
      * BOX IS DRAWN ON AN ORDINARY CHECK REQUEST; THIS ONLY
      * RECORDS THE FUND.
       4000-ADD-FUND.
            MOVE "N" TO WS-FUND-OK-SWITCH.
            DISPLAY "ENTER NEW FUND CODE (4 CHARACTERS): ".
            ACCEPT WS-ENTRY-FUND.
            IF WS-ENTRY-FUND = SPACES
                DISPLAY "FUND CODE IS REQUIRED"
            ELSE
                MOVE WS-ENTRY-FUND TO PF-FUND-CODE
                READ PETTY-CASH-FUND-FILE
                    INVALID KEY
                        SET WS-FUND-IS-OK TO TRUE
                    NOT INVALID KEY
                        DISPLAY "FUND " PF-FUND-CODE
                            " ALREADY ON FILE"
                END-READ
            END-IF.
            IF WS-FUND-IS-OK
                DISPLAY "ENTER DESCRIPTION (OFFICE/LOCATION): "
                ACCEPT WS-NEW-DESCRIPTION
                PERFORM 4100-ACCEPT-CUSTODIAN
                IF WS-ENTRY-IS-OK
                    PERFORM 4200-ACCEPT-AUTHORIZED
                END-IF
                IF WS-ENTRY-IS-OK
                    PERFORM 4300-ACCEPT-CODING
                END-IF
                IF WS-ENTRY-IS-OK
                    PERFORM 4500-FILE-NEW-FUND
                END-IF
            END-IF.

      * THE CUSTODIAN IS PAID THE REPLENISHMENTS THE WAY AN EXPENSE
      * CLAIM IS PAID, SO MUST BE AN ACTIVE EMPLOYEE IN THE
      * RESERVED PAYEE RANGE.
       4100-ACCEPT-CUSTODIAN.
            MOVE "N" TO WS-ENTRY-OK-SWITCH.
            DISPLAY "ENTER CUSTODIAN EMPLOYEE NUMBER: ".
            ACCEPT WS-ENTRY-CUSTODIAN.
            IF WS-ENTRY-CUSTODIAN NOT NUMERIC
                OR WS-ENTRY-CUSTODIAN < "90000"
                DISPLAY "CUSTODIAN MUST BE AN EMPLOYEE NUMBER "
                    "90000-99999"
            ELSE
                MOVE WS-ENTRY-CUSTODIAN TO EM-EMPLOYEE-NUMBER
                READ EMPLOYEE-FILE
                    INVALID KEY
                        DISPLAY "EMPLOYEE " EM-EMPLOYEE-NUMBER
                            " NOT ON FILE"
                    NOT INVALID KEY
                        IF NOT EM-ACTIVE
                            DISPLAY "EMPLOYEE " EM-EMPLOYEE-NUMBER
                                " IS NOT ACTIVE"
                        ELSE
                            MOVE EM-EMPLOYEE-NUMBER
                                TO WS-NEW-CUSTODIAN
                            MOVE EM-NAME TO WS-NEW-CUSTODIAN-NAME
                            DISPLAY "CUSTODIAN " WS-NEW-CUSTODIAN " "
                                WS-NEW-CUSTODIAN-NAME
                            SET WS-ENTRY-IS-OK TO TRUE
                        END-IF
                END-READ
            END-IF.

       4200-ACCEPT-AUTHORIZED.
            MOVE "N" TO WS-ENTRY-OK-SWITCH.
            DISPLAY "ENTER AUTHORIZED AMOUNT (PENNIES): ".
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
                    COMPUTE WS-NEW-AUTHORIZED = WS-ENTRY-AMOUNT-9 / 100
                    SET WS-ENTRY-IS-OK TO TRUE
                END-IF
            END-IF.

      * THE COST CENTER IS THE ONE A VOUCHER CODES TO WHEN NONE IS
      * KEYED ON IT.  A BLANK COMPANY IS THE PARENT, 01.
       4300-ACCEPT-CODING.
            MOVE "N" TO WS-ENTRY-OK-SWITCH.
            DISPLAY "ENTER FUND COST CENTER: ".
            ACCEPT WS-NEW-COST-CENTER.
            DISPLAY "ENTER COMPANY CODE (BLANK = 01): ".
            ACCEPT WS-NEW-COMPANY.
            IF WS-NEW-COST-CENTER = SPACES
                DISPLAY "COST CENTER IS REQUIRED"
            ELSE
                IF WS-NEW-COMPANY = SPACES
                    MOVE "01" TO WS-NEW-COMPANY
                END-IF
                SET WS-ENTRY-IS-OK TO TRUE
            END-IF.

       4500-FILE-NEW-FUND.
            MOVE SPACES TO PETTY-CASH-FUND-RECORD.
            MOVE WS-ENTRY-FUND TO PF-FUND-CODE.
            MOVE WS-NEW-DESCRIPTION TO PF-DESCRIPTION.
            MOVE WS-NEW-CUSTODIAN TO PF-CUSTODIAN.
            MOVE WS-NEW-AUTHORIZED TO PF-AUTHORIZED-AMOUNT.
            MOVE WS-NEW-COST-CENTER TO PF-COST-CENTER.
            MOVE WS-NEW-COMPANY TO PF-COMPANY-CODE.
            SET PF-STATUS-ACTIVE TO TRUE.
            MOVE WS-TODAY TO PF-OPENED-DATE.
            MOVE ZERO TO PF-LAST-VOUCHER.
            MOVE ZERO TO PF-LAST-REPLENISH-SEQ.
            MOVE ZERO TO PF-LAST-REPLENISH-DATE.
            MOVE ZERO TO PF-LAST-COUNT-DATE.
            MOVE ZERO TO PF-LAST-COUNT-OVER-SHORT.
            MOVE WS-TODAY TO PF-LAST-CHANGE-DATE.
            MOVE WS-OPERATOR-ID TO PF-LAST-CHANGE-OPERATOR.
            MOVE SPACES TO WS-OS-EVENT.
            STRING "PC FUND ADDED " DELIMITED BY SIZE
                   PF-FUND-CODE DELIMITED BY SIZE
                INTO WS-OS-EVENT.
            WRITE PETTY-CASH-FUND-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE.
            IF NOT WS-PETTY-FUND-OK
                DISPLAY "UNABLE TO WRITE PETTY-CASH-FUND-FILE, "
                    "STATUS = " WS-PETTY-FUND-STATUS
                MOVE "F" TO WS-OS-RESULT
            ELSE
                DISPLAY "FUND " PF-FUND-CODE " SET UP - STOCK THE "
                    "BOX ON A CHECK REQUEST TO THE CUSTODIAN"
                MOVE "O" TO WS-OS-RESULT
            END-IF.
            PERFORM 0600-JOURNAL-EVENT.

      * EACH FIELD IS OFFERED IN TURN; A BLANK ANSWER KEEPS IT.  A
      * CHANGE OF CUSTODIAN IS THE TIME FOR A SURPRISE COUNT - THE
      * BOX CHANGES HANDS.
       5000-CHANGE-FUND.
            PERFORM 8000-GET-FUND.
            IF WS-FUND-IS-OK
                IF NOT PF-STATUS-ACTIVE
                    DISPLAY "FUND " PF-FUND-CODE " IS CLOSED"
                ELSE
                    PERFORM 5100-CHANGE-FIELDS
                END-IF
            END-IF.

       5100-CHANGE-FIELDS.
            MOVE PF-DESCRIPTION TO WS-NEW-DESCRIPTION.
            MOVE PF-CUSTODIAN TO WS-NEW-CUSTODIAN.
            MOVE PF-AUTHORIZED-AMOUNT TO WS-NEW-AUTHORIZED.
            MOVE PF-COST-CENTER TO WS-NEW-COST-CENTER.
            MOVE PF-COMPANY-CODE TO WS-NEW-COMPANY.
            SET WS-ENTRY-IS-OK TO TRUE.
            DISPLAY "DESCRIPTION (" PF-DESCRIPTION "): ".
            ACCEPT WS-ENTRY-DESCRIPTION.
            IF WS-ENTRY-DESCRIPTION NOT = SPACES
                MOVE WS-ENTRY-DESCRIPTION TO WS-NEW-DESCRIPTION
            END-IF.
            DISPLAY "CHANGE CUSTODIAN? (Y/N): ".
            ACCEPT WS-ENTRY-ANSWER.
            IF WS-ENTRY-ANSWER = "Y"
                PERFORM 4100-ACCEPT-CUSTODIAN
            END-IF.
            IF WS-ENTRY-IS-OK
                DISPLAY "CHANGE AUTHORIZED AMOUNT? (Y/N): "
                ACCEPT WS-ENTRY-ANSWER
                IF WS-ENTRY-ANSWER = "Y"
                    PERFORM 4200-ACCEPT-AUTHORIZED
                END-IF
            END-IF.
            IF WS-ENTRY-IS-OK
                DISPLAY "COST CENTER (" PF-COST-CENTER "): "
                ACCEPT WS-ENTRY-COST-CENTER
                IF WS-ENTRY-COST-CENTER NOT = SPACES
                    MOVE WS-ENTRY-COST-CENTER TO WS-NEW-COST-CENTER
                END-IF
                DISPLAY "COMPANY CODE (" PF-COMPANY-CODE "): "
                ACCEPT WS-ENTRY-COMPANY
                IF WS-ENTRY-COMPANY NOT = SPACES
                    MOVE WS-ENTRY-COMPANY TO WS-NEW-COMPANY
                END-IF
                PERFORM 5500-FILE-CHANGED-FUND
            END-IF.

       5500-FILE-CHANGED-FUND.
            IF WS-NEW-CUSTODIAN NOT = PF-CUSTODIAN
                DISPLAY "CUSTODIAN CHANGES - COUNT THE BOX WITH BOTH "
                    "CUSTODIANS PRESENT (OPTION 5)"
            END-IF.
            IF WS-NEW-AUTHORIZED > PF-AUTHORIZED-AMOUNT
                DISPLAY "AUTHORIZED AMOUNT RAISED - DRAW THE "
                    "INCREASE ON A CHECK REQUEST"
            ELSE IF WS-NEW-AUTHORIZED < PF-AUTHORIZED-AMOUNT
                DISPLAY "AUTHORIZED AMOUNT LOWERED - THE CUSTODIAN "
                    "RETURNS THE DECREASE TO THE CASHIER"
            END-IF.
            MOVE WS-NEW-DESCRIPTION TO PF-DESCRIPTION.
            MOVE WS-NEW-CUSTODIAN TO PF-CUSTODIAN.
            MOVE WS-NEW-AUTHORIZED TO PF-AUTHORIZED-AMOUNT.
            MOVE WS-NEW-COST-CENTER TO PF-COST-CENTER.
            MOVE WS-NEW-COMPANY TO PF-COMPANY-CODE.
            MOVE WS-TODAY TO PF-LAST-CHANGE-DATE.
            MOVE WS-OPERATOR-ID TO PF-LAST-CHANGE-OPERATOR.
            MOVE SPACES TO WS-OS-EVENT.
            STRING "PC FUND CHANGED " DELIMITED BY SIZE
                   PF-FUND-CODE DELIMITED BY SIZE
                INTO WS-OS-EVENT.
            PERFORM 8500-REWRITE-FUND.

      * A FUND CLOSES ONLY WHEN EVERY VOUCHER IN IT HAS BEEN REPAID
      * - THE LAST REPLENISHMENT HAS TO CLEAR FIRST, AND THE CASH
      * GOES BACK TO THE CASHIER.
       6000-CLOSE-FUND.
            PERFORM 8000-GET-FUND.
            IF WS-FUND-IS-OK
                IF NOT PF-STATUS-ACTIVE
                    DISPLAY "FUND " PF-FUND-CODE " IS ALREADY CLOSED"
                ELSE
                    PERFORM 8400-TOTAL-FUND-VOUCHERS
                    IF WS-ON-HAND-COUNT > ZERO
                        OR WS-SUBMITTED-COUNT > ZERO
                        DISPLAY "FUND HAS " WS-ON-HAND-COUNT
                            " VOUCHER(S) IN THE BOX AND "
                            WS-SUBMITTED-COUNT " AWAITING REPAYMENT"
                            " - NOT CLOSED"
                    ELSE
                        SET PF-STATUS-CLOSED TO TRUE
                        MOVE WS-TODAY TO PF-LAST-CHANGE-DATE
                        MOVE WS-OPERATOR-ID TO PF-LAST-CHANGE-OPERATOR
                        MOVE SPACES TO WS-OS-EVENT
                        STRING "PC FUND CLOSED " DELIMITED BY SIZE
                               PF-FUND-CODE DELIMITED BY SIZE
                            INTO WS-OS-EVENT
                        PERFORM 8500-REWRITE-FUND
                        IF WS-PETTY-FUND-OK
                            MOVE PF-AUTHORIZED-AMOUNT TO WS-SHOW-AMOUNT
                            DISPLAY "RETURN " WS-SHOW-AMOUNT
                                " CASH TO THE CASHIER"
                        END-IF
                    END-IF
                END-IF
            END-IF.

      * THE CASH THAT SHOULD BE IN THE BOX IS FIXED ON THE COUNT
      * RECORD BESIDE THE CASH COUNTED, SO A LATER VOUCHER OR
      * REPLENISHMENT CANNOT CHANGE WHAT THE COUNT FOUND.
       7000-SURPRISE-COUNT.
            PERFORM 8000-GET-FUND.
            IF WS-FUND-IS-OK
                IF NOT PF-STATUS-ACTIVE
                    DISPLAY "FUND " PF-FUND-CODE " IS CLOSED"
                ELSE
                    PERFORM 7100-ACCEPT-COUNT
                END-IF
            END-IF.

       7100-ACCEPT-COUNT.
            DISPLAY "ENTER CASH COUNTED (PENNIES): ".
            ACCEPT WS-ENTRY-AMOUNT.
            IF WS-ENTRY-AMOUNT NOT NUMERIC
                DISPLAY "AMOUNT MUST BE ALL DIGITS"
            ELSE
                MOVE WS-ENTRY-AMOUNT TO WS-ENTRY-AMOUNT-9
                COMPUTE WS-CASH-COUNTED = WS-ENTRY-AMOUNT-9 / 100
                DISPLAY "ENTER WITNESS NAME: "
                ACCEPT WS-ENTRY-WITNESS
                DISPLAY "ENTER NOTE (OPTIONAL): "
                ACCEPT WS-ENTRY-NOTE
                PERFORM 8400-TOTAL-FUND-VOUCHERS
                COMPUTE WS-OVER-SHORT =
                    WS-CASH-COUNTED - WS-CASH-EXPECTED
                PERFORM 7200-FILE-THE-COUNT
            END-IF.

       7200-FILE-THE-COUNT.
            MOVE SPACES TO PETTY-CASH-COUNT-RECORD.
            MOVE PF-FUND-CODE TO PC-FUND-CODE.
            MOVE WS-TODAY TO PC-COUNT-DATE.
            ACCEPT WS-NOW FROM TIME.
            MOVE WS-NOW(1:6) TO PC-COUNT-TIME.
            MOVE WS-OPERATOR-ID TO PC-COUNTED-BY.
            MOVE WS-ENTRY-WITNESS TO PC-WITNESS.
            MOVE PF-AUTHORIZED-AMOUNT TO PC-AUTHORIZED-AMOUNT.
            MOVE WS-ON-HAND-TOTAL TO PC-VOUCHERS-ON-HAND.
            MOVE WS-SUBMITTED-TOTAL TO PC-AWAITING-REPLENISH.
            MOVE WS-CASH-EXPECTED TO PC-CASH-EXPECTED.
            MOVE WS-CASH-COUNTED TO PC-CASH-COUNTED.
            MOVE WS-OVER-SHORT TO PC-OVER-SHORT.
            MOVE WS-ENTRY-NOTE TO PC-NOTE.
            MOVE SPACES TO WS-OS-EVENT.
            STRING "PC COUNT " DELIMITED BY SIZE
                   PF-FUND-CODE DELIMITED BY SIZE
                INTO WS-OS-EVENT.
            WRITE PETTY-CASH-COUNT-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE.
            IF NOT WS-PETTY-COUNT-OK
                DISPLAY "UNABLE TO WRITE PETTY-CASH-COUNT-FILE, "
                    "STATUS = " WS-PETTY-COUNT-STATUS
                MOVE "F" TO WS-OS-RESULT
                PERFORM 0600-JOURNAL-EVENT
            ELSE
                MOVE WS-CASH-EXPECTED TO WS-SHOW-EXPECTED
                MOVE WS-CASH-COUNTED TO WS-SHOW-COUNTED
                MOVE WS-OVER-SHORT TO WS-SHOW-OVER-SHORT
                DISPLAY "EXPECTED " WS-SHOW-EXPECTED " COUNTED "
                    WS-SHOW-COUNTED " OVER/SHORT " WS-SHOW-OVER-SHORT
                IF WS-OVER-SHORT < ZERO
                    DISPLAY "** FUND IS SHORT - REPORT TO THE "
                        "CONTROLLER **"
                ELSE IF WS-OVER-SHORT > ZERO
                    DISPLAY "** FUND IS OVER - A VOUCHER MAY BE "
                        "MISSING **"
                END-IF
                MOVE WS-TODAY TO PF-LAST-COUNT-DATE
                MOVE WS-OVER-SHORT TO PF-LAST-COUNT-OVER-SHORT
                PERFORM 8500-REWRITE-FUND
            END-IF.

      * EVERY COUNT EVER TAKEN ON THE FUND, OLDEST FIRST.
       7500-COUNT-HISTORY.
            PERFORM 8000-GET-FUND.
            IF WS-FUND-IS-OK
                MOVE ZERO TO WS-LIST-COUNT
                MOVE "N" TO WS-SCAN-EOF-SWITCH
                MOVE PF-FUND-CODE TO PC-FUND-CODE
                MOVE ZERO TO PC-COUNT-DATE
                MOVE ZERO TO PC-COUNT-TIME
                START PETTY-CASH-COUNT-FILE
                    KEY IS NOT LESS THAN PC-KEY
                    INVALID KEY SET WS-SCAN-DONE TO TRUE
                END-START
                IF NOT WS-SCAN-DONE
                    PERFORM 8900-READ-NEXT-COUNT
                END-IF
                PERFORM 7510-SHOW-ONE-COUNT
                    UNTIL WS-SCAN-DONE
                    OR PC-FUND-CODE NOT = PF-FUND-CODE
                DISPLAY WS-LIST-COUNT " COUNT(S) ON FILE"
            END-IF.

       7510-SHOW-ONE-COUNT.
            ADD 1 TO WS-LIST-COUNT.
            MOVE PC-CASH-EXPECTED TO WS-SHOW-EXPECTED.
            MOVE PC-CASH-COUNTED TO WS-SHOW-COUNTED.
            MOVE PC-OVER-SHORT TO WS-SHOW-OVER-SHORT.
            DISPLAY "  " PC-COUNT-DATE " " PC-COUNT-TIME " BY "
                PC-COUNTED-BY " EXPECTED " WS-SHOW-EXPECTED
                " COUNTED " WS-SHOW-COUNTED " O/S "
                WS-SHOW-OVER-SHORT.
            IF PC-NOTE NOT = SPACES
                DISPLAY "      " PC-NOTE
            END-IF.
            PERFORM 8900-READ-NEXT-COUNT.

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

      * THE FUND'S VOUCHERS STILL TO BE REPAID, AND FROM THEM THE
      * CASH THAT SHOULD BE IN THE BOX:
      *     AUTHORIZED = CASH + VOUCHERS IN BOX + VOUCHERS SUBMITTED
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
            ELSE IF PV-STATUS-SUBMITTED
                ADD 1 TO WS-SUBMITTED-COUNT
                ADD PV-AMOUNT TO WS-SUBMITTED-TOTAL
            END-IF.
            PERFORM 8950-READ-NEXT-VOUCHER.

       8500-REWRITE-FUND.
            REWRITE PETTY-CASH-FUND-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE.
            IF NOT WS-PETTY-FUND-OK
                DISPLAY "UNABLE TO REWRITE PETTY-CASH-FUND-FILE, "
                    "STATUS = " WS-PETTY-FUND-STATUS
                MOVE "F" TO WS-OS-RESULT
            ELSE
                MOVE "O" TO WS-OS-RESULT
            END-IF.
            PERFORM 0600-JOURNAL-EVENT.

       8900-READ-NEXT-COUNT.
            READ PETTY-CASH-COUNT-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-PETTY-COUNT-OK AND NOT WS-PETTY-COUNT-EOF
                DISPLAY "PETTY-CASH-COUNT-FILE READ ERROR, STATUS = "
                    WS-PETTY-COUNT-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.

       8950-READ-NEXT-VOUCHER.
            READ PETTY-CASH-VOUCHER-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-PETTY-VOUCHER-OK AND NOT WS-PETTY-VOUCHER-EOF
                DISPLAY "PETTY-CASH-VOUCHER-FILE READ ERROR, STATUS = "
                    WS-PETTY-VOUCHER-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.
       END PROGRAM PCFMNT01.

      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Blank check stock custody log.  Records every
      *              movement of a range of pre-numbered check forms
      *              on a disbursement account to CHECK-STOCK-LOG-
      *              FILE: a delivery received into the vault, a
      *              range issued from the vault to the printer for a
      *              check run, the unused forms counted back into
      *              the vault at the end of the run, and forms
      *              destroyed.  Each movement is checked against
      *              where the log says the forms are - a range can
      *              only go to the printer from the vault, only come
      *              back from the printer if the run didn't print
      *              on it, and so on - and the count keyed must
      *              match the range, so the log is a count, not a
      *              guess.  STKRCN01 proves the log against the
      *              check register.  Listing an account's log is
      *              level 1; every movement is level 3, like the
      *              other functions that handle live check stock,
      *              and is journaled through OPRSEC01.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original check stock custody log.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKSTK01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLCSK01.cbl".
           COPY "SLBNK01.cbl".
           COPY "SLCHR01.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCSK01.cbl".
           COPY "FDBNK01.cbl".
           COPY "FDCHR01.cbl".

       WORKING-STORAGE SECTION.
       01  WS-CHECK-STOCK-STATUS      PIC X(02).
           88 WS-CHECK-STOCK-OK           VALUE "00".
           88 WS-CHECK-STOCK-EOF          VALUE "10".
           88 WS-CHECK-STOCK-MISSING      VALUE "35".
       01  WS-BANK-ACCT-STATUS        PIC X(02).
           88 WS-BANK-ACCT-OK             VALUE "00".
           88 WS-BANK-ACCT-NOT-FOUND      VALUE "23".
       01  WS-CHECK-REG-STATUS        PIC X(02).
           88 WS-CHECK-REG-OK             VALUE "00".
           88 WS-CHECK-REG-NOT-FOUND      VALUE "23".
           88 WS-CHECK-REG-MISSING        VALUE "35".
       01  WS-REGISTER-OPEN-SWITCH    PIC X(01) VALUE "N".
           88 WS-REGISTER-OPEN            VALUE "Y".

       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-SIGNON-OK-SWITCH        PIC X(01) VALUE "N".
           88 WS-SIGNON-OK                 VALUE "Y".
       01  WS-SIGNON-TRIES             PIC 9(01) VALUE ZERO.

      * FIELDS FOR THE OPRSEC01 SIGN-ON AND JOURNAL CALLS.
       01  WS-OS-FUNCTION              PIC X(01).
       01  WS-OS-PASSWORD              PIC X(08).
       01  WS-OS-PROGRAM               PIC X(08) VALUE "CHKSTK01".
       01  WS-OS-EVENT                 PIC X(20).
       01  WS-AUTH-LEVEL               PIC 9(01) VALUE ZERO.
       01  WS-OS-RESULT                PIC X(01).
           88 WS-OS-ACCEPTED               VALUE "O".

       01  WS-DONE-SWITCH              PIC X(01) VALUE "N".
           88 WS-STOCK-DONE                VALUE "Y".
       01  WS-MENU-CHOICE              PIC X(01).
           88 WS-CHOICE-RECEIVE            VALUE "1".
           88 WS-CHOICE-TO-PRINTER         VALUE "2".
           88 WS-CHOICE-TO-VAULT           VALUE "3".
           88 WS-CHOICE-DESTROY            VALUE "4".
           88 WS-CHOICE-LIST               VALUE "5".
           88 WS-CHOICE-EXIT               VALUE "9".
       01  WS-REQUIRED-LEVEL          PIC 9(01).

      * THE MOVEMENT BEING KEYED.
       01  WS-ENTRY-ACCOUNT            PIC X(03).
       01  WS-ENTRY-MOVEMENT           PIC X(01).
       01  WS-ENTRY-FIRST              PIC X(08).
       01  WS-ENTRY-LAST               PIC X(08).
       01  WS-ENTRY-COUNT              PIC X(07).
       01  WS-ENTRY-CUSTODIAN          PIC X(08).
       01  WS-ENTRY-REFERENCE          PIC X(30).
       01  WS-FIRST-NUMBER             PIC 9(08).
       01  WS-LAST-NUMBER              PIC 9(08).
       01  WS-RANGE-SIZE               PIC 9(08).
       01  WS-COUNT-9                  PIC 9(07).
       01  WS-ENTRY-OK-SWITCH          PIC X(01).
           88 WS-ENTRY-IS-OK               VALUE "Y".
       01  WS-ACCOUNT-FOUND-SWITCH     PIC X(01).
           88 WS-ACCOUNT-FOUND             VALUE "Y".

      * THE ACCOUNT'S MOVEMENTS, IN THE ORDER THEY WERE LOGGED.
       01  WS-LG-COUNT                 PIC 9(04) COMP VALUE ZERO.
       01  WS-LG-IX                    PIC 9(04) COMP.
       01  WS-LG-FULL-SWITCH           PIC X(01).
           88 WS-LG-TABLE-FULL             VALUE "Y".
       01  WS-LG-TABLE.
           05 WS-LG-ENTRY OCCURS 1000 TIMES.
               10 WS-LG-MOVEMENT       PIC X(01).
               10 WS-LG-FIRST          PIC 9(08).
               10 WS-LG-LAST           PIC 9(08).
       01  WS-SCAN-EOF-SWITCH          PIC X(01).
           88 WS-SCAN-DONE                 VALUE "Y".

      * WHERE ONE FORM IS, BY THE LOG - SET BY 6000-LOCATE-FORM.
      * ONE DIGIT WIDER THAN A CHECK NUMBER SO A RANGE ENDING AT
      * 99999999 STILL ENDS THE LOOP.
       01  WS-PROBE-NUMBER             PIC 9(09).
       01  WS-PROBE-STATE              PIC X(01).
           88 WS-PROBE-NOT-RECEIVED        VALUE "N".
           88 WS-PROBE-IN-VAULT            VALUE "V".
           88 WS-PROBE-AT-PRINTER          VALUE "P".
           88 WS-PROBE-DESTROYED           VALUE "D".
       01  WS-PROBE-REGISTER-SWITCH    PIC X(01).
           88 WS-PROBE-ON-REGISTER         VALUE "Y".

      * FORMS IN THE RANGE THAT CAN'T MAKE THE MOVE, BY WHY.
       01  WS-BAD-COUNTS.
           05 WS-BAD-NOT-RECEIVED      PIC 9(07).
           05 WS-BAD-ALREADY-RECEIVED  PIC 9(07).
           05 WS-BAD-IN-VAULT          PIC 9(07).
           05 WS-BAD-AT-PRINTER        PIC 9(07).
           05 WS-BAD-DESTROYED         PIC 9(07).
           05 WS-BAD-PRINTED           PIC 9(07).
       01  WS-BAD-TOTAL                PIC 9(07).

      * THE ACCOUNT'S POSITION FOR THE LISTING.
       01  WS-POSITION-COUNTS.
           05 WS-POS-RECEIVED          PIC 9(08).
           05 WS-POS-IN-VAULT          PIC 9(08).
           05 WS-POS-AT-PRINTER        PIC 9(08).
           05 WS-POS-PRINTED           PIC 9(08).
           05 WS-POS-DESTROYED         PIC 9(08).

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 0500-SIGN-ON.
            IF WS-SIGNON-OK
                PERFORM 1000-OPEN-FILES
                PERFORM 1500-STOCK-LOOP UNTIL WS-STOCK-DONE
                PERFORM 9000-CLOSE-FILES
            END-IF.
            GOBACK.

      * SIGN ON AGAINST THE SECURITY MASTER - THREE TRIES, EVERY
      * ATTEMPT JOURNALED BY OPRSEC01, THE SAME GATE CHKSPL01 USES.
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

      * THE LOG ITSELF IS OPENED ONLY TO LOAD AN ACCOUNT OR TO ADD
      * ONE MOVEMENT, SO EVERY ENTRY IS ON DISK THE MOMENT IT IS
      * MADE.  WITHOUT A REGISTER NO FORM HAS BEEN PRINTED ON YET.
       1000-OPEN-FILES.
            OPEN INPUT BANK-ACCOUNT-FILE.
            IF NOT WS-BANK-ACCT-OK
                DISPLAY "UNABLE TO OPEN BANK-ACCOUNT-FILE, STATUS = "
                    WS-BANK-ACCT-STATUS
                SET WS-STOCK-DONE TO TRUE
            END-IF.
            OPEN INPUT CHECK-REGISTER-FILE.
            IF WS-CHECK-REG-OK
                SET WS-REGISTER-OPEN TO TRUE
            ELSE IF NOT WS-CHECK-REG-MISSING
                DISPLAY "UNABLE TO OPEN CHECK-REGISTER-FILE, STATUS = "
                    WS-CHECK-REG-STATUS
                SET WS-STOCK-DONE TO TRUE
            END-IF.

       1500-STOCK-LOOP.
            DISPLAY "1-RECEIVE INTO VAULT  2-ISSUE TO PRINTER  "
                "3-RETURN TO VAULT  4-DESTROY".
            DISPLAY "5-LIST AN ACCOUNT'S STOCK  9-EXIT".
            DISPLAY "ENTER CHOICE: ".
            ACCEPT WS-MENU-CHOICE.
            IF WS-CHOICE-EXIT
                SET WS-STOCK-DONE TO TRUE
            ELSE IF WS-CHOICE-RECEIVE OR WS-CHOICE-TO-PRINTER
                OR WS-CHOICE-TO-VAULT OR WS-CHOICE-DESTROY
                OR WS-CHOICE-LIST
                PERFORM 1600-GATE-AND-DISPATCH
            ELSE
                DISPLAY "INVALID CHOICE"
            END-IF.

      * LOOKING IS LEVEL 1.  MOVING STOCK IS LEVEL 3, LIKE VOIDING
      * OR SPOILING A CHECK.  A DENIED CHOICE IS JOURNALED LIKE A
      * USED ONE.
       1600-GATE-AND-DISPATCH.
            IF WS-CHOICE-LIST
                MOVE 1 TO WS-REQUIRED-LEVEL
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
                    WHEN WS-CHOICE-RECEIVE
                        MOVE "R" TO WS-ENTRY-MOVEMENT
                        PERFORM 2000-RECORD-MOVEMENT
                    WHEN WS-CHOICE-TO-PRINTER
                        MOVE "I" TO WS-ENTRY-MOVEMENT
                        PERFORM 2000-RECORD-MOVEMENT
                    WHEN WS-CHOICE-TO-VAULT
                        MOVE "T" TO WS-ENTRY-MOVEMENT
                        PERFORM 2000-RECORD-MOVEMENT
                    WHEN WS-CHOICE-DESTROY
                        MOVE "D" TO WS-ENTRY-MOVEMENT
                        PERFORM 2000-RECORD-MOVEMENT
                    WHEN WS-CHOICE-LIST
                        PERFORM 4000-LIST-ACCOUNT-STOCK
                END-EVALUATE
            END-IF.

      * ALL FOUR MOVEMENTS TAKE THE SAME ENTRY - ACCOUNT, RANGE,
      * COUNT, WHO TOOK CHARGE OF THE FORMS AND A REFERENCE - AND
      * DIFFER ONLY IN WHERE THE FORMS MUST BE BEFORE THE MOVE.
       2000-RECORD-MOVEMENT.
            PERFORM 2100-ACCEPT-ACCOUNT.
            IF WS-ACCOUNT-FOUND
                PERFORM 5000-LOAD-ACCOUNT-LOG
            END-IF.
            IF WS-ACCOUNT-FOUND AND NOT WS-LG-TABLE-FULL
                PERFORM 2200-ACCEPT-RANGE
                IF WS-ENTRY-IS-OK
                    PERFORM 2400-VERIFY-RANGE
                END-IF
                IF WS-ENTRY-IS-OK
                    PERFORM 3000-WRITE-MOVEMENT
                END-IF
            END-IF.

       2100-ACCEPT-ACCOUNT.
            MOVE "N" TO WS-ACCOUNT-FOUND-SWITCH.
            DISPLAY "ENTER BANK ACCOUNT CODE: ".
            ACCEPT WS-ENTRY-ACCOUNT.
            MOVE WS-ENTRY-ACCOUNT TO BA-ACCOUNT-CODE.
            READ BANK-ACCOUNT-FILE
                INVALID KEY
                    DISPLAY "ACCOUNT NOT ON FILE: " WS-ENTRY-ACCOUNT
                NOT INVALID KEY
                    SET WS-ACCOUNT-FOUND TO TRUE
                    DISPLAY "ACCOUNT " BA-ACCOUNT-CODE " "
                        BA-BANK-NAME
                    DISPLAY "  NEXT CHECK NUMBER "
                        BA-NEXT-CHECK-NUMBER
            END-READ.

       2200-ACCEPT-RANGE.
            MOVE "N" TO WS-ENTRY-OK-SWITCH.
            DISPLAY "ENTER FIRST FORM NUMBER (8 DIGITS): ".
            ACCEPT WS-ENTRY-FIRST.
            DISPLAY "ENTER LAST FORM NUMBER (8 DIGITS): ".
            ACCEPT WS-ENTRY-LAST.
            DISPLAY "ENTER FORMS COUNTED (7 DIGITS): ".
            ACCEPT WS-ENTRY-COUNT.
            EVALUATE WS-ENTRY-MOVEMENT
                WHEN "R" DISPLAY "ENTER RECEIVED BY: "
                WHEN "I" DISPLAY "ENTER ISSUED TO: "
                WHEN "T" DISPLAY "ENTER COUNTED IN BY: "
                WHEN "D" DISPLAY "ENTER WITNESSED BY: "
            END-EVALUATE.
            ACCEPT WS-ENTRY-CUSTODIAN.
            EVALUATE WS-ENTRY-MOVEMENT
                WHEN "R" DISPLAY "ENTER DELIVERY REFERENCE: "
                WHEN "I" DISPLAY "ENTER RUN REFERENCE: "
                WHEN "T" DISPLAY "ENTER RUN REFERENCE: "
                WHEN "D" DISPLAY "ENTER REASON DESTROYED: "
            END-EVALUATE.
            ACCEPT WS-ENTRY-REFERENCE.
            IF WS-ENTRY-FIRST NOT NUMERIC
                OR WS-ENTRY-LAST NOT NUMERIC
                DISPLAY "FORM NUMBERS MUST BE 8 DIGITS"
            ELSE IF WS-ENTRY-COUNT NOT NUMERIC
                DISPLAY "COUNT MUST BE 7 DIGITS"
            ELSE IF WS-ENTRY-CUSTODIAN = SPACES
                DISPLAY "THE PERSON TAKING CHARGE IS REQUIRED"
            ELSE IF WS-ENTRY-MOVEMENT = "D"
                AND WS-ENTRY-REFERENCE = SPACES
                DISPLAY "A REASON IS REQUIRED TO DESTROY STOCK"
            ELSE
                PERFORM 2300-CHECK-RANGE-AND-COUNT
            END-IF.
            IF NOT WS-ENTRY-IS-OK
                DISPLAY "NOTHING RECORDED"
            END-IF.

      * THE COUNT IS THE PHYSICAL COUNT OF FORMS IN HAND.  IT MUST
      * MATCH THE RANGE - A SHORT BOX OR A SHORT RETURN IS KEYED
      * AS THE RANGES ACTUALLY IN HAND, LEAVING THE MISSING FORMS
      * WHERE THEY WERE FOR THE RECONCILIATION TO FIND.
       2300-CHECK-RANGE-AND-COUNT.
            MOVE WS-ENTRY-FIRST TO WS-FIRST-NUMBER.
            MOVE WS-ENTRY-LAST TO WS-LAST-NUMBER.
            IF WS-FIRST-NUMBER = ZERO
                OR WS-LAST-NUMBER < WS-FIRST-NUMBER
                DISPLAY "LAST FORM MUST NOT BE BEFORE THE FIRST"
            ELSE
                COMPUTE WS-RANGE-SIZE =
                    WS-LAST-NUMBER - WS-FIRST-NUMBER + 1
                MOVE WS-ENTRY-COUNT TO WS-COUNT-9
                IF WS-RANGE-SIZE > 9999999
                    DISPLAY "RANGE IS TOO LARGE - KEY IT IN PARTS"
                ELSE IF WS-COUNT-9 NOT = WS-RANGE-SIZE
                    DISPLAY "COUNT " WS-COUNT-9 " DOES NOT MATCH "
                        "THE RANGE OF " WS-RANGE-SIZE " FORMS"
                ELSE
                    SET WS-ENTRY-IS-OK TO TRUE
                END-IF
            END-IF.

      * EVERY FORM IN THE RANGE MUST BE WHERE THE MOVE TAKES IT
      * FROM: A DELIVERY MUST BE NEW NUMBERS; THE PRINTER TAKES
      * ONLY FORMS IN THE VAULT; ONLY UNPRINTED FORMS COME BACK
      * FROM THE PRINTER; AND A FORM CAN BE DESTROYED FROM THE VAULT
      * OR THE PRINTER, BUT NOT ONE ALREADY PRINTED ON - THE
      * REGISTER ACCOUNTS FOR THAT ONE.
       2400-VERIFY-RANGE.
            INITIALIZE WS-BAD-COUNTS.
            PERFORM 2410-VERIFY-ONE-FORM
                VARYING WS-PROBE-NUMBER FROM WS-FIRST-NUMBER BY 1
                UNTIL WS-PROBE-NUMBER > WS-LAST-NUMBER.
            COMPUTE WS-BAD-TOTAL = WS-BAD-NOT-RECEIVED
                + WS-BAD-ALREADY-RECEIVED + WS-BAD-IN-VAULT
                + WS-BAD-AT-PRINTER + WS-BAD-DESTROYED
                + WS-BAD-PRINTED.
            IF WS-BAD-TOTAL > ZERO
                MOVE "N" TO WS-ENTRY-OK-SWITCH
                DISPLAY WS-BAD-TOTAL " FORM(S) IN THE RANGE CANNOT "
                    "MAKE THIS MOVE - NOTHING RECORDED"
                IF WS-BAD-NOT-RECEIVED > ZERO
                    DISPLAY "  NEVER RECEIVED     : "
                        WS-BAD-NOT-RECEIVED
                END-IF
                IF WS-BAD-ALREADY-RECEIVED > ZERO
                    DISPLAY "  ALREADY RECEIVED   : "
                        WS-BAD-ALREADY-RECEIVED
                END-IF
                IF WS-BAD-IN-VAULT > ZERO
                    DISPLAY "  STILL IN THE VAULT : " WS-BAD-IN-VAULT
                END-IF
                IF WS-BAD-AT-PRINTER > ZERO
                    DISPLAY "  OUT AT THE PRINTER : "
                        WS-BAD-AT-PRINTER
                END-IF
                IF WS-BAD-DESTROYED > ZERO
                    DISPLAY "  ALREADY DESTROYED  : "
                        WS-BAD-DESTROYED
                END-IF
                IF WS-BAD-PRINTED > ZERO
                    DISPLAY "  PRINTED ON         : " WS-BAD-PRINTED
                END-IF
            END-IF.

       2410-VERIFY-ONE-FORM.
            PERFORM 6000-LOCATE-FORM.
            EVALUATE WS-ENTRY-MOVEMENT
                WHEN "R"
                    IF NOT WS-PROBE-NOT-RECEIVED
                        ADD 1 TO WS-BAD-ALREADY-RECEIVED
                    END-IF
                WHEN "I"
                    PERFORM 2420-MUST-BE-IN-VAULT
                WHEN "T"
                    PERFORM 2430-MUST-BE-UNPRINTED-OUT
                WHEN "D"
                    IF NOT WS-PROBE-IN-VAULT
                        PERFORM 2430-MUST-BE-UNPRINTED-OUT
                    END-IF
            END-EVALUATE.

       2420-MUST-BE-IN-VAULT.
            IF WS-PROBE-NOT-RECEIVED
                ADD 1 TO WS-BAD-NOT-RECEIVED
            ELSE IF WS-PROBE-AT-PRINTER
                ADD 1 TO WS-BAD-AT-PRINTER
            ELSE IF WS-PROBE-DESTROYED
                ADD 1 TO WS-BAD-DESTROYED
            END-IF.

       2430-MUST-BE-UNPRINTED-OUT.
            IF WS-PROBE-NOT-RECEIVED
                ADD 1 TO WS-BAD-NOT-RECEIVED
            ELSE IF WS-PROBE-IN-VAULT
                ADD 1 TO WS-BAD-IN-VAULT
            ELSE IF WS-PROBE-DESTROYED
                ADD 1 TO WS-BAD-DESTROYED
            ELSE
                PERFORM 6100-CHECK-REGISTER
                IF WS-PROBE-ON-REGISTER
                    ADD 1 TO WS-BAD-PRINTED
                END-IF
            END-IF.

      * APPEND THE MOVEMENT, CREATING THE LOG THE FIRST TIME STOCK
      * IS EVER RECORDED, THE WAY CAPFED01 OPENS THE ASSET FEED.
       3000-WRITE-MOVEMENT.
            OPEN EXTEND CHECK-STOCK-LOG-FILE.
            IF WS-CHECK-STOCK-MISSING
                OPEN OUTPUT CHECK-STOCK-LOG-FILE
                CLOSE CHECK-STOCK-LOG-FILE
                OPEN EXTEND CHECK-STOCK-LOG-FILE
            END-IF.
            IF NOT WS-CHECK-STOCK-OK
                DISPLAY "UNABLE TO OPEN CHECK-STOCK-LOG-FILE, "
                    "STATUS = " WS-CHECK-STOCK-STATUS
                MOVE "F" TO WS-OS-RESULT
            ELSE
                MOVE SPACES TO CHECK-STOCK-LOG-RECORD
                MOVE WS-ENTRY-ACCOUNT TO CS-BANK-ACCT-CODE
                MOVE WS-ENTRY-MOVEMENT TO CS-MOVEMENT
                MOVE WS-FIRST-NUMBER TO CS-FIRST-NUMBER
                MOVE WS-LAST-NUMBER TO CS-LAST-NUMBER
                MOVE WS-RANGE-SIZE TO CS-COUNT
                ACCEPT CS-ENTRY-DATE FROM DATE YYYYMMDD
                ACCEPT CS-ENTRY-TIME FROM TIME
                MOVE WS-ENTRY-CUSTODIAN TO CS-CUSTODIAN
                MOVE WS-OPERATOR-ID TO CS-OPERATOR-ID
                MOVE WS-ENTRY-REFERENCE TO CS-REFERENCE
                WRITE CHECK-STOCK-LOG-RECORD
                IF WS-CHECK-STOCK-OK
                    DISPLAY WS-RANGE-SIZE " FORM(S) "
                        WS-FIRST-NUMBER "-" WS-LAST-NUMBER
                        " RECORDED"
                    MOVE "O" TO WS-OS-RESULT
                ELSE
                    DISPLAY "UNABLE TO WRITE CHECK-STOCK-LOG-FILE, "
                        "STATUS = " WS-CHECK-STOCK-STATUS
                    MOVE "F" TO WS-OS-RESULT
                END-IF
                CLOSE CHECK-STOCK-LOG-FILE
            END-IF.
            MOVE SPACES TO WS-OS-EVENT.
            STRING "STOCK " DELIMITED BY SIZE
                   WS-ENTRY-MOVEMENT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ENTRY-ACCOUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-FIRST-NUMBER DELIMITED BY SIZE
                INTO WS-OS-EVENT.
            PERFORM 0600-JOURNAL-EVENT.

      * THE ACCOUNT'S MOVEMENTS, THEN WHERE EVERY RECEIVED FORM IS
      * NOW.  A FORM OUT AT THE PRINTER THAT THE REGISTER SHOWS
      * PRINTED ON COUNTS AS PRINTED, NOT AS STILL AT THE PRINTER.
       4000-LIST-ACCOUNT-STOCK.
            PERFORM 2100-ACCEPT-ACCOUNT.
            IF WS-ACCOUNT-FOUND
                PERFORM 5000-LOAD-ACCOUNT-LOG
            END-IF.
            IF WS-ACCOUNT-FOUND AND NOT WS-LG-TABLE-FULL
                PERFORM 4100-LIST-ONE-MOVEMENT
                    VARYING WS-LG-IX FROM 1 BY 1
                    UNTIL WS-LG-IX > WS-LG-COUNT
                DISPLAY WS-LG-COUNT " MOVEMENT(S) LOGGED"
                INITIALIZE WS-POSITION-COUNTS
                PERFORM 4200-COUNT-ONE-DELIVERY
                    VARYING WS-LG-IX FROM 1 BY 1
                    UNTIL WS-LG-IX > WS-LG-COUNT
                DISPLAY "  FORMS RECEIVED     : " WS-POS-RECEIVED
                DISPLAY "  IN THE VAULT       : " WS-POS-IN-VAULT
                DISPLAY "  OUT AT THE PRINTER : " WS-POS-AT-PRINTER
                DISPLAY "  PRINTED ON         : " WS-POS-PRINTED
                DISPLAY "  DESTROYED          : " WS-POS-DESTROYED
            END-IF.

       4100-LIST-ONE-MOVEMENT.
            EVALUATE WS-LG-MOVEMENT(WS-LG-IX)
                WHEN "R" DISPLAY "RECEIVED    " WS-LG-FIRST(WS-LG-IX)
                             "-" WS-LG-LAST(WS-LG-IX)
                WHEN "I" DISPLAY "TO PRINTER  " WS-LG-FIRST(WS-LG-IX)
                             "-" WS-LG-LAST(WS-LG-IX)
                WHEN "T" DISPLAY "TO VAULT    " WS-LG-FIRST(WS-LG-IX)
                             "-" WS-LG-LAST(WS-LG-IX)
                WHEN "D" DISPLAY "DESTROYED   " WS-LG-FIRST(WS-LG-IX)
                             "-" WS-LG-LAST(WS-LG-IX)
            END-EVALUATE.

       4200-COUNT-ONE-DELIVERY.
            IF WS-LG-MOVEMENT(WS-LG-IX) = "R"
                PERFORM 4210-COUNT-ONE-FORM
                    VARYING WS-PROBE-NUMBER
                    FROM WS-LG-FIRST(WS-LG-IX) BY 1
                    UNTIL WS-PROBE-NUMBER > WS-LG-LAST(WS-LG-IX)
            END-IF.

       4210-COUNT-ONE-FORM.
            ADD 1 TO WS-POS-RECEIVED.
            PERFORM 6000-LOCATE-FORM.
            IF WS-PROBE-IN-VAULT
                ADD 1 TO WS-POS-IN-VAULT
            ELSE IF WS-PROBE-DESTROYED
                ADD 1 TO WS-POS-DESTROYED
            ELSE
                PERFORM 6100-CHECK-REGISTER
                IF WS-PROBE-ON-REGISTER
                    ADD 1 TO WS-POS-PRINTED
                ELSE
                    ADD 1 TO WS-POS-AT-PRINTER
                END-IF
            END-IF.

      * LOAD THE ACCOUNT'S MOVEMENTS.  NO LOG YET MEANS NO STOCK
      * HAS EVER BEEN RECORDED.  A FULL TABLE STOPS THE FUNCTION -
      * A MOVE CHECKED AGAINST PART OF THE LOG PROVES NOTHING.
       5000-LOAD-ACCOUNT-LOG.
            MOVE ZERO TO WS-LG-COUNT.
            MOVE "N" TO WS-LG-FULL-SWITCH.
            OPEN INPUT CHECK-STOCK-LOG-FILE.
            IF WS-CHECK-STOCK-OK
                MOVE "N" TO WS-SCAN-EOF-SWITCH
                PERFORM 5900-READ-NEXT-MOVEMENT
                PERFORM 5100-LOAD-ONE-MOVEMENT
                    UNTIL WS-SCAN-DONE
                CLOSE CHECK-STOCK-LOG-FILE
            ELSE IF NOT WS-CHECK-STOCK-MISSING
                DISPLAY "UNABLE TO OPEN CHECK-STOCK-LOG-FILE, "
                    "STATUS = " WS-CHECK-STOCK-STATUS
                SET WS-LG-TABLE-FULL TO TRUE
            END-IF.
            IF WS-LG-TABLE-FULL
                DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT " STOCK LOG "
                    "COULD NOT BE LOADED - NOTHING DONE"
            END-IF.

       5100-LOAD-ONE-MOVEMENT.
            IF CS-BANK-ACCT-CODE = WS-ENTRY-ACCOUNT
                IF WS-LG-COUNT < 1000
                    ADD 1 TO WS-LG-COUNT
                    MOVE CS-MOVEMENT TO WS-LG-MOVEMENT(WS-LG-COUNT)
                    MOVE CS-FIRST-NUMBER TO WS-LG-FIRST(WS-LG-COUNT)
                    MOVE CS-LAST-NUMBER TO WS-LG-LAST(WS-LG-COUNT)
                ELSE
                    DISPLAY "STOCK LOG TABLE FULL AT 1000 MOVEMENTS"
                    SET WS-LG-TABLE-FULL TO TRUE
                    SET WS-SCAN-DONE TO TRUE
                END-IF
            END-IF.
            IF NOT WS-SCAN-DONE
                PERFORM 5900-READ-NEXT-MOVEMENT
            END-IF.

       5900-READ-NEXT-MOVEMENT.
            READ CHECK-STOCK-LOG-FILE
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-CHECK-STOCK-OK AND NOT WS-CHECK-STOCK-EOF
                DISPLAY "CHECK-STOCK-LOG READ ERROR, STATUS = "
                    WS-CHECK-STOCK-STATUS
                SET WS-LG-TABLE-FULL TO TRUE
                SET WS-SCAN-DONE TO TRUE
            END-IF.

      * THE LAST MOVEMENT COVERING THE FORM SAYS WHERE IT IS.
       6000-LOCATE-FORM.
            SET WS-PROBE-NOT-RECEIVED TO TRUE.
            PERFORM 6010-APPLY-ONE-MOVEMENT
                VARYING WS-LG-IX FROM 1 BY 1
                UNTIL WS-LG-IX > WS-LG-COUNT.

       6010-APPLY-ONE-MOVEMENT.
            IF WS-PROBE-NUMBER NOT < WS-LG-FIRST(WS-LG-IX)
                AND WS-PROBE-NUMBER NOT > WS-LG-LAST(WS-LG-IX)
                EVALUATE WS-LG-MOVEMENT(WS-LG-IX)
                    WHEN "R" SET WS-PROBE-IN-VAULT TO TRUE
                    WHEN "I" SET WS-PROBE-AT-PRINTER TO TRUE
                    WHEN "T" SET WS-PROBE-IN-VAULT TO TRUE
                    WHEN "D" SET WS-PROBE-DESTROYED TO TRUE
                END-EVALUATE
            END-IF.

      * ANY REGISTER ENTRY - ISSUED, PAID, VOID OR SPOILED - MEANS
      * THE FORM WAS PRINTED ON.
       6100-CHECK-REGISTER.
            MOVE "N" TO WS-PROBE-REGISTER-SWITCH.
            IF WS-REGISTER-OPEN
                MOVE WS-ENTRY-ACCOUNT TO CR-BANK-ACCT-CODE
                MOVE WS-PROBE-NUMBER TO CR-CHECK-NUMBER
                READ CHECK-REGISTER-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-PROBE-ON-REGISTER TO TRUE
                END-READ
            END-IF.

       9000-CLOSE-FILES.
            IF WS-REGISTER-OPEN
                CLOSE CHECK-REGISTER-FILE
            END-IF.
            CLOSE BANK-ACCOUNT-FILE.
       END PROGRAM CHKSTK01.

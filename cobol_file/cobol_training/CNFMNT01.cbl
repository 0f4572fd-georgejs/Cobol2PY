      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Balance confirmation reply entry.  As the signed
      *              replies to CNFGEN01's letters come back, the desk
      *              records each one on the confirmation control log
      *              against its cut-off and vendor - the reference
      *              printed on the reply: AGREED, or EXCEPTION with
      *              the balance the vendor shows and a note of the
      *              differences, or RETURNED when the letter came
      *              back undelivered.  The difference is kept as the
      *              vendor's balance less ours, so the auditors see
      *              which way each one runs.  The outstanding list
      *              shows every letter for a cut-off still waiting
      *              for its reply.
      *              Inquiry and the outstanding list need level 1;
      *              recording a reply needs level 2.  Every reply is
      *              journaled through OPRSEC01.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original confirmation reply entry.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNFMNT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLVND01.cbl".
           COPY "SLCNF01.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "fdvnd01.cbl".
           COPY "FDCNF01.cbl".

       WORKING-STORAGE SECTION.
       01  WS-VENDOR-FILE-STATUS      PIC X(02).
           88 WS-VENDOR-FILE-OK           VALUE "00".
           88 WS-VENDOR-FILE-NOT-FOUND    VALUE "23".
       01  WS-CONFIRM-LOG-STATUS      PIC X(02).
           88 WS-CONFIRM-LOG-OK           VALUE "00".
           88 WS-CONFIRM-LOG-EOF          VALUE "10".
           88 WS-CONFIRM-LOG-NOT-FOUND    VALUE "23".
           88 WS-CONFIRM-LOG-MISSING      VALUE "35".

       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-SIGNON-OK-SWITCH        PIC X(01) VALUE "N".
           88 WS-SIGNON-OK                 VALUE "Y".
       01  WS-SIGNON-TRIES             PIC 9(01) VALUE ZERO.

      * FIELDS FOR THE OPRSEC01 SIGN-ON AND JOURNAL CALLS.
       01  WS-OS-FUNCTION              PIC X(01).
       01  WS-OS-PASSWORD              PIC X(08).
       01  WS-OS-PROGRAM               PIC X(08) VALUE "CNFMNT01".
       01  WS-OS-EVENT                 PIC X(20).
       01  WS-AUTH-LEVEL               PIC 9(01) VALUE ZERO.
       01  WS-OS-RESULT                PIC X(01).
           88 WS-OS-ACCEPTED               VALUE "O".

       01  WS-DONE-SWITCH              PIC X(01) VALUE "N".
           88 WS-MAINT-DONE                VALUE "Y".
       01  WS-MENU-CHOICE              PIC X(01).
           88 WS-CHOICE-INQUIRE            VALUE "1".
           88 WS-CHOICE-REPLY              VALUE "2".
           88 WS-CHOICE-OUTSTANDING        VALUE "3".
           88 WS-CHOICE-EXIT               VALUE "9".
       01  WS-REQUIRED-LEVEL          PIC 9(01).

       01  WS-TODAY                    PIC 9(08).
       01  WS-ENTRY-CUTOFF             PIC X(08).
       01  WS-ENTRY-VENDOR             PIC X(05).
       01  WS-ENTRY-REPLY              PIC X(01).
           88 WS-REPLY-AGREED              VALUE "A".
           88 WS-REPLY-EXCEPTION           VALUE "E".
           88 WS-REPLY-RETURNED            VALUE "R".
       01  WS-ENTRY-AMOUNT             PIC X(12).
       01  WS-ENTRY-AMOUNT-9           PIC 9(12).
       01  WS-ENTRY-SIGN               PIC X(01).
       01  WS-ENTRY-DATE               PIC X(08).
       01  WS-ENTRY-NOTE               PIC X(40).
       01  WS-EVENT-DATE               PIC 9(08).
       01  WS-LOG-OK-SWITCH            PIC X(01).
           88 WS-LOG-IS-OK                 VALUE "Y".
       01  WS-DATE-OK-SWITCH           PIC X(01).
           88 WS-DATE-IS-OK                VALUE "Y".
       01  WS-ENTRY-OK-SWITCH          PIC X(01).
           88 WS-ENTRY-IS-OK               VALUE "Y".
       01  WS-SCAN-EOF-SWITCH          PIC X(01).
           88 WS-SCAN-DONE                 VALUE "Y".
       01  WS-LIST-CUTOFF              PIC 9(08).
       01  WS-LIST-COUNT               PIC 9(05).

      * THE REPLY BEING KEYED, HELD HERE UNTIL IT IS ALL CHECKED.
       01  WS-NEW-VENDOR-BALANCE       PIC S9(09)V99.
       01  WS-NEW-REPLY-DATE           PIC 9(08).

       01  WS-SHOW-STATUS              PIC X(10).
       01  WS-SHOW-SELECTED            PIC X(10).
       01  WS-SHOW-AMOUNT              PIC Z,ZZZ,ZZ9.99-.
       01  WS-SHOW-THEIRS              PIC Z,ZZZ,ZZ9.99-.
       01  WS-SHOW-DIFFERENCE          PIC Z,ZZZ,ZZ9.99-.

      * FIELDS FOR THE DATECALC1 CALL THAT PROVES A KEYED DATE.
       01  WS-DC-FUNCTION              PIC X(01).
       01  WS-DC-DATE-1                PIC 9(08).
       01  WS-DC-DATE-2                PIC 9(08).
       01  WS-DC-DAYS                  PIC S9(07).
       01  WS-DC-RESULT-DATE           PIC 9(08).
       01  WS-DC-ERROR-SWITCH          PIC X(01).
           88 WS-DC-DATE-ERROR             VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 0500-SIGN-ON.
            IF WS-SIGNON-OK
                PERFORM 1000-INITIALIZE
                PERFORM 2000-MAINT-LOOP UNTIL WS-MAINT-DONE
                CLOSE CONFIRM-LOG-FILE
                CLOSE VENDOR-FILE
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

      * THE VENDOR MASTER IS READ-ONLY HERE, FOR THE NAME.  THE LOG
      * IS CREATED EMPTY IF NO LETTERS HAVE EVER BEEN PRINTED.
       1000-INITIALIZE.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            OPEN INPUT VENDOR-FILE.
            IF NOT WS-VENDOR-FILE-OK
                DISPLAY "UNABLE TO OPEN VENDOR-FILE, STATUS = "
                    WS-VENDOR-FILE-STATUS
                SET WS-MAINT-DONE TO TRUE
            END-IF.
            OPEN I-O CONFIRM-LOG-FILE.
            IF WS-CONFIRM-LOG-MISSING
                OPEN OUTPUT CONFIRM-LOG-FILE
                CLOSE CONFIRM-LOG-FILE
                OPEN I-O CONFIRM-LOG-FILE
            END-IF.
            IF NOT WS-CONFIRM-LOG-OK
                DISPLAY "UNABLE TO OPEN CONFIRM-LOG-FILE, STATUS = "
                    WS-CONFIRM-LOG-STATUS
                SET WS-MAINT-DONE TO TRUE
            END-IF.

       2000-MAINT-LOOP.
            DISPLAY "1-INQUIRE  2-RECORD REPLY  3-LIST OUTSTANDING  "
                "9-EXIT".
            DISPLAY "ENTER CHOICE: ".
            ACCEPT WS-MENU-CHOICE.
            IF WS-CHOICE-EXIT
                SET WS-MAINT-DONE TO TRUE
            ELSE IF WS-CHOICE-INQUIRE OR WS-CHOICE-REPLY
                OR WS-CHOICE-OUTSTANDING
                PERFORM 2100-GATE-AND-DISPATCH
            ELSE
                DISPLAY "INVALID CHOICE"
            END-IF.

      * LOOKING IS LEVEL 1; RECORDING A REPLY IS LEVEL 2.  A DENIED
      * CHOICE IS JOURNALED LIKE A USED ONE.
       2100-GATE-AND-DISPATCH.
            IF WS-CHOICE-REPLY
                MOVE 2 TO WS-REQUIRED-LEVEL
            ELSE
                MOVE 1 TO WS-REQUIRED-LEVEL
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
                        PERFORM 3000-INQUIRE-CONFIRMATION
                    WHEN WS-CHOICE-REPLY
                        PERFORM 4000-RECORD-REPLY
                    WHEN WS-CHOICE-OUTSTANDING
                        PERFORM 5000-LIST-OUTSTANDING
                END-EVALUATE
            END-IF.

       3000-INQUIRE-CONFIRMATION.
            PERFORM 8000-GET-CONFIRMATION.
            IF WS-LOG-IS-OK
                PERFORM 3100-SHOW-CONFIRMATION
            END-IF.

       3100-SHOW-CONFIRMATION.
            MOVE CF-VENDOR-NUMBER TO VENDOR-NUMBER.
            READ VENDOR-FILE
                INVALID KEY
                    MOVE "** NOT ON VENDOR FILE **" TO VENDOR-NAME
            END-READ.
            PERFORM 8100-DESCRIBE-STATUS.
            IF CF-BY-THRESHOLD
                MOVE "THRESHOLD" TO WS-SHOW-SELECTED
            ELSE IF CF-BY-RANDOM
                MOVE "RANDOM" TO WS-SHOW-SELECTED
            ELSE
                MOVE "LIST" TO WS-SHOW-SELECTED
            END-IF.
            DISPLAY "CUT-OFF " CF-CUTOFF-DATE " VENDOR "
                CF-VENDOR-NUMBER " " VENDOR-NAME.
            MOVE CF-RECORDED-BALANCE TO WS-SHOW-AMOUNT.
            DISPLAY "  SELECTED BY " WS-SHOW-SELECTED " SENT "
                CF-SENT-DATE " " CF-OPEN-ITEMS " ITEM(S) BALANCE "
                WS-SHOW-AMOUNT.
            DISPLAY "  STATUS " WS-SHOW-STATUS " REPLY DATE "
                CF-REPLY-DATE.
            IF CF-STATUS-AGREED OR CF-STATUS-EXCEPTION
                MOVE CF-VENDOR-BALANCE TO WS-SHOW-THEIRS
                MOVE CF-DIFFERENCE TO WS-SHOW-DIFFERENCE
                DISPLAY "  VENDOR SHOWS " WS-SHOW-THEIRS
                    " DIFFERENCE " WS-SHOW-DIFFERENCE
            END-IF.
            IF CF-NOTE NOT = SPACES
                DISPLAY "  NOTE " CF-NOTE
            END-IF.
            DISPLAY "  LAST CHANGED " CF-LAST-CHANGE-DATE " BY "
                CF-LAST-CHANGE-OPERATOR.

      * A REPLY CAN BE RE-KEYED - A CORRECTED REPLY REPLACES THE
      * FIRST ONE, AND THE JOURNAL KEEPS BOTH.
       4000-RECORD-REPLY.
            PERFORM 8000-GET-CONFIRMATION.
            IF WS-LOG-IS-OK
                PERFORM 3100-SHOW-CONFIRMATION
                PERFORM 4100-ACCEPT-REPLY
                IF WS-ENTRY-IS-OK
                    PERFORM 4300-ACCEPT-REPLY-DATE
                END-IF
                IF WS-ENTRY-IS-OK
                    PERFORM 4500-FILE-THE-REPLY
                END-IF
            END-IF.

      * AN AGREED REPLY CONFIRMS OUR BALANCE TO THE PENNY.  AN
      * EXCEPTION TAKES THE VENDOR'S OWN BALANCE, KEYED IN PENNIES
      * WITH C WHEN THEY SHOW US IN CREDIT.
       4100-ACCEPT-REPLY.
            MOVE "N" TO WS-ENTRY-OK-SWITCH.
            MOVE ZERO TO WS-NEW-VENDOR-BALANCE.
            DISPLAY "ENTER A (AGREED), E (EXCEPTION) OR R (RETURNED "
                "UNDELIVERED): ".
            ACCEPT WS-ENTRY-REPLY.
            IF WS-REPLY-AGREED
                MOVE CF-RECORDED-BALANCE TO WS-NEW-VENDOR-BALANCE
                SET WS-ENTRY-IS-OK TO TRUE
            ELSE IF WS-REPLY-EXCEPTION
                PERFORM 4150-ACCEPT-VENDOR-BALANCE
            ELSE IF WS-REPLY-RETURNED
                SET WS-ENTRY-IS-OK TO TRUE
            ELSE
                DISPLAY "REPLY MUST BE A, E OR R"
            END-IF.

       4150-ACCEPT-VENDOR-BALANCE.
            DISPLAY "ENTER BALANCE PER VENDOR (PENNIES): ".
            ACCEPT WS-ENTRY-AMOUNT.
            IF WS-ENTRY-AMOUNT NOT NUMERIC
                DISPLAY "BALANCE MUST BE ALL DIGITS"
            ELSE
                MOVE WS-ENTRY-AMOUNT TO WS-ENTRY-AMOUNT-9
                COMPUTE WS-NEW-VENDOR-BALANCE =
                    WS-ENTRY-AMOUNT-9 / 100
                DISPLAY "ENTER C IF A CREDIT BALANCE, ELSE BLANK: "
                ACCEPT WS-ENTRY-SIGN
                IF WS-ENTRY-SIGN = "C"
                    COMPUTE WS-NEW-VENDOR-BALANCE =
                        ZERO - WS-NEW-VENDOR-BALANCE
                END-IF
                SET WS-ENTRY-IS-OK TO TRUE
            END-IF.

      * THE REPLY DATE DEFAULTS TO TODAY.  IT CANNOT BE BEFORE THE
      * LETTER WAS SENT OR AFTER TODAY.
       4300-ACCEPT-REPLY-DATE.
            MOVE "N" TO WS-ENTRY-OK-SWITCH.
            DISPLAY "ENTER DATE RECEIVED YYYYMMDD (BLANK = TODAY): ".
            ACCEPT WS-ENTRY-DATE.
            IF WS-ENTRY-DATE = SPACES
                MOVE WS-TODAY TO WS-NEW-REPLY-DATE
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
                    IF WS-EVENT-DATE < CF-SENT-DATE
                        DISPLAY "DATE IS BEFORE THE LETTER WAS SENT"
                    ELSE IF WS-EVENT-DATE > WS-TODAY
                        DISPLAY "DATE IS AFTER TODAY"
                    ELSE
                        MOVE WS-EVENT-DATE TO WS-NEW-REPLY-DATE
                        SET WS-ENTRY-IS-OK TO TRUE
                    END-IF
                END-IF
            END-IF.
            IF WS-ENTRY-IS-OK
                DISPLAY "ENTER NOTE (DIFFERENCES, NEW ADDRESS, ETC): "
                ACCEPT WS-ENTRY-NOTE
            END-IF.

       4500-FILE-THE-REPLY.
            MOVE WS-ENTRY-REPLY TO CF-STATUS.
            MOVE WS-NEW-REPLY-DATE TO CF-REPLY-DATE.
            IF WS-REPLY-RETURNED
                MOVE ZERO TO CF-VENDOR-BALANCE
                MOVE ZERO TO CF-DIFFERENCE
            ELSE
                MOVE WS-NEW-VENDOR-BALANCE TO CF-VENDOR-BALANCE
                COMPUTE CF-DIFFERENCE =
                    WS-NEW-VENDOR-BALANCE - CF-RECORDED-BALANCE
            END-IF.
            MOVE WS-ENTRY-NOTE TO CF-NOTE.
            MOVE WS-TODAY TO CF-LAST-CHANGE-DATE.
            MOVE WS-OPERATOR-ID TO CF-LAST-CHANGE-OPERATOR.
            MOVE SPACES TO WS-OS-EVENT.
            STRING "CONFIRM REPLY " DELIMITED BY SIZE
                   CF-VENDOR-NUMBER DELIMITED BY SIZE
                   WS-ENTRY-REPLY DELIMITED BY SIZE
                INTO WS-OS-EVENT.
            REWRITE CONFIRM-LOG-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE.
            IF NOT WS-CONFIRM-LOG-OK
                DISPLAY "UNABLE TO REWRITE CONFIRM-LOG-FILE, STATUS = "
                    WS-CONFIRM-LOG-STATUS
                MOVE "F" TO WS-OS-RESULT
            ELSE
                PERFORM 8100-DESCRIBE-STATUS
                DISPLAY "REPLY RECORDED - " WS-SHOW-STATUS
                IF CF-STATUS-EXCEPTION
                    MOVE CF-DIFFERENCE TO WS-SHOW-DIFFERENCE
                    DISPLAY "DIFFERENCE (VENDOR LESS OURS) "
                        WS-SHOW-DIFFERENCE
                END-IF
                MOVE "O" TO WS-OS-RESULT
            END-IF.
            PERFORM 0600-JOURNAL-EVENT.

      * EVERY LETTER FOR THE CUT-OFF STILL WAITING FOR ITS REPLY -
      * THE ONES TO CHASE, OR SEND A SECOND REQUEST FOR.
       5000-LIST-OUTSTANDING.
            DISPLAY "ENTER CUT-OFF YYYYMMDD: ".
            ACCEPT WS-ENTRY-CUTOFF.
            IF WS-ENTRY-CUTOFF NOT NUMERIC
                DISPLAY "CUT-OFF MUST BE YYYYMMDD"
            ELSE
                MOVE WS-ENTRY-CUTOFF TO WS-LIST-CUTOFF
                MOVE ZERO TO WS-LIST-COUNT
                MOVE "N" TO WS-SCAN-EOF-SWITCH
                MOVE WS-LIST-CUTOFF TO CF-CUTOFF-DATE
                MOVE ZERO TO CF-VENDOR-NUMBER
                START CONFIRM-LOG-FILE KEY IS NOT LESS THAN CF-KEY
                    INVALID KEY SET WS-SCAN-DONE TO TRUE
                END-START
                IF NOT WS-SCAN-DONE
                    PERFORM 8900-READ-NEXT-CONFIRMATION
                END-IF
                PERFORM 5100-CHECK-ONE-CONFIRMATION
                    UNTIL WS-SCAN-DONE
                    OR CF-CUTOFF-DATE NOT = WS-LIST-CUTOFF
                DISPLAY WS-LIST-COUNT " CONFIRMATION(S) OUTSTANDING"
            END-IF.

       5100-CHECK-ONE-CONFIRMATION.
            IF CF-STATUS-SENT
                ADD 1 TO WS-LIST-COUNT
                MOVE CF-VENDOR-NUMBER TO VENDOR-NUMBER
                READ VENDOR-FILE
                    INVALID KEY
                        MOVE "** NOT ON VENDOR FILE **" TO VENDOR-NAME
                END-READ
                MOVE CF-RECORDED-BALANCE TO WS-SHOW-AMOUNT
                DISPLAY "  " CF-VENDOR-NUMBER " " VENDOR-NAME
                    " SENT " CF-SENT-DATE " " WS-SHOW-AMOUNT
            END-IF.
            PERFORM 8900-READ-NEXT-CONFIRMATION.

      * THE REFERENCE ON THE REPLY IS THE CUT-OFF AND VENDOR.
       8000-GET-CONFIRMATION.
            MOVE "N" TO WS-LOG-OK-SWITCH.
            DISPLAY "ENTER CUT-OFF YYYYMMDD: ".
            ACCEPT WS-ENTRY-CUTOFF.
            DISPLAY "ENTER VENDOR NUMBER: ".
            ACCEPT WS-ENTRY-VENDOR.
            IF WS-ENTRY-CUTOFF NOT NUMERIC
                DISPLAY "CUT-OFF MUST BE YYYYMMDD"
            ELSE IF WS-ENTRY-VENDOR NOT NUMERIC
                DISPLAY "VENDOR NUMBER MUST BE 5 DIGITS"
            ELSE
                MOVE WS-ENTRY-CUTOFF TO CF-CUTOFF-DATE
                MOVE WS-ENTRY-VENDOR TO CF-VENDOR-NUMBER
                READ CONFIRM-LOG-FILE
                    INVALID KEY
                        DISPLAY "NO CONFIRMATION SENT TO VENDOR "
                            CF-VENDOR-NUMBER " FOR " CF-CUTOFF-DATE
                    NOT INVALID KEY
                        SET WS-LOG-IS-OK TO TRUE
                END-READ
            END-IF.

       8100-DESCRIBE-STATUS.
            IF CF-STATUS-SENT
                MOVE "SENT" TO WS-SHOW-STATUS
            ELSE IF CF-STATUS-AGREED
                MOVE "AGREED" TO WS-SHOW-STATUS
            ELSE IF CF-STATUS-EXCEPTION
                MOVE "EXCEPTION" TO WS-SHOW-STATUS
            ELSE IF CF-STATUS-RETURNED
                MOVE "RETURNED" TO WS-SHOW-STATUS
            ELSE
                MOVE "UNKNOWN" TO WS-SHOW-STATUS
            END-IF.

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

       8900-READ-NEXT-CONFIRMATION.
            READ CONFIRM-LOG-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-CONFIRM-LOG-OK AND NOT WS-CONFIRM-LOG-EOF
                DISPLAY "CONFIRM-LOG-FILE READ ERROR, STATUS = "
                    WS-CONFIRM-LOG-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.
       END PROGRAM CNFMNT01.

      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Vendor contract maintenance.  Purchasing records
      *              each vendor contract here on CONTRACT-FILE: the
      *              vendor's contract number, what it covers, the
      *              term it runs, the not-to-exceed amount we will
      *              pay under it and the buyer who owns its renewal.
      *              INVBLD01 and RCRGEN01 bill invoices against it
      *              and keep its consumed amount; an invoice past
      *              the ceiling or outside the term loads on hold.
      *              A renewal or amendment extends the end date or
      *              changes the ceiling in place.  A contract that
      *              ends early is cancelled rather than deleted, so
      *              the invoices billed against it still find it.
      *              Inquiry and the active list need level 1;
      *              adding, amending or cancelling needs level 3.
      *              Every change is journaled through OPRSEC01.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original vendor contract maintenance.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRMNT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLVND01.cbl".
           COPY "SLCTR01.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "fdvnd01.cbl".
           COPY "FDCTR01.cbl".

       WORKING-STORAGE SECTION.
       01  WS-VENDOR-FILE-STATUS      PIC X(02).
           88 WS-VENDOR-FILE-OK           VALUE "00".
           88 WS-VENDOR-FILE-NOT-FOUND    VALUE "23".
       01  WS-CONTRACT-FILE-STATUS    PIC X(02).
           88 WS-CONTRACT-FILE-OK         VALUE "00".
           88 WS-CONTRACT-FILE-EOF        VALUE "10".
           88 WS-CONTRACT-NOT-FOUND       VALUE "23".
           88 WS-CONTRACT-FILE-MISSING    VALUE "35".

       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-SIGNON-OK-SWITCH        PIC X(01) VALUE "N".
           88 WS-SIGNON-OK                 VALUE "Y".
       01  WS-SIGNON-TRIES             PIC 9(01) VALUE ZERO.

      * FIELDS FOR THE OPRSEC01 SIGN-ON AND JOURNAL CALLS.
       01  WS-OS-FUNCTION              PIC X(01).
       01  WS-OS-PASSWORD              PIC X(08).
       01  WS-OS-PROGRAM               PIC X(08) VALUE "CTRMNT01".
       01  WS-OS-EVENT                 PIC X(20).
       01  WS-AUTH-LEVEL               PIC 9(01) VALUE ZERO.
       01  WS-OS-RESULT                PIC X(01).
           88 WS-OS-ACCEPTED               VALUE "O".

       01  WS-DONE-SWITCH              PIC X(01) VALUE "N".
           88 WS-MAINT-DONE                VALUE "Y".
       01  WS-MENU-CHOICE              PIC X(01).
           88 WS-CHOICE-INQUIRE            VALUE "1".
           88 WS-CHOICE-ADD                VALUE "2".
           88 WS-CHOICE-AMEND              VALUE "3".
           88 WS-CHOICE-CANCEL             VALUE "4".
           88 WS-CHOICE-LIST               VALUE "5".
           88 WS-CHOICE-EXIT               VALUE "9".
       01  WS-REQUIRED-LEVEL          PIC 9(01).

       01  WS-TODAY                    PIC 9(08).
       01  WS-ENTRY-VENDOR             PIC X(05).
       01  WS-ENTRY-CONTRACT           PIC X(12).
       01  WS-ENTRY-AMOUNT             PIC X(12).
       01  WS-ENTRY-AMOUNT-9           PIC 9(12).
       01  WS-ENTRY-DATE               PIC X(08).
       01  WS-EVENT-DATE               PIC 9(08).
       01  WS-VENDOR-OK-SWITCH         PIC X(01).
           88 WS-VENDOR-IS-OK              VALUE "Y".
       01  WS-DATE-OK-SWITCH           PIC X(01).
           88 WS-DATE-IS-OK                VALUE "Y".
       01  WS-ENTRY-OK-SWITCH          PIC X(01).
           88 WS-ENTRY-IS-OK               VALUE "Y".
       01  WS-FOUND-SWITCH             PIC X(01).
           88 WS-CONTRACT-FOUND            VALUE "Y".
       01  WS-SCAN-EOF-SWITCH          PIC X(01).
           88 WS-SCAN-DONE                 VALUE "Y".
       01  WS-LIST-COUNT               PIC 9(05).

      * THE CONTRACT BEING ADDED OR AMENDED, HELD HERE WHILE IT IS
      * KEYED AND CHECKED - THE RECORD BUFFER IS NEEDED FOR THE
      * DUPLICATE READ.
       01  WS-CONTRACT-VENDOR          PIC 9(05).
       01  WS-NEW-START-DATE           PIC 9(08).
       01  WS-NEW-END-DATE             PIC 9(08).
       01  WS-NEW-DESCRIPTION          PIC X(30).
       01  WS-NEW-NTE-AMOUNT           PIC S9(09)V99.
       01  WS-NEW-BUYER                PIC X(08).

       01  WS-SHOW-STATUS              PIC X(09).
       01  WS-SHOW-NTE                 PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-SHOW-CONSUMED            PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-SHOW-REMAINING           PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-REMAINING                PIC S9(09)V99.

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
                CLOSE CONTRACT-FILE
                CLOSE VENDOR-FILE
            END-IF.
            GOBACK.

      * SIGN ON AGAINST THE SECURITY MASTER - THREE TRIES, EVERY
      * ATTEMPT JOURNALED BY OPRSEC01, THE SAME GATE LEVMNT01 USES.
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

      * THE VENDOR MASTER IS READ-ONLY HERE.  THE CONTRACT FILE IS
      * CREATED EMPTY THE FIRST TIME IT IS USED.
       1000-INITIALIZE.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            OPEN INPUT VENDOR-FILE.
            IF NOT WS-VENDOR-FILE-OK
                DISPLAY "UNABLE TO OPEN VENDOR-FILE, STATUS = "
                    WS-VENDOR-FILE-STATUS
                SET WS-MAINT-DONE TO TRUE
            END-IF.
            OPEN I-O CONTRACT-FILE.
            IF WS-CONTRACT-FILE-MISSING
                OPEN OUTPUT CONTRACT-FILE
                CLOSE CONTRACT-FILE
                OPEN I-O CONTRACT-FILE
            END-IF.
            IF NOT WS-CONTRACT-FILE-OK
                DISPLAY "UNABLE TO OPEN CONTRACT-FILE, STATUS = "
                    WS-CONTRACT-FILE-STATUS
                SET WS-MAINT-DONE TO TRUE
            END-IF.

       2000-MAINT-LOOP.
            DISPLAY "1-INQUIRE  2-ADD CONTRACT  3-RENEW/AMEND  "
                "4-CANCEL  5-LIST ACTIVE  9-EXIT".
            DISPLAY "ENTER CHOICE: ".
            ACCEPT WS-MENU-CHOICE.
            IF WS-CHOICE-EXIT
                SET WS-MAINT-DONE TO TRUE
            ELSE IF WS-CHOICE-INQUIRE OR WS-CHOICE-ADD
                OR WS-CHOICE-AMEND OR WS-CHOICE-CANCEL
                OR WS-CHOICE-LIST
                PERFORM 2100-GATE-AND-DISPATCH
            ELSE
                DISPLAY "INVALID CHOICE"
            END-IF.

      * LOOKING IS LEVEL 1.  A CONTRACT'S TERM AND CEILING DECIDE
      * WHAT INVOICES LOAD CLEAR, SO ADDING, AMENDING OR CANCELLING
      * ONE IS LEVEL 3.  A DENIED CHOICE IS JOURNALED LIKE A USED ONE.
       2100-GATE-AND-DISPATCH.
            IF WS-CHOICE-INQUIRE OR WS-CHOICE-LIST
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
                    WHEN WS-CHOICE-INQUIRE
                        PERFORM 3000-INQUIRE-VENDOR
                    WHEN WS-CHOICE-ADD
                        PERFORM 4000-ADD-CONTRACT
                    WHEN WS-CHOICE-AMEND
                        PERFORM 5000-AMEND-CONTRACT
                    WHEN WS-CHOICE-CANCEL
                        PERFORM 6000-CANCEL-CONTRACT
                    WHEN WS-CHOICE-LIST
                        PERFORM 8500-LIST-ACTIVE
                END-EVALUATE
            END-IF.

      * EVERY CONTRACT EVER RECORDED FOR THE VENDOR.
       3000-INQUIRE-VENDOR.
            PERFORM 8000-GET-VENDOR.
            IF WS-VENDOR-IS-OK
                DISPLAY "VENDOR " VENDOR-NUMBER " " VENDOR-NAME
                MOVE ZERO TO WS-LIST-COUNT
                PERFORM 8300-START-VENDOR-CONTRACTS
                PERFORM 3050-SHOW-AND-NEXT
                    UNTIL WS-SCAN-DONE
                    OR CT-VENDOR-NUMBER NOT = WS-CONTRACT-VENDOR
                IF WS-LIST-COUNT = ZERO
                    DISPLAY "  NO CONTRACTS ON FILE"
                END-IF
            END-IF.

       3050-SHOW-AND-NEXT.
            ADD 1 TO WS-LIST-COUNT.
            PERFORM 3100-SHOW-CONTRACT.
            PERFORM 8900-READ-NEXT-CONTRACT.

       3100-SHOW-CONTRACT.
            IF CT-STATUS-ACTIVE
                MOVE "ACTIVE" TO WS-SHOW-STATUS
            ELSE
                MOVE "CANCELLED" TO WS-SHOW-STATUS
            END-IF.
            COMPUTE WS-REMAINING = CT-NTE-AMOUNT - CT-CONSUMED.
            MOVE CT-NTE-AMOUNT TO WS-SHOW-NTE.
            MOVE CT-CONSUMED TO WS-SHOW-CONSUMED.
            MOVE WS-REMAINING TO WS-SHOW-REMAINING.
            DISPLAY "  CONTRACT " CT-CONTRACT-NUMBER " "
                CT-DESCRIPTION " " WS-SHOW-STATUS.
            DISPLAY "      TERM " CT-START-DATE " TO " CT-END-DATE
                " BUYER " CT-BUYER.
            DISPLAY "      CEILING " WS-SHOW-NTE " CONSUMED "
                WS-SHOW-CONSUMED " REMAINING " WS-SHOW-REMAINING.
            DISPLAY "      LAST CHANGED " CT-LAST-CHANGE-DATE " BY "
                CT-LAST-CHANGE-OPERATOR.

      * A NEW CONTRACT IS KEYED BY ITS VENDOR AND THE VENDOR'S OWN
      * CONTRACT NUMBER.  EVERY FIELD IS KEYED AND CHECKED BEFORE
      * ANYTHING IS WRITTEN.
       4000-ADD-CONTRACT.
            PERFORM 8000-GET-VENDOR.
            IF WS-VENDOR-IS-OK
                PERFORM 8100-ACCEPT-CONTRACT-NUMBER
                IF WS-ENTRY-IS-OK
                    IF WS-CONTRACT-FOUND
                        DISPLAY "CONTRACT " CT-CONTRACT-NUMBER
                            " IS ALREADY ON FILE FOR THIS VENDOR"
                    ELSE
                        PERFORM 4100-ACCEPT-TERM
                        IF WS-ENTRY-IS-OK
                            PERFORM 4200-ACCEPT-CEILING
                        END-IF
                        IF WS-ENTRY-IS-OK
                            PERFORM 4500-FILE-THE-CONTRACT
                        END-IF
                    END-IF
                END-IF
            END-IF.

      * THE END DATE MUST FALL AFTER THE START.
       4100-ACCEPT-TERM.
            MOVE "N" TO WS-ENTRY-OK-SWITCH.
            DISPLAY "ENTER DESCRIPTION: ".
            ACCEPT WS-NEW-DESCRIPTION.
            DISPLAY "ENTER TERM START YYYYMMDD: ".
            PERFORM 8200-ACCEPT-EVENT-DATE.
            IF WS-DATE-IS-OK
                MOVE WS-EVENT-DATE TO WS-NEW-START-DATE
                DISPLAY "ENTER TERM END YYYYMMDD: "
                PERFORM 8200-ACCEPT-EVENT-DATE
                IF WS-DATE-IS-OK
                    IF WS-EVENT-DATE NOT > WS-NEW-START-DATE
                        DISPLAY "TERM END MUST BE AFTER TERM START"
                    ELSE
                        MOVE WS-EVENT-DATE TO WS-NEW-END-DATE
                        SET WS-ENTRY-IS-OK TO TRUE
                    END-IF
                END-IF
            END-IF.

      * THE CEILING IS KEYED IN PENNIES AND CAN'T BE ZERO.  THE BUYER
      * IS WHO THE EXPIRY REPORT NAMES FOR THE RENEWAL.
       4200-ACCEPT-CEILING.
            MOVE "N" TO WS-ENTRY-OK-SWITCH.
            DISPLAY "ENTER NOT-TO-EXCEED AMOUNT (PENNIES): ".
            ACCEPT WS-ENTRY-AMOUNT.
            IF WS-ENTRY-AMOUNT NOT NUMERIC
                DISPLAY "AMOUNT MUST BE ALL DIGITS"
            ELSE
                MOVE WS-ENTRY-AMOUNT TO WS-ENTRY-AMOUNT-9
                COMPUTE WS-NEW-NTE-AMOUNT = WS-ENTRY-AMOUNT-9 / 100
                IF WS-NEW-NTE-AMOUNT NOT > ZERO
                    DISPLAY "THE CEILING MUST BE MORE THAN ZERO"
                ELSE
                    DISPLAY "ENTER BUYER WHO OWNS THE RENEWAL: "
                    ACCEPT WS-NEW-BUYER
                    SET WS-ENTRY-IS-OK TO TRUE
                END-IF
            END-IF.

      * EVERYTHING CHECKED - WRITE IT.  NOTHING IS CONSUMED YET.
       4500-FILE-THE-CONTRACT.
            MOVE SPACES TO CONTRACT-RECORD.
            MOVE WS-CONTRACT-VENDOR TO CT-VENDOR-NUMBER.
            MOVE WS-ENTRY-CONTRACT TO CT-CONTRACT-NUMBER.
            MOVE WS-NEW-DESCRIPTION TO CT-DESCRIPTION.
            MOVE WS-NEW-START-DATE TO CT-START-DATE.
            MOVE WS-NEW-END-DATE TO CT-END-DATE.
            MOVE WS-NEW-NTE-AMOUNT TO CT-NTE-AMOUNT.
            MOVE ZERO TO CT-CONSUMED.
            SET CT-STATUS-ACTIVE TO TRUE.
            MOVE WS-NEW-BUYER TO CT-BUYER.
            MOVE WS-TODAY TO CT-LAST-CHANGE-DATE.
            MOVE WS-OPERATOR-ID TO CT-LAST-CHANGE-OPERATOR.
            MOVE SPACES TO WS-OS-EVENT.
            STRING "CONTRACT ADD " DELIMITED BY SIZE
                   WS-CONTRACT-VENDOR DELIMITED BY SIZE
                INTO WS-OS-EVENT.
            WRITE CONTRACT-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE.
            IF NOT WS-CONTRACT-FILE-OK
                DISPLAY "UNABLE TO WRITE CONTRACT-FILE, STATUS = "
                    WS-CONTRACT-FILE-STATUS
                MOVE "F" TO WS-OS-RESULT
            ELSE
                DISPLAY "CONTRACT " CT-CONTRACT-NUMBER " RECORDED"
                MOVE "O" TO WS-OS-RESULT
            END-IF.
            PERFORM 0600-JOURNAL-EVENT.

      * A RENEWAL PUSHES THE END DATE OUT; AN AMENDMENT RAISES OR
      * LOWERS THE CEILING.  EITHER MAY BE LEFT BLANK TO KEEP IT.
      * THE CEILING CAN'T DROP BELOW WHAT IS ALREADY CONSUMED - THAT
      * WOULD ONLY HOLD EVERY INVOICE STILL TO COME.
       5000-AMEND-CONTRACT.
            PERFORM 8000-GET-VENDOR.
            IF WS-VENDOR-IS-OK
                PERFORM 8100-ACCEPT-CONTRACT-NUMBER
                IF WS-ENTRY-IS-OK
                    IF NOT WS-CONTRACT-FOUND
                        DISPLAY "NO CONTRACT " WS-ENTRY-CONTRACT
                            " FOR VENDOR " WS-CONTRACT-VENDOR
                    ELSE IF NOT CT-STATUS-ACTIVE
                        PERFORM 3100-SHOW-CONTRACT
                        DISPLAY "CANCELLED - NOTHING TO AMEND"
                    ELSE
                        PERFORM 3100-SHOW-CONTRACT
                        PERFORM 5100-ACCEPT-AMENDMENT
                        IF WS-ENTRY-IS-OK
                            PERFORM 5500-REWRITE-AMENDMENT
                        END-IF
                    END-IF
                END-IF
            END-IF.

       5100-ACCEPT-AMENDMENT.
            MOVE "N" TO WS-ENTRY-OK-SWITCH.
            MOVE CT-END-DATE TO WS-NEW-END-DATE.
            MOVE CT-NTE-AMOUNT TO WS-NEW-NTE-AMOUNT.
            DISPLAY "ENTER NEW TERM END YYYYMMDD (BLANK TO KEEP): ".
            ACCEPT WS-ENTRY-DATE.
            IF WS-ENTRY-DATE = SPACES
                SET WS-DATE-IS-OK TO TRUE
            ELSE IF WS-ENTRY-DATE NOT NUMERIC
                DISPLAY "DATE MUST BE YYYYMMDD"
                MOVE "N" TO WS-DATE-OK-SWITCH
            ELSE
                MOVE "N" TO WS-DATE-OK-SWITCH
                MOVE WS-ENTRY-DATE TO WS-EVENT-DATE
                PERFORM 8250-PROVE-THE-DATE
                IF WS-DATE-IS-OK
                    IF WS-EVENT-DATE NOT > CT-START-DATE
                        DISPLAY "TERM END MUST BE AFTER TERM START"
                        MOVE "N" TO WS-DATE-OK-SWITCH
                    ELSE
                        MOVE WS-EVENT-DATE TO WS-NEW-END-DATE
                    END-IF
                END-IF
            END-IF.
            IF WS-DATE-IS-OK
                PERFORM 5150-ACCEPT-NEW-CEILING
            END-IF.

       5150-ACCEPT-NEW-CEILING.
            DISPLAY "ENTER NEW CEILING IN PENNIES (BLANK TO KEEP): ".
            ACCEPT WS-ENTRY-AMOUNT.
            IF WS-ENTRY-AMOUNT = SPACES
                SET WS-ENTRY-IS-OK TO TRUE
            ELSE IF WS-ENTRY-AMOUNT NOT NUMERIC
                DISPLAY "AMOUNT MUST BE ALL DIGITS"
            ELSE
                MOVE WS-ENTRY-AMOUNT TO WS-ENTRY-AMOUNT-9
                COMPUTE WS-NEW-NTE-AMOUNT = WS-ENTRY-AMOUNT-9 / 100
                IF WS-NEW-NTE-AMOUNT < CT-CONSUMED
                    DISPLAY "THE CEILING CAN'T DROP BELOW THE "
                        "AMOUNT ALREADY CONSUMED"
                ELSE IF WS-NEW-NTE-AMOUNT NOT > ZERO
                    DISPLAY "THE CEILING MUST BE MORE THAN ZERO"
                ELSE
                    SET WS-ENTRY-IS-OK TO TRUE
                END-IF
            END-IF.

       5500-REWRITE-AMENDMENT.
            MOVE WS-NEW-END-DATE TO CT-END-DATE.
            MOVE WS-NEW-NTE-AMOUNT TO CT-NTE-AMOUNT.
            MOVE WS-TODAY TO CT-LAST-CHANGE-DATE.
            MOVE WS-OPERATOR-ID TO CT-LAST-CHANGE-OPERATOR.
            MOVE SPACES TO WS-OS-EVENT.
            STRING "CONTRACT AMEND " DELIMITED BY SIZE
                   CT-VENDOR-NUMBER DELIMITED BY SIZE
                INTO WS-OS-EVENT.
            REWRITE CONTRACT-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE.
            IF NOT WS-CONTRACT-FILE-OK
                DISPLAY "UNABLE TO REWRITE CONTRACT-FILE, STATUS = "
                    WS-CONTRACT-FILE-STATUS
                MOVE "F" TO WS-OS-RESULT
            ELSE
                DISPLAY "CONTRACT AMENDED:"
                PERFORM 3100-SHOW-CONTRACT
                MOVE "O" TO WS-OS-RESULT
            END-IF.
            PERFORM 0600-JOURNAL-EVENT.

      * A CONTRACT THAT ENDS EARLY IS CANCELLED, NOT DELETED - THE
      * INVOICES ALREADY BILLED AGAINST IT STILL NAME IT.  NEW ONES
      * NAMING IT REJECT AT ENTRY.
       6000-CANCEL-CONTRACT.
            PERFORM 8000-GET-VENDOR.
            IF WS-VENDOR-IS-OK
                PERFORM 8100-ACCEPT-CONTRACT-NUMBER
                IF WS-ENTRY-IS-OK
                    IF NOT WS-CONTRACT-FOUND
                        DISPLAY "NO CONTRACT " WS-ENTRY-CONTRACT
                            " FOR VENDOR " WS-CONTRACT-VENDOR
                    ELSE
                        PERFORM 6100-CANCEL-THIS-CONTRACT
                    END-IF
                END-IF
            END-IF.

       6100-CANCEL-THIS-CONTRACT.
            IF NOT CT-STATUS-ACTIVE
                PERFORM 3100-SHOW-CONTRACT
                DISPLAY "ALREADY CANCELLED"
            ELSE
                SET CT-STATUS-CANCELLED TO TRUE
                MOVE WS-TODAY TO CT-LAST-CHANGE-DATE
                MOVE WS-OPERATOR-ID TO CT-LAST-CHANGE-OPERATOR
                MOVE SPACES TO WS-OS-EVENT
                STRING "CONTRACT CANCEL " DELIMITED BY SIZE
                       CT-VENDOR-NUMBER DELIMITED BY SIZE
                    INTO WS-OS-EVENT
                REWRITE CONTRACT-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
                IF NOT WS-CONTRACT-FILE-OK
                    DISPLAY "UNABLE TO REWRITE CONTRACT-FILE, "
                        "STATUS = " WS-CONTRACT-FILE-STATUS
                    MOVE "F" TO WS-OS-RESULT
                ELSE
                    DISPLAY "CONTRACT " CT-CONTRACT-NUMBER
                        " CANCELLED"
                    MOVE "O" TO WS-OS-RESULT
                END-IF
                PERFORM 0600-JOURNAL-EVENT
            END-IF.

      * THE VENDOR MUST BE ON THE MASTER.
       8000-GET-VENDOR.
            MOVE "N" TO WS-VENDOR-OK-SWITCH.
            DISPLAY "ENTER VENDOR NUMBER: ".
            ACCEPT WS-ENTRY-VENDOR.
            IF WS-ENTRY-VENDOR NOT NUMERIC
                DISPLAY "VENDOR NUMBER MUST BE 5 DIGITS"
            ELSE
                MOVE WS-ENTRY-VENDOR TO VENDOR-NUMBER
                READ VENDOR-FILE
                    INVALID KEY
                        DISPLAY "VENDOR " VENDOR-NUMBER
                            " NOT ON FILE"
                    NOT INVALID KEY
                        MOVE VENDOR-NUMBER TO WS-CONTRACT-VENDOR
                        SET WS-VENDOR-IS-OK TO TRUE
                END-READ
            END-IF.

      * THE CONTRACT NUMBER IS THE VENDOR'S OWN, SO IT CAN'T BE
      * BLANK.  THE READ TELLS THE CALLER WHETHER IT IS ON FILE AND
      * LEAVES THE RECORD IN THE BUFFER WHEN IT IS.
       8100-ACCEPT-CONTRACT-NUMBER.
            MOVE "N" TO WS-ENTRY-OK-SWITCH.
            MOVE "N" TO WS-FOUND-SWITCH.
            DISPLAY "ENTER CONTRACT NUMBER: ".
            ACCEPT WS-ENTRY-CONTRACT.
            IF WS-ENTRY-CONTRACT = SPACES
                DISPLAY "THE CONTRACT NUMBER IS REQUIRED"
            ELSE
                SET WS-ENTRY-IS-OK TO TRUE
                MOVE WS-CONTRACT-VENDOR TO CT-VENDOR-NUMBER
                MOVE WS-ENTRY-CONTRACT TO CT-CONTRACT-NUMBER
                READ CONTRACT-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-CONTRACT-FOUND TO TRUE
                END-READ
                IF NOT WS-CONTRACT-FILE-OK
                    AND NOT WS-CONTRACT-NOT-FOUND
                    DISPLAY "CONTRACT-FILE READ ERROR, STATUS = "
                        WS-CONTRACT-FILE-STATUS
                    MOVE "N" TO WS-ENTRY-OK-SWITCH
                END-IF
            END-IF.

      * A KEYED DATE MUST BE A REAL CALENDAR DATE.
       8200-ACCEPT-EVENT-DATE.
            MOVE "N" TO WS-DATE-OK-SWITCH.
            ACCEPT WS-ENTRY-DATE.
            IF WS-ENTRY-DATE NOT NUMERIC
                DISPLAY "DATE MUST BE YYYYMMDD"
            ELSE
                MOVE WS-ENTRY-DATE TO WS-EVENT-DATE
                PERFORM 8250-PROVE-THE-DATE
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

      * POSITION ON THE VENDOR'S FIRST CONTRACT, IF IT HAS ONE.
       8300-START-VENDOR-CONTRACTS.
            MOVE "N" TO WS-SCAN-EOF-SWITCH.
            MOVE WS-CONTRACT-VENDOR TO CT-VENDOR-NUMBER.
            MOVE LOW-VALUES TO CT-CONTRACT-NUMBER.
            START CONTRACT-FILE KEY IS NOT LESS THAN CT-KEY
                INVALID KEY SET WS-SCAN-DONE TO TRUE
            END-START.
            IF NOT WS-SCAN-DONE
                PERFORM 8900-READ-NEXT-CONTRACT
            END-IF.

      * PURCHASING'S LIST OF EVERY ACTIVE CONTRACT, FLAGGING ANY
      * PAST ITS END DATE OR ALREADY AT ITS CEILING.
       8500-LIST-ACTIVE.
            MOVE ZERO TO WS-LIST-COUNT.
            MOVE "N" TO WS-SCAN-EOF-SWITCH.
            MOVE LOW-VALUES TO CT-KEY.
            START CONTRACT-FILE KEY IS NOT LESS THAN CT-KEY
                INVALID KEY SET WS-SCAN-DONE TO TRUE
            END-START.
            IF NOT WS-SCAN-DONE
                PERFORM 8900-READ-NEXT-CONTRACT
            END-IF.
            PERFORM 8510-CHECK-ONE-CONTRACT UNTIL WS-SCAN-DONE.
            DISPLAY WS-LIST-COUNT " ACTIVE CONTRACT(S) LISTED".

       8510-CHECK-ONE-CONTRACT.
            IF CT-STATUS-ACTIVE
                ADD 1 TO WS-LIST-COUNT
                DISPLAY "VENDOR " CT-VENDOR-NUMBER
                PERFORM 3100-SHOW-CONTRACT
                IF CT-END-DATE < WS-TODAY
                    DISPLAY "      ** LAPSED - RENEW OR CANCEL"
                ELSE IF CT-CONSUMED NOT < CT-NTE-AMOUNT
                    DISPLAY "      ** AT CEILING"
                END-IF
            END-IF.
            PERFORM 8900-READ-NEXT-CONTRACT.

       8900-READ-NEXT-CONTRACT.
            READ CONTRACT-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-CONTRACT-FILE-OK AND NOT WS-CONTRACT-FILE-EOF
                DISPLAY "CONTRACT-FILE READ ERROR, STATUS = "
                    WS-CONTRACT-FILE-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.
       END PROGRAM CTRMNT01.

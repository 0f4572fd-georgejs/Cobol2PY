      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Invoice approval.  Every new invoice now loads
      *              PENDING APPROVAL and the payment run will not
      *              look at it until it is approved here.  An
      *              invoice routes on the cost center carrying the
      *              largest share of its distribution (none routes
      *              on the default, blank, cost center) and on its
      *              amount, to the smallest band on APPROVER-FILE
      *              that covers it.  Only the operator that band
      *              names - or that approver's delegate inside the
      *              delegation window - may approve or reject it;
      *              an invoice no band covers waits for a level-9
      *              operator.  Each decision is stamped on the
      *              invoice and written to APPROVAL-JOURNAL-FILE,
      *              and journaled through OPRSEC01 like any other
      *              function.  Setting a delegate is the approver's
      *              own business (or level 9's); maintaining the
      *              bands themselves needs level 9.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original approval program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVAPR01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLINV01.cbl".
           COPY "SLIDS01.cbl".
           COPY "SLAPV01.cbl".
           COPY "SLAPJ01.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDINV01.cbl".
           COPY "FDIDS01.cbl".
           COPY "FDAPV01.cbl".
           COPY "FDAPJ01.cbl".

       WORKING-STORAGE SECTION.
       01  WS-INVOICE-FILE-STATUS     PIC X(02).
           88 WS-INVOICE-FILE-OK          VALUE "00".
           88 WS-INVOICE-FILE-EOF         VALUE "10".
           88 WS-INVOICE-NOT-FOUND        VALUE "23".
       01  WS-INVOICE-DIST-STATUS     PIC X(02).
           88 WS-INVOICE-DIST-OK          VALUE "00".
           88 WS-INVOICE-DIST-EOF         VALUE "10".
           88 WS-INVOICE-DIST-MISSING     VALUE "35".
       01  WS-APPROVER-STATUS         PIC X(02).
           88 WS-APPROVER-OK              VALUE "00".
           88 WS-APPROVER-EOF             VALUE "10".
           88 WS-APPROVER-DUP-KEY         VALUE "22".
           88 WS-APPROVER-NOT-FOUND       VALUE "23".
           88 WS-APPROVER-MISSING         VALUE "35".
       01  WS-APPROVAL-JRN-STATUS     PIC X(02).
           88 WS-APPROVAL-JRN-OK          VALUE "00".
           88 WS-APPROVAL-JRN-MISSING     VALUE "35".

       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-SIGNON-OK-SWITCH        PIC X(01) VALUE "N".
           88 WS-SIGNON-OK                 VALUE "Y".
       01  WS-SIGNON-TRIES             PIC 9(01) VALUE ZERO.

      * FIELDS FOR THE OPRSEC01 SIGN-ON AND JOURNAL CALLS.
       01  WS-OS-FUNCTION              PIC X(01).
       01  WS-OS-PASSWORD              PIC X(08).
       01  WS-OS-PROGRAM               PIC X(08) VALUE "INVAPR01".
       01  WS-OS-EVENT                 PIC X(20).
       01  WS-AUTH-LEVEL               PIC 9(01) VALUE ZERO.
       01  WS-OS-RESULT                PIC X(01).
           88 WS-OS-ACCEPTED               VALUE "O".

       01  WS-DONE-SWITCH              PIC X(01) VALUE "N".
           88 WS-APPROVALS-DONE            VALUE "Y".
       01  WS-MENU-CHOICE              PIC X(01).
           88 WS-CHOICE-QUEUE              VALUE "1".
           88 WS-CHOICE-DECIDE             VALUE "2".
           88 WS-CHOICE-DELEGATE           VALUE "3".
           88 WS-CHOICE-BANDS              VALUE "4".
           88 WS-CHOICE-EXIT               VALUE "9".
       01  WS-REQUIRED-LEVEL          PIC 9(01).
       01  WS-TODAY                    PIC 9(08).

      * THE ROUTE OF THE INVOICE IN HAND - THE COST CENTER IT ROUTES
      * ON, THE BAND THAT COVERS IT, AND WHO THAT BAND NAMES.
       01  WS-ROUTE-COST-CENTER        PIC X(06).
       01  WS-ROUTE-CC-AMOUNT          PIC S9(09)V99.
       01  WS-ROUTE-FOUND-SWITCH       PIC X(01).
           88 WS-ROUTE-FOUND               VALUE "Y".
       01  WS-ROUTE-BAND-LIMIT         PIC 9(09)V99.
       01  WS-ROUTE-APPROVER           PIC X(08).
       01  WS-ROUTE-DELEGATE           PIC X(08).
       01  WS-ROUTE-DELEGATE-SWITCH    PIC X(01).
           88 WS-ROUTE-DELEGATE-ACTIVE     VALUE "Y".
       01  WS-BAND-CENTER              PIC X(06).
       01  WS-AUTHORITY                PIC X(01).
           88 WS-NOT-AUTHORIZED            VALUE SPACE.
           88 WS-AUTH-APPROVER             VALUE "A".
           88 WS-AUTH-DELEGATE             VALUE "D".
           88 WS-AUTH-ADMINISTRATOR        VALUE "9".

       01  WS-SCAN-EOF-SWITCH          PIC X(01).
           88 WS-SCAN-DONE                 VALUE "Y".
       01  WS-DIST-EOF-SWITCH          PIC X(01).
           88 WS-DIST-SCAN-DONE            VALUE "Y".
       01  WS-BAND-EOF-SWITCH          PIC X(01).
           88 WS-BAND-SCAN-DONE            VALUE "Y".
       01  WS-QUEUE-COUNT              PIC 9(05).
       01  WS-QUEUE-AMOUNT             PIC S9(11)V99.
       01  WS-BANDS-CHANGED            PIC 9(05).

       01  WS-DECISION                 PIC X(01).
           88 WS-DECIDE-APPROVE            VALUE "A".
           88 WS-DECIDE-REJECT             VALUE "R".
       01  WS-DECISION-REASON          PIC X(30).
       01  WS-EVENT-PREFIX             PIC X(05).
       01  WS-BAND-ACTION              PIC X(01).
           88 WS-BAND-ADD                  VALUE "A".
           88 WS-BAND-REMOVE               VALUE "R".
           88 WS-BAND-LIST                 VALUE "L".
       01  WS-DELEGATOR-ID             PIC X(08).
       01  WS-DELEGATE-ID              PIC X(08).
       01  WS-DELEGATE-FROM            PIC 9(08).
       01  WS-DELEGATE-THRU            PIC 9(08).
       01  WS-ENTRY-COST-CENTER        PIC X(06).
       01  WS-ENTRY-APPROVER           PIC X(08).
       01  WS-ENTRY-DATE               PIC X(08).
       01  WS-ENTRY-AMOUNT             PIC X(12).
       01  WS-ENTRY-AMOUNT-9           PIC 9(12).
       01  WS-BAND-DISPLAY             PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-AMOUNT-DISPLAY           PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 0500-SIGN-ON.
            IF WS-SIGNON-OK
                PERFORM 1000-INITIALIZE
                PERFORM 2000-APPROVAL-LOOP UNTIL WS-APPROVALS-DONE
                PERFORM 9000-TERMINATE
            END-IF.
            GOBACK.

      * SIGN ON AGAINST THE SECURITY MASTER - THREE TRIES, EVERY
      * ATTEMPT JOURNALED BY OPRSEC01, THE SAME GATE INVHLD01 USES.
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

      * THE DISTRIBUTION IS READ-ONLY HERE - INVBLD01 OWNS IT, AND
      * WITHOUT IT EVERY INVOICE ROUTES ON THE DEFAULT COST CENTER.
      * THE APPROVER MASTER AND THE JOURNAL ARE CREATED EMPTY THE
      * FIRST TIME THEY ARE USED.
       1000-INITIALIZE.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            OPEN I-O INVOICE-FILE.
            IF NOT WS-INVOICE-FILE-OK
                DISPLAY "UNABLE TO OPEN INVOICE-FILE, STATUS = "
                    WS-INVOICE-FILE-STATUS
                SET WS-APPROVALS-DONE TO TRUE
            END-IF.
            OPEN INPUT INVOICE-DIST-FILE.
            IF NOT WS-INVOICE-DIST-OK
                AND NOT WS-INVOICE-DIST-MISSING
                DISPLAY "UNABLE TO OPEN INVOICE-DIST-FILE, STATUS = "
                    WS-INVOICE-DIST-STATUS
            END-IF.
            OPEN I-O APPROVER-FILE.
            IF WS-APPROVER-MISSING
                OPEN OUTPUT APPROVER-FILE
                CLOSE APPROVER-FILE
                OPEN I-O APPROVER-FILE
            END-IF.
            IF NOT WS-APPROVER-OK
                DISPLAY "UNABLE TO OPEN APPROVER-FILE, STATUS = "
                    WS-APPROVER-STATUS
                SET WS-APPROVALS-DONE TO TRUE
            END-IF.
            PERFORM 1500-OPEN-APPROVAL-JOURNAL.

      * OPEN THE APPROVAL JOURNAL EXTEND, CREATING IT THE FIRST
      * TIME, THE SAME WAY THE PAYMENT DETAIL LEDGER IS OPENED.
       1500-OPEN-APPROVAL-JOURNAL.
            OPEN EXTEND APPROVAL-JOURNAL-FILE.
            IF WS-APPROVAL-JRN-MISSING
                OPEN OUTPUT APPROVAL-JOURNAL-FILE
                CLOSE APPROVAL-JOURNAL-FILE
                OPEN EXTEND APPROVAL-JOURNAL-FILE
            END-IF.
            IF NOT WS-APPROVAL-JRN-OK
                DISPLAY "UNABLE TO OPEN APPROVAL-JOURNAL-FILE, "
                    "STATUS = " WS-APPROVAL-JRN-STATUS
                SET WS-APPROVALS-DONE TO TRUE
            END-IF.

       2000-APPROVAL-LOOP.
            DISPLAY "1-MY APPROVAL QUEUE  2-APPROVE OR REJECT  "
                "3-SET DELEGATE  4-APPROVER BANDS  9-EXIT".
            DISPLAY "ENTER CHOICE: ".
            ACCEPT WS-MENU-CHOICE.
            IF WS-CHOICE-EXIT
                SET WS-APPROVALS-DONE TO TRUE
            ELSE IF WS-CHOICE-QUEUE OR WS-CHOICE-DECIDE
                OR WS-CHOICE-DELEGATE OR WS-CHOICE-BANDS
                PERFORM 2100-GATE-AND-DISPATCH
            ELSE
                DISPLAY "INVALID CHOICE"
            END-IF.

      * WHO MAY DECIDE AN INVOICE IS SETTLED BY THE APPROVER MASTER,
      * NOT BY LEVEL - A DEPARTMENT HEAD SIGNS ON AT LEVEL 1.  THE
      * BANDS THEMSELVES ARE A CONTROL, SO ONLY LEVEL 9 CHANGES THEM.
       2100-GATE-AND-DISPATCH.
            IF WS-CHOICE-BANDS
                MOVE 9 TO WS-REQUIRED-LEVEL
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
                PERFORM 7000-JOURNAL-EVENT
            ELSE
                MOVE "O" TO WS-OS-RESULT
                PERFORM 7000-JOURNAL-EVENT
                EVALUATE TRUE
                    WHEN WS-CHOICE-QUEUE
                        PERFORM 3000-LIST-MY-QUEUE
                    WHEN WS-CHOICE-DECIDE
                        PERFORM 4000-DECIDE-INVOICE
                    WHEN WS-CHOICE-DELEGATE
                        PERFORM 5000-SET-DELEGATE
                    WHEN WS-CHOICE-BANDS
                        PERFORM 5500-MAINTAIN-BANDS
                END-EVALUATE
            END-IF.

      * EVERY INVOICE AWAITING APPROVAL THAT THIS OPERATOR MAY
      * DECIDE - AS THE NAMED APPROVER, AS AN ACTIVE DELEGATE, OR
      * AT LEVEL 9 FOR ONE NO BAND COVERS.
       3000-LIST-MY-QUEUE.
            MOVE ZERO TO WS-QUEUE-COUNT.
            MOVE ZERO TO WS-QUEUE-AMOUNT.
            MOVE "N" TO WS-SCAN-EOF-SWITCH.
            MOVE LOW-VALUES TO INV-KEY.
            START INVOICE-FILE KEY IS NOT LESS THAN INV-KEY
                INVALID KEY SET WS-SCAN-DONE TO TRUE
            END-START.
            IF NOT WS-SCAN-DONE
                PERFORM 3900-READ-NEXT-INVOICE
            END-IF.
            PERFORM 3100-SHOW-IF-MINE UNTIL WS-SCAN-DONE.
            DISPLAY "AWAITING YOUR DECISION: " WS-QUEUE-COUNT
                "  AMOUNT " WS-QUEUE-AMOUNT.

       3100-SHOW-IF-MINE.
            IF INV-STATUS-PENDING
                PERFORM 6000-ROUTE-INVOICE
                PERFORM 6500-CHECK-AUTHORITY
                IF NOT WS-NOT-AUTHORIZED
                    ADD 1 TO WS-QUEUE-COUNT
                    ADD INV-AMOUNT TO WS-QUEUE-AMOUNT
                    MOVE INV-AMOUNT TO WS-AMOUNT-DISPLAY
                    DISPLAY INV-VENDOR-NUMBER " " INV-INVOICE-NUMBER
                        " " INV-INVOICE-DATE " DUE " INV-DUE-DATE
                        " " WS-AMOUNT-DISPLAY
                        " CC " WS-ROUTE-COST-CENTER
                        " AS " WS-AUTHORITY
                END-IF
            END-IF.
            PERFORM 3900-READ-NEXT-INVOICE.

       3900-READ-NEXT-INVOICE.
            READ INVOICE-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-INVOICE-FILE-OK AND NOT WS-INVOICE-FILE-EOF
                DISPLAY "INVOICE-FILE READ ERROR, STATUS = "
                    WS-INVOICE-FILE-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.

      * ONE INVOICE, ONE DECISION.  AN OPERATOR THE ROUTE DOES NOT
      * NAME IS TURNED AWAY AND THE ATTEMPT IS JOURNALED AS DENIED.
       4000-DECIDE-INVOICE.
            PERFORM 4900-GET-INVOICE-KEY.
            IF WS-INVOICE-FILE-OK
                IF NOT INV-STATUS-PENDING
                    DISPLAY "INVOICE IS NOT AWAITING APPROVAL - "
                        "STATUS " INV-STATUS
                ELSE
                    PERFORM 6000-ROUTE-INVOICE
                    PERFORM 6500-CHECK-AUTHORITY
                    IF WS-NOT-AUTHORIZED
                        PERFORM 4050-REFUSE-DECISION
                    ELSE
                        PERFORM 4100-TAKE-DECISION
                    END-IF
                END-IF
            END-IF.

       4050-REFUSE-DECISION.
            IF WS-ROUTE-FOUND
                MOVE WS-ROUTE-BAND-LIMIT TO WS-BAND-DISPLAY
                DISPLAY "INVOICE ROUTES TO " WS-ROUTE-APPROVER
                    " - COST CENTER " WS-ROUTE-COST-CENTER
                    " BAND TO " WS-BAND-DISPLAY
                DISPLAY "NOT YOURS TO DECIDE - NO DECISION TAKEN"
            ELSE
                DISPLAY "NO APPROVER BAND COVERS THIS INVOICE - "
                    "A LEVEL-9 OPERATOR MUST DECIDE IT"
            END-IF.
            MOVE SPACES TO WS-OS-EVENT.
            STRING "APPR " DELIMITED BY SIZE
                   INV-INVOICE-NUMBER DELIMITED BY SIZE
                INTO WS-OS-EVENT.
            MOVE "D" TO WS-OS-RESULT.
            PERFORM 7000-JOURNAL-EVENT.

       4100-TAKE-DECISION.
            MOVE INV-AMOUNT TO WS-AMOUNT-DISPLAY.
            DISPLAY "VENDOR " INV-VENDOR-NUMBER " INVOICE "
                INV-INVOICE-NUMBER " DATED " INV-INVOICE-DATE.
            DISPLAY "  AMOUNT " WS-AMOUNT-DISPLAY " DUE "
                INV-DUE-DATE " COST CENTER " WS-ROUTE-COST-CENTER.
            IF INV-PO-NUMBER NOT = SPACES
                DISPLAY "  PURCHASE ORDER " INV-PO-NUMBER
            END-IF.
            IF WS-AUTH-DELEGATE
                DISPLAY "  DECIDING AS DELEGATE FOR "
                    WS-ROUTE-APPROVER
            END-IF.
            DISPLAY "A-APPROVE  R-REJECT  (BLANK = NO DECISION): ".
            MOVE SPACE TO WS-DECISION.
            ACCEPT WS-DECISION.
            IF WS-DECIDE-APPROVE
                PERFORM 4200-APPROVE-INVOICE
            ELSE IF WS-DECIDE-REJECT
                PERFORM 4300-REJECT-INVOICE
            ELSE
                DISPLAY "NO DECISION - INVOICE STILL AWAITS APPROVAL"
            END-IF.

      * APPROVED, THE INVOICE IS SIMPLY OPEN - THE NEXT PAYMENT RUN
      * PICKS IT UP WHEN IT FALLS DUE.
       4200-APPROVE-INVOICE.
            DISPLAY "ENTER NOTE (OPTIONAL): ".
            MOVE SPACES TO WS-DECISION-REASON.
            ACCEPT WS-DECISION-REASON.
            SET INV-STATUS-OPEN TO TRUE.
            MOVE "APPR " TO WS-EVENT-PREFIX.
            PERFORM 4500-RECORD-DECISION.

      * A REJECTED INVOICE STAYS ON FILE, STAMPED, AND NEVER PAYS.
      * THE REASON IS WHAT AP TAKES BACK TO THE VENDOR, SO IT IS
      * REQUIRED.
       4300-REJECT-INVOICE.
            DISPLAY "ENTER REASON FOR REJECTION: ".
            MOVE SPACES TO WS-DECISION-REASON.
            ACCEPT WS-DECISION-REASON.
            IF WS-DECISION-REASON = SPACES
                DISPLAY "A REJECTION NEEDS A REASON - NO DECISION "
                    "TAKEN"
            ELSE
                SET INV-STATUS-REJECTED TO TRUE
                MOVE "RJCT " TO WS-EVENT-PREFIX
                PERFORM 4500-RECORD-DECISION
            END-IF.

       4500-RECORD-DECISION.
            MOVE WS-OPERATOR-ID TO INV-APPROVED-BY.
            MOVE WS-TODAY TO INV-APPROVAL-DATE.
            REWRITE INVOICE-RECORD.
            IF NOT WS-INVOICE-FILE-OK
                DISPLAY "UNABLE TO REWRITE INVOICE, STATUS = "
                    WS-INVOICE-FILE-STATUS
            ELSE
                PERFORM 4600-WRITE-APPROVAL-JOURNAL
                MOVE SPACES TO WS-OS-EVENT
                STRING WS-EVENT-PREFIX DELIMITED BY SIZE
                       INV-INVOICE-NUMBER DELIMITED BY SIZE
                    INTO WS-OS-EVENT
                MOVE "O" TO WS-OS-RESULT
                PERFORM 7000-JOURNAL-EVENT
                IF INV-STATUS-OPEN
                    DISPLAY "INVOICE " INV-INVOICE-NUMBER
                        " APPROVED - OPEN FOR PAYMENT"
                ELSE
                    DISPLAY "INVOICE " INV-INVOICE-NUMBER
                        " REJECTED"
                END-IF
            END-IF.

       4600-WRITE-APPROVAL-JOURNAL.
            MOVE WS-TODAY            TO AL-EVENT-DATE.
            ACCEPT AL-EVENT-TIME FROM TIME.
            MOVE INV-VENDOR-NUMBER   TO AL-VENDOR-NUMBER.
            MOVE INV-INVOICE-NUMBER  TO AL-INVOICE-NUMBER.
            MOVE INV-AMOUNT          TO AL-AMOUNT.
            MOVE WS-ROUTE-COST-CENTER TO AL-COST-CENTER.
            MOVE WS-ROUTE-BAND-LIMIT TO AL-BAND-LIMIT.
            MOVE WS-ROUTE-APPROVER   TO AL-APPROVER-ID.
            MOVE WS-OPERATOR-ID      TO AL-OPERATOR-ID.
            MOVE WS-AUTHORITY        TO AL-AUTHORITY.
            IF INV-STATUS-OPEN
                SET AL-APPROVED TO TRUE
            ELSE
                SET AL-REJECTED TO TRUE
            END-IF.
            MOVE WS-DECISION-REASON  TO AL-REASON.
            WRITE APPROVAL-JOURNAL-RECORD.
            IF NOT WS-APPROVAL-JRN-OK
                DISPLAY "UNABLE TO WRITE APPROVAL JOURNAL, STATUS = "
                    WS-APPROVAL-JRN-STATUS
            END-IF.

       4900-GET-INVOICE-KEY.
            DISPLAY "ENTER VENDOR NUMBER: ".
            ACCEPT INV-VENDOR-NUMBER.
            DISPLAY "ENTER INVOICE NUMBER: ".
            ACCEPT INV-INVOICE-NUMBER.
            IF INV-VENDOR-NUMBER NOT NUMERIC
                DISPLAY "VENDOR NUMBER MUST BE NUMERIC"
                MOVE "23" TO WS-INVOICE-FILE-STATUS
            ELSE
                READ INVOICE-FILE
                    INVALID KEY
                        DISPLAY "INVOICE NOT ON FILE - VENDOR "
                            INV-VENDOR-NUMBER " INVOICE "
                            INV-INVOICE-NUMBER
                END-READ
            END-IF.

      * A DELEGATE COVERS EVERY BAND THE APPROVER HOLDS, FOR A DATED
      * WINDOW - HOLIDAYS, LEAVE.  AN APPROVER SETS THEIR OWN; ONLY
      * LEVEL 9 SETS ONE FOR SOMEBODY ELSE.  A BLANK DELEGATE TAKES
      * THE DELEGATION BACK OFF.
       5000-SET-DELEGATE.
            DISPLAY "ENTER APPROVER ID (BLANK = YOURSELF): ".
            MOVE SPACES TO WS-DELEGATOR-ID.
            ACCEPT WS-DELEGATOR-ID.
            IF WS-DELEGATOR-ID = SPACES
                MOVE WS-OPERATOR-ID TO WS-DELEGATOR-ID
            END-IF.
            IF WS-DELEGATOR-ID NOT = WS-OPERATOR-ID
                AND WS-AUTH-LEVEL < 9
                DISPLAY "ONLY LEVEL 9 MAY SET ANOTHER APPROVER'S "
                    "DELEGATE"
                MOVE SPACES TO WS-OS-EVENT
                STRING "DLGT " DELIMITED BY SIZE
                       WS-DELEGATOR-ID DELIMITED BY SIZE
                    INTO WS-OS-EVENT
                MOVE "D" TO WS-OS-RESULT
                PERFORM 7000-JOURNAL-EVENT
            ELSE
                PERFORM 5050-CAPTURE-DELEGATION
            END-IF.

       5050-CAPTURE-DELEGATION.
            DISPLAY "ENTER DELEGATE ID (BLANK = CLEAR DELEGATE): ".
            MOVE SPACES TO WS-DELEGATE-ID.
            ACCEPT WS-DELEGATE-ID.
            MOVE ZERO TO WS-DELEGATE-FROM.
            MOVE ZERO TO WS-DELEGATE-THRU.
            IF WS-DELEGATE-ID = SPACES
                PERFORM 5100-APPLY-DELEGATE
            ELSE IF WS-DELEGATE-ID = WS-DELEGATOR-ID
                DISPLAY "AN APPROVER CANNOT BE THEIR OWN DELEGATE"
            ELSE
                DISPLAY "ENTER FIRST DAY (YYYYMMDD, BLANK = TODAY): "
                MOVE SPACES TO WS-ENTRY-DATE
                ACCEPT WS-ENTRY-DATE
                IF WS-ENTRY-DATE = SPACES
                    MOVE WS-TODAY TO WS-DELEGATE-FROM
                END-IF
                IF WS-ENTRY-DATE NUMERIC
                    MOVE WS-ENTRY-DATE TO WS-DELEGATE-FROM
                END-IF
                DISPLAY "ENTER LAST DAY (YYYYMMDD, BLANK = UNTIL "
                    "CLEARED): "
                MOVE SPACES TO WS-ENTRY-DATE
                ACCEPT WS-ENTRY-DATE
                IF WS-ENTRY-DATE NUMERIC
                    MOVE WS-ENTRY-DATE TO WS-DELEGATE-THRU
                END-IF
                PERFORM 5080-CHECK-AND-APPLY
            END-IF.

       5080-CHECK-AND-APPLY.
            IF WS-DELEGATE-FROM = ZERO
                DISPLAY "FIRST DAY MUST BE YYYYMMDD - NOT SET"
            ELSE IF WS-DELEGATE-THRU NOT = ZERO
                AND WS-DELEGATE-THRU < WS-DELEGATE-FROM
                DISPLAY "LAST DAY IS BEFORE FIRST DAY - NOT SET"
            ELSE
                PERFORM 5100-APPLY-DELEGATE
            END-IF.

      * STAMP THE DELEGATION ON EVERY BAND THE APPROVER HOLDS.
       5100-APPLY-DELEGATE.
            MOVE ZERO TO WS-BANDS-CHANGED.
            MOVE "N" TO WS-BAND-EOF-SWITCH.
            MOVE LOW-VALUES TO AV-KEY.
            START APPROVER-FILE KEY IS NOT LESS THAN AV-KEY
                INVALID KEY SET WS-BAND-SCAN-DONE TO TRUE
            END-START.
            IF NOT WS-BAND-SCAN-DONE
                PERFORM 5190-READ-NEXT-BAND
            END-IF.
            PERFORM 5150-DELEGATE-ONE-BAND UNTIL WS-BAND-SCAN-DONE.
            IF WS-BANDS-CHANGED = ZERO
                DISPLAY WS-DELEGATOR-ID " HOLDS NO APPROVER BANDS - "
                    "NOTHING CHANGED"
            ELSE
                DISPLAY "DELEGATE SET ON " WS-BANDS-CHANGED
                    " BAND(S) FOR " WS-DELEGATOR-ID
                MOVE SPACES TO WS-OS-EVENT
                STRING "DLGT " DELIMITED BY SIZE
                       WS-DELEGATOR-ID DELIMITED BY SIZE
                    INTO WS-OS-EVENT
                MOVE "O" TO WS-OS-RESULT
                PERFORM 7000-JOURNAL-EVENT
            END-IF.

       5150-DELEGATE-ONE-BAND.
            IF AV-APPROVER-ID = WS-DELEGATOR-ID
                MOVE WS-DELEGATE-ID   TO AV-DELEGATE-ID
                MOVE WS-DELEGATE-FROM TO AV-DELEGATE-FROM
                MOVE WS-DELEGATE-THRU TO AV-DELEGATE-THRU
                MOVE WS-OPERATOR-ID   TO AV-CHANGED-BY
                MOVE WS-TODAY         TO AV-CHANGED-DATE
                REWRITE APPROVER-RECORD
                IF NOT WS-APPROVER-OK
                    DISPLAY "UNABLE TO REWRITE APPROVER BAND, "
                        "STATUS = " WS-APPROVER-STATUS
                ELSE
                    ADD 1 TO WS-BANDS-CHANGED
                END-IF
            END-IF.
            PERFORM 5190-READ-NEXT-BAND.

       5190-READ-NEXT-BAND.
            READ APPROVER-FILE NEXT RECORD
                AT END SET WS-BAND-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-APPROVER-OK AND NOT WS-APPROVER-EOF
                DISPLAY "APPROVER-FILE READ ERROR, STATUS = "
                    WS-APPROVER-STATUS
                SET WS-BAND-SCAN-DONE TO TRUE
            END-IF.

       5500-MAINTAIN-BANDS.
            DISPLAY "A-ADD OR CHANGE BAND  R-REMOVE BAND  "
                "L-LIST A COST CENTER".
            DISPLAY "ENTER ACTION: ".
            ACCEPT WS-BAND-ACTION.
            IF WS-BAND-ADD
                PERFORM 5600-ADD-OR-CHANGE-BAND
            ELSE IF WS-BAND-REMOVE
                PERFORM 5700-REMOVE-BAND
            ELSE IF WS-BAND-LIST
                PERFORM 5800-LIST-BANDS
            ELSE
                DISPLAY "INVALID ACTION"
            END-IF.

      * A BAND IS A COST CENTER AND AN UPPER LIMIT - AN INVOICE UP
      * TO THAT AMOUNT, AND OVER THE NEXT BAND DOWN, ROUTES TO THE
      * BAND'S APPROVER.  KEYING AN EXISTING BAND CHANGES ITS
      * APPROVER AND LEAVES ANY DELEGATION ALONE.
       5600-ADD-OR-CHANGE-BAND.
            PERFORM 5900-GET-BAND-KEY.
            IF WS-APPROVER-OK
                DISPLAY "ENTER APPROVER OPERATOR ID: "
                MOVE SPACES TO WS-ENTRY-APPROVER
                ACCEPT WS-ENTRY-APPROVER
                IF WS-ENTRY-APPROVER = SPACES
                    DISPLAY "APPROVER IS REQUIRED - NOT SET"
                ELSE
                    PERFORM 5650-WRITE-BAND
                END-IF
            END-IF.

       5650-WRITE-BAND.
            READ APPROVER-FILE
                INVALID KEY
                    MOVE WS-ENTRY-APPROVER TO AV-APPROVER-ID
                    MOVE SPACES TO AV-DELEGATE-ID
                    MOVE ZERO TO AV-DELEGATE-FROM
                    MOVE ZERO TO AV-DELEGATE-THRU
                    MOVE WS-OPERATOR-ID TO AV-CHANGED-BY
                    MOVE WS-TODAY TO AV-CHANGED-DATE
                    WRITE APPROVER-RECORD
                NOT INVALID KEY
                    MOVE WS-ENTRY-APPROVER TO AV-APPROVER-ID
                    MOVE WS-OPERATOR-ID TO AV-CHANGED-BY
                    MOVE WS-TODAY TO AV-CHANGED-DATE
                    REWRITE APPROVER-RECORD
            END-READ.
            IF WS-APPROVER-OK
                MOVE AV-BAND-LIMIT TO WS-BAND-DISPLAY
                DISPLAY "COST CENTER " AV-COST-CENTER " BAND TO "
                    WS-BAND-DISPLAY " APPROVER " AV-APPROVER-ID
                MOVE SPACES TO WS-OS-EVENT
                STRING "BAND " DELIMITED BY SIZE
                       AV-COST-CENTER DELIMITED BY SIZE
                    INTO WS-OS-EVENT
                MOVE "O" TO WS-OS-RESULT
                PERFORM 7000-JOURNAL-EVENT
            ELSE
                DISPLAY "UNABLE TO UPDATE APPROVER-FILE, STATUS = "
                    WS-APPROVER-STATUS
            END-IF.

       5700-REMOVE-BAND.
            PERFORM 5900-GET-BAND-KEY.
            IF WS-APPROVER-OK
                READ APPROVER-FILE
                    INVALID KEY
                        DISPLAY "NO SUCH BAND ON FILE"
                    NOT INVALID KEY
                        DELETE APPROVER-FILE
                            INVALID KEY
                                DISPLAY "UNABLE TO REMOVE BAND, "
                                    "STATUS = " WS-APPROVER-STATUS
                            NOT INVALID KEY
                                DISPLAY "BAND REMOVED"
                                MOVE SPACES TO WS-OS-EVENT
                                STRING "UNBAND " DELIMITED BY SIZE
                                       AV-COST-CENTER
                                           DELIMITED BY SIZE
                                    INTO WS-OS-EVENT
                                MOVE "O" TO WS-OS-RESULT
                                PERFORM 7000-JOURNAL-EVENT
                        END-DELETE
                END-READ
            END-IF.

       5800-LIST-BANDS.
            DISPLAY "ENTER COST CENTER (BLANK = DEFAULT ROUTE): ".
            MOVE SPACES TO WS-ENTRY-COST-CENTER.
            ACCEPT WS-ENTRY-COST-CENTER.
            MOVE WS-ENTRY-COST-CENTER TO AV-COST-CENTER.
            MOVE ZERO TO AV-BAND-LIMIT.
            MOVE ZERO TO WS-BANDS-CHANGED.
            MOVE "N" TO WS-BAND-EOF-SWITCH.
            START APPROVER-FILE KEY IS NOT LESS THAN AV-KEY
                INVALID KEY SET WS-BAND-SCAN-DONE TO TRUE
            END-START.
            IF NOT WS-BAND-SCAN-DONE
                PERFORM 5190-READ-NEXT-BAND
            END-IF.
            PERFORM 5850-SHOW-ONE-BAND
                UNTIL WS-BAND-SCAN-DONE
                OR AV-COST-CENTER NOT = WS-ENTRY-COST-CENTER.
            DISPLAY "BANDS ON FILE: " WS-BANDS-CHANGED.

       5850-SHOW-ONE-BAND.
            ADD 1 TO WS-BANDS-CHANGED.
            MOVE AV-BAND-LIMIT TO WS-BAND-DISPLAY.
            DISPLAY "  UP TO " WS-BAND-DISPLAY " APPROVER "
                AV-APPROVER-ID.
            IF AV-DELEGATE-ID NOT = SPACES
                DISPLAY "    DELEGATE " AV-DELEGATE-ID " FROM "
                    AV-DELEGATE-FROM " THRU " AV-DELEGATE-THRU
            END-IF.
            PERFORM 5190-READ-NEXT-BAND.

      * THE BAND KEY IS KEYED IN PENNIES LIKE EVERY OTHER AMOUNT.
      * THE STATUS IS LEFT "00" ONLY WHEN THE KEY IS USABLE.
       5900-GET-BAND-KEY.
            DISPLAY "ENTER COST CENTER (BLANK = DEFAULT ROUTE): ".
            MOVE SPACES TO WS-ENTRY-COST-CENTER.
            ACCEPT WS-ENTRY-COST-CENTER.
            DISPLAY "ENTER BAND UPPER LIMIT (PENNIES): ".
            ACCEPT WS-ENTRY-AMOUNT.
            IF WS-ENTRY-AMOUNT NOT NUMERIC
                DISPLAY "LIMIT MUST BE ALL DIGITS"
                MOVE "23" TO WS-APPROVER-STATUS
            ELSE
                MOVE WS-ENTRY-AMOUNT TO WS-ENTRY-AMOUNT-9
                IF WS-ENTRY-AMOUNT-9 = ZERO
                    DISPLAY "LIMIT MUST BE GREATER THAN ZERO"
                    MOVE "23" TO WS-APPROVER-STATUS
                ELSE
                    MOVE WS-ENTRY-COST-CENTER TO AV-COST-CENTER
                    COMPUTE AV-BAND-LIMIT = WS-ENTRY-AMOUNT-9 / 100
                    MOVE "00" TO WS-APPROVER-STATUS
                END-IF
            END-IF.

      * ROUTE THE INVOICE IN THE RECORD AREA - FIND ITS COST CENTER,
      * THEN THE SMALLEST BAND IN THAT COST CENTER THAT COVERS ITS
      * AMOUNT.  A COST CENTER WITH NO BAND BIG ENOUGH FALLS BACK TO
      * THE DEFAULT ROUTE.
       6000-ROUTE-INVOICE.
            MOVE "N" TO WS-ROUTE-FOUND-SWITCH.
            MOVE "N" TO WS-ROUTE-DELEGATE-SWITCH.
            MOVE ZERO TO WS-ROUTE-BAND-LIMIT.
            MOVE SPACES TO WS-ROUTE-APPROVER.
            MOVE SPACES TO WS-ROUTE-DELEGATE.
            PERFORM 6100-FIND-COST-CENTER.
            MOVE WS-ROUTE-COST-CENTER TO WS-BAND-CENTER.
            PERFORM 6200-FIND-BAND.
            IF NOT WS-ROUTE-FOUND
                AND WS-ROUTE-COST-CENTER NOT = SPACES
                MOVE SPACES TO WS-BAND-CENTER
                PERFORM 6200-FIND-BAND
            END-IF.

      * THE COST CENTER CARRYING THE LARGEST SHARE OF THE INVOICE'S
      * DISTRIBUTION DECIDES THE ROUTE; NO DISTRIBUTION MEANS THE
      * DEFAULT ROUTE.
       6100-FIND-COST-CENTER.
            MOVE SPACES TO WS-ROUTE-COST-CENTER.
            MOVE ZERO TO WS-ROUTE-CC-AMOUNT.
            IF NOT WS-INVOICE-DIST-MISSING
                MOVE "N" TO WS-DIST-EOF-SWITCH
                MOVE INV-VENDOR-NUMBER  TO ID-VENDOR-NUMBER
                MOVE INV-INVOICE-NUMBER TO ID-INVOICE-NUMBER
                MOVE ZERO TO ID-LINE-NUMBER
                START INVOICE-DIST-FILE KEY IS NOT LESS THAN ID-KEY
                    INVALID KEY SET WS-DIST-SCAN-DONE TO TRUE
                END-START
                IF NOT WS-DIST-SCAN-DONE
                    PERFORM 6190-READ-NEXT-DIST
                END-IF
                PERFORM 6150-WEIGH-DIST-LINE
                    UNTIL WS-DIST-SCAN-DONE
                    OR ID-VENDOR-NUMBER NOT = INV-VENDOR-NUMBER
                    OR ID-INVOICE-NUMBER NOT = INV-INVOICE-NUMBER
            END-IF.

       6150-WEIGH-DIST-LINE.
            IF ID-AMOUNT > WS-ROUTE-CC-AMOUNT
                MOVE ID-COST-CENTER TO WS-ROUTE-COST-CENTER
                MOVE ID-AMOUNT TO WS-ROUTE-CC-AMOUNT
            END-IF.
            PERFORM 6190-READ-NEXT-DIST.

       6190-READ-NEXT-DIST.
            READ INVOICE-DIST-FILE NEXT RECORD
                AT END SET WS-DIST-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-INVOICE-DIST-OK AND NOT WS-INVOICE-DIST-EOF
                DISPLAY "INVOICE-DIST-FILE READ ERROR, STATUS = "
                    WS-INVOICE-DIST-STATUS
                SET WS-DIST-SCAN-DONE TO TRUE
            END-IF.

      * POSITION ON COST CENTER PLUS AMOUNT AND READ FORWARD - THE
      * FIRST BAND STILL IN THE SAME COST CENTER IS THE SMALLEST ONE
      * THAT COVERS THE INVOICE.
       6200-FIND-BAND.
            MOVE WS-BAND-CENTER TO AV-COST-CENTER.
            MOVE INV-AMOUNT TO AV-BAND-LIMIT.
            START APPROVER-FILE KEY IS NOT LESS THAN AV-KEY
                INVALID KEY CONTINUE
            END-START.
            IF WS-APPROVER-OK
                READ APPROVER-FILE NEXT RECORD
                    AT END CONTINUE
                END-READ
                IF WS-APPROVER-OK
                    AND AV-COST-CENTER = WS-BAND-CENTER
                    SET WS-ROUTE-FOUND TO TRUE
                    MOVE AV-BAND-LIMIT  TO WS-ROUTE-BAND-LIMIT
                    MOVE AV-APPROVER-ID TO WS-ROUTE-APPROVER
                    MOVE AV-DELEGATE-ID TO WS-ROUTE-DELEGATE
                    IF AV-DELEGATE-ID NOT = SPACES
                        AND WS-TODAY NOT < AV-DELEGATE-FROM
                        AND (AV-DELEGATE-THRU = ZERO
                        OR WS-TODAY NOT > AV-DELEGATE-THRU)
                        SET WS-ROUTE-DELEGATE-ACTIVE TO TRUE
                    END-IF
                END-IF
            END-IF.

      * THE NAMED APPROVER FIRST, THEN A DELEGATE INSIDE ITS WINDOW.
      * LEVEL 9 DECIDES ONLY WHAT NO BAND COVERS - IT DOES NOT
      * OVERRIDE A DEPARTMENT HEAD'S QUEUE.
       6500-CHECK-AUTHORITY.
            MOVE SPACE TO WS-AUTHORITY.
            IF WS-ROUTE-FOUND
                IF WS-ROUTE-APPROVER = WS-OPERATOR-ID
                    SET WS-AUTH-APPROVER TO TRUE
                END-IF
                IF WS-NOT-AUTHORIZED
                    AND WS-ROUTE-DELEGATE-ACTIVE
                    AND WS-ROUTE-DELEGATE = WS-OPERATOR-ID
                    SET WS-AUTH-DELEGATE TO TRUE
                END-IF
            ELSE
                IF WS-AUTH-LEVEL = 9
                    SET WS-AUTH-ADMINISTRATOR TO TRUE
                END-IF
            END-IF.

       7000-JOURNAL-EVENT.
            MOVE "L" TO WS-OS-FUNCTION.
            CALL "OPRSEC01" USING WS-OS-FUNCTION WS-OPERATOR-ID
                WS-OS-PASSWORD WS-OS-PROGRAM WS-OS-EVENT
                WS-AUTH-LEVEL WS-OS-RESULT.

       9000-TERMINATE.
            CLOSE APPROVAL-JOURNAL-FILE.
            CLOSE APPROVER-FILE.
            IF NOT WS-INVOICE-DIST-MISSING
                CLOSE INVOICE-DIST-FILE
            END-IF.
            CLOSE INVOICE-FILE.
       END PROGRAM INVAPR01.

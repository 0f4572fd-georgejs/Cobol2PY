      *                  still have their done/sign-on switches set
      *                  from the prior call and fall straight through
      *                  with no sign-on prompt and no maintenance loop.
      *   2026-10-15 DW  Added receiving entry (RCVENT01) as option
      *                  5 - the dock signs for deliveries against
      *                  the PO lines invoice entry matches to.
      *   2026-10-15 DW  Added invoice approval (INVAPR01) as option
      *                  6 - approvers work their queue from here.
      *   2026-10-15 DW  Added B-notice maintenance (BNTMNT01) as
      *                  option 7 for the 1099 desk.
      *   2026-10-15 DW  Added foreign payee (W-8) maintenance
      *                  (FRNMNT01) as option 8 for the tax desk.
      *   2026-10-15 DW  The menu now signs on through OPRSEC01 and
      *                  shows the operator's work queue (WRKQUE01)
      *                  - pending bank changes, vendors awaiting
      *                  approval, aged holds, proposals, lapsed
      *                  compliance documents and rejects, only
      *                  what their level can clear.  Letters A-F
      *                  jump to the clearing program and bring the
      *                  queue back afterwards; Q shows it again.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APMENU01.
           88 WS-CHOICE-PHONE              VALUE "2".
           88 WS-CHOICE-INQUIRY             VALUE "3".
           88 WS-CHOICE-INV-STATUS           VALUE "4".
           88 WS-CHOICE-RECEIVING            VALUE "5".
           88 WS-CHOICE-APPROVAL             VALUE "6".
           88 WS-CHOICE-BNOTICE              VALUE "7".
           88 WS-CHOICE-FOREIGN              VALUE "8".
           88 WS-CHOICE-EXIT                VALUE "9".
           88 WS-CHOICE-QUEUE-BANK          VALUE "A" "a".
           88 WS-CHOICE-QUEUE-VENDOR        VALUE "B" "b".
           88 WS-CHOICE-QUEUE-HOLD          VALUE "C" "c".
           88 WS-CHOICE-QUEUE-PROPOSAL      VALUE "D" "d".
           88 WS-CHOICE-QUEUE-COMPLIANCE    VALUE "E" "e".
           88 WS-CHOICE-QUEUE-REJECT        VALUE "F" "f".
           88 WS-CHOICE-QUEUE-REFRESH       VALUE "Q" "q".

       01  WS-DONE-SWITCH             PIC X(01) VALUE "N".
           88 WS-ALL-DONE                  VALUE "Y".

      * MENU SIGN-ON - WHO IS LOOKING AT THE WORK QUEUE, AND AT
      * WHAT LEVEL.  EACH PROGRAM CALLED STILL SIGNS ON FOR ITSELF.
       01  WS-OPERATOR-ID             PIC X(08) VALUE SPACES.
       01  WS-AUTH-LEVEL              PIC 9(01) VALUE ZERO.
       01  WS-SIGNON-OK-SWITCH        PIC X(01) VALUE "N".
           88 WS-SIGNON-OK                VALUE "Y".
       01  WS-SIGNON-TRIES            PIC 9(01) VALUE ZERO.
       01  WS-OS-FUNCTION             PIC X(01).
       01  WS-OS-PASSWORD             PIC X(08).
       01  WS-OS-PROGRAM              PIC X(08) VALUE "APMENU01".
       01  WS-OS-EVENT                PIC X(20).
       01  WS-OS-RESULT               PIC X(01).
           88 WS-OS-ACCEPTED              VALUE "O".

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 0500-ACCEPT-OPERATOR-ID
                UNTIL WS-SIGNON-OK OR WS-SIGNON-TRIES >= 3.
            IF WS-SIGNON-OK
                PERFORM 0600-SHOW-WORK-QUEUE
                PERFORM 1000-MAIN-LOOP UNTIL WS-ALL-DONE
            ELSE
                DISPLAY "SIGN-ON NOT ACCEPTED"
            END-IF.
            STOP RUN.

       0500-ACCEPT-OPERATOR-ID.
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

      * THE IN-BASKET - COUNTS ARE TAKEN FRESH EACH TIME, SO IT IS
      * SHOWN AGAIN AFTER ANY QUEUE ITEM HAS BEEN WORKED.
       0600-SHOW-WORK-QUEUE.
            CALL "WRKQUE01" USING WS-OPERATOR-ID WS-AUTH-LEVEL.
            CANCEL "WRKQUE01".

       1000-MAIN-LOOP.
            DISPLAY "1-VENDOR MAINTENANCE  2-PHONE DIRECTORY  "
                "3-VENDOR INQUIRY  4-INVOICE STATUS  "
                "5-RECEIVING  6-APPROVALS  7-B-NOTICES  "
                "8-FOREIGN PAYEES  9-EXIT  Q-WORK QUEUE".
            DISPLAY "ENTER CHOICE: ".
            ACCEPT WS-MENU-CHOICE.
            IF WS-CHOICE-VENDOR
            ELSE IF WS-CHOICE-INV-STATUS
                CALL "INVINQ01"
                CANCEL "INVINQ01"
            ELSE IF WS-CHOICE-RECEIVING
                CALL "RCVENT01"
                CANCEL "RCVENT01"
            ELSE IF WS-CHOICE-APPROVAL
                CALL "INVAPR01"
                CANCEL "INVAPR01"
            ELSE IF WS-CHOICE-BNOTICE
                CALL "BNTMNT01"
                CANCEL "BNTMNT01"
            ELSE IF WS-CHOICE-FOREIGN
                CALL "FRNMNT01"
                CANCEL "FRNMNT01"
            ELSE IF WS-CHOICE-QUEUE-BANK
                OR WS-CHOICE-QUEUE-COMPLIANCE
                CALL "VNDMNT01"
                CANCEL "VNDMNT01"
                PERFORM 0600-SHOW-WORK-QUEUE
            ELSE IF WS-CHOICE-QUEUE-VENDOR
                CALL "VNDAPP01"
                CANCEL "VNDAPP01"
                PERFORM 0600-SHOW-WORK-QUEUE
            ELSE IF WS-CHOICE-QUEUE-HOLD
                CALL "INVHLD01"
                CANCEL "INVHLD01"
                PERFORM 0600-SHOW-WORK-QUEUE
            ELSE IF WS-CHOICE-QUEUE-PROPOSAL
                CALL "PAYREL01"
                CANCEL "PAYREL01"
                PERFORM 0600-SHOW-WORK-QUEUE
            ELSE IF WS-CHOICE-QUEUE-REJECT
                CALL "RJCFIX01"
                CANCEL "RJCFIX01"
                PERFORM 0600-SHOW-WORK-QUEUE
            ELSE IF WS-CHOICE-QUEUE-REFRESH
                PERFORM 0600-SHOW-WORK-QUEUE
            ELSE IF WS-CHOICE-EXIT
                SET WS-ALL-DONE TO TRUE
            ELSE

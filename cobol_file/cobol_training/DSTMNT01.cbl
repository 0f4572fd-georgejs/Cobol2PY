      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Report distribution list maintenance and delivery
      *              acknowledgment.  Each cataloged report can have a
      *              list of recipients on the distribution master -
      *              who gets it, for which department, by print bin,
      *              secure folder or email drop, how many copies, and
      *              for a sensitive report how many days they have to
      *              acknowledge it.  RPTDST01 distributes off the list
      *              after every catalog step and logs each delivery.
      *              Here a recipient acknowledges the copies they
      *              have received; an operator at level 3 can key an
      *              acknowledgment on another recipient's behalf.
      *              Looking at a list, acknowledging and the pending
      *              list need level 1; changing a list needs level 3.
      *              Every change and acknowledgment is journaled
      *              through OPRSEC01.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original distribution list maintenance.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSTMNT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLRDM01.cbl".
           COPY "SLRDL01.cbl".
           COPY "SLDEP01.cbl".
           COPY "SLOPR01.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDRDM01.cbl".
           COPY "FDRDL01.cbl".
           COPY "FDDEP01.cbl".
           COPY "FDOPR01.cbl".

       WORKING-STORAGE SECTION.
       01  WS-REPORT-DIST-STATUS      PIC X(02).
           88 WS-REPORT-DIST-OK           VALUE "00".
           88 WS-REPORT-DIST-EOF          VALUE "10".
           88 WS-REPORT-DIST-NOT-FOUND    VALUE "23".
           88 WS-REPORT-DIST-MISSING      VALUE "35".
       01  WS-DIST-LOG-STATUS         PIC X(02).
           88 WS-DIST-LOG-OK              VALUE "00".
           88 WS-DIST-LOG-EOF             VALUE "10".
           88 WS-DIST-LOG-NOT-FOUND       VALUE "23".
           88 WS-DIST-LOG-MISSING         VALUE "35".
       01  WS-DEPT-FILE-STATUS        PIC X(02).
           88 WS-DEPT-FILE-OK             VALUE "00".
       01  WS-OPERATOR-FILE-STATUS    PIC X(02).
           88 WS-OPERATOR-FILE-OK         VALUE "00".

       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-SIGNON-OK-SWITCH        PIC X(01) VALUE "N".
           88 WS-SIGNON-OK                 VALUE "Y".
       01  WS-SIGNON-TRIES             PIC 9(01) VALUE ZERO.

      * FIELDS FOR THE OPRSEC01 SIGN-ON AND JOURNAL CALLS.
       01  WS-OS-FUNCTION              PIC X(01).
       01  WS-OS-PASSWORD              PIC X(08).
       01  WS-OS-PROGRAM               PIC X(08) VALUE "DSTMNT01".
       01  WS-OS-EVENT                 PIC X(20).
       01  WS-AUTH-LEVEL               PIC 9(01) VALUE ZERO.
       01  WS-OS-RESULT                PIC X(01).
           88 WS-OS-ACCEPTED               VALUE "O".

       01  WS-DONE-SWITCH              PIC X(01) VALUE "N".
           88 WS-MAINT-DONE                VALUE "Y".
       01  WS-MENU-CHOICE              PIC X(01).
           88 WS-CHOICE-LIST               VALUE "1".
           88 WS-CHOICE-ADD                VALUE "2".
           88 WS-CHOICE-CHANGE             VALUE "3".
           88 WS-CHOICE-REMOVE             VALUE "4".
           88 WS-CHOICE-ACKNOWLEDGE        VALUE "5".
           88 WS-CHOICE-PENDING            VALUE "6".
           88 WS-CHOICE-EXIT               VALUE "9".
       01  WS-REQUIRED-LEVEL          PIC 9(01).

       01  WS-TODAY                    PIC 9(08).
       01  WS-NOW                      PIC 9(08).
       01  WS-ENTRY-REPORT             PIC X(12).
       01  WS-ENTRY-RECIPIENT          PIC X(08).
       01  WS-ENTRY-NAME               PIC X(30).
       01  WS-ENTRY-DEPT               PIC X(04).
       01  WS-ENTRY-METHOD             PIC X(01).
           88 WS-METHOD-VALID              VALUE "P" "S" "E".
       01  WS-ENTRY-DESTINATION        PIC X(40).
       01  WS-ENTRY-COPIES             PIC X(02).
       01  WS-ENTRY-ACK-DAYS           PIC X(02).
       01  WS-ENTRY-RUN-DATE           PIC X(08).
       01  WS-ENTRY-ANSWER             PIC X(01).
       01  WS-ENTRY-OK-SWITCH          PIC X(01).
           88 WS-ENTRY-IS-OK               VALUE "Y".
       01  WS-DIST-OK-SWITCH           PIC X(01).
           88 WS-DIST-IS-OK                VALUE "Y".
       01  WS-SCAN-EOF-SWITCH          PIC X(01).
           88 WS-SCAN-DONE                 VALUE "Y".
       01  WS-ACK-FOUND-SWITCH         PIC X(01).
           88 WS-ACK-FOUND                 VALUE "Y".
       01  WS-LIST-COUNT               PIC 9(05).
       01  WS-LIST-REPORT              PIC X(12).
       01  WS-LIST-RECIPIENT           PIC X(08).

      * THE RECIPIENT BEING KEYED, HELD HERE UNTIL IT IS ALL CHECKED.
       01  WS-NEW-COPIES               PIC 9(02).
       01  WS-NEW-ACK-DAYS             PIC 9(02).

       01  WS-EVENT-VERB               PIC X(12).
       01  WS-SHOW-METHOD              PIC X(13).
       01  WS-SHOW-ACK                 PIC X(12).

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 0500-SIGN-ON.
            IF WS-SIGNON-OK
                PERFORM 1000-INITIALIZE
                PERFORM 2000-MAINT-LOOP UNTIL WS-MAINT-DONE
                CLOSE OPERATOR-FILE
                CLOSE DEPT-FILE
                CLOSE DIST-LOG-FILE
                CLOSE REPORT-DIST-FILE
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

      * THE DISTRIBUTION MASTER AND LOG ARE CREATED EMPTY THE FIRST
      * TIME THROUGH.  THE DEPARTMENT AND OPERATOR MASTERS ARE
      * READ-ONLY HERE, FOR VALIDATION.
       1000-INITIALIZE.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            OPEN I-O REPORT-DIST-FILE.
            IF WS-REPORT-DIST-MISSING
                OPEN OUTPUT REPORT-DIST-FILE
                CLOSE REPORT-DIST-FILE
                OPEN I-O REPORT-DIST-FILE
            END-IF.
            IF NOT WS-REPORT-DIST-OK
                DISPLAY "UNABLE TO OPEN REPORT-DIST-FILE, STATUS = "
                    WS-REPORT-DIST-STATUS
                SET WS-MAINT-DONE TO TRUE
            END-IF.
            OPEN I-O DIST-LOG-FILE.
            IF WS-DIST-LOG-MISSING
                OPEN OUTPUT DIST-LOG-FILE
                CLOSE DIST-LOG-FILE
                OPEN I-O DIST-LOG-FILE
            END-IF.
            IF NOT WS-DIST-LOG-OK
                DISPLAY "UNABLE TO OPEN DIST-LOG-FILE, STATUS = "
                    WS-DIST-LOG-STATUS
                SET WS-MAINT-DONE TO TRUE
            END-IF.
            OPEN INPUT DEPT-FILE.
            IF NOT WS-DEPT-FILE-OK
                DISPLAY "UNABLE TO OPEN DEPT-FILE, STATUS = "
                    WS-DEPT-FILE-STATUS
                SET WS-MAINT-DONE TO TRUE
            END-IF.
            OPEN INPUT OPERATOR-FILE.
            IF NOT WS-OPERATOR-FILE-OK
                DISPLAY "UNABLE TO OPEN OPERATOR-FILE, STATUS = "
                    WS-OPERATOR-FILE-STATUS
                SET WS-MAINT-DONE TO TRUE
            END-IF.

       2000-MAINT-LOOP.
            DISPLAY "1-LIST  2-ADD RECIPIENT  3-CHANGE RECIPIENT  "
                "4-REMOVE RECIPIENT".
            DISPLAY "5-ACKNOWLEDGE RECEIPT  6-LIST PENDING  9-EXIT".
            DISPLAY "ENTER CHOICE: ".
            ACCEPT WS-MENU-CHOICE.
            IF WS-CHOICE-EXIT
                SET WS-MAINT-DONE TO TRUE
            ELSE IF WS-CHOICE-LIST OR WS-CHOICE-ADD
                OR WS-CHOICE-CHANGE OR WS-CHOICE-REMOVE
                OR WS-CHOICE-ACKNOWLEDGE OR WS-CHOICE-PENDING
                PERFORM 2100-GATE-AND-DISPATCH
            ELSE
                DISPLAY "INVALID CHOICE"
            END-IF.

      * LOOKING AND ACKNOWLEDGING ONE'S OWN COPIES IS LEVEL 1;
      * CHANGING WHO GETS A REPORT IS LEVEL 3.  A DENIED CHOICE IS
      * JOURNALED LIKE A USED ONE.
       2100-GATE-AND-DISPATCH.
            IF WS-CHOICE-ADD OR WS-CHOICE-CHANGE OR WS-CHOICE-REMOVE
                MOVE 3 TO WS-REQUIRED-LEVEL
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
                    WHEN WS-CHOICE-LIST
                        PERFORM 3000-LIST-DISTRIBUTION
                    WHEN WS-CHOICE-ADD
                        PERFORM 4000-ADD-RECIPIENT
                    WHEN WS-CHOICE-CHANGE
                        PERFORM 4200-CHANGE-RECIPIENT
                    WHEN WS-CHOICE-REMOVE
                        PERFORM 4400-REMOVE-RECIPIENT
                    WHEN WS-CHOICE-ACKNOWLEDGE
                        PERFORM 5000-ACKNOWLEDGE-RECEIPT
                    WHEN WS-CHOICE-PENDING
                        PERFORM 6000-LIST-PENDING
                END-EVALUATE
            END-IF.

      * EVERY RECIPIENT ON ONE REPORT'S LIST.
       3000-LIST-DISTRIBUTION.
            DISPLAY "ENTER REPORT NAME: ".
            ACCEPT WS-ENTRY-REPORT.
            MOVE WS-ENTRY-REPORT TO WS-LIST-REPORT.
            MOVE ZERO TO WS-LIST-COUNT.
            MOVE "N" TO WS-SCAN-EOF-SWITCH.
            MOVE WS-LIST-REPORT TO RD-REPORT-NAME.
            MOVE LOW-VALUES TO RD-RECIPIENT-ID.
            START REPORT-DIST-FILE KEY IS NOT LESS THAN RD-KEY
                INVALID KEY SET WS-SCAN-DONE TO TRUE
            END-START.
            IF NOT WS-SCAN-DONE
                PERFORM 8900-READ-NEXT-RECIPIENT
            END-IF.
            PERFORM 3100-SHOW-ONE-RECIPIENT
                UNTIL WS-SCAN-DONE
                OR RD-REPORT-NAME NOT = WS-LIST-REPORT.
            DISPLAY WS-LIST-COUNT " RECIPIENT(S) FOR " WS-LIST-REPORT.

       3100-SHOW-ONE-RECIPIENT.
            ADD 1 TO WS-LIST-COUNT.
            PERFORM 3200-SHOW-RECIPIENT.
            PERFORM 8900-READ-NEXT-RECIPIENT.

       3200-SHOW-RECIPIENT.
            MOVE RD-METHOD TO WS-ENTRY-METHOD.
            PERFORM 8100-DESCRIBE-METHOD.
            DISPLAY "  " RD-RECIPIENT-ID " " RD-RECIPIENT-NAME " "
                RD-DEPT-CODE " " WS-SHOW-METHOD " " RD-COPIES
                " COPY(IES)".
            IF RD-NO-ACK-NEEDED
                MOVE "NONE" TO WS-SHOW-ACK
            ELSE
                MOVE SPACES TO WS-SHOW-ACK
                STRING RD-ACK-DAYS DELIMITED BY SIZE
                       " DAY(S)" DELIMITED BY SIZE
                    INTO WS-SHOW-ACK
            END-IF.
            DISPLAY "    TO " RD-DESTINATION " ACKNOWLEDGE "
                WS-SHOW-ACK.
            DISPLAY "    LAST CHANGED " RD-LAST-CHANGE-DATE " BY "
                RD-LAST-CHANGE-OPERATOR.

       4000-ADD-RECIPIENT.
            PERFORM 8000-ACCEPT-DIST-KEY.
            IF WS-ENTRY-IS-OK
                READ REPORT-DIST-FILE
                    INVALID KEY CONTINUE
                END-READ
                IF WS-REPORT-DIST-OK
                    DISPLAY "RECIPIENT " RD-RECIPIENT-ID
                        " IS ALREADY ON THE LIST FOR " RD-REPORT-NAME
                ELSE
                    INITIALIZE REPORT-DIST-RECORD
                    MOVE WS-ENTRY-REPORT TO RD-REPORT-NAME
                    MOVE WS-ENTRY-RECIPIENT TO RD-RECIPIENT-ID
                    PERFORM 4500-ACCEPT-DETAILS
                    IF WS-ENTRY-IS-OK
                        PERFORM 4600-MOVE-DETAILS
                        WRITE REPORT-DIST-RECORD
                            INVALID KEY CONTINUE
                        END-WRITE
                        MOVE "DIST ADD" TO WS-EVENT-VERB
                        PERFORM 4900-CONFIRM-THE-UPDATE
                    END-IF
                END-IF
            END-IF.

       4200-CHANGE-RECIPIENT.
            PERFORM 8050-GET-RECIPIENT.
            IF WS-DIST-IS-OK
                PERFORM 3200-SHOW-RECIPIENT
                PERFORM 4500-ACCEPT-DETAILS
                IF WS-ENTRY-IS-OK
                    PERFORM 4600-MOVE-DETAILS
                    REWRITE REPORT-DIST-RECORD
                        INVALID KEY CONTINUE
                    END-REWRITE
                    MOVE "DIST CHANGE" TO WS-EVENT-VERB
                    PERFORM 4900-CONFIRM-THE-UPDATE
                END-IF
            END-IF.

      * DELIVERIES ALREADY LOGGED STAY ON THE LOG - A REMOVED
      * RECIPIENT CAN STILL ACKNOWLEDGE WHAT THEY WERE SENT.
       4400-REMOVE-RECIPIENT.
            PERFORM 8050-GET-RECIPIENT.
            IF WS-DIST-IS-OK
                PERFORM 3200-SHOW-RECIPIENT
                DISPLAY "REMOVE THIS RECIPIENT (Y/N)? "
                ACCEPT WS-ENTRY-ANSWER
                IF WS-ENTRY-ANSWER = "Y"
                    DELETE REPORT-DIST-FILE
                        INVALID KEY CONTINUE
                    END-DELETE
                    MOVE "DIST REMOVE" TO WS-EVENT-VERB
                    PERFORM 4900-CONFIRM-THE-UPDATE
                ELSE
                    DISPLAY "NOT REMOVED"
                END-IF
            END-IF.

      * THE DEPARTMENT MUST BE ON THE DEPARTMENT MASTER AND THE
      * METHOD ONE THE PICKUPS KNOW.  A RECIPIENT WHO IS NOT AN
      * OPERATOR IS ALLOWED, BUT CANNOT SIGN ON TO ACKNOWLEDGE, SO
      * THE OPERATOR IS WARNED.
       4500-ACCEPT-DETAILS.
            MOVE "N" TO WS-ENTRY-OK-SWITCH.
            MOVE WS-ENTRY-RECIPIENT TO OP-OPERATOR-ID.
            READ OPERATOR-FILE
                INVALID KEY
                    DISPLAY "WARNING - " WS-ENTRY-RECIPIENT
                        " IS NOT AN OPERATOR AND CANNOT SIGN ON TO "
                        "ACKNOWLEDGE"
            END-READ.
            DISPLAY "ENTER RECIPIENT NAME: ".
            ACCEPT WS-ENTRY-NAME.
            DISPLAY "ENTER DEPARTMENT CODE: ".
            ACCEPT WS-ENTRY-DEPT.
            DISPLAY "ENTER METHOD P (PRINT BIN), S (SECURE FOLDER) "
                "OR E (EMAIL DROP): ".
            ACCEPT WS-ENTRY-METHOD.
            DISPLAY "ENTER BIN, FOLDER OR ADDRESS: ".
            ACCEPT WS-ENTRY-DESTINATION.
            DISPLAY "ENTER COPIES 01-99: ".
            ACCEPT WS-ENTRY-COPIES.
            DISPLAY "ENTER DAYS TO ACKNOWLEDGE (00 = NOT SENSITIVE): ".
            ACCEPT WS-ENTRY-ACK-DAYS.
            MOVE WS-ENTRY-DEPT TO DP-DEPT-CODE.
            READ DEPT-FILE
                INVALID KEY CONTINUE
            END-READ.
            IF WS-ENTRY-NAME = SPACES
                DISPLAY "RECIPIENT NAME IS REQUIRED"
            ELSE IF NOT WS-DEPT-FILE-OK
                DISPLAY "DEPARTMENT " WS-ENTRY-DEPT
                    " IS NOT ON THE DEPARTMENT MASTER"
            ELSE IF NOT WS-METHOD-VALID
                DISPLAY "METHOD MUST BE P, S OR E"
            ELSE IF WS-ENTRY-DESTINATION = SPACES
                DISPLAY "DESTINATION IS REQUIRED"
            ELSE IF WS-ENTRY-COPIES NOT NUMERIC
                OR WS-ENTRY-COPIES = "00"
                DISPLAY "COPIES MUST BE 01-99"
            ELSE IF WS-ENTRY-ACK-DAYS NOT NUMERIC
                DISPLAY "DAYS TO ACKNOWLEDGE MUST BE 00-99"
            ELSE
                MOVE WS-ENTRY-COPIES TO WS-NEW-COPIES
                MOVE WS-ENTRY-ACK-DAYS TO WS-NEW-ACK-DAYS
                SET WS-ENTRY-IS-OK TO TRUE
                IF WS-ENTRY-METHOD NOT = "P" AND WS-NEW-COPIES > 1
                    DISPLAY "NOTE - ONLY A PRINT BIN GETS MORE THAN "
                        "ONE COPY"
                END-IF
            END-IF.

       4600-MOVE-DETAILS.
            MOVE WS-ENTRY-NAME TO RD-RECIPIENT-NAME.
            MOVE WS-ENTRY-DEPT TO RD-DEPT-CODE.
            MOVE WS-ENTRY-METHOD TO RD-METHOD.
            MOVE WS-ENTRY-DESTINATION TO RD-DESTINATION.
            MOVE WS-NEW-COPIES TO RD-COPIES.
            MOVE WS-NEW-ACK-DAYS TO RD-ACK-DAYS.
            MOVE WS-TODAY TO RD-LAST-CHANGE-DATE.
            MOVE WS-OPERATOR-ID TO RD-LAST-CHANGE-OPERATOR.

      * THE JOURNAL EVENT NAMES THE CHANGE AND THE RECIPIENT.
       4900-CONFIRM-THE-UPDATE.
            MOVE SPACES TO WS-OS-EVENT.
            STRING WS-EVENT-VERB DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   RD-RECIPIENT-ID DELIMITED BY SIZE
                INTO WS-OS-EVENT.
            IF NOT WS-REPORT-DIST-OK
                DISPLAY "UNABLE TO UPDATE REPORT-DIST-FILE, STATUS = "
                    WS-REPORT-DIST-STATUS
                MOVE "F" TO WS-OS-RESULT
            ELSE
                DISPLAY "DISTRIBUTION LIST UPDATED"
                MOVE "O" TO WS-OS-RESULT
            END-IF.
            PERFORM 0600-JOURNAL-EVENT.

      * A RECIPIENT ACKNOWLEDGES THEIR OWN COPY.  A LEVEL 3 OPERATOR
      * CAN KEY IT FOR SOMEONE ELSE - THE LOG RECORDS WHO KEYED IT.
       5000-ACKNOWLEDGE-RECEIPT.
            MOVE "N" TO WS-ENTRY-OK-SWITCH.
            MOVE WS-OPERATOR-ID TO WS-ENTRY-RECIPIENT.
            IF WS-AUTH-LEVEL >= 3
                DISPLAY "ENTER RECIPIENT ID (BLANK = YOURSELF): "
                ACCEPT WS-LIST-RECIPIENT
                IF WS-LIST-RECIPIENT NOT = SPACES
                    MOVE WS-LIST-RECIPIENT TO WS-ENTRY-RECIPIENT
                END-IF
            END-IF.
            PERFORM 6100-SHOW-PENDING-FOR.
            IF WS-LIST-COUNT > ZERO
                DISPLAY "ENTER REPORT NAME: "
                ACCEPT WS-ENTRY-REPORT
                DISPLAY "ENTER REPORT DATE YYYYMMDD: "
                ACCEPT WS-ENTRY-RUN-DATE
                IF WS-ENTRY-RUN-DATE NOT NUMERIC
                    DISPLAY "REPORT DATE MUST BE YYYYMMDD"
                ELSE
                    PERFORM 5100-FIND-PENDING-DELIVERY
                END-IF
            END-IF.
            IF WS-ENTRY-IS-OK
                PERFORM 5200-FILE-THE-ACKNOWLEDGMENT
            END-IF.

      * THE RUN TIME IS NOT KEYED - THE RECIPIENT'S FIRST PENDING
      * DELIVERY OF THE REPORT FOR THAT DATE IS THE ONE MEANT.
       5100-FIND-PENDING-DELIVERY.
            MOVE "N" TO WS-ACK-FOUND-SWITCH.
            MOVE "N" TO WS-SCAN-EOF-SWITCH.
            MOVE WS-ENTRY-REPORT TO DG-REPORT-NAME.
            MOVE WS-ENTRY-RUN-DATE TO DG-RUN-DATE.
            MOVE ZERO TO DG-RUN-TIME.
            MOVE LOW-VALUES TO DG-RECIPIENT-ID.
            START DIST-LOG-FILE KEY IS NOT LESS THAN DG-KEY
                INVALID KEY SET WS-SCAN-DONE TO TRUE
            END-START.
            IF NOT WS-SCAN-DONE
                PERFORM 8950-READ-NEXT-DELIVERY
            END-IF.
            PERFORM 5150-CHECK-ONE-DELIVERY
                UNTIL WS-SCAN-DONE OR WS-ACK-FOUND
                OR DG-REPORT-NAME NOT = WS-ENTRY-REPORT
                OR DG-RUN-DATE NOT = WS-ENTRY-RUN-DATE.
            IF WS-ACK-FOUND
                SET WS-ENTRY-IS-OK TO TRUE
            ELSE
                DISPLAY "NO PENDING " WS-ENTRY-REPORT " OF "
                    WS-ENTRY-RUN-DATE " FOR " WS-ENTRY-RECIPIENT
            END-IF.

       5150-CHECK-ONE-DELIVERY.
            IF DG-RECIPIENT-ID = WS-ENTRY-RECIPIENT
                AND DG-ACK-PENDING
                SET WS-ACK-FOUND TO TRUE
            ELSE
                PERFORM 8950-READ-NEXT-DELIVERY
            END-IF.

      * ACKNOWLEDGING MOVES THE RECORD OFF THE PENDING KEY, SO IT
      * DROPS OFF THE OVERDUE LIST.
       5200-FILE-THE-ACKNOWLEDGMENT.
            ACCEPT WS-NOW FROM TIME.
            SET DG-ACK-RECEIVED TO TRUE.
            MOVE WS-TODAY TO DG-ACK-DATE.
            MOVE WS-NOW TO DG-ACK-TIME.
            MOVE WS-OPERATOR-ID TO DG-ACK-BY.
            MOVE SPACES TO WS-OS-EVENT.
            STRING "DIST ACK " DELIMITED BY SIZE
                   DG-REPORT-NAME DELIMITED BY " "
                   " " DELIMITED BY SIZE
                   DG-RECIPIENT-ID DELIMITED BY SIZE
                INTO WS-OS-EVENT.
            REWRITE DIST-LOG-RECORD
                INVALID KEY CONTINUE
            END-REWRITE.
            IF NOT WS-DIST-LOG-OK
                DISPLAY "UNABLE TO REWRITE DIST-LOG-FILE, STATUS = "
                    WS-DIST-LOG-STATUS
                MOVE "F" TO WS-OS-RESULT
            ELSE
                DISPLAY "RECEIPT OF " DG-REPORT-NAME " "
                    DG-RUN-DATE " ACKNOWLEDGED FOR " DG-RECIPIENT-ID
                MOVE "O" TO WS-OS-RESULT
            END-IF.
            PERFORM 0600-JOURNAL-EVENT.

      * EVERY DELIVERY STILL WAITING FOR ITS ACKNOWLEDGMENT - THE
      * SIGNED-ON OPERATOR'S OWN, OR ANY RECIPIENT'S.
       6000-LIST-PENDING.
            DISPLAY "ENTER RECIPIENT ID (BLANK = YOURSELF): ".
            ACCEPT WS-LIST-RECIPIENT.
            IF WS-LIST-RECIPIENT = SPACES
                MOVE WS-OPERATOR-ID TO WS-ENTRY-RECIPIENT
            ELSE
                MOVE WS-LIST-RECIPIENT TO WS-ENTRY-RECIPIENT
            END-IF.
            PERFORM 6100-SHOW-PENDING-FOR.

       6100-SHOW-PENDING-FOR.
            MOVE ZERO TO WS-LIST-COUNT.
            MOVE "N" TO WS-SCAN-EOF-SWITCH.
            SET DG-ACK-PENDING TO TRUE.
            MOVE WS-ENTRY-RECIPIENT TO DG-ACK-RECIPIENT.
            START DIST-LOG-FILE KEY IS NOT LESS THAN DG-ACK-KEY
                INVALID KEY SET WS-SCAN-DONE TO TRUE
            END-START.
            IF NOT WS-SCAN-DONE
                PERFORM 8950-READ-NEXT-DELIVERY
            END-IF.
            PERFORM 6200-SHOW-ONE-PENDING
                UNTIL WS-SCAN-DONE
                OR NOT DG-ACK-PENDING
                OR DG-ACK-RECIPIENT NOT = WS-ENTRY-RECIPIENT.
            DISPLAY WS-LIST-COUNT " DELIVERY(IES) AWAITING "
                "ACKNOWLEDGMENT BY " WS-ENTRY-RECIPIENT.

       6200-SHOW-ONE-PENDING.
            ADD 1 TO WS-LIST-COUNT.
            IF WS-TODAY > DG-ACK-DUE-DATE
                MOVE "OVERDUE" TO WS-SHOW-ACK
            ELSE
                MOVE SPACES TO WS-SHOW-ACK
            END-IF.
            DISPLAY "  " DG-REPORT-NAME " " DG-RUN-DATE " SENT "
                DG-DIST-DATE " DUE " DG-ACK-DUE-DATE " " WS-SHOW-ACK.
            PERFORM 8950-READ-NEXT-DELIVERY.

      * THE REPORT NAME AND RECIPIENT ID ARE THE KEY OF A LIST ENTRY.
       8000-ACCEPT-DIST-KEY.
            MOVE "N" TO WS-ENTRY-OK-SWITCH.
            DISPLAY "ENTER REPORT NAME: ".
            ACCEPT WS-ENTRY-REPORT.
            DISPLAY "ENTER RECIPIENT ID: ".
            ACCEPT WS-ENTRY-RECIPIENT.
            IF WS-ENTRY-REPORT = SPACES
                DISPLAY "REPORT NAME IS REQUIRED"
            ELSE IF WS-ENTRY-RECIPIENT = SPACES
                DISPLAY "RECIPIENT ID IS REQUIRED"
            ELSE
                MOVE WS-ENTRY-REPORT TO RD-REPORT-NAME
                MOVE WS-ENTRY-RECIPIENT TO RD-RECIPIENT-ID
                SET WS-ENTRY-IS-OK TO TRUE
            END-IF.

       8050-GET-RECIPIENT.
            MOVE "N" TO WS-DIST-OK-SWITCH.
            PERFORM 8000-ACCEPT-DIST-KEY.
            IF WS-ENTRY-IS-OK
                READ REPORT-DIST-FILE
                    INVALID KEY
                        DISPLAY "RECIPIENT " RD-RECIPIENT-ID
                            " IS NOT ON THE LIST FOR " RD-REPORT-NAME
                    NOT INVALID KEY
                        SET WS-DIST-IS-OK TO TRUE
                END-READ
            END-IF.

       8100-DESCRIBE-METHOD.
            IF WS-ENTRY-METHOD = "P"
                MOVE "PRINT BIN" TO WS-SHOW-METHOD
            ELSE IF WS-ENTRY-METHOD = "S"
                MOVE "SECURE FOLDER" TO WS-SHOW-METHOD
            ELSE IF WS-ENTRY-METHOD = "E"
                MOVE "EMAIL DROP" TO WS-SHOW-METHOD
            ELSE
                MOVE "UNKNOWN" TO WS-SHOW-METHOD
            END-IF.

       8900-READ-NEXT-RECIPIENT.
            READ REPORT-DIST-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-REPORT-DIST-OK AND NOT WS-REPORT-DIST-EOF
                DISPLAY "REPORT-DIST-FILE READ ERROR, STATUS = "
                    WS-REPORT-DIST-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.

       8950-READ-NEXT-DELIVERY.
            READ DIST-LOG-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-DIST-LOG-OK AND NOT WS-DIST-LOG-EOF
                DISPLAY "DIST-LOG-FILE READ ERROR, STATUS = "
                    WS-DIST-LOG-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.
       END PROGRAM DSTMNT01.

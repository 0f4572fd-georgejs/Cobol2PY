      *                  reuse history, and option 4 resets a
      *                  lockout: failure count cleared, status
      *                  back to active, journaled.
      *   2026-10-15 DW  Payment release limits - adding a level-3
      *                  or level-9 operator asks for the largest
      *                  single vendor payment they may release
      *                  alone (OP-RELEASE-LIMIT), and an update
      *                  shows the limit and offers to change it.
      *                  Lower levels always carry zero.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRMNT01.
       01  WS-SIGNON-TRIES             PIC 9(01) VALUE ZERO.

       01  WS-ENTRY-LEVEL              PIC X(01).
      * RELEASE LIMITS ARE KEYED IN WHOLE DOLLARS.
       01  WS-ENTRY-LIMIT              PIC 9(09).
       01  WS-LIMIT-ANSWER             PIC X(01).
       01  WS-REINSTATE-ANSWER         PIC X(01).

       PROCEDURE DIVISION.
                ACCEPT OP-PASSWORD-DATE FROM DATE YYYYMMDD
                MOVE ZERO TO OP-FAIL-COUNT
                MOVE SPACES TO OP-PRIOR-PASSWORDS
                MOVE ZERO TO OP-RELEASE-LIMIT
                IF OP-LEVEL-POST OR OP-LEVEL-ADMIN
                    PERFORM 6000-ACCEPT-RELEASE-LIMIT
                END-IF
                WRITE OPERATOR-RECORD
                    INVALID KEY
                        DISPLAY "OPERATOR " OP-OPERATOR-ID
                        OR WS-ENTRY-LEVEL = "9"
                        MOVE WS-ENTRY-LEVEL TO OP-AUTH-LEVEL
                    END-IF
                    IF OP-RELEASE-LIMIT NOT NUMERIC
                        OR OP-AUTH-LEVEL < 3
                        MOVE ZERO TO OP-RELEASE-LIMIT
                    END-IF
                    DISPLAY "RELEASE LIMIT IS " OP-RELEASE-LIMIT
                        " - CHANGE IT? (Y/N): "
                    ACCEPT WS-LIMIT-ANSWER
                    IF WS-LIMIT-ANSWER = "Y"
                        PERFORM 6000-ACCEPT-RELEASE-LIMIT
                    END-IF
                    IF OP-REVOKED
                        DISPLAY "OPERATOR IS REVOKED - REINSTATE? "
                            "(Y/N): "
                    END-IF
            END-READ.

      * THE PAYMENT RELEASE LIMIT - THE LARGEST SINGLE VENDOR
      * PAYMENT THIS OPERATOR MAY RELEASE WITHOUT A SECOND
      * RELEASER.  ONLY LEVEL 3 AND 9 CAN RELEASE AT ALL, SO A
      * LOWER LEVEL ALWAYS CARRIES ZERO.
       6000-ACCEPT-RELEASE-LIMIT.
            IF OP-AUTH-LEVEL < 3
                DISPLAY "LEVEL " OP-AUTH-LEVEL " CANNOT RELEASE "
                    "PAYMENTS - LIMIT SET TO ZERO"
                MOVE ZERO TO OP-RELEASE-LIMIT
            ELSE
                DISPLAY "ENTER RELEASE LIMIT IN WHOLE DOLLARS: "
                ACCEPT WS-ENTRY-LIMIT
                IF WS-ENTRY-LIMIT NOT NUMERIC
                    DISPLAY "LIMIT MUST BE ALL DIGITS - SET TO ZERO"
                    MOVE ZERO TO OP-RELEASE-LIMIT
                ELSE
                    MOVE WS-ENTRY-LIMIT TO OP-RELEASE-LIMIT
                END-IF
            END-IF.

       8000-LOG-MAINT-EVENT.
            MOVE "L" TO WS-OS-FUNCTION.
            MOVE SPACES TO WS-OS-EVENT.

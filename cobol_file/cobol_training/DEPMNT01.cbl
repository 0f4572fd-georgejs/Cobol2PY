      * Date:
      * Purpose:     Maintains the department master - the codes the
      *              phone directory validates against, each with its
      *              name, cost center, the block of phone
      *              extensions it has been given, and the head the
      *              expense exception report is addressed to.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *                  committed spend.  Setting a budget never
      *                  touches the committed figure - that belongs
      *                  to invoice entry.
      *   2026-10-15 DW  Added the department's phone extension range
      *                  (option 6, shown on look-up) - the block the
      *                  phone directory now keeps each department's
      *                  extensions inside.  A new department starts
      *                  with no range set.
      *   2026-10-15 DW  Added the department head (asked on add,
      *                  option 7, shown on look-up) - the expense
      *                  exception report is addressed to them.
      *   2026-10-15 DW  A new budget record starts with nothing
      *                  encumbered, and the look-up shows what open
      *                  purchase orders have encumbered.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPMNT01.
           88 WS-CHOICE-REMOVE             VALUE "3".
           88 WS-CHOICE-SET-BUDGET         VALUE "4".
           88 WS-CHOICE-LOOK-UP-BUDGET     VALUE "5".
           88 WS-CHOICE-SET-EXT-RANGE      VALUE "6".
           88 WS-CHOICE-SET-HEAD           VALUE "7".
           88 WS-CHOICE-EXIT               VALUE "9".

       01  WS-BUDGET-FILE-STATUS      PIC X(02).
       01  WS-ENTRY-PERIOD             PIC X(06).
       01  WS-ENTRY-AMOUNT             PIC X(12).
       01  WS-ENTRY-AMOUNT-9           PIC 9(12).
       01  WS-ENTRY-EXT-LOW            PIC X(05).
       01  WS-ENTRY-EXT-HIGH           PIC X(05).

       PROCEDURE DIVISION.
       0000-MAINLINE.

       1000-MAINTAIN-LOOP.
            DISPLAY "1-ADD DEPARTMENT  2-LOOK UP  3-REMOVE  "
                "4-SET BUDGET  5-BUDGET LOOK UP".
            DISPLAY "6-SET EXTENSION RANGE  7-SET DEPARTMENT HEAD  "
                "9-EXIT".
            DISPLAY "ENTER CHOICE: ".
            ACCEPT WS-MENU-CHOICE.
            IF WS-CHOICE-ADD
                PERFORM 5000-SET-BUDGET
            ELSE IF WS-CHOICE-LOOK-UP-BUDGET
                PERFORM 6000-LOOK-UP-BUDGET
            ELSE IF WS-CHOICE-SET-EXT-RANGE
                PERFORM 7000-SET-EXTENSION-RANGE
            ELSE IF WS-CHOICE-SET-HEAD
                PERFORM 8000-SET-DEPARTMENT-HEAD
            ELSE IF WS-CHOICE-EXIT
                SET WS-MAINT-DONE TO TRUE
            ELSE
            ACCEPT DP-DEPT-NAME.
            DISPLAY "ENTER COST CENTER (6 CHARACTERS): ".
            ACCEPT DP-COST-CENTER.
            DISPLAY "ENTER DEPARTMENT HEAD: ".
            ACCEPT DP-DEPT-HEAD.
            MOVE ZERO TO DP-EXT-LOW.
            MOVE ZERO TO DP-EXT-HIGH.
            IF DP-DEPT-CODE = SPACES OR DP-DEPT-NAME = SPACES
                DISPLAY "CODE AND NAME ARE REQUIRED"
            ELSE
                NOT INVALID KEY
                    DISPLAY DP-DEPT-CODE " " DP-DEPT-NAME
                        " COST CENTER " DP-COST-CENTER
                    IF DP-DEPT-HEAD = SPACES
                        DISPLAY "  DEPARTMENT HEAD NOT SET"
                    ELSE
                        DISPLAY "  HEAD " DP-DEPT-HEAD
                    END-IF
                    IF DP-EXT-HIGH = ZERO
                        DISPLAY "  EXTENSION RANGE NOT SET"
                    ELSE
                        DISPLAY "  EXTENSIONS " DP-EXT-LOW " - "
                            DP-EXT-HIGH
                    END-IF
            END-READ.

       4000-REMOVE-DEPARTMENT.
            END-READ.

      * SET (OR RESET) THE BUDGET FOR ONE COST CENTER AND PERIOD.
      * THE COMMITTED FIGURE IS INVOICE ENTRY'S TO MAINTAIN, AND THE
      * ENCUMBERED FIGURE PO ENTRY'S - A BUDGET CHANGE NEVER TOUCHES
      * EITHER.
       5000-SET-BUDGET.
            DISPLAY "ENTER COST CENTER (6 CHARACTERS): ".
            ACCEPT BG-COST-CENTER.
                        COMPUTE BG-BUDGET-AMOUNT =
                            WS-ENTRY-AMOUNT-9 / 100
                        MOVE ZERO TO BG-COMMITTED-AMOUNT
                        MOVE ZERO TO BG-ENCUMBERED-AMOUNT
                        WRITE BUDGET-RECORD
                    NOT INVALID KEY
                        MOVE WS-ENTRY-AMOUNT TO WS-ENTRY-AMOUNT-9
                            " PERIOD " BG-PERIOD
                        DISPLAY "  BUDGET    " BG-BUDGET-AMOUNT
                        DISPLAY "  COMMITTED " BG-COMMITTED-AMOUNT
                        IF BG-ENCUMBERED-AMOUNT NUMERIC
                            DISPLAY "  ENCUMBERED "
                                BG-ENCUMBERED-AMOUNT
                        END-IF
                END-READ
            END-IF.

      * SET (OR CLEAR) THE BLOCK OF PHONE EXTENSIONS A DEPARTMENT
      * HAS BEEN GIVEN.  ZERO FOR BOTH ENDS CLEARS IT - THE PHONE
      * DIRECTORY THEN TAKES ANY EXTENSION FOR THAT DEPARTMENT.
       7000-SET-EXTENSION-RANGE.
            DISPLAY "ENTER DEPARTMENT CODE: ".
            ACCEPT DP-DEPT-CODE.
            READ DEPT-FILE
                INVALID KEY
                    DISPLAY "DEPARTMENT NOT ON FILE: " DP-DEPT-CODE
                NOT INVALID KEY
                    PERFORM 7100-CAPTURE-EXTENSION-RANGE
            END-READ.

       7100-CAPTURE-EXTENSION-RANGE.
            DISPLAY "ENTER LOWEST EXTENSION (5 DIGITS, 00000 TO "
                "CLEAR): ".
            ACCEPT WS-ENTRY-EXT-LOW.
            DISPLAY "ENTER HIGHEST EXTENSION (5 DIGITS, 00000 TO "
                "CLEAR): ".
            ACCEPT WS-ENTRY-EXT-HIGH.
            IF WS-ENTRY-EXT-LOW NOT NUMERIC
                OR WS-ENTRY-EXT-HIGH NOT NUMERIC
                DISPLAY "EXTENSIONS MUST BE 5 DIGITS"
            ELSE IF WS-ENTRY-EXT-LOW > WS-ENTRY-EXT-HIGH
                DISPLAY "LOWEST EXTENSION IS ABOVE THE HIGHEST"
            ELSE
                MOVE WS-ENTRY-EXT-LOW  TO DP-EXT-LOW
                MOVE WS-ENTRY-EXT-HIGH TO DP-EXT-HIGH
                REWRITE DEPT-RECORD
                    INVALID KEY
                        DISPLAY "UNABLE TO UPDATE DEPARTMENT, STATUS = "
                            WS-DEPT-FILE-STATUS
                    NOT INVALID KEY
                        IF DP-EXT-HIGH = ZERO
                            DISPLAY "DEPARTMENT " DP-DEPT-CODE
                                " EXTENSION RANGE CLEARED"
                        ELSE
                            DISPLAY "DEPARTMENT " DP-DEPT-CODE
                                " EXTENSIONS " DP-EXT-LOW " - "
                                DP-EXT-HIGH
                        END-IF
                END-REWRITE
            END-IF.

      * THE DEPARTMENT HEAD IS WHO THE EXPENSE EXCEPTION REPORT IS
      * ADDRESSED TO.  BLANK CLEARS IT - THE REPORT THEN PRINTS THE
      * DEPARTMENT WITH NO NAME ON IT.
       8000-SET-DEPARTMENT-HEAD.
            DISPLAY "ENTER DEPARTMENT CODE: ".
            ACCEPT DP-DEPT-CODE.
            READ DEPT-FILE
                INVALID KEY
                    DISPLAY "DEPARTMENT NOT ON FILE: " DP-DEPT-CODE
                NOT INVALID KEY
                    DISPLAY "ENTER DEPARTMENT HEAD (BLANK TO CLEAR): "
                    ACCEPT DP-DEPT-HEAD
                    REWRITE DEPT-RECORD
                        INVALID KEY
                            DISPLAY "UNABLE TO UPDATE DEPARTMENT, "
                                "STATUS = " WS-DEPT-FILE-STATUS
                        NOT INVALID KEY
                            DISPLAY "DEPARTMENT " DP-DEPT-CODE
                                " HEAD SET"
                    END-REWRITE
            END-READ.
       END PROGRAM DEPMNT01.

      *              with a vendor on the shared invoice, payment
      *              and register files.  Direct-deposit details
      *              ride the employee record and the ACH run pays
      *              them like any EFT payee.  The employee's
      *              department (checked against DEPT-FILE) routes
      *              expense exceptions to its head.  Level 3 - the
      *              function hands out bank details and payees.
      * Tectonics: cobc
      ******************************************************************
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-09-02 DW  Original employee maintenance.
      *   2026-10-15 DW  The employee's department - asked on add and
      *                  set through option 5, checked against the
      *                  department master, shown on look-up.  The
      *                  expense exception report groups by it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMNT01.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLEMP01.cbl".
           COPY "SLDEP01.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDEMP01.cbl".
           COPY "FDDEP01.cbl".

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYEE-FILE-STATUS    PIC X(02).
           88 WS-EMPLOYEE-MISSING         VALUE "35".
           88 WS-EMPLOYEE-NOT-FOUND       VALUE "23".
           88 WS-EMPLOYEE-DUP-KEY         VALUE "22".
       01  WS-DEPT-FILE-STATUS        PIC X(02).
           88 WS-DEPT-FILE-OK             VALUE "00".
       01  WS-DEPT-OPEN-SWITCH        PIC X(01) VALUE "N".
           88 WS-DEPT-MASTER-OPEN         VALUE "Y".
       01  WS-DEPT-VALID-SWITCH       PIC X(01).
           88 WS-DEPT-IS-VALID            VALUE "Y".

       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-SIGNON-OK-SWITCH        PIC X(01) VALUE "N".
           88 WS-CHOICE-LOOK-UP            VALUE "2".
           88 WS-CHOICE-BANK               VALUE "3".
           88 WS-CHOICE-DEACTIVATE         VALUE "4".
           88 WS-CHOICE-DEPARTMENT         VALUE "5".
           88 WS-CHOICE-EXIT               VALUE "9".
       01  WS-ENTRY-VALUE              PIC X(30).

                        "NEEDS LEVEL 3"
                ELSE
                    PERFORM 1500-OPEN-EMPLOYEE-FILE
                    PERFORM 1600-OPEN-DEPT-FILE
                    PERFORM 1000-MAINTAIN-LOOP UNTIL WS-MAINT-DONE
                    CLOSE EMPLOYEE-FILE
                    IF WS-DEPT-MASTER-OPEN
                        CLOSE DEPT-FILE
                    END-IF
                END-IF
            END-IF.
            GOBACK.
                SET WS-MAINT-DONE TO TRUE
            END-IF.

      * THE DEPARTMENT MASTER IS READ ONLY HERE.  WITHOUT IT A
      * DEPARTMENT CODE CANNOT BE CHECKED, SO NONE IS TAKEN.
       1600-OPEN-DEPT-FILE.
            OPEN INPUT DEPT-FILE.
            IF WS-DEPT-FILE-OK
                SET WS-DEPT-MASTER-OPEN TO TRUE
            ELSE
                DISPLAY "NO DEPARTMENT MASTER - DEPARTMENTS CANNOT "
                    "BE SET, STATUS = " WS-DEPT-FILE-STATUS
            END-IF.

       1000-MAINTAIN-LOOP.
            DISPLAY "1-ADD EMPLOYEE  2-LOOK UP  3-BANK DETAILS  "
                "4-DEACTIVATE  5-DEPARTMENT  9-EXIT".
            DISPLAY "ENTER CHOICE: ".
            ACCEPT WS-MENU-CHOICE.
            IF WS-CHOICE-ADD
                PERFORM 4000-SET-BANK-DETAILS
            ELSE IF WS-CHOICE-DEACTIVATE
                PERFORM 5000-DEACTIVATE-EMPLOYEE
            ELSE IF WS-CHOICE-DEPARTMENT
                PERFORM 6000-SET-DEPARTMENT
            ELSE IF WS-CHOICE-EXIT
                SET WS-MAINT-DONE TO TRUE
            ELSE
                MOVE SPACES TO EM-BANK-ROUTING
                MOVE SPACES TO EM-BANK-ACCOUNT
                MOVE SPACES TO EM-BANK-ACCT-TYPE
                PERFORM 6100-CAPTURE-DEPARTMENT
                IF NOT WS-DEPT-IS-VALID
                    MOVE SPACES TO EM-DEPT-CODE
                    DISPLAY "DEPARTMENT LEFT BLANK - SET IT WITH "
                        "OPTION 5"
                END-IF
                WRITE EMPLOYEE-RECORD
                    INVALID KEY
                        DISPLAY "EMPLOYEE " EM-EMPLOYEE-NUMBER
                NOT INVALID KEY
                    DISPLAY EM-EMPLOYEE-NUMBER " " EM-NAME
                        " STATUS " EM-STATUS
                        " DEPT " EM-DEPT-CODE
                    DISPLAY "  EFT " EM-EFT-FLAG
                        " ROUTING " EM-BANK-ROUTING
                        " TYPE " EM-BANK-ACCT-TYPE
                            "STATUS = " WS-EMPLOYEE-FILE-STATUS
                    END-IF
            END-READ.

      * THE DEPARTMENT DECIDES WHOSE HEAD SEES THE EMPLOYEE'S EXPENSE
      * EXCEPTIONS, SO IT HAS TO BE A CODE ON THE DEPARTMENT MASTER.
       6000-SET-DEPARTMENT.
            DISPLAY "ENTER PAYEE NUMBER: ".
            ACCEPT EM-EMPLOYEE-NUMBER.
            READ EMPLOYEE-FILE
                INVALID KEY
                    DISPLAY "EMPLOYEE NOT ON FILE: "
                        EM-EMPLOYEE-NUMBER
                NOT INVALID KEY
                    PERFORM 6100-CAPTURE-DEPARTMENT
                    IF WS-DEPT-IS-VALID
                        REWRITE EMPLOYEE-RECORD
                        IF WS-EMPLOYEE-FILE-OK
                            DISPLAY "EMPLOYEE " EM-EMPLOYEE-NUMBER
                                " NOW IN DEPARTMENT " EM-DEPT-CODE
                        ELSE
                            DISPLAY "UNABLE TO REWRITE EMPLOYEE, "
                                "STATUS = " WS-EMPLOYEE-FILE-STATUS
                        END-IF
                    END-IF
            END-READ.

       6100-CAPTURE-DEPARTMENT.
            MOVE "N" TO WS-DEPT-VALID-SWITCH.
            DISPLAY "ENTER DEPARTMENT CODE: ".
            ACCEPT WS-ENTRY-VALUE.
            IF NOT WS-DEPT-MASTER-OPEN
                DISPLAY "NO DEPARTMENT MASTER - DEPARTMENT NOT SET"
            ELSE IF WS-ENTRY-VALUE(1:4) = SPACES
                DISPLAY "DEPARTMENT CODE IS REQUIRED"
            ELSE
                MOVE WS-ENTRY-VALUE(1:4) TO DP-DEPT-CODE
                READ DEPT-FILE
                    INVALID KEY
                        DISPLAY "DEPARTMENT NOT ON FILE: "
                            DP-DEPT-CODE
                    NOT INVALID KEY
                        MOVE DP-DEPT-CODE TO EM-DEPT-CODE
                        SET WS-DEPT-IS-VALID TO TRUE
                END-READ
            END-IF.
       END PROGRAM EMPMNT01.

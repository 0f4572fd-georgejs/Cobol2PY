      *                  the bank account master via the register's
      *                  CR-BANK-ACCT-CODE instead of a program
      *                  constant - we disburse from three accounts.
      *   2026-10-15 DW  A check made out to a remit-to payee
      *                  (CR-REMIT-CODE) is exported under the remit-to
      *                  payee name it was printed with.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSPAY01.
       01  WS-EXPORT-AMOUNT-TOTAL      PIC S9(11)V99 COMP-3
                                           VALUE ZERO.

      * FIELDS FOR THE RMTLKP01 REMIT-TO CALL.  A CHECK MADE OUT TO A
      * REMIT-TO PAYEE GOES TO THE BANK UNDER THAT NAME.
       01  WS-RR-FUNCTION              PIC X(01).
       01  WS-RR-VENDOR-NUMBER         PIC 9(05).
       01  WS-RR-REMIT-CODE            PIC X(02).
       01  WS-RR-RESULT                PIC X(01).
           88 WS-RR-CODE-FOUND             VALUE "F".
       01  WS-RR-USED-CODE             PIC X(02).
       01  WS-RR-PAYEE-NAME            PIC X(30).
       01  WS-RR-ADDRESS-1             PIC X(30).
       01  WS-RR-ADDRESS-2             PIC X(30).
       01  WS-RR-CITY                  PIC X(20).
       01  WS-RR-STATE                 PIC X(02).
       01  WS-RR-ZIP                   PIC X(10).

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INITIALIZE.
                    WS-VENDOR-FILE-STATUS
                MOVE SPACES TO PP-PAYEE-NAME
            END-IF.
            IF CR-REMIT-CODE NOT = SPACES
                PERFORM 3100-USE-REMIT-TO-PAYEE
            END-IF.
            WRITE POSPAY-RECORD.
            IF NOT WS-POSPAY-OK
                DISPLAY "UNABLE TO WRITE POSPAY-FILE, STATUS = "
            ADD 1 TO WS-CHECKS-EXPORTED.
            ADD CR-AMOUNT TO WS-EXPORT-AMOUNT-TOTAL.

       3100-USE-REMIT-TO-PAYEE.
            MOVE "L" TO WS-RR-FUNCTION.
            MOVE CR-VENDOR-NUMBER TO WS-RR-VENDOR-NUMBER.
            MOVE CR-REMIT-CODE TO WS-RR-REMIT-CODE.
            CALL "RMTLKP01" USING WS-RR-FUNCTION WS-RR-VENDOR-NUMBER
                WS-RR-REMIT-CODE WS-RR-RESULT WS-RR-USED-CODE
                WS-RR-PAYEE-NAME WS-RR-ADDRESS-1 WS-RR-ADDRESS-2
                WS-RR-CITY WS-RR-STATE WS-RR-ZIP.
            IF WS-RR-CODE-FOUND AND WS-RR-PAYEE-NAME NOT = SPACES
                MOVE WS-RR-PAYEE-NAME TO PP-PAYEE-NAME
            END-IF.

       9000-TERMINATE.
            DISPLAY "CHECKS EXPORTED         : " WS-CHECKS-EXPORTED.
            DISPLAY "EXPORT AMOUNT TOTAL     : "
            CLOSE BANK-ACCOUNT-FILE.
            CLOSE VENDOR-FILE.
            CLOSE CHECK-REGISTER-FILE.
            MOVE "X" TO WS-RR-FUNCTION.
            CALL "RMTLKP01" USING WS-RR-FUNCTION WS-RR-VENDOR-NUMBER
                WS-RR-REMIT-CODE WS-RR-RESULT WS-RR-USED-CODE
                WS-RR-PAYEE-NAME WS-RR-ADDRESS-1 WS-RR-ADDRESS-2
                WS-RR-CITY WS-RR-STATE WS-RR-ZIP.
       END PROGRAM POSPAY01.

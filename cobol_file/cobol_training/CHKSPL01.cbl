      *                  90000-99999) reprints its payee name off
      *                  EMPLOYEE-FILE, the way the check writer
      *                  addresses it.
      *   2026-10-15 DW  The reissue carries the spoiled check's
      *                  remit-to code, and reprints to the remit-to
      *                  payee name when the check was made out to one.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKSPL01.
       01  WS-SAVED-DUAL-FLAG          PIC X(01).
           88 WS-SAVED-DUAL-SIGNED         VALUE "Y".
       01  WS-SAVED-COMPANY            PIC X(02).
       01  WS-SAVED-REMIT-CODE         PIC X(02).

      * FIELDS FOR THE RMTLKP01 REMIT-TO CALL - THE REPRINT GOES TO
      * THE SAME PAYEE THE SPOILED CHECK WAS MADE OUT TO.
       01  WS-RR-FUNCTION              PIC X(01).
       01  WS-RR-RESULT                PIC X(01).
           88 WS-RR-CODE-FOUND             VALUE "F".
       01  WS-RR-USED-CODE             PIC X(02).
       01  WS-RR-PAYEE-NAME            PIC X(30).
       01  WS-RR-ADDRESS-1             PIC X(30).
       01  WS-RR-ADDRESS-2             PIC X(30).
       01  WS-RR-CITY                  PIC X(20).
       01  WS-RR-STATE                 PIC X(02).
       01  WS-RR-ZIP                   PIC X(10).
       01  WS-REISSUE-DATE             PIC 9(08).
       01  WS-RUN-ACCOUNT-CODE         PIC X(03).
       01  WS-SCAN-EOF-SWITCH          PIC X(01).
            MOVE CR-AMOUNT         TO WS-SAVED-AMOUNT.
            MOVE CR-DUAL-SIGN-FLAG TO WS-SAVED-DUAL-FLAG.
            MOVE CR-COMPANY-CODE   TO WS-SAVED-COMPANY.
            MOVE CR-REMIT-CODE     TO WS-SAVED-REMIT-CODE.
            MOVE WS-RUN-ACCOUNT-CODE TO BA-ACCOUNT-CODE.
            READ BANK-ACCOUNT-FILE
                INVALID KEY
            MOVE ZERO TO CR-REISSUED-AS.
            MOVE WS-SAVED-DUAL-FLAG TO CR-DUAL-SIGN-FLAG.
            MOVE WS-SAVED-COMPANY TO CR-COMPANY-CODE.
            MOVE WS-SAVED-REMIT-CODE TO CR-REMIT-CODE.
            WRITE CHECK-REGISTER-RECORD
                INVALID KEY
                    DISPLAY "DUPLICATE CHECK NUMBER "
                    NOT INVALID KEY
                        MOVE VENDOR-NAME TO WS-CK-PAYEE
                END-READ
                IF WS-SAVED-REMIT-CODE NOT = SPACES
                    PERFORM 3050-USE-REMIT-TO-PAYEE
                END-IF
            END-IF.
            MOVE WS-SAVED-VENDOR TO WS-CK-VENDOR.
            MOVE WS-CHECK-LINE-2 TO CHECK-PRINT-LINE.
            END-IF.
            PERFORM 4000-PRINT-STUB-INVOICES.

      * A CHECK MADE OUT TO A REMIT-TO PAYEE REPRINTS TO THE SAME
      * NAME, WHILE THAT REMIT-TO IS STILL ON FILE.
       3050-USE-REMIT-TO-PAYEE.
            MOVE "L" TO WS-RR-FUNCTION.
            CALL "RMTLKP01" USING WS-RR-FUNCTION WS-SAVED-VENDOR
                WS-SAVED-REMIT-CODE WS-RR-RESULT WS-RR-USED-CODE
                WS-RR-PAYEE-NAME WS-RR-ADDRESS-1 WS-RR-ADDRESS-2
                WS-RR-CITY WS-RR-STATE WS-RR-ZIP.
            IF WS-RR-CODE-FOUND AND WS-RR-PAYEE-NAME NOT = SPACES
                MOVE WS-RR-PAYEE-NAME TO WS-CK-PAYEE
            END-IF.

      * THE STUB IS REBUILT FROM THE INVOICES STAMPED WITH THE
      * SPOILED NUMBER - THE SAME LIST THE RUINED CHECK CARRIED -
      * AND EACH ONE IS RESTAMPED WITH THE REISSUED NUMBER SO THE
            CLOSE INVOICE-FILE.
            CLOSE BANK-ACCOUNT-FILE.
            CLOSE CHECK-REGISTER-FILE.
            MOVE "X" TO WS-RR-FUNCTION.
            CALL "RMTLKP01" USING WS-RR-FUNCTION WS-SAVED-VENDOR
                WS-SAVED-REMIT-CODE WS-RR-RESULT WS-RR-USED-CODE
                WS-RR-PAYEE-NAME WS-RR-ADDRESS-1 WS-RR-ADDRESS-2
                WS-RR-CITY WS-RR-STATE WS-RR-ZIP.
       END PROGRAM CHKSPL01.

      *                  owns it (blank keys as the parent "01") -
      *                  the check writer refuses to draw another
      *                  company's payments on it.
      *   2026-10-15 DW  Added option 5 - allow (or stop) the account
      *                  paying other companies' payments.  A new
      *                  account starts at "N"; look-up says when the
      *                  account may pay on another's behalf.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKMNT01.
           88 WS-CHOICE-LOOK-UP            VALUE "2".
           88 WS-CHOICE-SET-NUMBER         VALUE "3".
           88 WS-CHOICE-SET-DUAL-LIMIT     VALUE "4".
           88 WS-CHOICE-SET-ON-BEHALF      VALUE "5".
           88 WS-CHOICE-EXIT               VALUE "9".

      * FIELDS FOR THE RECLCK01 RECORD-LOCK CALLS.

       01  WS-ENTRY-NUMBER             PIC X(08).
       01  WS-ENTRY-COMPANY            PIC X(02).
       01  WS-ENTRY-FLAG               PIC X(01).
       01  WS-ENTRY-AMOUNT             PIC X(12).
       01  WS-ENTRY-AMOUNT-9           PIC 9(12).


       1000-MAINTAIN-LOOP.
            DISPLAY "1-ADD ACCOUNT  2-LOOK UP  3-SET NEXT CHECK NO  "
                "4-SET DUAL-SIGN LIMIT".
            DISPLAY "5-SET PAY-ON-BEHALF  9-EXIT".
            DISPLAY "ENTER CHOICE: ".
            ACCEPT WS-MENU-CHOICE.
            IF WS-CHOICE-ADD
                PERFORM 4000-SET-NEXT-NUMBER
            ELSE IF WS-CHOICE-SET-DUAL-LIMIT
                PERFORM 5000-SET-DUAL-SIGN-LIMIT
            ELSE IF WS-CHOICE-SET-ON-BEHALF
                PERFORM 6000-SET-ON-BEHALF
            ELSE IF WS-CHOICE-EXIT
                SET WS-MAINT-DONE TO TRUE
            ELSE
            ELSE
                MOVE WS-ENTRY-NUMBER TO BA-NEXT-CHECK-NUMBER
                MOVE ZERO TO BA-DUAL-SIGN-LIMIT
                MOVE "N" TO BA-ON-BEHALF-FLAG
                IF WS-ENTRY-COMPANY = SPACES
                    MOVE "01" TO BA-COMPANY-CODE
                ELSE
                    DISPLAY "  DUAL-SIGN LIMIT "
                        BA-DUAL-SIGN-LIMIT
                    DISPLAY "  COMPANY " BA-COMPANY-CODE
                    IF BA-MAY-PAY-ON-BEHALF
                        DISPLAY "  MAY PAY ON BEHALF OF OTHER "
                            "COMPANIES"
                    END-IF
            END-READ.

      * CORRECT THE NEXT CHECK NUMBER - NEEDED WHEN A BOX OF CHECK
                END-IF
            END-IF.

      * WHETHER THE ACCOUNT MAY PAY OTHER COMPANIES' PAYMENTS.  THE
      * CHECK RUN STILL HAS TO NAME THE COMPANY IT IS PAYING FOR -
      * THIS ONLY SAYS THE ACCOUNT IS ALLOWED TO.
       6000-SET-ON-BEHALF.
            DISPLAY "ENTER ACCOUNT CODE: ".
            ACCEPT BA-ACCOUNT-CODE.
            READ BANK-ACCOUNT-FILE
                INVALID KEY
                    DISPLAY "ACCOUNT NOT ON FILE: " BA-ACCOUNT-CODE
                NOT INVALID KEY
                    PERFORM 7000-LOCK-THE-ACCOUNT
                    IF WS-RK-RECORD-BUSY
                        DISPLAY "ACCOUNT " BA-ACCOUNT-CODE
                            " IN USE BY " WS-RK-HOLDER
                    ELSE
                        PERFORM 6100-SET-ON-BEHALF-BODY
                        PERFORM 7100-UNLOCK-THE-ACCOUNT
                    END-IF
            END-READ.

       6100-SET-ON-BEHALF-BODY.
            IF BA-MAY-PAY-ON-BEHALF
                DISPLAY "ACCOUNT MAY PAY ON BEHALF OF OTHER COMPANIES"
            ELSE
                DISPLAY "ACCOUNT PAYS ONLY COMPANY " BA-COMPANY-CODE
            END-IF.
            DISPLAY "ALLOW PAYING ON BEHALF OF OTHER COMPANIES (Y/N): ".
            ACCEPT WS-ENTRY-FLAG.
            IF WS-ENTRY-FLAG NOT = "Y" AND WS-ENTRY-FLAG NOT = "N"
                DISPLAY "ANSWER Y OR N - NOT CHANGED"
            ELSE
                MOVE WS-ENTRY-FLAG TO BA-ON-BEHALF-FLAG
                REWRITE BANK-ACCOUNT-RECORD
                IF WS-BANK-ACCT-OK
                    DISPLAY "PAY-ON-BEHALF SET TO " BA-ON-BEHALF-FLAG
                ELSE
                    DISPLAY "UNABLE TO REWRITE ACCOUNT, "
                        "STATUS = " WS-BANK-ACCT-STATUS
                END-IF
            END-IF.

      * REGISTER (AND CLEAR) THE IN-USE LOCK FOR THE ACCOUNT ON
      * THE SCREEN, THE SAME RECLCK01 PATTERN VNDMNT01 USES.
       7000-LOCK-THE-ACCOUNT.

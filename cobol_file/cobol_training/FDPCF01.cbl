      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Record layout for PETTY-CASH-FUND-FILE.  The
      *              custodian is the employee who keeps the box and
      *              is paid its replenishments, under the reserved
      *              employee payee number (90000-99999) EXPBLD01 pays
      *              expense claims to.  The authorized amount is what
      *              the box should always hold in cash and vouchers
      *              together.  PCFMNT01 maintains the fund and stamps
      *              the last surprise count; PCVENT01 takes the next
      *              voucher number; PCRPL01 takes the next
      *              replenishment number.
      * Tectonics: cobc
      ******************************************************************
       FD  PETTY-CASH-FUND-FILE
           LABEL RECORDS ARE STANDARD.
       01  PETTY-CASH-FUND-RECORD.
           05 PF-FUND-CODE             PIC X(04).
           05 PF-DESCRIPTION           PIC X(30).
           05 PF-CUSTODIAN             PIC 9(05).
           05 PF-AUTHORIZED-AMOUNT     PIC S9(07)V99 COMP-3.
           05 PF-COST-CENTER           PIC X(06).
           05 PF-COMPANY-CODE          PIC X(02).
           05 PF-STATUS                PIC X(01).
               88 PF-STATUS-ACTIVE         VALUE "A".
               88 PF-STATUS-CLOSED         VALUE "C".
           05 PF-OPENED-DATE           PIC 9(08).
           05 PF-LAST-VOUCHER          PIC 9(06).
           05 PF-LAST-REPLENISH-SEQ    PIC 9(04).
           05 PF-LAST-REPLENISH-DATE   PIC 9(08).
           05 PF-LAST-COUNT-DATE       PIC 9(08).
           05 PF-LAST-COUNT-OVER-SHORT PIC S9(07)V99 COMP-3.
           05 PF-LAST-CHANGE-DATE      PIC 9(08).
           05 PF-LAST-CHANGE-OPERATOR  PIC X(08).
           05 FILLER                   PIC X(20).

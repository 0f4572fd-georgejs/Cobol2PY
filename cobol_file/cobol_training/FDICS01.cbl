      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Record layout for INTERCO-SETTLE-FILE - one
      *              record for every check CHKWTR01 drew on one
      *              company's disbursement account (IC-PAYING-
      *              COMPANY) to pay another company's payment
      *              (IC-OWING-COMPANY), kept forever.  The owing
      *              company's expense and payment ledger stand as
      *              they were posted; the record is what tells the
      *              GL extract the cash went out of the paying
      *              company, so it books a due-from in the payer's
      *              journal and a due-to in the owing company's on
      *              the check date.  The intercompany balance
      *              report totals the ledger by company pair.
      * Tectonics: cobc
      ******************************************************************
       FD  INTERCO-SETTLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  INTERCO-SETTLE-RECORD.
           05 IC-CHECK-DATE            PIC 9(08).
           05 IC-PAYING-COMPANY        PIC X(02).
           05 IC-OWING-COMPANY         PIC X(02).
           05 IC-BANK-ACCT-CODE        PIC X(03).
           05 IC-CHECK-NUMBER          PIC 9(08).
           05 IC-VENDOR-NUMBER         PIC 9(05).
           05 IC-AMOUNT                PIC S9(09)V99 COMP-3.
           05 IC-RUN-TIME              PIC 9(08).
           05 FILLER                   PIC X(10).

      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Record layout for APPROVAL-JOURNAL-FILE - one
      *              record per approval decision: the invoice and
      *              its amount, the cost center and band it routed
      *              to, the approver the band names, the operator
      *              who actually decided and on what authority
      *              (the named approver, the delegate, or a level-9
      *              decision where no band covered the invoice),
      *              the decision and the reason given.
      * Tectonics: cobc
      ******************************************************************
       FD  APPROVAL-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  APPROVAL-JOURNAL-RECORD.
           05 AL-EVENT-DATE            PIC 9(08).
           05 AL-EVENT-TIME            PIC 9(08).
           05 AL-VENDOR-NUMBER         PIC 9(05).
           05 AL-INVOICE-NUMBER        PIC X(15).
           05 AL-AMOUNT                PIC S9(09)V99.
           05 AL-COST-CENTER           PIC X(06).
           05 AL-BAND-LIMIT            PIC 9(09)V99.
           05 AL-APPROVER-ID           PIC X(08).
           05 AL-OPERATOR-ID           PIC X(08).
           05 AL-AUTHORITY             PIC X(01).
               88 AL-AS-APPROVER           VALUE "A".
               88 AL-AS-DELEGATE           VALUE "D".
               88 AL-AS-ADMINISTRATOR      VALUE "9".
           05 AL-DECISION              PIC X(01).
               88 AL-APPROVED              VALUE "A".
               88 AL-REJECTED              VALUE "R".
           05 AL-REASON                PIC X(30).

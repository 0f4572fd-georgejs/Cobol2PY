      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Record layout for CONTRACT-FILE.  A contract
      *              caps what we will pay the vendor under it (the
      *              not-to-exceed amount) and says when it runs.
      *              Every invoice billed against it - keyed through
      *              INVBLD01 or generated by RCRGEN01 - adds its
      *              amount to CT-CONSUMED; a credit memo takes its
      *              amount back off.  An invoice that would carry
      *              the consumed amount past the ceiling, or that
      *              is dated outside the contract's term, loads on
      *              hold.  CTRMNT01 keeps the contracts; CTREXP01
      *              warns purchasing 90, 60 and 30 days before one
      *              lapses.
      * Tectonics: cobc
      ******************************************************************
       FD  CONTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTRACT-RECORD.
           05 CT-KEY.
               10 CT-VENDOR-NUMBER     PIC 9(05).
               10 CT-CONTRACT-NUMBER   PIC X(12).
           05 CT-DESCRIPTION           PIC X(30).
           05 CT-START-DATE            PIC 9(08).
           05 CT-END-DATE              PIC 9(08).
           05 CT-NTE-AMOUNT            PIC S9(09)V99 COMP-3.
           05 CT-CONSUMED              PIC S9(09)V99 COMP-3.
           05 CT-STATUS                PIC X(01).
               88 CT-STATUS-ACTIVE         VALUE "A".
               88 CT-STATUS-CANCELLED      VALUE "X".
      * WHO IN PURCHASING OWNS THE RENEWAL, FOR THE EXPIRY REPORT.
           05 CT-BUYER                 PIC X(08).
           05 CT-LAST-CHANGE-DATE      PIC 9(08).
           05 CT-LAST-CHANGE-OPERATOR  PIC X(08).
           05 FILLER                   PIC X(20).

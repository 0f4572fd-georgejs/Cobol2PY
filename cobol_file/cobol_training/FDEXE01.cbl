      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Record layout for EXPENSE-EXCEPTION-FILE - one
      *              record per expense line that did not load as
      *              claimed: HELD over policy (on the invoice file
      *              under hold reason E, waiting for release),
      *              CAPPED at the per diem, or REPRICED from miles
      *              at the mileage rate.  Carries the employee's
      *              department so the report can go to the
      *              department head.  130 bytes.
      * Tectonics: cobc
      ******************************************************************
       FD  EXPENSE-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXPENSE-EXCEPTION-RECORD.
           05 EX-DEPT-CODE             PIC X(04).
           05 EX-EMPLOYEE-NUMBER       PIC 9(05).
           05 EX-EMPLOYEE-NAME         PIC X(30).
           05 EX-EXPENSE-REF           PIC X(15).
           05 EX-EXPENSE-DATE          PIC 9(08).
           05 EX-CATEGORY              PIC X(04).
           05 EX-CLAIMED-AMOUNT        PIC 9(09)V99.
           05 EX-ALLOWED-AMOUNT        PIC 9(09)V99.
           05 EX-ACTION                PIC X(01).
               88 EX-ACTION-HELD           VALUE "H".
               88 EX-ACTION-CAPPED         VALUE "C".
               88 EX-ACTION-REPRICED       VALUE "R".
           05 EX-REASON                PIC X(30).
           05 FILLER                   PIC X(11).

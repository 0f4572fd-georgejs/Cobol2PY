      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Record layout for LODGING-NIGHT-FILE - one record
      *              per employee per night claimed, with the expense
      *              reference that first claimed it.  A second claim
      *              for the same night - the same hotel bill on two
      *              expense reports - finds it here and is held.
      *              50 bytes.
      * Tectonics: cobc
      ******************************************************************
       FD  LODGING-NIGHT-FILE
           LABEL RECORDS ARE STANDARD.
       01  LODGING-NIGHT-RECORD.
           05 LN-KEY.
               10 LN-EMPLOYEE-NUMBER   PIC 9(05).
               10 LN-NIGHT-DATE        PIC 9(08).
           05 LN-EXPENSE-REF           PIC X(15).
           05 LN-LOAD-DATE             PIC 9(08).
           05 FILLER                   PIC X(14).

      *              reporting and the 1099 extract walk VENDOR-FILE
      *              and never see them.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Added EM-DEPT-CODE - the employee's department
      *                  on DEPT-FILE, set through EMPMNT01.  The
      *                  expense load carries it onto the exception
      *                  file so over-policy claims reach the right
      *                  department head.  Existing EMPLOYEE files
      *                  need a one-time reformat, loading it blank.
      ******************************************************************
       FD  EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
           05 EM-BANK-ACCT-TYPE        PIC X(01).
               88 EM-ACCT-CHECKING         VALUE "C".
               88 EM-ACCT-SAVINGS          VALUE "S".
      * THE DEPARTMENT THE EMPLOYEE WORKS IN (DEPT-FILE) - THE EXPENSE
      * EXCEPTION REPORT GOES TO ITS HEAD.  SPACES UNTIL IT IS SET.
           05 EM-DEPT-CODE             PIC X(04).

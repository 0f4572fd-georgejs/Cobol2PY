      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     FILE-CONTROL SELECT for EXPENSE-POLICY-FILE, the
      *              employee expense policy table - categories and
      *              their caps, per diem rates by city and state,
      *              and the mileage rate, all effective-dated.
      *              Kept by EXPMNT01, read by the expense load.
      *              The external name EXPPOLCY follows the shared-
      *              copybook convention.
      * Tectonics: cobc
      ******************************************************************
           SELECT EXPENSE-POLICY-FILE ASSIGN TO EXPPOLCY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-KEY
               FILE STATUS IS WS-EXPENSE-POLICY-STATUS.

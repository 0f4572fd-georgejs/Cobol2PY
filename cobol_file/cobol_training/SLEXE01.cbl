      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     FILE-CONTROL SELECT for EXPENSE-EXCEPTION-FILE,
      *              the expense lines the load held, capped or
      *              repriced against policy, written by EXPBLD01
      *              and printed by department by EXPEXC01.  The
      *              external name EXPEXCP follows the shared-
      *              copybook convention.
      * Tectonics: cobc
      ******************************************************************
           SELECT EXPENSE-EXCEPTION-FILE ASSIGN TO EXPEXCP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXPENSE-EXCP-STATUS.

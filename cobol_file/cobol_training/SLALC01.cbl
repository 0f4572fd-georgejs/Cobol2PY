      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     FILE-CONTROL SELECT for ALLOC-TEMPLATE-FILE, the
      *              cost allocation templates - a standing split of
      *              an invoice across GL accounts and cost centers
      *              by percentage.
      * Tectonics: cobc
      ******************************************************************
           SELECT ALLOC-TEMPLATE-FILE ASSIGN TO ALLOCTPL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-TEMPLATE-CODE
               FILE STATUS IS WS-ALLOC-TEMPLATE-STATUS.

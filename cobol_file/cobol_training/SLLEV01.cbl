      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     FILE-CONTROL SELECT for LEVY-FILE, the third-
      *              party levies and receivable assignments that
      *              redirect a vendor's payments to somebody else -
      *              one record per levy or assignment, keyed by the
      *              vendor and a sequence that sets the order they
      *              are satisfied in.
      * Tectonics: cobc
      ******************************************************************
           SELECT LEVY-FILE ASSIGN TO LEVYFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-KEY
               FILE STATUS IS WS-LEVY-FILE-STATUS.

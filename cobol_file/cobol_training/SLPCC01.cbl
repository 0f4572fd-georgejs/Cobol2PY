      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     FILE-CONTROL SELECT for PETTY-CASH-COUNT-FILE, the
      *              log of surprise cash counts - keyed by fund code
      *              and the date and time of the count.
      * Tectonics: cobc
      ******************************************************************
           SELECT PETTY-CASH-COUNT-FILE ASSIGN TO PCCOUNT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PETTY-COUNT-STATUS.

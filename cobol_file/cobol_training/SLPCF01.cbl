      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     FILE-CONTROL SELECT for PETTY-CASH-FUND-FILE, the
      *              petty cash fund master - one record per office
      *              cash box, keyed by fund code.
      * Tectonics: cobc
      ******************************************************************
           SELECT PETTY-CASH-FUND-FILE ASSIGN TO PCFUND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-FUND-CODE
               FILE STATUS IS WS-PETTY-FUND-STATUS.

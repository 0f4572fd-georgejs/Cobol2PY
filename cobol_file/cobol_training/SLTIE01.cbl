      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     FILE-CONTROL SELECT for TIE-OUT-FILE, the AP
      *              subledger-to-GL tie-out results - one record per
      *              accounting period per company.
      * Tectonics: cobc
      ******************************************************************
           SELECT TIE-OUT-FILE ASSIGN TO TIEOUT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TO-KEY
               FILE STATUS IS WS-TIE-OUT-STATUS.

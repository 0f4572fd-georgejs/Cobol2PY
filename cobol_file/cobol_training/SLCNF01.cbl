      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     FILE-CONTROL SELECT for CONFIRM-LOG-FILE, the
      *              control log of vendor balance confirmations -
      *              one record per letter sent, keyed by the cut-off
      *              date it confirms and the vendor, carrying the
      *              balance we showed and what came back.
      * Tectonics: cobc
      ******************************************************************
           SELECT CONFIRM-LOG-FILE ASSIGN TO CNFLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-KEY
               FILE STATUS IS WS-CONFIRM-LOG-STATUS.

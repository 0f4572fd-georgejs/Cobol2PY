      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      ******************************************************************
      * Purpose:     FILE-CONTROL SELECT for REMIT-TO-FILE, the
      *              vendors' remit-to addresses, keyed on vendor
      *              number plus remit-to code.
      * Tectonics: cobc
      ******************************************************************
           SELECT REMIT-TO-FILE ASSIGN TO REMITTO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-KEY
               FILE STATUS IS WS-REMIT-TO-STATUS.

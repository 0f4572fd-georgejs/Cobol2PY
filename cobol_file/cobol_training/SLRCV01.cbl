      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     FILE-CONTROL SELECT for RECEIVING-FILE, the
      *              receiving log - one record per purchase-order
      *              line with the quantity the dock has signed for.
      * Tectonics: cobc
      ******************************************************************
           SELECT RECEIVING-FILE ASSIGN TO RCVLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-KEY
               FILE STATUS IS WS-RECEIVING-STATUS.

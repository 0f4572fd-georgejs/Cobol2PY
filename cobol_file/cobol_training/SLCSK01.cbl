      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     FILE-CONTROL SELECT for CHECK-STOCK-LOG-FILE, the
      *              custody log of blank check stock.  CHKSTK01
      *              appends to it; STKRCN01 and the check writer
      *              read it.
      * Tectonics: cobc
      ******************************************************************
           SELECT CHECK-STOCK-LOG-FILE ASSIGN TO CHKSTK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECK-STOCK-STATUS.

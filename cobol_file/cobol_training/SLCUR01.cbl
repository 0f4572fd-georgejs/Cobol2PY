      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     FILE-CONTROL SELECT for CURRENCY-FILE, the
      *              currency master - every currency the ledger can
      *              carry a vendor in and pay in, with the payment
      *              rails each one may travel on.
      * Tectonics: cobc
      ******************************************************************
           SELECT CURRENCY-FILE ASSIGN TO CURRMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CURRENCY-CODE
               FILE STATUS IS WS-CURRENCY-STATUS.

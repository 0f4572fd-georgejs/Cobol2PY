      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     FILE-CONTROL SELECT for TIN-STATUS-FILE, the IRS
      *              TIN-matching result and B-notice history of
      *              each 1099 payee - one record per vendor.
      * Tectonics: cobc
      ******************************************************************
           SELECT TIN-STATUS-FILE ASSIGN TO TINSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TS-VENDOR-NUMBER
               FILE STATUS IS WS-TIN-STATUS-STATUS.

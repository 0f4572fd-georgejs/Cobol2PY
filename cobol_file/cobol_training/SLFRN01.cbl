      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     FILE-CONTROL SELECT for FOREIGN-STATUS-FILE, the
      *              W-8 certificate and chapter 3 withholding terms
      *              of each foreign payee - one record per vendor.
      * Tectonics: cobc
      ******************************************************************
           SELECT FOREIGN-STATUS-FILE ASSIGN TO FRNSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-VENDOR-NUMBER
               FILE STATUS IS WS-FOREIGN-STATUS-STATUS.

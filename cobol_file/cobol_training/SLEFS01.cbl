      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     FILE-CONTROL SELECT for EFT-SETTLE-FILE, the
      *              electronic-disbursement settlement register -
      *              one record per ACH batch and per wire sent,
      *              waiting for the bank to report it settled.
      * Tectonics: cobc
      ******************************************************************
           SELECT EFT-SETTLE-FILE ASSIGN TO EFTSETL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-KEY
               FILE STATUS IS WS-EFT-SETTLE-STATUS.

      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     FILE-CONTROL SELECT for PETTY-CASH-VOUCHER-FILE,
      *              the disbursements paid out of each petty cash
      *              box - keyed by fund code plus voucher number, so
      *              a fund's vouchers sit together in the order they
      *              were written.
      * Tectonics: cobc
      ******************************************************************
           SELECT PETTY-CASH-VOUCHER-FILE ASSIGN TO PCVOUCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-KEY
               FILE STATUS IS WS-PETTY-VOUCHER-STATUS.

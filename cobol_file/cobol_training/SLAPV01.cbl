      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     FILE-CONTROL SELECT for APPROVER-FILE, the
      *              approver master - who approves invoices for
      *              each cost center, band by dollar band.
      * Tectonics: cobc
      ******************************************************************
           SELECT APPROVER-FILE ASSIGN TO APPROVR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AV-KEY
               FILE STATUS IS WS-APPROVER-STATUS.

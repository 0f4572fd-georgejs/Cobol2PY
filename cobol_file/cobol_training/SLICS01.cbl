      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     FILE-CONTROL SELECT for INTERCO-SETTLE-FILE, the
      *              permanent ledger of checks one company drew on
      *              another company's behalf - written by the check
      *              writer, read by the GL extract and the monthly
      *              intercompany balance report.
      * Tectonics: cobc
      ******************************************************************
           SELECT INTERCO-SETTLE-FILE ASSIGN TO ICSTLG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTERCO-STATUS.

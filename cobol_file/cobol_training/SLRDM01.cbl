      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     FILE-CONTROL SELECT for REPORT-DIST-FILE, the
      *              report distribution master - who gets each
      *              cataloged report, keyed by the catalog report
      *              name and the recipient.
      * Tectonics: cobc
      ******************************************************************
           SELECT REPORT-DIST-FILE ASSIGN TO RPTDIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RD-KEY
               FILE STATUS IS WS-REPORT-DIST-STATUS.

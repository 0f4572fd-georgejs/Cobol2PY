      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     FILE-CONTROL SELECT for DIST-LOG-FILE, the report
      *              distribution log - one record per copy delivered,
      *              keyed by the catalog entry (report name, run date
      *              and time) and the recipient.  The alternate key
      *              of acknowledgment status plus recipient finds
      *              what one recipient still has to acknowledge, and
      *              everything still outstanding, without reading
      *              the delivered history.
      * Tectonics: cobc
      ******************************************************************
           SELECT DIST-LOG-FILE ASSIGN TO RPTDLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DG-KEY
               ALTERNATE RECORD KEY IS DG-ACK-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-DIST-LOG-STATUS.

      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     FILE-CONTROL SELECT for RETENTION-PURGE-FILE, the
      *              auditors' log of every vendor whose bank details
      *              and TIN were purged under the retention policy -
      *              one record per vendor per purge, keyed by the
      *              vendor and the date of the purge.
      * Tectonics: cobc
      ******************************************************************
           SELECT RETENTION-PURGE-FILE ASSIGN TO RPRGLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-KEY
               FILE STATUS IS WS-PURGE-LOG-STATUS.

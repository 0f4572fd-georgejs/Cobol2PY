      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     FILE-CONTROL SELECT for SANCTIONS-FILE, the
      *              loaded OFAC SDN list - one record per listed
      *              name or alias, plus the list control record.
      * Tectonics: cobc
      ******************************************************************
           SELECT SANCTIONS-FILE ASSIGN TO SDNMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-KEY
               FILE STATUS IS WS-SANCTIONS-STATUS.

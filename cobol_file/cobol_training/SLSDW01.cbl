      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     FILE-CONTROL SELECT for SANCTIONS-WORD-FILE, the
      *              word index over the loaded SDN names - one
      *              record per significant word per listed name.
      * Tectonics: cobc
      ******************************************************************
           SELECT SANCTIONS-WORD-FILE ASSIGN TO SDNWORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SW-KEY
               FILE STATUS IS WS-SANCTIONS-WORD-STATUS.

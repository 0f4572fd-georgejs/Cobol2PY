      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     FILE-CONTROL SELECT for SANCTIONS-HIT-FILE, the
      *              potential SDN matches and the compliance
      *              officer's decision on each - one record per
      *              vendor or employee payee.
      * Tectonics: cobc
      ******************************************************************
           SELECT SANCTIONS-HIT-FILE ASSIGN TO SDNHITS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SANCTIONS-HIT-STATUS.

      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     FILE-CONTROL SELECT for REBATE-FILE, the volume
      *              rebate agreements our vendors have signed -
      *              one record per vendor per agreement period,
      *              keyed by the vendor and the period's start
      *              date so a vendor's years sit together.
      * Tectonics: cobc
      ******************************************************************
           SELECT REBATE-FILE ASSIGN TO REBATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-KEY
               FILE STATUS IS WS-REBATE-FILE-STATUS.

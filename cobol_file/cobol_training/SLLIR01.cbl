      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     FILE-CONTROL SELECT for LATE-INTEREST-FILE, the
      *              maintained table of late-payment interest rates,
      *              kept as dated history - maintained by INTMNT01,
      *              read by the release step.
      * Tectonics: cobc
      ******************************************************************
           SELECT LATE-INTEREST-FILE ASSIGN TO LATEINT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LI-EFFECTIVE-DATE
               FILE STATUS IS WS-LATE-INT-STATUS.

      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     FILE-CONTROL SELECT for HOLIDAY-CALENDAR-FILE,
      *              the maintained bank-holiday calendar DATECALC1's
      *              business-day functions skip over.
      * Tectonics: cobc
      ******************************************************************
           SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO HOLCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HC-KEY
               FILE STATUS IS WS-HOLIDAY-CAL-STATUS.

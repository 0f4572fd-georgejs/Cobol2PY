      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     FILE-CONTROL SELECT for DIVERSITY-FILE, the
      *              vendors' supplier-diversity certifications - one
      *              record per vendor and classification.
      * Tectonics: cobc
      ******************************************************************
           SELECT DIVERSITY-FILE ASSIGN TO DIVCERT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DV-KEY
               FILE STATUS IS WS-DIVERSITY-STATUS.

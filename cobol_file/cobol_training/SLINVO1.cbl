      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     FILE-CONTROL SELECT for INVOICE-FILE-OLD, a
      *              sequential unload of INVOICE-FILE in the record
      *              order used before the alternate indexes, being
      *              reloaded onto the regrouped FDINV01.cbl record by
      *              INVCNV01.  ASSIGN is the external name INVOLD.
      * Tectonics: cobc
      ******************************************************************
           SELECT INVOICE-FILE-OLD ASSIGN TO INVOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INVOICE-OLD-STATUS.

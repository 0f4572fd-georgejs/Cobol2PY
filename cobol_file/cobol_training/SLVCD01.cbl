      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     FILE-CONTROL SELECT for CARD-CHARGE-FILE, the
      *              virtual-card charge register - one record per
      *              card payment requested of the issuer, waiting
      *              for the issuer to report it authorized, settled
      *              or declined.
      * Tectonics: cobc
      ******************************************************************
           SELECT CARD-CHARGE-FILE ASSIGN TO VCARDREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VC-KEY
               FILE STATUS IS WS-CARD-CHARGE-STATUS.

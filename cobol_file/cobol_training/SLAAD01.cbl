      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     FILE-CONTROL SELECT for ASSET-ADDITION-FILE, the
      *              asset-addition interface to the fixed-asset
      *              register.  CAPFED01 appends to it; the register
      *              load takes it from there.
      * Tectonics: cobc
      ******************************************************************
           SELECT ASSET-ADDITION-FILE ASSIGN TO ASSETADD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ASSET-ADD-STATUS.

      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     FILE-CONTROL SELECT for CONTRACT-FILE, the vendor
      *              contracts (service agreements, maintenance,
      *              leases, utilities) that govern our non-PO
      *              spend - one record per vendor per contract,
      *              keyed by the vendor and its contract number so
      *              a vendor's contracts sit together.
      * Tectonics: cobc
      ******************************************************************
           SELECT CONTRACT-FILE ASSIGN TO CONTRACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-CONTRACT-FILE-STATUS.

      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     FILE-CONTROL SELECT for BACKUP-WH-FILE, the
      *              permanent ledger of federal backup withholding
      *              taken from vendor payments - written by the
      *              release step, read by the GL extract.
      * Tectonics: cobc
      ******************************************************************
           SELECT BACKUP-WH-FILE ASSIGN TO BWHLDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKUP-WH-STATUS.

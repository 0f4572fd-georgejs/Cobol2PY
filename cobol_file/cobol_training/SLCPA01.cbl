      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     FILE-CONTROL SELECT for CAPITAL-ACCOUNT-FILE, the
      *              table of GL accounts that carry capital spend -
      *              equipment, leasehold improvements and the like -
      *              rather than expense.
      * Tectonics: cobc
      ******************************************************************
           SELECT CAPITAL-ACCOUNT-FILE ASSIGN TO CAPACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-GL-ACCOUNT
               FILE STATUS IS WS-CAPITAL-ACCOUNT-STATUS.

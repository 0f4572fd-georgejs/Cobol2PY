      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     FILE-CONTROL SELECT for LODGING-NIGHT-FILE, every
      *              hotel night an employee has been reimbursed for,
      *              written by the expense load so a night can only
      *              ever be claimed once.  The external name LODGNITE
      *              follows the shared-copybook convention.
      * Tectonics: cobc
      ******************************************************************
           SELECT LODGING-NIGHT-FILE ASSIGN TO LODGNITE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-KEY
               FILE STATUS IS WS-LODGING-NIGHT-STATUS.

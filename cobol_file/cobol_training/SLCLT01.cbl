      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     FILE-CONTROL SELECT for CALL-TREE-FILE, the
      *              department emergency call trees kept against
      *              the phone directory - maintained by OPEN-WRITE,
      *              printed by CALTRE01 and checked nightly by
      *              CALEXC01.  Keyed by department plus member name,
      *              so a START on the department reads its tree.
      * Tectonics: cobc
      ******************************************************************
           SELECT CALL-TREE-FILE ASSIGN TO CALLTREE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS WS-CALL-TREE-STATUS.

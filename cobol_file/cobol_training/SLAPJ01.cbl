      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     FILE-CONTROL SELECT for APPROVAL-JOURNAL-FILE,
      *              the invoice approval journal INVAPR01 appends
      *              one record to for every approve or reject.
      * Tectonics: cobc
      ******************************************************************
           SELECT APPROVAL-JOURNAL-FILE ASSIGN TO APRJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-JRN-STATUS.

      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Record layout for SANCTIONS-WORD-FILE - every
      *              significant word of every loaded SDN name,
      *              keyed word first, so the screen can START on a
      *              payee's word (or its first four letters, for a
      *              near spelling) and read only the listed names
      *              that share it instead of walking the whole list
      *              for every payee.  Rebuilt with SANCTIONS-FILE on
      *              every load.
      * Tectonics: cobc
      ******************************************************************
       FD  SANCTIONS-WORD-FILE
           LABEL RECORDS ARE STANDARD.
       01  SANCTIONS-WORD-RECORD.
           05 SW-KEY.
               10 SW-WORD              PIC X(15).
               10 SW-ENTRY-KEY.
                   15 SW-ENTRY-ID      PIC 9(07).
                   15 SW-ALIAS-SEQ     PIC 9(03).
           05 FILLER                   PIC X(10).

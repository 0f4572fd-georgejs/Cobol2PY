      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Record layout for SANCTIONS-FILE - the Treasury
      *              OFAC Specially Designated Nationals list as last
      *              loaded by SDNLOD01.  One record per listed name:
      *              the primary name at alias sequence 000, each
      *              a.k.a. at 001 upward under the same entry
      *              number, so a vendor trading under an alias
      *              still screens.  The name's significant words
      *              (SDNNRM01's normalized form) are carried on the
      *              record so the screen never re-normalizes the
      *              list.  A country-program entry (whole-country
      *              embargo) has no words - it is screened on the
      *              payee's bank country instead, from the table on
      *              the control record.
      *              The control record (entry 0000000, alias 000)
      *              carries the list's publication date, when it
      *              was loaded, and when the whole payee master was
      *              last rescreened against it - SDNRSC01 runs the
      *              rescreen whenever the load is newer.
      * Tectonics: cobc
      ******************************************************************
       FD  SANCTIONS-FILE
           LABEL RECORDS ARE STANDARD.
       01  SANCTIONS-RECORD.
           05 SN-KEY.
               10 SN-ENTRY-ID          PIC 9(07).
                   88 SN-CONTROL-ENTRY     VALUE ZERO.
               10 SN-ALIAS-SEQ         PIC 9(03).
           05 SN-ENTRY-TYPE            PIC X(01).
               88 SN-TYPE-INDIVIDUAL       VALUE "I".
               88 SN-TYPE-ENTITY           VALUE "E".
               88 SN-TYPE-VESSEL           VALUE "V".
               88 SN-TYPE-COUNTRY          VALUE "C".
           05 SN-NAME                  PIC X(60).
           05 SN-ADDRESS               PIC X(40).
           05 SN-CITY                  PIC X(30).
           05 SN-COUNTRY               PIC X(02).
           05 SN-PROGRAM               PIC X(12).
           05 SN-LIST-DATE             PIC 9(08).
           05 SN-WORD-COUNT            PIC 9(01).
           05 SN-WORD                  OCCURS 6 TIMES
                                       PIC X(15).
           05 FILLER                   PIC X(166).
       01  SANCTIONS-CONTROL-RECORD.
           05 SC-KEY                   PIC X(10).
           05 SC-LIST-DATE             PIC 9(08).
           05 SC-LOAD-DATE             PIC 9(08).
           05 SC-LOAD-TIME             PIC 9(08).
           05 SC-ENTRY-COUNT           PIC 9(07).
           05 SC-RESCREEN-DATE         PIC 9(08).
           05 SC-RESCREEN-TIME         PIC 9(08).
      * WHOLE-COUNTRY PROGRAMS - A PAYEE BANKING IN ONE OF THESE
      * COUNTRIES IS A POTENTIAL MATCH WHATEVER ITS NAME.
           05 SC-COUNTRY-COUNT         PIC 9(02).
           05 SC-COUNTRY-ENTRY         OCCURS 30 TIMES.
               10 SC-COUNTRY-CODE      PIC X(02).
               10 SC-COUNTRY-ENTRY-ID  PIC 9(07).
           05 FILLER                   PIC X(91).

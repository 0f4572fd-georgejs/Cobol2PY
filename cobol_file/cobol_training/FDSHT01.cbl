      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Record layout for SANCTIONS-HIT-FILE - a payee
      *              (vendor or employee) whose name, address or bank
      *              country scored as a potential SDN match, what it
      *              matched, where the screen ran (vendor add, name/
      *              address change, payment release, nightly
      *              rescreen), and the compliance officer's decision.
      *              While the decision is pending or the match is
      *              confirmed the payee is blocked - a vendor also
      *              sits in VENDOR-STATUS "S" - and SH-PRIOR-STATUS
      *              is what a cleared vendor goes back to.  A
      *              cleared hit stays on file so the same name is
      *              not re-held against the same entry every night.
      * Tectonics: cobc
      ******************************************************************
       FD  SANCTIONS-HIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SANCTIONS-HIT-RECORD.
           05 SH-KEY.
               10 SH-PAYEE-TYPE        PIC X(01).
                   88 SH-PAYEE-VENDOR      VALUE "V".
                   88 SH-PAYEE-EMPLOYEE    VALUE "E".
               10 SH-PAYEE-NUMBER      PIC 9(05).
           05 SH-SCREENED-NAME         PIC X(30).
           05 SH-SCREENED-COUNTRY      PIC X(02).
           05 SH-ENTRY-ID              PIC 9(07).
           05 SH-ALIAS-SEQ             PIC 9(03).
           05 SH-MATCH-NAME            PIC X(60).
           05 SH-MATCH-PROGRAM         PIC X(12).
           05 SH-SCORE                 PIC 9(03).
           05 SH-SOURCE                PIC X(01).
               88 SH-FROM-VENDOR-ADD       VALUE "A".
               88 SH-FROM-VENDOR-CHANGE    VALUE "C".
               88 SH-FROM-PAYMENT          VALUE "P".
               88 SH-FROM-RESCREEN         VALUE "R".
           05 SH-HIT-DATE              PIC 9(08).
           05 SH-LIST-DATE             PIC 9(08).
           05 SH-PRIOR-STATUS          PIC X(01).
           05 SH-DECISION              PIC X(01).
               88 SH-DECISION-PENDING      VALUE "P".
               88 SH-DECISION-CLEARED      VALUE "C".
               88 SH-DECISION-CONFIRMED    VALUE "F".
               88 SH-PAYEE-BLOCKED         VALUE "P" "F".
           05 SH-DECIDED-BY            PIC X(08).
           05 SH-DECISION-DATE         PIC 9(08).
           05 SH-DECISION-NOTE         PIC X(60).
           05 FILLER                   PIC X(20).

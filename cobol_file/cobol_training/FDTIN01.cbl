      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Record layout for TIN-STATUS-FILE - where a 1099
      *              payee's name/TIN combination stands with the
      *              IRS.  VNDBLD02 only proves a TIN is nine digits;
      *              TINMCH01 sends the name and TIN through the IRS
      *              bulk TIN-matching program and records the
      *              result code here, and BNTMNT01 records the
      *              CP2100 B-notices that arrive anyway - first and
      *              second notice dates, the solicitation sent for
      *              each, the certified TIN (or IRS/SSA validation)
      *              that answers it - and switches backup
      *              withholding on and off.  While TS-BACKUP-WH-
      *              ACTIVE, PAYREL01 withholds from every payment
      *              to the vendor.  Kept apart from the vendor
      *              master so the master's record length (and
      *              every program that copies fdvnd01.cbl) stays
      *              as it is.
      * Tectonics: cobc
      ******************************************************************
       FD  TIN-STATUS-FILE
           LABEL RECORDS ARE STANDARD.
       01  TIN-STATUS-RECORD.
           05 TS-VENDOR-NUMBER         PIC 9(05).
      * THE NAME AND TIN AS LAST SENT TO THE IRS, AND WHAT CAME BACK.
           05 TS-MATCH-SUBMIT-DATE     PIC 9(08).
           05 TS-MATCH-NAME            PIC X(30).
           05 TS-MATCH-TIN             PIC X(09).
           05 TS-MATCH-TIN-TYPE        PIC X(01).
           05 TS-MATCH-RESULT          PIC X(01).
               88 TS-MATCH-PENDING         VALUE SPACE.
               88 TS-MATCH-MATCHED         VALUE "0" "6" "7" "8".
               88 TS-MATCH-TIN-MISSING     VALUE "1".
               88 TS-MATCH-TIN-NOT-ISSUED  VALUE "2".
               88 TS-MATCH-NAME-MISMATCH   VALUE "3".
               88 TS-MATCH-INVALID         VALUE "4".
               88 TS-MATCH-DUPLICATE       VALUE "5".
               88 TS-MATCH-FAILED          VALUE "1" "2" "3".
           05 TS-MATCH-RESULT-DATE     PIC 9(08).
      * CP2100/972CG B-NOTICES.  A SECOND NOTICE INSIDE THREE
      * CALENDAR YEARS CAN ONLY BE ANSWERED BY IRS (EIN) OR SSA
      * (SSN) VALIDATION, NOT BY A FRESH W-9.
           05 TS-FIRST-BNOTICE-DATE    PIC 9(08).
           05 TS-FIRST-SOLICIT-DATE    PIC 9(08).
           05 TS-SECOND-BNOTICE-DATE   PIC 9(08).
           05 TS-SECOND-SOLICIT-DATE   PIC 9(08).
           05 TS-CERTIFIED-DATE        PIC 9(08).
           05 TS-CERTIFIED-SOURCE      PIC X(01).
               88 TS-CERTIFIED-BY-W9       VALUE "W".
               88 TS-CERTIFIED-BY-IRS-SSA  VALUE "V".
           05 TS-BACKUP-WH-FLAG        PIC X(01).
               88 TS-BACKUP-WH-ACTIVE      VALUE "Y".
               88 TS-BACKUP-WH-INACTIVE    VALUE "N" SPACE.
           05 TS-BACKUP-WH-START       PIC 9(08).
           05 TS-BACKUP-WH-STOP        PIC 9(08).
           05 TS-LAST-CHANGE-DATE      PIC 9(08).
           05 TS-LAST-CHANGE-OPERATOR  PIC X(08).
           05 FILLER                   PIC X(20).

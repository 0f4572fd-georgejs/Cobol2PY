      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Record layout for RETENTION-PURGE-FILE.  RETPRG01
      *              writes one record for each vendor it purges: the
      *              name and inactive date as they stood, the last
      *              payment activity found, the retention period the
      *              run applied, which of the domestic bank details,
      *              the TIN and the international IBAN were wiped,
      *              how many pending bank changes were dropped and
      *              how many history images were scrubbed.  The
      *              values themselves are never logged - the record
      *              proves the purge, not what was purged.
      * Tectonics: cobc
      ******************************************************************
       FD  RETENTION-PURGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETENTION-PURGE-RECORD.
           05 RP-KEY.
               10 RP-VENDOR-NUMBER     PIC 9(05).
               10 RP-PURGE-DATE        PIC 9(08).
           05 RP-PURGE-TIME            PIC 9(08).
           05 RP-VENDOR-NAME           PIC X(30).
           05 RP-STATUS-DATE           PIC 9(08).
           05 RP-LAST-ACTIVITY-DATE    PIC 9(08).
           05 RP-RETENTION-YEARS       PIC 9(02).
           05 RP-BANK-PURGED           PIC X(01).
               88 RP-BANK-WAS-PURGED       VALUE "Y".
           05 RP-TIN-PURGED            PIC X(01).
               88 RP-TIN-WAS-PURGED        VALUE "Y".
           05 RP-IBAN-PURGED           PIC X(01).
               88 RP-IBAN-WAS-PURGED       VALUE "Y".
           05 RP-PENDING-DROPPED       PIC 9(02).
           05 RP-HISTORY-SCRUBBED      PIC 9(05).
           05 RP-RUN-BY                PIC X(08).
           05 FILLER                   PIC X(20).

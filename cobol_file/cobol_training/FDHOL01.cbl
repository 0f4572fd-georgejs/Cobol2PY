      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Record layout for HOLIDAY-CALENDAR-FILE - one
      *              record per bank holiday per calendar, kept by
      *              HOLMNT01.  Calendar "FRB" is the Federal
      *              Reserve's holiday schedule and applies to every
      *              bank - the ACH network settles on it.  A bank's
      *              own closures (a state holiday its branches
      *              keep) go on a calendar coded with the bank
      *              account code from BANK-ACCOUNT-FILE, and count
      *              on top of FRB for that account.  Saturdays and
      *              Sundays are never business days and are not
      *              kept here.  80 bytes.
      * Tectonics: cobc
      ******************************************************************
       FD  HOLIDAY-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLIDAY-CALENDAR-RECORD.
           05 HC-KEY.
               10 HC-CALENDAR-CODE     PIC X(03).
                   88 HC-FEDERAL-RESERVE   VALUE "FRB".
               10 HC-HOLIDAY-DATE      PIC 9(08).
           05 HC-DESCRIPTION           PIC X(30).
           05 HC-ADDED-BY              PIC X(08).
           05 HC-ADDED-DATE            PIC 9(08).
           05 FILLER                   PIC X(23).

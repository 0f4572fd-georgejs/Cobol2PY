      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Record layout for LATE-INTEREST-FILE - the
      *              late-payment interest rate, one record per
      *              effective date, so an interest line on any old
      *              payment can be defended with the rate in force
      *              the day it was paid.  LI-ANNUAL-RATE is a
      *              percentage (05.2500 is 5.25% a year), simple
      *              interest on a 365-day year.  An invoice paid no
      *              more than LI-GRACE-DAYS after its due date
      *              earns nothing; one paid later earns interest
      *              for every day from the due date.
      * Tectonics: cobc
      ******************************************************************
       FD  LATE-INTEREST-FILE
           LABEL RECORDS ARE STANDARD.
       01  LATE-INTEREST-RECORD.
           05 LI-EFFECTIVE-DATE        PIC 9(08).
           05 LI-ANNUAL-RATE           PIC 9(02)V9(04) COMP-3.
           05 LI-GRACE-DAYS            PIC 9(03).
           05 FILLER                   PIC X(10).

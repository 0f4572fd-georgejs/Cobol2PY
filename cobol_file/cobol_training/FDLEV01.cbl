      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Record layout for LEVY-FILE.  A levy (IRS or
      *              state) or an assignment of receivables (to a
      *              factoring company) takes a fixed amount or a
      *              percentage out of each payment the vendor is
      *              released between its effective dates, and pays
      *              it to the holder - itself a vendor on the
      *              master, which is where its address and bank
      *              details come from.  A cap stops the levy once
      *              that much has been paid over; zero means no cap.
      * Tectonics: cobc
      ******************************************************************
       FD  LEVY-FILE
           LABEL RECORDS ARE STANDARD.
       01  LEVY-RECORD.
           05 LV-KEY.
               10 LV-VENDOR-NUMBER     PIC 9(05).
               10 LV-SEQUENCE          PIC 9(03).
           05 LV-HOLDER-NUMBER         PIC 9(05).
           05 LV-TYPE                  PIC X(01).
               88 LV-TYPE-LEVY             VALUE "L".
               88 LV-TYPE-ASSIGNMENT       VALUE "A".
      * THE NOTICE OR AGREEMENT NUMBER, QUOTED ON EVERY PAYMENT SO
      * THE HOLDER CAN APPLY IT.
           05 LV-REFERENCE             PIC X(20).
           05 LV-METHOD                PIC X(01).
               88 LV-BY-AMOUNT             VALUE "A".
               88 LV-BY-PERCENT            VALUE "P".
           05 LV-FIXED-AMOUNT          PIC S9(09)V99 COMP-3.
           05 LV-PERCENT               PIC 9(03)V99.
           05 LV-CAP-AMOUNT            PIC S9(09)V99 COMP-3.
           05 LV-PAID-TO-DATE          PIC S9(09)V99 COMP-3.
           05 LV-EFFECTIVE-FROM        PIC 9(08).
      * ZERO - OPEN-ENDED, IN FORCE UNTIL RELEASED OR SATISFIED.
           05 LV-EFFECTIVE-TO          PIC 9(08).
           05 LV-STATUS                PIC X(01).
               88 LV-STATUS-ACTIVE         VALUE "A".
               88 LV-STATUS-SATISFIED      VALUE "S".
               88 LV-STATUS-RELEASED       VALUE "R".
           05 LV-LAST-PAID-DATE        PIC 9(08).
           05 LV-LAST-CHANGE-DATE      PIC 9(08).
           05 LV-LAST-CHANGE-OPERATOR  PIC X(08).
           05 FILLER                   PIC X(20).

      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Record layout for EXPENSE-POLICY-FILE - the
      *              employee expense policy, kept as dated history
      *              the way the exchange-rate table is: one record
      *              per entry PER EFFECTIVE DATE, and the expense
      *              load uses the one in force on the expense date.
      *              Three record types share the file -
      *                C  an expense category and how it is policed
      *                   (code is the four-character category);
      *                D  a per diem location - meals and incidentals
      *                   per day and lodging per night (code is the
      *                   state plus city; a blank city is the rate
      *                   for the rest of the state, and a blank
      *                   state and city is the standard rate for
      *                   anywhere not listed);
      *                M  the mileage rate per mile (code blank).
      *              100 bytes.
      * Tectonics: cobc
      ******************************************************************
       FD  EXPENSE-POLICY-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXPENSE-POLICY-RECORD.
           05 EP-KEY.
               10 EP-RECORD-TYPE       PIC X(01).
                   88 EP-TYPE-CATEGORY     VALUE "C".
                   88 EP-TYPE-PER-DIEM     VALUE "D".
                   88 EP-TYPE-MILEAGE      VALUE "M".
               10 EP-CODE              PIC X(20).
               10 EP-LOCATION-CODE REDEFINES EP-CODE.
                   15 EP-STATE         PIC X(02).
                   15 EP-CITY          PIC X(18).
               10 EP-EFFECTIVE-DATE    PIC 9(08).
           05 EP-DESCRIPTION           PIC X(30).
      * CATEGORY - HOW CLAIMS IN IT ARE CHECKED.  M IS PRICED FROM
      * MILES, P IS CAPPED AT DAYS TIMES THE PER DIEM, L IS HELD PAST
      * NIGHTS TIMES THE LODGING RATE OR FOR A NIGHT ALREADY CLAIMED,
      * A IS HELD PAST EP-CAP-AMOUNT (ZERO MEANS NO CAP).
           05 EP-CATEGORY-DATA.
               10 EP-CATEGORY-KIND     PIC X(01).
                   88 EP-KIND-MILEAGE      VALUE "M".
                   88 EP-KIND-PER-DIEM     VALUE "P".
                   88 EP-KIND-LODGING      VALUE "L".
                   88 EP-KIND-AMOUNT       VALUE "A".
               10 EP-CAP-AMOUNT        PIC 9(07)V99.
               10 FILLER               PIC X(10).
           05 EP-PER-DIEM-DATA REDEFINES EP-CATEGORY-DATA.
               10 EP-MIE-RATE          PIC 9(05)V99.
               10 EP-LODGING-RATE      PIC 9(05)V99.
               10 FILLER               PIC X(06).
           05 EP-MILEAGE-DATA REDEFINES EP-CATEGORY-DATA.
               10 EP-MILEAGE-RATE      PIC 9(01)V999.
               10 FILLER               PIC X(16).
           05 EP-SET-BY                PIC X(08).
           05 EP-SET-DATE              PIC 9(08).
           05 FILLER                   PIC X(05).

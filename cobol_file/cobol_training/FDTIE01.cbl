      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Record layout for TIE-OUT-FILE - the period
      *              tie-out of the AP subledger to the general
      *              ledger.  One record per accounting period
      *              (PR-PERIOD) per company, written by APTIE01:
      *              the roll-forward (opening liability, invoices
      *              entered, payments, discounts, write-offs, FX)
      *              to a rolled closing, the open-invoice balance
      *              it should equal, the AP liability and cash the
      *              GL journals actually carry, and the
      *              differences between them.  The period's
      *              open-item balance becomes the next period's
      *              opening.  The controller signs the period off
      *              through PERMNT01, which will not close a period
      *              until every company's record is signed; a
      *              rerun of the tie-out replaces the figures and
      *              clears the sign-off.
      * Tectonics: cobc
      ******************************************************************
       FD  TIE-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  TIE-OUT-RECORD.
           05 TO-KEY.
               10 TO-PERIOD            PIC 9(06).
               10 TO-COMPANY-CODE      PIC X(02).
           05 TO-RUN-DATE              PIC 9(08).
           05 TO-OPENING-SOURCE        PIC X(01).
               88 TO-OPENING-CARRIED       VALUE "C".
               88 TO-OPENING-DERIVED       VALUE "D".
           05 TO-OPENING-BALANCE       PIC S9(11)V99 COMP-3.
           05 TO-INVOICES-ENTERED      PIC S9(11)V99 COMP-3.
           05 TO-PAYMENTS              PIC S9(11)V99 COMP-3.
           05 TO-DISCOUNTS-TAKEN       PIC S9(11)V99 COMP-3.
           05 TO-WRITE-OFFS            PIC S9(11)V99 COMP-3.
           05 TO-FX-MOVEMENT           PIC S9(11)V99 COMP-3.
           05 TO-ROLLED-CLOSING        PIC S9(11)V99 COMP-3.
           05 TO-OPEN-ITEM-BALANCE     PIC S9(11)V99 COMP-3.
           05 TO-SUBLEDGER-CLOSING     PIC S9(11)V99 COMP-3.
           05 TO-GL-LIABILITY          PIC S9(11)V99 COMP-3.
           05 TO-GL-CASH               PIC S9(11)V99 COMP-3.
           05 TO-ROLL-DIFFERENCE       PIC S9(11)V99 COMP-3.
           05 TO-GL-DIFFERENCE         PIC S9(11)V99 COMP-3.
           05 TO-CASH-DIFFERENCE       PIC S9(11)V99 COMP-3.
           05 TO-SIGNED-OFF-BY         PIC X(08).
           05 TO-SIGNED-OFF-DATE       PIC 9(08).

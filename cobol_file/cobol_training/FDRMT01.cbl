      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Record layout for REMIT-TO-FILE - the addresses
      *              a vendor is paid at, when that is not the
      *              address on the vendor master.  A vendor can
      *              carry any number, one code each, and one of
      *              them marked as the default.  A blank payee name
      *              means the check is made out to the vendor name.
      *              An address change is keyed into the pending
      *              block and does not reach the live fields until
      *              a DIFFERENT operator releases it (VNDMNT01
      *              option 7), the same second pair of eyes the
      *              bank details get from PENDING-CHANGE-FILE.  A
      *              new remit-to sits at status P, live fields
      *              blank, until its first release.  The record is
      *              kept under 300 bytes so the before and after
      *              images fit VENDOR-HISTORY-FILE.
      * Tectonics: cobc
      ******************************************************************
       FD  REMIT-TO-FILE
           LABEL RECORDS ARE STANDARD.
       01  REMIT-TO-RECORD.
           05 RA-KEY.
               10 RA-VENDOR-NUMBER     PIC 9(05).
               10 RA-REMIT-CODE        PIC X(02).
           05 RA-PAYEE-NAME            PIC X(30).
           05 RA-ADDRESS-1             PIC X(30).
           05 RA-ADDRESS-2             PIC X(30).
           05 RA-CITY                  PIC X(20).
           05 RA-STATE                 PIC X(02).
           05 RA-ZIP                   PIC X(10).
           05 RA-DEFAULT-FLAG          PIC X(01).
               88 RA-IS-DEFAULT            VALUE "Y".
           05 RA-STATUS                PIC X(01).
               88 RA-ACTIVE                VALUE "A".
               88 RA-AWAITING-RELEASE      VALUE "P".
           05 RA-RELEASED-BY           PIC X(08).
           05 RA-RELEASE-DATE          PIC 9(08).
           05 RA-PENDING-CHANGE.
               10 RA-PEND-FLAG         PIC X(01).
                   88 RA-CHANGE-PENDING    VALUE "Y".
               10 RA-PEND-PAYEE-NAME   PIC X(30).
               10 RA-PEND-ADDRESS-1    PIC X(30).
               10 RA-PEND-ADDRESS-2    PIC X(30).
               10 RA-PEND-CITY         PIC X(20).
               10 RA-PEND-STATE        PIC X(02).
               10 RA-PEND-ZIP          PIC X(10).
               10 RA-PEND-DEFAULT-FLAG PIC X(01).
               10 RA-PEND-ENTERED-BY   PIC X(08).
               10 RA-PEND-ENTRY-DATE   PIC 9(08).
               10 RA-PEND-ENTRY-TIME   PIC 9(08).

      *   2026-09-02 DW  Added CR-COMPANY-CODE, stamped from the
      *                  disbursement account's company so the
      *                  register sections cleanly by company.
      *   2026-10-15 DW  Added CR-REMIT-CODE - the remit-to address the
      *                  check was printed to; blank when it went to
      *                  the vendor master address.  Existing
      *                  CHKREG.DAT files need a one-time reformat for
      *                  the new field.
      ******************************************************************
       FD  CHECK-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
           05 CR-DUAL-SIGN-FLAG        PIC X(01).
               88 CR-DUAL-SIGNED           VALUE "Y".
           05 CR-COMPANY-CODE          PIC X(02).
           05 CR-REMIT-CODE            PIC X(02).

      *                  production can finally coexist.  With no
      *                  assignment supplied the file defaults to
      *                  INVOICE in the working directory.
      *   2026-10-15 DW  Three alternate keys WITH DUPLICATES -
      *                  INV-STATUS-DUE-KEY, INV-COMPANY-STATUS-KEY
      *                  and INV-DOC-PAID-KEY - so the payment run,
      *                  the aging, the month-end journals and the
      *                  tax passes START on the slice they want
      *                  instead of reading the paid history every
      *                  night.  The file is reloaded once through
      *                  INVCNV01 to build them.
      ******************************************************************
           SELECT INVOICE-FILE ASSIGN TO INVOICE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               ALTERNATE RECORD KEY IS INV-STATUS-DUE-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS INV-COMPANY-STATUS-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS INV-DOC-PAID-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-INVOICE-FILE-STATUS.

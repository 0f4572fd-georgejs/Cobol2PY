      *                  hand-keyed batch.
      *   2026-09-02 DW  Added IT-COMPANY-CODE - blank loads as the
      *                  parent ("01").
      *   2026-10-15 DW  IT-DOC-TYPE P is a prepayment - a deposit
      *                  owed up front, ahead of the real invoice.
      *   2026-10-15 DW  Added IT-CONTRACT-NUMBER - the vendor
      *                  contract the invoice bills against; blank
      *                  when it is not under one.
      *   2026-10-15 DW  Added IT-REMIT-CODE - the remit-to address
      *                  the invoice is to be paid at; blank when the
      *                  vendor's default will do.
      *   2026-10-15 DW  Added IT-ALLOC-TEMPLATE - a cost allocation
      *                  template to split the invoice by, in place
      *                  of *DST rows; blank when there is none.
      ******************************************************************
       FD  INVOICE-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
           05 IT-DOC-TYPE             PIC X(01).
               88 IT-DOC-INVOICE          VALUE "I".
               88 IT-DOC-CREDIT           VALUE "C".
               88 IT-DOC-PREPAYMENT       VALUE "P".
           05 IT-TAX-CODE             PIC X(01).
               88 IT-TAX-NONE             VALUE SPACE "N".
               88 IT-TAX-CHARGED          VALUE "C".
               88 IT-TAX-USE              VALUE "U".
           05 IT-COMPANY-CODE         PIC X(02).
           05 IT-CONTRACT-NUMBER      PIC X(12).
           05 IT-REMIT-CODE           PIC X(02).
           05 IT-ALLOC-TEMPLATE       PIC X(06).
       01  DIST-TRANS-RECORD.
           05 DT-MARKER               PIC X(04).
               88 DT-DIST-ROW             VALUE "*DST".

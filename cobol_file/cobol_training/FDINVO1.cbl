      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Record layout for INVOICE-FILE-OLD - the invoice
      *              record in its order before INV-COMPANY-CODE,
      *              INV-STATUS and INV-DUE-DATE were brought together
      *              (and INV-DOC-TYPE put ahead of INV-PAID-DATE) to
      *              carry the alternate keys.  This is the record
      *              as it stands on the production file, ending at
      *              the company code - the approval, prepayment and
      *              contract fields came later and are not on any
      *              unload in this order.  Used only by INVCNV01.
      * Tectonics: cobc
      ******************************************************************
       FD  INVOICE-FILE-OLD
           LABEL RECORDS ARE STANDARD.
       01  INVOICE-RECORD-OLD.
           05 IO-VENDOR-NUMBER         PIC 9(05).
           05 IO-INVOICE-NUMBER        PIC X(15).
           05 IO-INVOICE-DATE          PIC 9(08).
           05 IO-DUE-DATE              PIC 9(08).
           05 IO-AMOUNT                PIC S9(09)V99 COMP-3.
           05 IO-STATUS                PIC X(01).
           05 IO-PAID-DATE             PIC 9(08).
           05 IO-CHECK-NUMBER          PIC 9(08).
           05 IO-DISCOUNT-DATE         PIC 9(08).
           05 IO-DISCOUNT-AMOUNT       PIC S9(07)V99 COMP-3.
           05 IO-PO-NUMBER             PIC X(10).
           05 IO-DOC-TYPE              PIC X(01).
           05 IO-AMOUNT-PAID           PIC S9(09)V99 COMP-3.
           05 IO-PARTIAL-AMOUNT        PIC S9(09)V99 COMP-3.
           05 IO-HOLD-REASON           PIC X(01).
           05 IO-TAX-CODE              PIC X(01).
           05 IO-TAX-JURISDICTION      PIC X(02).
           05 IO-USE-TAX-AMOUNT        PIC S9(07)V99 COMP-3.
           05 IO-COMPANY-CODE          PIC X(02).

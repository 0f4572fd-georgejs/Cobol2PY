      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Record layout for IMAGE-INDEX-FILE.  The document
      *              ID is the imaging server's reference - keyed into
      *              its viewer it brings the scan up.  An invoice,
      *              PO or receiving document is filed against the
      *              invoice it supports; a W-9 or contract belongs to
      *              the vendor and is filed with a blank invoice
      *              number, so it sorts ahead of the vendor's
      *              invoices.  The scan date is the day the paper
      *              went through the scanner; the load date the
      *              night IMGLOD01 took it off the export.
      * Tectonics: cobc
      ******************************************************************
       FD  IMAGE-INDEX-FILE
           LABEL RECORDS ARE STANDARD.
       01  IMAGE-INDEX-RECORD.
           05 IX-KEY.
               10 IX-VENDOR-NUMBER     PIC 9(05).
               10 IX-INVOICE-NUMBER    PIC X(15).
               10 IX-DOCUMENT-ID       PIC X(20).
           05 IX-DOC-TYPE              PIC X(01).
               88 IX-DOC-INVOICE           VALUE "I".
               88 IX-DOC-PURCHASE-ORDER    VALUE "P".
               88 IX-DOC-RECEIVING         VALUE "R".
               88 IX-DOC-W9                VALUE "W".
               88 IX-DOC-CONTRACT          VALUE "C".
               88 IX-DOC-TYPE-VALID        VALUE "I" "P" "R" "W" "C".
               88 IX-DOC-VENDOR-LEVEL      VALUE "W" "C".
           05 IX-PAGE-COUNT            PIC 9(04).
           05 IX-SCAN-DATE             PIC 9(08).
           05 IX-LOAD-DATE             PIC 9(08).
           05 IX-EXPORT-DATE           PIC 9(08).
           05 FILLER                   PIC X(20).

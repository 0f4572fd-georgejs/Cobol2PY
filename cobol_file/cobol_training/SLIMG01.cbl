      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     FILE-CONTROL SELECT for IMAGE-INDEX-FILE, the
      *              index to the scanned source documents on the
      *              imaging server - one record per document, keyed
      *              by vendor, invoice number and the imaging
      *              server's own document ID, so a START on vendor
      *              plus invoice finds every document behind an
      *              invoice.  Loaded nightly by IMGLOD01.
      * Tectonics: cobc
      ******************************************************************
           SELECT IMAGE-INDEX-FILE ASSIGN TO IMGIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IX-KEY
               FILE STATUS IS WS-IMAGE-INDEX-STATUS.

      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Record layout for ALLOC-TEMPLATE-FILE - one
      *              record per allocation template: a code, a
      *              description, whether it is active, and up to 20
      *              lines of GL account, cost center and percentage
      *              of the invoice.  The percentages total 100.00.
      *              INVBLD01 and RCRGEN01 expand a template named on
      *              an invoice into INVOICE-DIST-FILE lines through
      *              ALCEXP01; INVIMP01 carries the template a
      *              vendor's feed is coded to; ALCMNT01 maintains
      *              the file and ALCRPT01 lists the invoices each
      *              template has coded.
      * Tectonics: cobc
      ******************************************************************
       FD  ALLOC-TEMPLATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ALLOC-TEMPLATE-RECORD.
           05 AT-TEMPLATE-CODE         PIC X(06).
           05 AT-DESCRIPTION           PIC X(30).
           05 AT-STATUS                PIC X(01).
               88 AT-ACTIVE                VALUE "A".
               88 AT-INACTIVE              VALUE "I".
           05 AT-LINE-COUNT            PIC 9(02).
           05 AT-LINE OCCURS 20 TIMES.
               10 AT-GL-ACCOUNT        PIC X(08).
               10 AT-COST-CENTER       PIC X(06).
               10 AT-PERCENT           PIC 9(03)V99.
           05 AT-LAST-CHANGE-DATE      PIC 9(08).
           05 AT-LAST-CHANGE-OPERATOR  PIC X(08).
           05 FILLER                   PIC X(20).

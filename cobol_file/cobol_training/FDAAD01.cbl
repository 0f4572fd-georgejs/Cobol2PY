      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Record layout for ASSET-ADDITION-FILE - one
      *              record per invoice distribution line coded to a
      *              capital GL account: who billed it, on which
      *              invoice and PO, the cost center and amount, the
      *              date the asset went into service and what it
      *              is.  A zero in-service date is the fixed-asset
      *              team's to fill in.  A line recoded off a capital
      *              account is fed again with the amount negative,
      *              so the additions always net to what the invoice
      *              lines say.
      * Tectonics: cobc
      ******************************************************************
       FD  ASSET-ADDITION-FILE
           LABEL RECORDS ARE STANDARD.
       01  ASSET-ADDITION-RECORD.
           05 AA-FEED-DATE             PIC 9(08).
           05 AA-VENDOR-NUMBER         PIC 9(05).
           05 AA-INVOICE-NUMBER        PIC X(15).
           05 AA-LINE-NUMBER           PIC 9(02).
           05 AA-PO-NUMBER             PIC X(10).
           05 AA-GL-ACCOUNT            PIC X(08).
           05 AA-ASSET-CLASS           PIC X(04).
           05 AA-COST-CENTER           PIC X(06).
           05 AA-AMOUNT                PIC S9(09)V99.
           05 AA-INVOICE-DATE          PIC 9(08).
           05 AA-IN-SERVICE-DATE       PIC 9(08).
           05 AA-DESCRIPTION           PIC X(30).
           05 AA-COMPANY-CODE          PIC X(02).
           05 AA-SOURCE-PROGRAM        PIC X(08).
           05 AA-OPERATOR-ID           PIC X(08).
           05 FILLER                   PIC X(10).

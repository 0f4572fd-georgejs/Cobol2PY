      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Record layout for RECEIVING-FILE - the receiving
      *              log.  One record per purchase-order line, keyed
      *              on PO number plus line number: what was ordered,
      *              at what unit price, and how much of it the dock
      *              has actually signed for, with the date and the
      *              operator of the last receipt.  PO-FILE only ever
      *              knew the order's dollar authorization, so an
      *              invoice matched the PO and was paid whether or
      *              not the goods ever arrived; invoice entry now
      *              matches invoice against PO against this file.
      * Tectonics: cobc
      ******************************************************************
       FD  RECEIVING-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECEIVING-RECORD.
           05 RV-KEY.
               10 RV-PO-NUMBER         PIC X(10).
               10 RV-LINE-NUMBER       PIC 9(03).
           05 RV-ITEM-DESC             PIC X(30).
           05 RV-QTY-ORDERED           PIC S9(07)V99 COMP-3.
           05 RV-UNIT-PRICE            PIC S9(07)V9(04) COMP-3.
           05 RV-QTY-RECEIVED          PIC S9(07)V99 COMP-3.
           05 RV-LAST-RECEIPT-DATE     PIC 9(08).
           05 RV-RECEIVED-BY           PIC X(08).

      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-09-02 DW  Original intake bridge.
      *   2026-10-15 DW  The cross-reference carries an allocation
      *                  template per account (VX-ALLOC-TEMPLATE,
      *                  blank for none), passed on each transaction
      *                  so INVBLD01 splits the feed's invoices
      *                  across cost centers.  Existing VENDXREF.DAT
      *                  rows need the six positions added, blank.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVIMP01.

      * THE CROSS-REFERENCE - THE VENDOR'S ACCOUNT NUMBER FOR US,
      * AGAINST OUR VENDOR NUMBER.  MAINTAINED AS A FLAT FILE BY
      * WHOEVER SETS THE VENDOR UP FOR THE FEED.  THE ALLOCATION
      * TEMPLATE, WHEN ONE IS GIVEN, SPLITS EVERY INVOICE THE FEED
      * BRINGS IN FOR THAT ACCOUNT ACROSS ITS COST CENTERS.
       FD  VENDOR-XREF-FILE
           LABEL RECORDS ARE STANDARD.
       01  VENDOR-XREF-RECORD.
           05 VX-THEIR-ACCOUNT         PIC X(15).
           05 VX-VENDOR-NUMBER         PIC 9(05).
           05 VX-ALLOC-TEMPLATE        PIC X(06).

           COPY "FDIVT01.cbl".
           COPY "FDIRJ01.cbl".
           05 WS-XREF-ENTRY OCCURS 200 TIMES.
               10 WS-XT-ACCOUNT        PIC X(15).
               10 WS-XT-VENDOR         PIC 9(05).
               10 WS-XT-TEMPLATE       PIC X(06).

      * THE SPLIT ROW.
       01  WS-ROW-NUMBER               PIC 9(05) VALUE ZERO.
       01  WS-ROW-OK-SWITCH            PIC X(01).
           88 WS-ROW-IS-OK                 VALUE "Y".
       01  WS-ROW-VENDOR               PIC 9(05).
       01  WS-ROW-TEMPLATE             PIC X(06).
       01  WS-ROW-AMOUNT               PIC S9(09)V99.

      * THE OPEN INVOICE GROUP - CONSECUTIVE ROWS OF THE SAME
       01  WS-GROUP-OPEN-SWITCH        PIC X(01) VALUE "N".
           88 WS-GROUP-OPEN                VALUE "Y".
       01  WS-GRP-VENDOR               PIC 9(05).
       01  WS-GRP-TEMPLATE             PIC X(06).
       01  WS-GRP-ACCOUNT              PIC X(15).
       01  WS-GRP-INVOICE              PIC X(15).
       01  WS-GRP-DATE                 PIC 9(08).
                        TO WS-XT-ACCOUNT(WS-XREF-COUNT)
                    MOVE VX-VENDOR-NUMBER
                        TO WS-XT-VENDOR(WS-XREF-COUNT)
                    MOVE VX-ALLOC-TEMPLATE
                        TO WS-XT-TEMPLATE(WS-XREF-COUNT)
                END-IF
                PERFORM 1290-READ-NEXT-XREF
            END-PERFORM.
                IF WS-XT-ACCOUNT(WS-XX) = WS-FLD-ACCOUNT
                    SET WS-XREF-FOUND TO TRUE
                    MOVE WS-XT-VENDOR(WS-XX) TO WS-ROW-VENDOR
                    MOVE WS-XT-TEMPLATE(WS-XX) TO WS-ROW-TEMPLATE
                END-IF
            END-PERFORM.

            IF NOT WS-GROUP-OPEN
                SET WS-GROUP-OPEN TO TRUE
                MOVE WS-ROW-VENDOR TO WS-GRP-VENDOR
                MOVE WS-ROW-TEMPLATE TO WS-GRP-TEMPLATE
                MOVE WS-FLD-ACCOUNT TO WS-GRP-ACCOUNT
                MOVE WS-FLD-INVOICE TO WS-GRP-INVOICE
                MOVE WS-FLD-DATE TO WS-GRP-DATE
                MOVE SPACES TO IT-PO-NUMBER
                SET IT-DOC-INVOICE TO TRUE
                MOVE SPACE TO IT-TAX-CODE
                MOVE WS-GRP-TEMPLATE TO IT-ALLOC-TEMPLATE
                WRITE INVOICE-TRANS-RECORD
                IF NOT WS-INVOICE-TRANS-OK
                    DISPLAY "UNABLE TO WRITE INVOICE-TRANS, "

      *                  parent, 01), each company opens its own
      *                  section with its own totals, and the grand
      *                  total still closes the report.
      *   2026-10-15 DW  An invoice awaiting approval is still owed
      *                  and ages with the open items; a rejected
      *                  one is not owed and never ages.
      *   2026-10-15 DW  Prepayments.  A paid prepayment with money
      *                  still unapplied shows in its own PREPAID
      *                  column - it is an advance the vendor owes
      *                  back in goods, not a payable - and stays
      *                  out of the aging buckets and the cash
      *                  weeks.  The as-of rerun shows a prepayment
      *                  paid by the as-of date at its gross.
      *                  The selection is an EVALUATE now - the
      *                  as-of rerun never read past its first item.
      *   2026-10-15 DW  The current run reads only the open, held
      *                  and awaiting-approval slices of the status/
      *                  due-date index and the prepayments on the
      *                  doc-type/paid-date index, instead of the
      *                  whole invoice file.  The as-of rerun still
      *                  reads it all.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APAGE01.
           05 SW-AMOUNT             PIC S9(09)V99.
           05 SW-HELD-FLAG          PIC X(01).
               88 SW-ITEM-HELD          VALUE "Y".
               88 SW-ITEM-PREPAID       VALUE "P".

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-EOF-SWITCH            PIC X(01) VALUE "N".
           88 WS-NO-MORE-ITEMS          VALUE "Y".

      * THE CURRENT RUN READS ONLY THE SLICES IT AGES - THE OPEN,
      * HELD AND AWAITING-APPROVAL SLICES OF THE STATUS/DUE-DATE
      * INDEX (S), AND THE PREPAYMENTS ON THE DOC-TYPE/PAID-DATE
      * INDEX (D).  THE AS-OF RERUN STILL READS THE WHOLE FILE -
      * ITEMS PAID SINCE THE AS-OF DATE COUNT AS OPEN THERE.
       01  WS-SCAN-LIST             PIC X(08) VALUE "SOSHSWDP".
       01  WS-SCAN-TABLE REDEFINES WS-SCAN-LIST.
           05 WS-SCAN-SLICE OCCURS 4 TIMES.
               10 WS-SCAN-INDEX     PIC X(01).
                   88 WS-SCAN-BY-STATUS     VALUE "S".
                   88 WS-SCAN-BY-PAID-DATE  VALUE "D".
               10 WS-SCAN-VALUE     PIC X(01).
       01  WS-SCAN-IX               PIC 9(01) COMP VALUE ZERO.
       01  WS-SLICE-END-SWITCH      PIC X(01).
           88 WS-SLICE-ENDED            VALUE "Y".

       01  WS-RUN-DATE              PIC 9(08).
       01  WS-PARM-VALUE            PIC X(08).
       01  WS-AGING-DATE            PIC 9(08).
           05 WS-V-90               PIC S9(09)V99 VALUE ZERO.
           05 WS-V-OVER-90          PIC S9(09)V99 VALUE ZERO.
           05 WS-V-HELD             PIC S9(09)V99 VALUE ZERO.
           05 WS-V-PREPAID          PIC S9(09)V99 VALUE ZERO.
       01  WS-COMPANY-BUCKETS.
           05 WS-C-CURRENT          PIC S9(11)V99 VALUE ZERO.
           05 WS-C-30               PIC S9(11)V99 VALUE ZERO.
           05 WS-C-90               PIC S9(11)V99 VALUE ZERO.
           05 WS-C-OVER-90          PIC S9(11)V99 VALUE ZERO.
           05 WS-C-HELD             PIC S9(11)V99 VALUE ZERO.
           05 WS-C-PREPAID          PIC S9(11)V99 VALUE ZERO.
       01  WS-GRAND-BUCKETS.
           05 WS-G-CURRENT          PIC S9(11)V99 VALUE ZERO.
           05 WS-G-30               PIC S9(11)V99 VALUE ZERO.
           05 WS-G-90               PIC S9(11)V99 VALUE ZERO.
           05 WS-G-OVER-90          PIC S9(11)V99 VALUE ZERO.
           05 WS-G-HELD             PIC S9(11)V99 VALUE ZERO.
           05 WS-G-PREPAID          PIC S9(11)V99 VALUE ZERO.

      * CASH REQUIRED OVER THE NEXT FOUR WEEKS.  WEEK 1 INCLUDES
      * EVERYTHING ALREADY PAST DUE.
           05 FILLER                PIC X(14) VALUE "         61-90".
           05 FILLER                PIC X(14) VALUE "       OVER 90".
           05 FILLER                PIC X(14) VALUE "          HELD".
           05 FILLER                PIC X(14) VALUE "       PREPAID".

       01  WS-VENDOR-LINE.
           05 FILLER                PIC X(07) VALUE "VENDOR ".
           05 WS-D-90               PIC ZZZ,ZZZ,ZZ9.99-.
           05 WS-D-OVER-90          PIC ZZZ,ZZZ,ZZ9.99-.
           05 WS-D-HELD             PIC ZZZ,ZZZ,ZZ9.99-.
           05 WS-D-PREPAID          PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-SUBTOTAL-LINE.
           05 FILLER                PIC X(25) VALUE
           05 WS-S-90               PIC ZZZ,ZZZ,ZZ9.99-.
           05 WS-S-OVER-90          PIC ZZZ,ZZZ,ZZ9.99-.
           05 WS-S-HELD             PIC ZZZ,ZZZ,ZZ9.99-.
           05 WS-S-PREPAID          PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-GRAND-LINE.
           05 FILLER                PIC X(13) VALUE "GRAND TOTAL".
           05 WS-T-CURRENT          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 WS-T-30               PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 WS-T-60               PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 WS-T-90               PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 WS-T-OVER-90          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 WS-T-HELD             PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 WS-T-PREPAID          PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  WS-COMPANY-HEADING.
           05 FILLER                PIC X(16) VALUE
           05 WS-CH-COMPANY         PIC X(02).

       01  WS-COMPANY-TOTAL-LINE.
           05 FILLER                PIC X(13) VALUE "COMPANY TOTAL".
           05 WS-CT-CURRENT         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 WS-CT-30              PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 WS-CT-60              PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 WS-CT-90              PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 WS-CT-OVER-90         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 WS-CT-HELD            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 WS-CT-PREPAID         PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  WS-CASH-HEADING          PIC X(44) VALUE
           "CASH REQUIRED OVER THE NEXT FOUR WEEKS".
                SET WS-NO-MORE-ITEMS TO TRUE
            END-IF.
            IF NOT WS-NO-MORE-ITEMS
                PERFORM 2900-READ-NEXT-INVOICE
            END-IF.
            PERFORM UNTIL WS-NO-MORE-ITEMS
                EVALUATE TRUE
                    WHEN WS-ASOF-MODE
                        PERFORM 2500-RELEASE-IF-OPEN-AS-OF
      * AN UNPAID PREPAYMENT WAS ALREADY AGED IN ITS STATUS SLICE.
                    WHEN WS-SCAN-BY-PAID-DATE(WS-SCAN-IX)
                        AND NOT INV-STATUS-PAID
                        CONTINUE
                    WHEN INV-DOC-PREPAYMENT AND INV-STATUS-PAID
                        PERFORM 2600-RELEASE-IF-UNAPPLIED
                    WHEN INV-STATUS-OPEN OR INV-STATUS-HELD
                        OR INV-STATUS-PENDING
                        IF INV-COMPANY-CODE = SPACES
                            MOVE "01" TO SW-COMPANY
                        ELSE
                            MOVE INV-COMPANY-CODE TO SW-COMPANY
                        END-IF
                        MOVE INV-VENDOR-NUMBER  TO SW-VENDOR
                        MOVE INV-INVOICE-NUMBER TO SW-INVOICE-NUMBER
                        MOVE INV-INVOICE-DATE   TO SW-INVOICE-DATE
                        MOVE INV-DUE-DATE       TO SW-DUE-DATE
      * THE UNPAID BALANCE AGES, NOT THE GROSS - A PARTIAL
      * ALREADY TAKEN IS NEITHER OWED NOR ON HOLD.
                        COMPUTE SW-AMOUNT =
                            INV-AMOUNT - INV-AMOUNT-PAID
                        IF INV-STATUS-HELD
                            MOVE "Y" TO SW-HELD-FLAG
                        ELSE
                            MOVE "N" TO SW-HELD-FLAG
                        END-IF
                        RELEASE SW-RECORD
                END-EVALUATE
                PERFORM 2900-READ-NEXT-INVOICE
            END-PERFORM.
            CLOSE INVOICE-FILE.

       2500-RELEASE-IF-OPEN-AS-OF.
            IF INV-INVOICE-DATE > WS-AGING-DATE
                CONTINUE
            ELSE IF INV-STATUS-REJECTED
                CONTINUE
            ELSE IF INV-DOC-PREPAYMENT AND INV-STATUS-PAID
                AND INV-PAID-DATE NOT > WS-AGING-DATE
                PERFORM 2700-RELEASE-PREPAYMENT
                MOVE INV-AMOUNT         TO SW-AMOUNT
                RELEASE SW-RECORD
            ELSE IF INV-STATUS-PAID
                AND INV-PAID-DATE NOT > WS-AGING-DATE
                CONTINUE
                RELEASE SW-RECORD
            END-IF.

      * A PAID PREPAYMENT IS AN ADVANCE UNTIL IT IS APPLIED - WHAT
      * IS LEFT OF IT GOES TO THE PREPAID COLUMN, AND ONE FULLY
      * APPLIED IS FINISHED.  THE AS-OF RERUN SHOWS THE GROSS, AS
      * THE RECORD DOESN'T DATE EACH APPLICATION.
       2600-RELEASE-IF-UNAPPLIED.
            IF INV-AMOUNT - INV-PREPAY-CONSUMED > ZERO
                PERFORM 2700-RELEASE-PREPAYMENT
                COMPUTE SW-AMOUNT =
                    INV-AMOUNT - INV-PREPAY-CONSUMED
                RELEASE SW-RECORD
            END-IF.

       2700-RELEASE-PREPAYMENT.
            IF INV-COMPANY-CODE = SPACES
                MOVE "01" TO SW-COMPANY
            ELSE
                MOVE INV-COMPANY-CODE TO SW-COMPANY
            END-IF.
            MOVE INV-VENDOR-NUMBER  TO SW-VENDOR.
            MOVE INV-INVOICE-NUMBER TO SW-INVOICE-NUMBER.
            MOVE INV-INVOICE-DATE   TO SW-INVOICE-DATE.
            MOVE INV-DUE-DATE       TO SW-DUE-DATE.
            SET SW-ITEM-PREPAID TO TRUE.

      * THE AS-OF RERUN READS THE FILE STRAIGHT THROUGH; THE CURRENT
      * RUN TAKES THE NEXT RECORD OF THE SLICE BEING READ, ELSE THE
      * FIRST RECORD OF THE NEXT SLICE THAT HAS ANY.
       2900-READ-NEXT-INVOICE.
            IF WS-ASOF-MODE
                READ INVOICE-FILE NEXT RECORD
                    AT END SET WS-NO-MORE-ITEMS TO TRUE
                END-READ
                IF NOT WS-INVOICE-FILE-OK AND NOT WS-INVOICE-FILE-EOF
                    DISPLAY "INVOICE-FILE READ ERROR, STATUS = "
                        WS-INVOICE-FILE-STATUS
                    SET WS-NO-MORE-ITEMS TO TRUE
                END-IF
            ELSE IF WS-SCAN-IX = ZERO
                SET WS-SLICE-ENDED TO TRUE
                PERFORM 2950-START-NEXT-SLICE
                    UNTIL NOT WS-SLICE-ENDED OR WS-NO-MORE-ITEMS
            ELSE
                PERFORM 2960-READ-WITHIN-SLICE
                PERFORM 2950-START-NEXT-SLICE
                    UNTIL NOT WS-SLICE-ENDED OR WS-NO-MORE-ITEMS
            END-IF.

       2950-START-NEXT-SLICE.
            IF WS-SCAN-IX = 4
                SET WS-NO-MORE-ITEMS TO TRUE
            ELSE
                ADD 1 TO WS-SCAN-IX
                MOVE "N" TO WS-SLICE-END-SWITCH
                IF WS-SCAN-BY-STATUS(WS-SCAN-IX)
                    MOVE WS-SCAN-VALUE(WS-SCAN-IX) TO INV-STATUS
                    MOVE ZERO TO INV-DUE-DATE
                    START INVOICE-FILE
                        KEY IS NOT LESS THAN INV-STATUS-DUE-KEY
                        INVALID KEY SET WS-SLICE-ENDED TO TRUE
                    END-START
                ELSE
                    MOVE WS-SCAN-VALUE(WS-SCAN-IX) TO INV-DOC-TYPE
                    MOVE ZERO TO INV-PAID-DATE
                    START INVOICE-FILE
                        KEY IS NOT LESS THAN INV-DOC-PAID-KEY
                        INVALID KEY SET WS-SLICE-ENDED TO TRUE
                    END-START
                END-IF
                IF NOT WS-SLICE-ENDED
                    PERFORM 2960-READ-WITHIN-SLICE
                END-IF
            END-IF.

       2960-READ-WITHIN-SLICE.
            MOVE "N" TO WS-SLICE-END-SWITCH.
            READ INVOICE-FILE NEXT RECORD
                AT END SET WS-SLICE-ENDED TO TRUE
            END-READ.
            IF NOT WS-INVOICE-FILE-OK AND NOT WS-INVOICE-FILE-EOF
                DISPLAY "INVOICE-FILE READ ERROR, STATUS = "
                    WS-INVOICE-FILE-STATUS
                SET WS-NO-MORE-ITEMS TO TRUE
                SET WS-SLICE-ENDED TO TRUE
            ELSE IF WS-SLICE-ENDED
                CONTINUE
            ELSE IF WS-SCAN-BY-STATUS(WS-SCAN-IX)
                IF INV-STATUS NOT = WS-SCAN-VALUE(WS-SCAN-IX)
                    SET WS-SLICE-ENDED TO TRUE
                END-IF
            ELSE IF INV-DOC-TYPE NOT = WS-SCAN-VALUE(WS-SCAN-IX)
                SET WS-SLICE-ENDED TO TRUE
            END-IF.

       3000-PRINT-REPORT.
            OPEN INPUT VENDOR-FILE.
            IF NOT WS-VENDOR-FILE-OK
            MOVE SW-INVOICE-NUMBER TO WS-D-INVOICE.
            MOVE SW-DUE-DATE TO WS-D-DUE-DATE.
            MOVE ZERO TO WS-D-CURRENT WS-D-30 WS-D-60
                WS-D-90 WS-D-OVER-90 WS-D-HELD WS-D-PREPAID.
            EVALUATE TRUE
      * A HELD ITEM BELONGS TO ITS OWN COLUMN, NOT TO AN AGING
      * BUCKET - THAT MONEY IS NOT ACTUALLY GOING OUT.
                    MOVE SW-AMOUNT TO WS-D-HELD
                    ADD SW-AMOUNT TO WS-V-HELD WS-C-HELD
                        WS-G-HELD
      * SO DOES AN UNAPPLIED PREPAYMENT - IT IS NOT OWED AT ALL.
                WHEN SW-ITEM-PREPAID
                    MOVE SW-AMOUNT TO WS-D-PREPAID
                    ADD SW-AMOUNT TO WS-V-PREPAID WS-C-PREPAID
                        WS-G-PREPAID
                WHEN WS-DC-DATE-ERROR
                    MOVE SW-AMOUNT TO WS-D-OVER-90
                    ADD SW-AMOUNT TO WS-V-OVER-90 WS-C-OVER-90
                        WS-G-OVER-90
            END-EVALUATE.
            IF NOT WS-DC-DATE-ERROR AND NOT SW-ITEM-HELD
                AND NOT SW-ITEM-PREPAID
                EVALUATE TRUE
                    WHEN WS-DC-DAYS > -8
                        ADD SW-AMOUNT TO WS-CASH-WEEK-1
            MOVE WS-V-90      TO WS-S-90.
            MOVE WS-V-OVER-90 TO WS-S-OVER-90.
            MOVE WS-V-HELD    TO WS-S-HELD.
            MOVE WS-V-PREPAID TO WS-S-PREPAID.
            MOVE WS-SUBTOTAL-LINE TO AGING-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE ZERO TO WS-V-CURRENT WS-V-30 WS-V-60
                WS-V-90 WS-V-OVER-90 WS-V-HELD WS-V-PREPAID.

       3550-PRINT-COMPANY-TOTAL.
            MOVE WS-C-CURRENT TO WS-CT-CURRENT.
            MOVE WS-C-90      TO WS-CT-90.
            MOVE WS-C-OVER-90 TO WS-CT-OVER-90.
            MOVE WS-C-HELD    TO WS-CT-HELD.
            MOVE WS-C-PREPAID TO WS-CT-PREPAID.
            MOVE WS-COMPANY-TOTAL-LINE TO AGING-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE ZERO TO WS-C-CURRENT WS-C-30 WS-C-60
                WS-C-90 WS-C-OVER-90 WS-C-HELD WS-C-PREPAID.

       3600-PRINT-GRAND-TOTAL.
            MOVE SPACES TO AGING-PRINT-LINE.
            MOVE WS-G-90      TO WS-T-90.
            MOVE WS-G-OVER-90 TO WS-T-OVER-90.
            MOVE WS-G-HELD    TO WS-T-HELD.
            MOVE WS-G-PREPAID TO WS-T-PREPAID.
            MOVE WS-GRAND-LINE TO AGING-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.


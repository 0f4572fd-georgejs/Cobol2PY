      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Paid-without-image exception report.  Walks the
      *              invoices and prepayments paid in a date range
      *              off the doc-type/paid-date index and looks each
      *              one up on IMAGE-INDEX-FILE.  Anything paid with
      *              no scanned invoice behind it prints, with
      *              whatever other documents (PO, receiving) are on
      *              file for it, so the missing paper can be found
      *              and scanned before the auditors ask.  Credit
      *              memos pay nothing out and are not checked.
      *              PARM - from and to paid date as
      *              'YYYYMMDD YYYYMMDD'; with no PARM the range is
      *              the first of the run month through the run
      *              date, which is what the nightly step runs, so
      *              the month's list shrinks as the scans land.
      *              RETURN-CODE 4 when anything is listed.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original paid-without-image report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMGEXC01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLINV01.cbl".
           COPY "SLIMG01.cbl".
           COPY "SLVND01.cbl".
           COPY "Hello-world.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDINV01.cbl".
           COPY "FDIMG01.cbl".
           COPY "fdvnd01.cbl".

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-PRINT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-INVOICE-FILE-STATUS     PIC X(02).
           88 WS-INVOICE-FILE-OK          VALUE "00".
           88 WS-INVOICE-FILE-EOF         VALUE "10".
       01  WS-IMAGE-INDEX-STATUS      PIC X(02).
           88 WS-IMAGE-INDEX-OK           VALUE "00".
           88 WS-IMAGE-INDEX-EOF          VALUE "10".
           88 WS-IMAGE-INDEX-MISSING      VALUE "35".
       01  WS-VENDOR-FILE-STATUS      PIC X(02).
           88 WS-VENDOR-FILE-OK           VALUE "00".
           88 WS-VENDOR-FILE-NOT-FOUND    VALUE "23".
       01  WS-PRINT-FILE-NAME         PIC X(20).
       01  WS-PRINT-FILE-STATUS       PIC X(02).
           88 WS-PRINT-FILE-OK            VALUE "00".

       01  WS-RUN-OK-SWITCH            PIC X(01) VALUE "Y".
           88 WS-RUN-OK                    VALUE "Y".
       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYYMM            PIC 9(06).
           05 WS-RUN-DD                PIC 9(02).

      * PARM - THE PAID-DATE RANGE.
       01  WS-PARM-VALUE.
           05 WS-PARM-FROM-DATE        PIC X(08).
           05 FILLER                   PIC X(01).
           05 WS-PARM-TO-DATE          PIC X(08).
           05 FILLER                   PIC X(63).
       01  WS-FROM-DATE                PIC 9(08).
       01  WS-TO-DATE                  PIC 9(08).

      * THE DOC TYPES THAT PAY OUT, EACH ITS OWN SLICE OF THE
      * DOC-TYPE/PAID-DATE INDEX.
       01  WS-DOC-TYPE-LIST            PIC X(02) VALUE "IP".
       01  WS-DOC-TYPE-TABLE REDEFINES WS-DOC-TYPE-LIST.
           05 WS-DOC-TYPE-ENTRY        PIC X(01) OCCURS 2 TIMES.
       01  WS-DOC-IX                   PIC 9(01) COMP VALUE ZERO.
       01  WS-SLICE-END-SWITCH         PIC X(01) VALUE "N".
           88 WS-SLICE-ENDED               VALUE "Y".
       01  WS-NO-MORE-SWITCH           PIC X(01) VALUE "N".
           88 WS-NO-MORE-INVOICES          VALUE "Y".

      * WHAT THE IMAGE INDEX HOLDS FOR THE INVOICE IN HAND.
       01  WS-IMAGE-SCAN-SWITCH        PIC X(01).
           88 WS-IMAGE-SCAN-DONE           VALUE "Y".
       01  WS-INVOICE-IMAGE-SWITCH     PIC X(01).
           88 WS-INVOICE-IMAGE-FOUND       VALUE "Y".
       01  WS-OTHER-DOCUMENTS          PIC 9(03) COMP.
       01  WS-OTHER-TYPES              PIC X(06).
       01  WS-OTHER-SUB                PIC 9(02) COMP.

       01  WS-EXC-RC                   PIC 9(02) VALUE ZERO.

       01  WS-BATCH-CONTROLS.
           05 WS-INVOICES-CHECKED      PIC 9(07) COMP.
           05 WS-INVOICES-IMAGED       PIC 9(07) COMP.
           05 WS-INVOICES-LISTED       PIC 9(07) COMP.
           05 WS-PAID-CHECKED          PIC S9(13)V99 COMP-3.
           05 WS-PAID-LISTED           PIC S9(13)V99 COMP-3.

      * FIELDS FOR THE RUNLOG01 RUN-CONTROL CALLS.
       01  WS-RL-FUNCTION            PIC X(01).
       01  WS-RL-PROGRAM             PIC X(08) VALUE "IMGEXC01".
       01  WS-RL-LABEL               PIC X(24).
       01  WS-RL-VALUE               PIC S9(13)V99.
       01  WS-RL-RECORDS-IN          PIC 9(07) VALUE ZERO.
       01  WS-RL-RECORDS-OUT         PIC 9(07) VALUE ZERO.
       01  WS-RL-REJECTS             PIC 9(07) VALUE ZERO.
       01  WS-RL-STATUS-TEXT         PIC X(08).

           COPY "RPTHDR1.cbl".

       01  WS-REPORT-TITLE.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 FILLER                PIC X(34) VALUE
               "INVOICES PAID WITH NO IMAGE, PAID ".
           05 WS-T-FROM-DATE        PIC 9(08).
           05 FILLER                PIC X(04) VALUE " TO ".
           05 WS-T-TO-DATE          PIC 9(08).

       01  WS-COLUMN-HEADING.
           05 FILLER                PIC X(06) VALUE "VENDOR".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(21) VALUE "NAME".
           05 FILLER                PIC X(16) VALUE "INVOICE".
           05 FILLER                PIC X(01) VALUE "T".
           05 FILLER                PIC X(10) VALUE "  INV DATE".
           05 FILLER                PIC X(10) VALUE "  PAID".
           05 FILLER                PIC X(09) VALUE "CHECK".
           05 FILLER                PIC X(16) VALUE
               "     AMOUNT PAID".
           05 FILLER                PIC X(09) VALUE " ON FILE".

       01  WS-DETAIL-LINE.
           05 WS-D-VENDOR           PIC 9(05).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-D-NAME             PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-D-INVOICE          PIC X(15).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-D-DOC-TYPE         PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-D-INVOICE-DATE     PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-D-PAID-DATE        PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-D-CHECK            PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-D-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-D-ON-FILE          PIC X(08).

       01  WS-TOTAL-LINE.
           05 WS-TL-LABEL           PIC X(30).
           05 WS-TL-COUNT           PIC ZZZ,ZZ9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 WS-TL-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE.
            MOVE "S" TO WS-RL-FUNCTION.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            PERFORM 1000-INITIALIZE.
            IF WS-RUN-OK
                PERFORM 8100-READ-NEXT-PAID-INVOICE
                PERFORM 2000-CHECK-ONE-INVOICE
                    UNTIL WS-NO-MORE-INVOICES
            END-IF.
            PERFORM 9000-TERMINATE.
            MOVE WS-EXC-RC TO RETURN-CODE.
            STOP RUN.

       1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            INITIALIZE WS-BATCH-CONTROLS.
            MOVE SPACES TO WS-PARM-VALUE.
            ACCEPT WS-PARM-VALUE FROM COMMAND-LINE.
            PERFORM 1100-SET-THE-RANGE.
            OPEN INPUT INVOICE-FILE.
            IF NOT WS-INVOICE-FILE-OK
                DISPLAY "UNABLE TO OPEN INVOICE-FILE, STATUS = "
                    WS-INVOICE-FILE-STATUS
                MOVE "N" TO WS-RUN-OK-SWITCH
            END-IF.
      * NO INDEX YET MEANS NOTHING HAS EVER BEEN SCANNED - EVERY
      * PAID INVOICE IN THE RANGE IS AN EXCEPTION.
            OPEN INPUT IMAGE-INDEX-FILE.
            IF WS-IMAGE-INDEX-MISSING
                DISPLAY "NO IMAGE-INDEX-FILE - NOTHING IS ON FILE"
            ELSE IF NOT WS-IMAGE-INDEX-OK
                DISPLAY "UNABLE TO OPEN IMAGE-INDEX-FILE, STATUS = "
                    WS-IMAGE-INDEX-STATUS
                MOVE "N" TO WS-RUN-OK-SWITCH
            END-IF.
            OPEN INPUT VENDOR-FILE.
            IF NOT WS-VENDOR-FILE-OK
                DISPLAY "UNABLE TO OPEN VENDOR-FILE, STATUS = "
                    WS-VENDOR-FILE-STATUS
            END-IF.
            MOVE "IMGEXC.PRT" TO WS-PRINT-FILE-NAME.
            OPEN OUTPUT PRINT-FILE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO OPEN IMAGE EXCEPTION REPORT, "
                    "STATUS = " WS-PRINT-FILE-STATUS
            END-IF.
            PERFORM 3900-PRINT-STANDARD-HEADING.
            MOVE WS-FROM-DATE TO WS-T-FROM-DATE.
            MOVE WS-TO-DATE TO WS-T-TO-DATE.
            MOVE WS-REPORT-TITLE TO REPORT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-COLUMN-HEADING TO REPORT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

      * A VALID PARM NAMES BOTH DATES.  WITHOUT ONE THE REPORT IS
      * MONTH TO DATE.
       1100-SET-THE-RANGE.
            IF WS-PARM-FROM-DATE NUMERIC
                AND WS-PARM-TO-DATE NUMERIC
                AND WS-PARM-FROM-DATE NOT > WS-PARM-TO-DATE
                MOVE WS-PARM-FROM-DATE TO WS-FROM-DATE
                MOVE WS-PARM-TO-DATE TO WS-TO-DATE
            ELSE
                IF WS-PARM-VALUE NOT = SPACES
                    DISPLAY "PARM NOT TWO DATES IN ORDER - "
                        "RUNNING MONTH TO DATE"
                END-IF
                COMPUTE WS-FROM-DATE = WS-RUN-YYYYMM * 100 + 1
                MOVE WS-RUN-DATE TO WS-TO-DATE
            END-IF.
            DISPLAY "PAID " WS-FROM-DATE " THROUGH " WS-TO-DATE.

      * A PARTLY-PAID ITEM CARRIES THE DATE OF ITS LAST PAYMENT BUT
      * IS STILL OPEN - ONLY A SETTLED ONE COUNTS AS PAID HERE.
       2000-CHECK-ONE-INVOICE.
            IF INV-STATUS-PAID
                ADD 1 TO WS-INVOICES-CHECKED
                ADD INV-AMOUNT-PAID TO WS-PAID-CHECKED
                PERFORM 2100-LOOK-UP-IMAGES
                IF WS-INVOICE-IMAGE-FOUND
                    ADD 1 TO WS-INVOICES-IMAGED
                ELSE
                    PERFORM 3000-PRINT-THE-INVOICE
                END-IF
            END-IF.
            PERFORM 8100-READ-NEXT-PAID-INVOICE.

      * EVERY DOCUMENT FILED AGAINST THE INVOICE SITS TOGETHER ON
      * THE INDEX UNDER ITS VENDOR AND INVOICE NUMBER.
       2100-LOOK-UP-IMAGES.
            MOVE "N" TO WS-INVOICE-IMAGE-SWITCH.
            MOVE ZERO TO WS-OTHER-DOCUMENTS.
            MOVE SPACES TO WS-OTHER-TYPES.
            IF NOT WS-IMAGE-INDEX-MISSING
                MOVE "N" TO WS-IMAGE-SCAN-SWITCH
                MOVE INV-VENDOR-NUMBER TO IX-VENDOR-NUMBER
                MOVE INV-INVOICE-NUMBER TO IX-INVOICE-NUMBER
                MOVE LOW-VALUES TO IX-DOCUMENT-ID
                START IMAGE-INDEX-FILE KEY IS NOT LESS THAN IX-KEY
                    INVALID KEY SET WS-IMAGE-SCAN-DONE TO TRUE
                END-START
                IF NOT WS-IMAGE-SCAN-DONE
                    PERFORM 8200-READ-NEXT-IMAGE
                END-IF
                PERFORM 2200-NOTE-ONE-DOCUMENT
                    UNTIL WS-IMAGE-SCAN-DONE
            END-IF.

       2200-NOTE-ONE-DOCUMENT.
            IF IX-DOC-INVOICE
                SET WS-INVOICE-IMAGE-FOUND TO TRUE
                SET WS-IMAGE-SCAN-DONE TO TRUE
            ELSE
                ADD 1 TO WS-OTHER-DOCUMENTS
                MOVE 1 TO WS-OTHER-SUB
                PERFORM 2210-FIND-TYPE-SLOT
                    UNTIL WS-OTHER-SUB > 5
                    OR WS-OTHER-TYPES(WS-OTHER-SUB:1) = SPACE
                    OR WS-OTHER-TYPES(WS-OTHER-SUB:1) = IX-DOC-TYPE
                IF WS-OTHER-SUB NOT > 5
                    MOVE IX-DOC-TYPE TO WS-OTHER-TYPES(WS-OTHER-SUB:1)
                END-IF
                PERFORM 8200-READ-NEXT-IMAGE
            END-IF.

       2210-FIND-TYPE-SLOT.
            ADD 1 TO WS-OTHER-SUB.

       3000-PRINT-THE-INVOICE.
            ADD 1 TO WS-INVOICES-LISTED.
            ADD INV-AMOUNT-PAID TO WS-PAID-LISTED.
            MOVE INV-VENDOR-NUMBER TO VENDOR-NUMBER.
            READ VENDOR-FILE
                INVALID KEY
                    MOVE "** NOT ON FILE **" TO VENDOR-NAME
            END-READ.
            MOVE INV-VENDOR-NUMBER TO WS-D-VENDOR.
            MOVE VENDOR-NAME TO WS-D-NAME.
            MOVE INV-INVOICE-NUMBER TO WS-D-INVOICE.
            MOVE INV-DOC-TYPE TO WS-D-DOC-TYPE.
            MOVE INV-INVOICE-DATE TO WS-D-INVOICE-DATE.
            MOVE INV-PAID-DATE TO WS-D-PAID-DATE.
            MOVE INV-CHECK-NUMBER TO WS-D-CHECK.
            MOVE INV-AMOUNT-PAID TO WS-D-AMOUNT.
            IF WS-OTHER-DOCUMENTS = ZERO
                MOVE "NOTHING" TO WS-D-ON-FILE
            ELSE
                MOVE SPACES TO WS-D-ON-FILE
                STRING "ONLY " DELIMITED BY SIZE
                    WS-OTHER-TYPES DELIMITED BY SPACE
                    INTO WS-D-ON-FILE
                END-STRING
            END-IF.
            MOVE WS-DETAIL-LINE TO REPORT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

      * PRINT THE STANDARD COMPANY/RUN-DATE/RUN-TIME/PAGE-NUMBER
      * HEADING (SEE RPTHDR1.cbl) AHEAD OF THE COLUMN HEADING LINE.
       3900-PRINT-STANDARD-HEADING.
            ADD 1 TO WS-RPT-PAGE-COUNT.
            MOVE WS-RPT-PAGE-COUNT TO WS-RPT-PAGE-NUMBER.
            ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RPT-RUN-TIME FROM TIME.
            MOVE WS-RPT-HEADING-LINE-1 TO REPORT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-RPT-HEADING-LINE-2 TO REPORT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

       8000-WRITE-PRINT-LINE.
            WRITE REPORT-PRINT-LINE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO WRITE IMAGE EXCEPTION REPORT, "
                    "STATUS = " WS-PRINT-FILE-STATUS
            END-IF.

      * THE NEXT ITEM PAID IN THE RANGE - THE NEXT RECORD ON THE
      * DOC-TYPE/PAID-DATE INDEX WHILE IT IS STILL THE SAME DOC
      * TYPE AND INSIDE THE RANGE, ELSE THE FIRST SUCH RECORD OF
      * THE NEXT DOC TYPE (TAXRPT01'S WALK).
       8100-READ-NEXT-PAID-INVOICE.
            IF WS-DOC-IX = ZERO
                SET WS-SLICE-ENDED TO TRUE
            ELSE
                PERFORM 8160-READ-WITHIN-DOC-TYPE
            END-IF.
            PERFORM 8150-START-NEXT-DOC-TYPE
                UNTIL NOT WS-SLICE-ENDED OR WS-NO-MORE-INVOICES.

       8150-START-NEXT-DOC-TYPE.
            IF WS-DOC-IX = 2
                SET WS-NO-MORE-INVOICES TO TRUE
            ELSE
                ADD 1 TO WS-DOC-IX
                MOVE "N" TO WS-SLICE-END-SWITCH
                MOVE WS-DOC-TYPE-ENTRY(WS-DOC-IX) TO INV-DOC-TYPE
                MOVE WS-FROM-DATE TO INV-PAID-DATE
                START INVOICE-FILE
                    KEY IS NOT LESS THAN INV-DOC-PAID-KEY
                    INVALID KEY SET WS-SLICE-ENDED TO TRUE
                END-START
                IF NOT WS-SLICE-ENDED
                    PERFORM 8160-READ-WITHIN-DOC-TYPE
                END-IF
            END-IF.

       8160-READ-WITHIN-DOC-TYPE.
            MOVE "N" TO WS-SLICE-END-SWITCH.
            READ INVOICE-FILE NEXT RECORD
                AT END SET WS-SLICE-ENDED TO TRUE
            END-READ.
            IF NOT WS-INVOICE-FILE-OK AND NOT WS-INVOICE-FILE-EOF
                DISPLAY "INVOICE-FILE READ ERROR, STATUS = "
                    WS-INVOICE-FILE-STATUS
                SET WS-NO-MORE-INVOICES TO TRUE
                SET WS-SLICE-ENDED TO TRUE
            ELSE IF NOT WS-SLICE-ENDED
                AND (INV-DOC-TYPE NOT = WS-DOC-TYPE-ENTRY(WS-DOC-IX)
                    OR INV-PAID-DATE > WS-TO-DATE)
                SET WS-SLICE-ENDED TO TRUE
            END-IF.

       8200-READ-NEXT-IMAGE.
            READ IMAGE-INDEX-FILE NEXT RECORD
                AT END SET WS-IMAGE-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-IMAGE-INDEX-OK AND NOT WS-IMAGE-INDEX-EOF
                DISPLAY "IMAGE-INDEX-FILE READ ERROR, STATUS = "
                    WS-IMAGE-INDEX-STATUS
                SET WS-IMAGE-SCAN-DONE TO TRUE
            ELSE IF NOT WS-IMAGE-SCAN-DONE
                AND (IX-VENDOR-NUMBER NOT = INV-VENDOR-NUMBER
                    OR IX-INVOICE-NUMBER NOT = INV-INVOICE-NUMBER)
                SET WS-IMAGE-SCAN-DONE TO TRUE
            END-IF.

       9000-TERMINATE.
            MOVE SPACES TO REPORT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE "PAID ITEMS CHECKED          : " TO WS-TL-LABEL.
            MOVE WS-INVOICES-CHECKED TO WS-TL-COUNT.
            MOVE WS-PAID-CHECKED TO WS-TL-AMOUNT.
            PERFORM 9100-PRINT-TOTAL-LINE.
            MOVE "PAID WITH AN IMAGE ON FILE  : " TO WS-TL-LABEL.
            MOVE WS-INVOICES-IMAGED TO WS-TL-COUNT.
            COMPUTE WS-TL-AMOUNT = WS-PAID-CHECKED - WS-PAID-LISTED.
            PERFORM 9100-PRINT-TOTAL-LINE.
            MOVE "PAID WITH NO INVOICE IMAGE  : " TO WS-TL-LABEL.
            MOVE WS-INVOICES-LISTED TO WS-TL-COUNT.
            MOVE WS-PAID-LISTED TO WS-TL-AMOUNT.
            PERFORM 9100-PRINT-TOTAL-LINE.
            IF WS-INVOICES-LISTED > ZERO
                MOVE 4 TO WS-EXC-RC
            END-IF.
            MOVE "C" TO WS-RL-FUNCTION.
            MOVE "PAID WITH NO IMAGE" TO WS-RL-LABEL.
            MOVE WS-PAID-LISTED TO WS-RL-VALUE.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            MOVE "E" TO WS-RL-FUNCTION.
            MOVE WS-INVOICES-CHECKED TO WS-RL-RECORDS-IN.
            MOVE WS-INVOICES-LISTED TO WS-RL-RECORDS-OUT.
            MOVE ZERO TO WS-RL-REJECTS.
            IF WS-RUN-OK
                MOVE "BALANCED" TO WS-RL-STATUS-TEXT
            ELSE
                MOVE "NOT RUN" TO WS-RL-STATUS-TEXT
            END-IF.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            DISPLAY "PAID ITEMS CHECKED      : " WS-INVOICES-CHECKED.
            DISPLAY "WITH AN INVOICE IMAGE   : " WS-INVOICES-IMAGED.
            DISPLAY "PAID WITH NO IMAGE      : " WS-INVOICES-LISTED.
            CLOSE PRINT-FILE.
            CLOSE VENDOR-FILE.
            CLOSE IMAGE-INDEX-FILE.
            CLOSE INVOICE-FILE.

       9100-PRINT-TOTAL-LINE.
            MOVE WS-TOTAL-LINE TO REPORT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
       END PROGRAM IMGEXC01.

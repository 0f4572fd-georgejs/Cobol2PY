      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Document image index load.  Reads the imaging
      *              server's nightly index export (IMGEXPT - an "H"
      *              header with the export date, one "D" line per
      *              document scanned, and a "T" trailer with the
      *              "D" count) and files each document on
      *              IMAGE-INDEX-FILE against the vendor and invoice
      *              it supports.  The export carries only what was
      *              scanned since the last one, so the load adds to
      *              the index rather than replacing it; a document
      *              the server exports again (a rescan) replaces its
      *              own entry.  Header, trailer and count are proved
      *              before anything is filed, and an export that
      *              fails is refused whole - tomorrow's export does
      *              not repeat tonight's documents, so a truncated
      *              one has to be re-sent, not half-loaded.  A line
      *              that is itself bad (unknown vendor, no document
      *              ID, an invoice document with no invoice number)
      *              is listed and skipped.  A document may arrive
      *              before its invoice is keyed; it is filed anyway
      *              and counted, since entry usually follows the
      *              scan by a day or two.
      *              RETURN-CODE 8 - export refused; 4 - lines
      *              rejected; 0 - clean.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original image index load.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMGLOD01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLIMG01.cbl".
           COPY "SLVND01.cbl".
           COPY "SLINV01.cbl".
           SELECT IMAGE-EXPORT-FILE ASSIGN TO IMGEXPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMAGE-EXPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY "FDIMG01.cbl".
           COPY "fdvnd01.cbl".
           COPY "FDINV01.cbl".

      * THE SCANNER'S INDEX EXPORT IN FIXED COLUMNS.  DOCUMENT TYPE
      * I INVOICE, P PURCHASE ORDER, R RECEIVING, W W-9, C CONTRACT;
      * A W-9 OR CONTRACT CARRIES NO INVOICE NUMBER.
       FD  IMAGE-EXPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  IMAGE-EXPORT-LINE.
           05 IE-RECORD-TYPE           PIC X(01).
               88 IE-HEADER                VALUE "H".
               88 IE-DETAIL                VALUE "D".
               88 IE-TRAILER               VALUE "T".
           05 IE-DETAIL-DATA.
               10 IE-VENDOR-NUMBER     PIC 9(05).
               10 IE-INVOICE-NUMBER    PIC X(15).
               10 IE-DOCUMENT-ID       PIC X(20).
               10 IE-DOC-TYPE          PIC X(01).
               10 IE-PAGE-COUNT        PIC 9(04).
               10 IE-SCAN-DATE         PIC 9(08).
           05 IE-HEADER-DATA REDEFINES IE-DETAIL-DATA.
               10 IE-EXPORT-DATE       PIC 9(08).
               10 FILLER               PIC X(45).
           05 IE-TRAILER-DATA REDEFINES IE-DETAIL-DATA.
               10 IE-DETAIL-COUNT      PIC 9(07).
               10 FILLER               PIC X(46).

       WORKING-STORAGE SECTION.
       01  WS-IMAGE-INDEX-STATUS      PIC X(02).
           88 WS-IMAGE-INDEX-OK           VALUE "00".
           88 WS-IMAGE-INDEX-MISSING      VALUE "35".
       01  WS-VENDOR-FILE-STATUS      PIC X(02).
           88 WS-VENDOR-FILE-OK           VALUE "00".
           88 WS-VENDOR-FILE-NOT-FOUND    VALUE "23".
       01  WS-INVOICE-FILE-STATUS     PIC X(02).
           88 WS-INVOICE-FILE-OK          VALUE "00".
           88 WS-INVOICE-NOT-FOUND        VALUE "23".
           88 WS-INVOICE-FILE-MISSING     VALUE "35".
       01  WS-IMAGE-EXPORT-STATUS     PIC X(02).
           88 WS-IMAGE-EXPORT-OK          VALUE "00".
           88 WS-IMAGE-EXPORT-EOF         VALUE "10".
           88 WS-IMAGE-EXPORT-MISSING     VALUE "35".

       01  WS-RUN-DATE                 PIC 9(08).

      * FIELDS FOR THE RUNLOG01 RUN-CONTROL CALLS.
       01  WS-RL-FUNCTION            PIC X(01).
       01  WS-RL-PROGRAM             PIC X(08) VALUE "IMGLOD01".
       01  WS-RL-LABEL               PIC X(24).
       01  WS-RL-VALUE               PIC S9(13)V99.
       01  WS-RL-RECORDS-IN          PIC 9(07) VALUE ZERO.
       01  WS-RL-RECORDS-OUT         PIC 9(07) VALUE ZERO.
       01  WS-RL-REJECTS             PIC 9(07) VALUE ZERO.
       01  WS-RL-STATUS-TEXT         PIC X(08).

      * THE PROVING PASS.
       01  WS-VERIFY-EOF-SWITCH        PIC X(01) VALUE "N".
           88 WS-VERIFY-EOF                VALUE "Y".
       01  WS-TRAILER-SEEN-SWITCH      PIC X(01) VALUE "N".
           88 WS-TRAILER-SEEN              VALUE "Y".
       01  WS-EXPORT-OK-SWITCH         PIC X(01) VALUE "N".
           88 WS-EXPORT-VERIFIED           VALUE "Y".
       01  WS-VERIFY-COUNT             PIC 9(07) COMP VALUE ZERO.
       01  WS-EXPORT-DATE              PIC 9(08) VALUE ZERO.

      * THE LOADING PASS.
       01  WS-LOAD-EOF-SWITCH          PIC X(01) VALUE "N".
           88 WS-LOAD-DONE                 VALUE "Y".
       01  WS-LINE-OK-SWITCH           PIC X(01).
           88 WS-LINE-OK                   VALUE "Y".
       01  WS-REJECT-REASON            PIC X(40).
       01  WS-LINE-NUMBER              PIC 9(07) VALUE ZERO.

      * THE RUN'S VERDICT - MOVED TO RETURN-CODE AS THE LAST THING
      * THE PROGRAM DOES.
       01  WS-LOAD-RC                  PIC 9(02) VALUE ZERO.

      * RUN COUNTS, DISPLAYED AT END OF RUN.
       01  WS-DOCUMENTS-READ           PIC 9(07) COMP VALUE ZERO.
       01  WS-DOCUMENTS-ADDED          PIC 9(07) COMP VALUE ZERO.
       01  WS-DOCUMENTS-REPLACED       PIC 9(07) COMP VALUE ZERO.
       01  WS-DOCUMENTS-REJECTED       PIC 9(07) COMP VALUE ZERO.
       01  WS-AHEAD-OF-INVOICE         PIC 9(07) COMP VALUE ZERO.
       01  WS-PAGES-LOADED             PIC 9(09) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
            MOVE "S" TO WS-RL-FUNCTION.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            DISPLAY "DOCUMENT IMAGE INDEX LOAD - " WS-RUN-DATE.
            PERFORM 1000-VERIFY-EXPORT.
            IF WS-EXPORT-VERIFIED
                PERFORM 2000-LOAD-EXPORT
            ELSE
                MOVE 8 TO WS-LOAD-RC
            END-IF.
            PERFORM 9000-TERMINATE.
            MOVE WS-LOAD-RC TO RETURN-CODE.
            STOP RUN.

      ******************************************************************
      * PROVE THE WHOLE EXPORT BEFORE FILING ANY OF IT - THE SAME
      * HEADER/TRAILER DISCIPLINE SDNLOD01 HOLDS THE SDN LIST TO.
      * A NIGHT THE SCANNERS WERE IDLE STILL SENDS A HEADER AND A
      * ZERO TRAILER.
      ******************************************************************
       1000-VERIFY-EXPORT.
            OPEN INPUT IMAGE-EXPORT-FILE.
            IF WS-IMAGE-EXPORT-MISSING
                DISPLAY "EXPORT REFUSED - NO IMAGE INDEX EXPORT TO "
                    "LOAD"
            ELSE IF NOT WS-IMAGE-EXPORT-OK
                DISPLAY "UNABLE TO OPEN IMAGE INDEX EXPORT, STATUS = "
                    WS-IMAGE-EXPORT-STATUS
            ELSE
                PERFORM 1100-PROVE-THE-FILE
                CLOSE IMAGE-EXPORT-FILE
            END-IF.

       1100-PROVE-THE-FILE.
            READ IMAGE-EXPORT-FILE
                AT END SET WS-VERIFY-EOF TO TRUE
            END-READ.
            IF WS-VERIFY-EOF
                DISPLAY "EXPORT REFUSED - THE EXPORT IS EMPTY"
            ELSE IF NOT IE-HEADER OR IE-EXPORT-DATE NOT NUMERIC
                DISPLAY "EXPORT REFUSED - NO HEADER WITH AN EXPORT "
                    "DATE AT THE FRONT OF THE FILE"
            ELSE
                MOVE IE-EXPORT-DATE TO WS-EXPORT-DATE
                PERFORM 1200-VERIFY-ONE-LINE
                    UNTIL WS-VERIFY-EOF OR WS-TRAILER-SEEN
                PERFORM 1300-CHECK-THE-TRAILER
            END-IF.

       1200-VERIFY-ONE-LINE.
            READ IMAGE-EXPORT-FILE
                AT END SET WS-VERIFY-EOF TO TRUE
            END-READ.
            IF WS-VERIFY-EOF
                CONTINUE
            ELSE IF IE-TRAILER
                SET WS-TRAILER-SEEN TO TRUE
            ELSE
                ADD 1 TO WS-VERIFY-COUNT
            END-IF.

       1300-CHECK-THE-TRAILER.
            IF NOT WS-TRAILER-SEEN
                DISPLAY "EXPORT REFUSED - NO TRAILER - THE EXPORT "
                    "LOOKS TRUNCATED"
            ELSE IF IE-DETAIL-COUNT NOT NUMERIC
                OR IE-DETAIL-COUNT NOT = WS-VERIFY-COUNT
                DISPLAY "EXPORT REFUSED - TRAILER COUNT "
                    IE-DETAIL-COUNT " BUT " WS-VERIFY-COUNT
                    " LINES READ"
            ELSE
                SET WS-EXPORT-VERIFIED TO TRUE
                DISPLAY "EXPORT OF " WS-EXPORT-DATE " VERIFIED - "
                    WS-VERIFY-COUNT " DOCUMENTS"
            END-IF.

      ******************************************************************
      * FILE EACH DOCUMENT.  THE INDEX IS CREATED ON THE FIRST
      * NIGHT IT IS MISSING.
      ******************************************************************
       2000-LOAD-EXPORT.
            OPEN I-O IMAGE-INDEX-FILE.
            IF WS-IMAGE-INDEX-MISSING
                OPEN OUTPUT IMAGE-INDEX-FILE
                CLOSE IMAGE-INDEX-FILE
                OPEN I-O IMAGE-INDEX-FILE
            END-IF.
            IF NOT WS-IMAGE-INDEX-OK
                DISPLAY "UNABLE TO OPEN IMAGE-INDEX-FILE, STATUS = "
                    WS-IMAGE-INDEX-STATUS
                MOVE "N" TO WS-EXPORT-OK-SWITCH
            END-IF.
            OPEN INPUT VENDOR-FILE.
            IF NOT WS-VENDOR-FILE-OK
                DISPLAY "UNABLE TO OPEN VENDOR-FILE, STATUS = "
                    WS-VENDOR-FILE-STATUS
                MOVE "N" TO WS-EXPORT-OK-SWITCH
            END-IF.
            OPEN INPUT INVOICE-FILE.
            IF WS-INVOICE-FILE-MISSING
                CONTINUE
            ELSE IF NOT WS-INVOICE-FILE-OK
                DISPLAY "UNABLE TO OPEN INVOICE-FILE, STATUS = "
                    WS-INVOICE-FILE-STATUS
                MOVE "N" TO WS-EXPORT-OK-SWITCH
            END-IF.
            IF WS-EXPORT-VERIFIED
                OPEN INPUT IMAGE-EXPORT-FILE
                PERFORM 8000-READ-EXPORT-LINE
                PERFORM 8000-READ-EXPORT-LINE
                PERFORM 2100-LOAD-ONE-LINE UNTIL WS-LOAD-DONE
                CLOSE IMAGE-EXPORT-FILE
            ELSE
                MOVE 8 TO WS-LOAD-RC
            END-IF.
            CLOSE INVOICE-FILE.
            CLOSE VENDOR-FILE.
            CLOSE IMAGE-INDEX-FILE.

       2100-LOAD-ONE-LINE.
            ADD 1 TO WS-DOCUMENTS-READ.
            PERFORM 2200-EDIT-ONE-LINE.
            IF WS-LINE-OK
                PERFORM 2300-FILE-THE-DOCUMENT
            ELSE
                ADD 1 TO WS-DOCUMENTS-REJECTED
                DISPLAY "LINE " WS-LINE-NUMBER " REJECTED - "
                    WS-REJECT-REASON
                DISPLAY "    " IMAGE-EXPORT-LINE(1:54)
            END-IF.
            PERFORM 8000-READ-EXPORT-LINE.

       2200-EDIT-ONE-LINE.
            MOVE "Y" TO WS-LINE-OK-SWITCH.
            MOVE SPACES TO WS-REJECT-REASON.
            MOVE IE-DOC-TYPE TO IX-DOC-TYPE.
            IF NOT IE-DETAIL
                MOVE "NOT A DETAIL LINE" TO WS-REJECT-REASON
            ELSE IF IE-VENDOR-NUMBER NOT NUMERIC
                OR IE-VENDOR-NUMBER = ZERO
                MOVE "NO VENDOR NUMBER" TO WS-REJECT-REASON
            ELSE IF IE-DOCUMENT-ID = SPACES
                MOVE "NO DOCUMENT ID" TO WS-REJECT-REASON
            ELSE IF NOT IX-DOC-TYPE-VALID
                MOVE "UNKNOWN DOCUMENT TYPE" TO WS-REJECT-REASON
            ELSE IF IX-DOC-VENDOR-LEVEL
                AND IE-INVOICE-NUMBER NOT = SPACES
                MOVE "W-9/CONTRACT FILED AGAINST AN INVOICE"
                    TO WS-REJECT-REASON
            ELSE IF NOT IX-DOC-VENDOR-LEVEL
                AND IE-INVOICE-NUMBER = SPACES
                MOVE "NO INVOICE NUMBER ON AN INVOICE DOCUMENT"
                    TO WS-REJECT-REASON
            ELSE IF IE-PAGE-COUNT NOT NUMERIC
                OR IE-PAGE-COUNT = ZERO
                MOVE "NO PAGE COUNT" TO WS-REJECT-REASON
            ELSE IF IE-SCAN-DATE NOT NUMERIC
                OR IE-SCAN-DATE = ZERO
                OR IE-SCAN-DATE > WS-RUN-DATE
                MOVE "BAD SCAN DATE" TO WS-REJECT-REASON
            ELSE
                MOVE IE-VENDOR-NUMBER TO VENDOR-NUMBER
                READ VENDOR-FILE
                    INVALID KEY
                        MOVE "VENDOR NOT ON FILE" TO WS-REJECT-REASON
                END-READ
            END-IF.
            IF WS-REJECT-REASON NOT = SPACES
                MOVE "N" TO WS-LINE-OK-SWITCH
            END-IF.

      * A RESCAN COMES BACK UNDER THE SAME DOCUMENT ID AND REPLACES
      * THE ENTRY IT HAD.
       2300-FILE-THE-DOCUMENT.
            MOVE SPACES TO IMAGE-INDEX-RECORD.
            MOVE IE-VENDOR-NUMBER TO IX-VENDOR-NUMBER.
            MOVE IE-INVOICE-NUMBER TO IX-INVOICE-NUMBER.
            MOVE IE-DOCUMENT-ID TO IX-DOCUMENT-ID.
            MOVE IE-DOC-TYPE TO IX-DOC-TYPE.
            MOVE IE-PAGE-COUNT TO IX-PAGE-COUNT.
            MOVE IE-SCAN-DATE TO IX-SCAN-DATE.
            MOVE WS-RUN-DATE TO IX-LOAD-DATE.
            MOVE WS-EXPORT-DATE TO IX-EXPORT-DATE.
            WRITE IMAGE-INDEX-RECORD
                INVALID KEY
                    REWRITE IMAGE-INDEX-RECORD
                        INVALID KEY
                            DISPLAY "UNABLE TO REPLACE DOCUMENT "
                                IX-DOCUMENT-ID ", STATUS = "
                                WS-IMAGE-INDEX-STATUS
                            ADD 1 TO WS-DOCUMENTS-REJECTED
                        NOT INVALID KEY
                            ADD 1 TO WS-DOCUMENTS-REPLACED
                            ADD IX-PAGE-COUNT TO WS-PAGES-LOADED
                    END-REWRITE
                NOT INVALID KEY
                    ADD 1 TO WS-DOCUMENTS-ADDED
                    ADD IX-PAGE-COUNT TO WS-PAGES-LOADED
            END-WRITE.
            IF NOT IX-DOC-VENDOR-LEVEL
                PERFORM 2400-CHECK-FOR-INVOICE
            END-IF.

       2400-CHECK-FOR-INVOICE.
            IF WS-INVOICE-FILE-MISSING
                ADD 1 TO WS-AHEAD-OF-INVOICE
            ELSE
                MOVE IX-VENDOR-NUMBER TO INV-VENDOR-NUMBER
                MOVE IX-INVOICE-NUMBER TO INV-INVOICE-NUMBER
                READ INVOICE-FILE
                    INVALID KEY
                        ADD 1 TO WS-AHEAD-OF-INVOICE
                END-READ
            END-IF.

      * THE FIRST CALL AFTER THE OPEN READS THE HEADER, THE SECOND
      * THE FIRST DOCUMENT.  THE TRAILER ENDS THE LOAD.
       8000-READ-EXPORT-LINE.
            READ IMAGE-EXPORT-FILE
                AT END SET WS-LOAD-DONE TO TRUE
            END-READ.
            IF NOT WS-LOAD-DONE
                ADD 1 TO WS-LINE-NUMBER
                IF IE-TRAILER
                    SET WS-LOAD-DONE TO TRUE
                END-IF
            END-IF.

       9000-TERMINATE.
            IF WS-LOAD-RC = ZERO AND WS-DOCUMENTS-REJECTED > ZERO
                MOVE 4 TO WS-LOAD-RC
            END-IF.
            DISPLAY "DOCUMENTS READ          : " WS-DOCUMENTS-READ.
            DISPLAY "DOCUMENTS ADDED         : " WS-DOCUMENTS-ADDED.
            DISPLAY "DOCUMENTS REPLACED      : "
                WS-DOCUMENTS-REPLACED.
            DISPLAY "DOCUMENTS REJECTED      : "
                WS-DOCUMENTS-REJECTED.
            DISPLAY "FILED AHEAD OF INVOICE  : " WS-AHEAD-OF-INVOICE.
            DISPLAY "PAGES INDEXED           : " WS-PAGES-LOADED.
            MOVE "C" TO WS-RL-FUNCTION.
            MOVE "PAGES INDEXED" TO WS-RL-LABEL.
            MOVE WS-PAGES-LOADED TO WS-RL-VALUE.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            MOVE "E" TO WS-RL-FUNCTION.
            MOVE WS-VERIFY-COUNT TO WS-RL-RECORDS-IN.
            COMPUTE WS-RL-RECORDS-OUT = WS-DOCUMENTS-ADDED
                + WS-DOCUMENTS-REPLACED.
            MOVE WS-DOCUMENTS-REJECTED TO WS-RL-REJECTS.
            IF WS-LOAD-RC = 8
                MOVE "REFUSED" TO WS-RL-STATUS-TEXT
            ELSE
                MOVE "LOADED" TO WS-RL-STATUS-TEXT
            END-IF.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
       END PROGRAM IMGLOD01.

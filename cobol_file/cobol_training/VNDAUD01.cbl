      *                  a priority change or a prenote stamp used
      *                  to select as an update with no field
      *                  changes to show.
      *   2026-10-15 DW  The mirror areas and the compare learned
      *                  VENDOR-CARD-FLAG.
      *   2026-10-15 DW  Remit-to releases (VH-ACTION-REMIT) carry
      *                  REMIT-TO images, not the vendor record - they
      *                  have their own mirror areas (RO-/RN-, kept in
      *                  step with FDRMT01.cbl) and compare.
      *   2026-10-15 DW  The mirror areas and the compare learned
      *                  VENDOR-INTEREST-FLAG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDAUD01.
           05 AB-MERGED-TO               PIC 9(05).
           05 AB-PRIORITY                PIC 9(01).
           05 AB-PRENOTE-DATE            PIC 9(08).
           05 AB-CARD-FLAG               PIC X(01).
           05 AB-INTEREST-FLAG           PIC X(01).
       01  WS-AFTER-AREA.
           05 AF-VENDOR-NUMBER           PIC 9(05).
           05 AF-NAME                    PIC X(30).
           05 AF-MERGED-TO               PIC 9(05).
           05 AF-PRIORITY                PIC 9(01).
           05 AF-PRENOTE-DATE            PIC 9(08).
           05 AF-CARD-FLAG               PIC X(01).
           05 AF-INTEREST-FLAG           PIC X(01).

      * MIRRORS OF THE FDRMT01.cbl REMIT-TO RECORD FOR THE "R"
      * IMAGES - BEFORE AND AFTER.  ONLY THE LIVE FIELDS ARE
      * COMPARED; THE PENDING BLOCK IS WHAT BECAME THEM.
       01  WS-REMIT-BEFORE-AREA.
           05 RO-VENDOR-NUMBER           PIC 9(05).
           05 RO-REMIT-CODE              PIC X(02).
           05 RO-PAYEE-NAME              PIC X(30).
           05 RO-ADDRESS-1               PIC X(30).
           05 RO-ADDRESS-2               PIC X(30).
           05 RO-CITY                    PIC X(20).
           05 RO-STATE                   PIC X(02).
           05 RO-ZIP                     PIC X(10).
           05 RO-DEFAULT-FLAG            PIC X(01).
           05 RO-STATUS                  PIC X(01).
           05 FILLER                     PIC X(169).
       01  WS-REMIT-AFTER-AREA.
           05 RN-VENDOR-NUMBER           PIC 9(05).
           05 RN-REMIT-CODE              PIC X(02).
           05 RN-PAYEE-NAME              PIC X(30).
           05 RN-ADDRESS-1               PIC X(30).
           05 RN-ADDRESS-2               PIC X(30).
           05 RN-CITY                    PIC X(20).
           05 RN-STATE                   PIC X(02).
           05 RN-ZIP                     PIC X(10).
           05 RN-DEFAULT-FLAG            PIC X(01).
           05 RN-STATUS                  PIC X(01).
           05 FILLER                     PIC X(169).

       01  WS-FLD-LABEL                PIC X(21).
       01  WS-OLD-TEXT                 PIC X(30).
            IF VH-ACTION-ADD
                MOVE "  NEW RECORD" TO AUDIT-PRINT-LINE
                PERFORM 8000-WRITE-PRINT-LINE
            ELSE IF VH-ACTION-REMIT
                MOVE VH-BEFORE-IMAGE TO WS-REMIT-BEFORE-AREA
                MOVE VH-AFTER-IMAGE TO WS-REMIT-AFTER-AREA
                PERFORM 4500-COMPARE-REMIT-IMAGES
            ELSE
                MOVE VH-BEFORE-IMAGE TO WS-BEFORE-AREA
                MOVE VH-AFTER-IMAGE TO WS-AFTER-AREA
                MOVE AF-PRENOTE-DATE TO WS-NEW-TEXT
                PERFORM 5000-PRINT-ONE-CHANGE
            END-IF.
            IF AB-CARD-FLAG NOT = AF-CARD-FLAG
                MOVE "CARD-FLAG" TO WS-FLD-LABEL
                MOVE AB-CARD-FLAG TO WS-OLD-TEXT
                MOVE AF-CARD-FLAG TO WS-NEW-TEXT
                PERFORM 5000-PRINT-ONE-CHANGE
            END-IF.
            IF AB-INTEREST-FLAG NOT = AF-INTEREST-FLAG
                MOVE "INTEREST-FLAG" TO WS-FLD-LABEL
                MOVE AB-INTEREST-FLAG TO WS-OLD-TEXT
                MOVE AF-INTEREST-FLAG TO WS-NEW-TEXT
                PERFORM 5000-PRINT-ONE-CHANGE
            END-IF.

      * A REMIT-TO RELEASE.  THE CODE HEADS THE CHANGES SO TWO
      * ADDRESSES OF ONE VENDOR ARE NEVER CONFUSED.
       4500-COMPARE-REMIT-IMAGES.
            MOVE SPACES TO AUDIT-PRINT-LINE.
            STRING "  REMIT-TO ADDRESS " DELIMITED BY SIZE
                   RN-REMIT-CODE DELIMITED BY SIZE
                INTO AUDIT-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            IF RO-PAYEE-NAME NOT = RN-PAYEE-NAME
                MOVE "REMIT PAYEE" TO WS-FLD-LABEL
                MOVE RO-PAYEE-NAME TO WS-OLD-TEXT
                MOVE RN-PAYEE-NAME TO WS-NEW-TEXT
                PERFORM 5000-PRINT-ONE-CHANGE
            END-IF.
            IF RO-ADDRESS-1 NOT = RN-ADDRESS-1
                MOVE "REMIT ADDRESS-1" TO WS-FLD-LABEL
                MOVE RO-ADDRESS-1 TO WS-OLD-TEXT
                MOVE RN-ADDRESS-1 TO WS-NEW-TEXT
                PERFORM 5000-PRINT-ONE-CHANGE
            END-IF.
            IF RO-ADDRESS-2 NOT = RN-ADDRESS-2
                MOVE "REMIT ADDRESS-2" TO WS-FLD-LABEL
                MOVE RO-ADDRESS-2 TO WS-OLD-TEXT
                MOVE RN-ADDRESS-2 TO WS-NEW-TEXT
                PERFORM 5000-PRINT-ONE-CHANGE
            END-IF.
            IF RO-CITY NOT = RN-CITY
                MOVE "REMIT CITY" TO WS-FLD-LABEL
                MOVE RO-CITY TO WS-OLD-TEXT
                MOVE RN-CITY TO WS-NEW-TEXT
                PERFORM 5000-PRINT-ONE-CHANGE
            END-IF.
            IF RO-STATE NOT = RN-STATE
                MOVE "REMIT STATE" TO WS-FLD-LABEL
                MOVE RO-STATE TO WS-OLD-TEXT
                MOVE RN-STATE TO WS-NEW-TEXT
                PERFORM 5000-PRINT-ONE-CHANGE
            END-IF.
            IF RO-ZIP NOT = RN-ZIP
                MOVE "REMIT ZIP" TO WS-FLD-LABEL
                MOVE RO-ZIP TO WS-OLD-TEXT
                MOVE RN-ZIP TO WS-NEW-TEXT
                PERFORM 5000-PRINT-ONE-CHANGE
            END-IF.
            IF RO-DEFAULT-FLAG NOT = RN-DEFAULT-FLAG
                MOVE "REMIT DEFAULT" TO WS-FLD-LABEL
                MOVE RO-DEFAULT-FLAG TO WS-OLD-TEXT
                MOVE RN-DEFAULT-FLAG TO WS-NEW-TEXT
                PERFORM 5000-PRINT-ONE-CHANGE
            END-IF.
            IF RO-STATUS NOT = RN-STATUS
                MOVE "REMIT STATUS" TO WS-FLD-LABEL
                MOVE RO-STATUS TO WS-OLD-TEXT
                MOVE RN-STATUS TO WS-NEW-TEXT
                PERFORM 5000-PRINT-ONE-CHANGE
            END-IF.

       5000-PRINT-ONE-CHANGE.
            MOVE SPACES TO AUDIT-PRINT-LINE.

      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-08-22 DW  Original replay check.
      *   2026-10-15 DW  The live compare covers the whole vendor
      *                  record again - it grew to 258 with the
      *                  card flag.
      *   2026-10-15 DW  Remit-to releases (VH-ACTION-REMIT) are left
      *                  out of the replay - their images are REMIT-TO
      *                  records, not links in the vendor's chain.
      *   2026-10-15 DW  The live compare covers the whole vendor
      *                  record again - 259 with the late-interest
      *                  flag.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDRPL01.
            ELSE
                PERFORM 2500-READ-NEXT-HISTORY
            END-IF.
      * A REMIT-TO RELEASE CARRIES REMIT-TO IMAGES, NOT THE VENDOR
      * RECORD, SO IT IS NO LINK IN THE VENDOR'S CHAIN.
            PERFORM UNTIL WS-NO-MORE-HISTORY
                IF NOT VH-ACTION-REMIT
                    MOVE VH-VENDOR-NUMBER TO SW-VENDOR
                    MOVE VH-CHANGE-DATE   TO SW-DATE
                    MOVE VH-CHANGE-TIME   TO SW-TIME
                    MOVE VH-ACTION-CODE   TO SW-ACTION
                    MOVE VH-BEFORE-IMAGE  TO SW-BEFORE
                    MOVE VH-AFTER-IMAGE   TO SW-AFTER
                    RELEASE SW-RECORD
                END-IF
                PERFORM 2500-READ-NEXT-HISTORY
            END-PERFORM.
            CLOSE VENDOR-HISTORY-FILE.
                        " BUT NO LIVE MASTER RECORD"
                    ADD 1 TO WS-NOT-ON-MASTER
                NOT INVALID KEY
                    IF WS-PRIOR-AFTER(1:259) NOT = VENDOR-RECORD
                        DISPLAY "LIVE MISMATCH - VENDOR "
                            WS-CURRENT-VENDOR " CURRENT STATE NOT "
                            "DERIVABLE FROM ITS AUDIT TRAIL"

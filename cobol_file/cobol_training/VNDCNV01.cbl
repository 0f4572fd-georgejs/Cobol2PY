      *   2026-09-02 DW  Converted vendors default the new payment
      *                  priority to 5 and the prenote date to zero,
      *                  the same as a freshly added vendor.
      *   2026-10-15 DW  Converted vendors default the new card flag
      *                  to "N" - nobody is paid on the card until
      *                  flagged.
      *   2026-10-15 DW  Converted vendors default the late-payment
      *                  interest flag to "N".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDCNV01.
            MOVE ZERO TO VENDOR-MERGED-TO.
            MOVE 5 TO VENDOR-PRIORITY.
            MOVE ZERO TO VENDOR-PRENOTE-DATE.
            MOVE "N" TO VENDOR-CARD-FLAG.
            MOVE "N" TO VENDOR-INTEREST-FLAG.
            SET VENDOR-1099-NOT-ELIGIBLE TO TRUE.
            WRITE VENDOR-RECORD
                INVALID KEY

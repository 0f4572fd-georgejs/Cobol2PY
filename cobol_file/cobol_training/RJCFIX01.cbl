      *                  - so the nightly runs' batch verification
      *                  accepts them as-is.  Each session writes a
      *                  fresh batch rather than appending.
      *   2026-10-15 DW  Changed STOP RUN to GOBACK so the operator
      *                  menu can CALL this from the work queue.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RJCFIX01.
       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-MAIN-LOOP UNTIL WS-ALL-DONE.
            GOBACK.

       1000-MAIN-LOOP.
            DISPLAY "1-WORK VENDOR REJECTS  2-WORK PHONE REJECTS  "

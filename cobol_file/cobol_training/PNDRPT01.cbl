      *              operator release, with its age in days, so a
      *              change keyed and forgotten - or keyed and
      *              deliberately left to ride - is in front of the
      *              supervisor every morning.  Remit-to address
      *              changes waiting on the same release follow the
      *              bank changes, as field R.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   2026-08-22 DW  Original pending report.
      *   2026-08-22 DW  The run now writes a run-control page and
      *                  run-log summary through RUNLOG01.
      *   2026-10-15 DW  Pending remit-to address changes are listed
      *                  after the bank changes, field R.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PNDRPT01.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLPND01.cbl".
           COPY "SLRMT01.cbl".
           COPY "Hello-world.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDPND01.cbl".
           COPY "FDRMT01.cbl".

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
           88 WS-PENDING-CHG-OK           VALUE "00".
           88 WS-PENDING-CHG-EOF          VALUE "10".
           88 WS-PENDING-CHG-MISSING      VALUE "35".
       01  WS-REMIT-TO-STATUS         PIC X(02).
           88 WS-REMIT-TO-OK              VALUE "00".
           88 WS-REMIT-TO-EOF             VALUE "10".
           88 WS-REMIT-TO-MISSING         VALUE "35".
       01  WS-PRINT-FILE-NAME         PIC X(20).
       01  WS-PRINT-FILE-STATUS       PIC X(02).
           88 WS-PRINT-FILE-OK            VALUE "00".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88 WS-NO-MORE-PENDING           VALUE "Y".
       01  WS-REMIT-EOF-SWITCH         PIC X(01) VALUE "N".
           88 WS-NO-MORE-REMIT-TOS         VALUE "Y".
       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-PENDING-COUNT            PIC 9(05) VALUE ZERO.

            PERFORM 1000-INITIALIZE.
            PERFORM 2000-REPORT-PENDING
                UNTIL WS-NO-MORE-PENDING.
            PERFORM 2500-OPEN-REMIT-TO-FILE.
            PERFORM 2600-REPORT-PENDING-REMIT-TO
                UNTIL WS-NO-MORE-REMIT-TOS.
            PERFORM 9000-TERMINATE.
            STOP RUN.

            ADD 1 TO WS-PENDING-COUNT.
            PERFORM 8500-READ-NEXT-PENDING.

      * NO REMIT-TO-FILE MEANS NO REMIT-TO HAS EVER BEEN KEYED.
       2500-OPEN-REMIT-TO-FILE.
            OPEN INPUT REMIT-TO-FILE.
            IF WS-REMIT-TO-MISSING
                SET WS-NO-MORE-REMIT-TOS TO TRUE
            ELSE IF NOT WS-REMIT-TO-OK
                DISPLAY "UNABLE TO OPEN REMIT-TO-FILE, "
                    "STATUS = " WS-REMIT-TO-STATUS
                SET WS-NO-MORE-REMIT-TOS TO TRUE
            ELSE
                PERFORM 8600-READ-NEXT-REMIT-TO
            END-IF.

      * ONLY A RECORD WITH ITS PENDING BLOCK SET IS WAITING - THE
      * NEW VALUE SHOWN IS THE REMIT-TO CODE AND THE KEYED CITY.
       2600-REPORT-PENDING-REMIT-TO.
            IF RA-CHANGE-PENDING
                MOVE RA-VENDOR-NUMBER   TO WS-D-VENDOR
                MOVE "R"                TO WS-D-FIELD
                MOVE SPACES             TO WS-D-NEW-VALUE
                STRING RA-REMIT-CODE DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    RA-PEND-CITY DELIMITED BY SIZE
                    INTO WS-D-NEW-VALUE
                END-STRING
                MOVE RA-PEND-ENTERED-BY TO WS-D-KEYED-BY
                MOVE RA-PEND-ENTRY-DATE TO WS-D-KEYED-ON
                MOVE "D" TO WS-DC-FUNCTION
                MOVE RA-PEND-ENTRY-DATE TO WS-DC-DATE-1
                MOVE WS-RUN-DATE TO WS-DC-DATE-2
                CALL "DATECALC1" USING WS-DC-FUNCTION
                    WS-DC-DATE-1 WS-DC-DATE-2 WS-DC-DAYS
                    WS-DC-RESULT-DATE WS-DC-ERROR-SWITCH
                IF WS-DC-DATE-ERROR
                    MOVE ZERO TO WS-D-AGE-DAYS
                ELSE
                    MOVE WS-DC-DAYS TO WS-D-AGE-DAYS
                END-IF
                MOVE WS-DETAIL-LINE TO PENDING-PRINT-LINE
                PERFORM 8000-WRITE-PRINT-LINE
                ADD 1 TO WS-PENDING-COUNT
            END-IF.
            PERFORM 8600-READ-NEXT-REMIT-TO.

       8500-READ-NEXT-PENDING.
            READ PENDING-CHANGE-FILE NEXT RECORD
                AT END SET WS-NO-MORE-PENDING TO TRUE
                SET WS-NO-MORE-PENDING TO TRUE
            END-IF.

       8600-READ-NEXT-REMIT-TO.
            READ REMIT-TO-FILE NEXT RECORD
                AT END SET WS-NO-MORE-REMIT-TOS TO TRUE
            END-READ.
            IF NOT WS-REMIT-TO-OK AND NOT WS-REMIT-TO-EOF
                DISPLAY "REMIT-TO-FILE READ ERROR, STATUS = "
                    WS-REMIT-TO-STATUS
                SET WS-NO-MORE-REMIT-TOS TO TRUE
            END-IF.

      * PRINT THE STANDARD COMPANY/RUN-DATE/RUN-TIME/PAGE-NUMBER
      * HEADING (SEE RPTHDR1.cbl) AHEAD OF THE COLUMN HEADING LINE.
       3900-PRINT-STANDARD-HEADING.
            DISPLAY "PENDING CHANGES REPORTED: " WS-PENDING-COUNT.
            CLOSE PRINT-FILE.
            CLOSE PENDING-CHANGE-FILE.
            CLOSE REMIT-TO-FILE.
       END PROGRAM PNDRPT01.

      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Segregation-of-duties conflict report (SODRPT.
      *              PRT).  The operator master controls who can
      *              reach which function; it cannot say whether one
      *              person did incompatible things to the same
      *              vendor's money.  Part 1 answers that from the
      *              records themselves, over a review window:
      *                VENDOR  - added, changed or deactivated the
      *                          vendor (VNDHIST, VH-OPERATOR-ID);
      *                BANK    - changed where its money goes - a
      *                          bank or remit-to change released
      *                          (VNDHIST) or keyed and still waiting
      *                          (PENDCHG, PN-ENTERED-BY);
      *                INVOICE - keyed its invoice (INV-ENTERED-BY);
      *                PAYMENT - posted or released its payment
      *                          (PAYDETL, PD-OPERATOR-ID).
      *              Any operator holding two or more of these roles
      *              on one vendor is listed with every event behind
      *              it.  Unattended BATCH runs are nobody's hands
      *              and are left out.
      *              Part 2 is the static listing - every operator
      *              whose authority level reaches both halves of an
      *              incompatible pair of functions, with how often
      *              the activity journal (ACTLOG) shows each half
      *              used in the window.
      *
      *              PARM - positions 1-8 window from (CCYYMMDD),
      *                               9-16 window to; default the
      *                               ninety days to today, one
      *                               quarter's SOX review.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original segregation-of-duties report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODRPT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLHST01.cbl".
           COPY "SLPND01.cbl".
           COPY "SLINV01.cbl".
           COPY "SLPDL01.cbl".
           COPY "SLOPR01.cbl".
           COPY "SLAJL01.cbl".
           COPY "SLVND01.cbl".
           SELECT EVENT-SORT-FILE ASSIGN TO "SODSORT.TMP".
           COPY "Hello-world.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "VNDHIST1.cbl".
           COPY "FDPND01.cbl".
           COPY "FDINV01.cbl".
           COPY "FDPDL01.cbl".
           COPY "FDOPR01.cbl".
           COPY "FDAJL01.cbl".
           COPY "fdvnd01.cbl".

       SD  EVENT-SORT-FILE.
       01  SE-RECORD.
           05 SE-OPERATOR           PIC X(08).
           05 SE-VENDOR             PIC 9(05).
           05 SE-DATE               PIC 9(08).
           05 SE-ROLE               PIC 9(01).
           05 SE-REFERENCE          PIC X(24).
           05 SE-AMOUNT             PIC S9(09)V99.

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SOD-PRINT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VENDOR-HIST-STATUS   PIC X(02).
           88 WS-VENDOR-HIST-OK        VALUE "00".
           88 WS-VENDOR-HIST-EOF       VALUE "10".
           88 WS-VENDOR-HIST-MISSING   VALUE "35".
       01  WS-PENDING-CHG-STATUS   PIC X(02).
           88 WS-PENDING-CHG-OK        VALUE "00".
           88 WS-PENDING-CHG-EOF       VALUE "10".
           88 WS-PENDING-CHG-MISSING   VALUE "35".
       01  WS-INVOICE-FILE-STATUS  PIC X(02).
           88 WS-INVOICE-FILE-OK       VALUE "00".
           88 WS-INVOICE-FILE-EOF      VALUE "10".
           88 WS-INVOICE-FILE-MISSING  VALUE "35".
       01  WS-PAYMENT-DTL-STATUS   PIC X(02).
           88 WS-PAYMENT-DTL-OK        VALUE "00".
           88 WS-PAYMENT-DTL-EOF       VALUE "10".
           88 WS-PAYMENT-DTL-MISSING   VALUE "35".
       01  WS-OPERATOR-FILE-STATUS PIC X(02).
           88 WS-OPERATOR-FILE-OK      VALUE "00".
           88 WS-OPERATOR-FILE-EOF     VALUE "10".
           88 WS-OPERATOR-FILE-MISSING VALUE "35".
       01  WS-ACTIVITY-JRN-STATUS  PIC X(02).
           88 WS-ACTIVITY-JRN-OK       VALUE "00".
           88 WS-ACTIVITY-JRN-EOF      VALUE "10".
           88 WS-ACTIVITY-JRN-MISSING  VALUE "35".
       01  WS-VENDOR-FILE-STATUS   PIC X(02).
           88 WS-VENDOR-FILE-OK        VALUE "00".
       01  WS-PRINT-FILE-NAME      PIC X(20).
       01  WS-PRINT-FILE-STATUS    PIC X(02).
           88 WS-PRINT-FILE-OK         VALUE "00".

       01  WS-EOF-SWITCH            PIC X(01) VALUE "N".
           88 WS-NO-MORE-INPUT          VALUE "Y".
       01  WS-SORT-EOF-SWITCH       PIC X(01) VALUE "N".
           88 WS-NO-MORE-SORTED         VALUE "Y".

      * PARM - REVIEW WINDOW FROM AND TO.
       01  WS-PARM-VALUE.
           05 WS-PARM-FROM          PIC X(08).
           05 WS-PARM-TO            PIC X(08).
       01  WS-RUN-DATE              PIC 9(08).
       01  WS-WINDOW-FROM           PIC 9(08).
       01  WS-WINDOW-TO             PIC 9(08).

      * MIRRORS OF fdvnd01.cbl AS FAR AS THE BANK FIELDS, FOR THE
      * BEFORE AND AFTER IMAGES OF A VENDOR CHANGE.
       01  WS-HIST-BEFORE-AREA.
           05 FILLER                PIC X(181).
           05 HB-EFT-FLAG           PIC X(01).
           05 HB-BANK-DETAILS       PIC X(27).
           05 FILLER                PIC X(91).
       01  WS-HIST-AFTER-AREA.
           05 FILLER                PIC X(181).
           05 HA-EFT-FLAG           PIC X(01).
           05 HA-BANK-DETAILS       PIC X(27).
           05 FILLER                PIC X(91).

      * THE FOUR ROLES ON ONE VENDOR'S MONEY.
       01  WS-ROLE-VALUES.
           05 FILLER PIC X(08) VALUE "VENDOR".
           05 FILLER PIC X(08) VALUE "BANK".
           05 FILLER PIC X(08) VALUE "INVOICE".
           05 FILLER PIC X(08) VALUE "PAYMENT".
       01  WS-ROLE-TABLE REDEFINES WS-ROLE-VALUES.
           05 WS-ROLE-NAME          PIC X(08) OCCURS 4 TIMES.
       01  WS-ROLE-VENDOR           PIC 9(01) VALUE 1.
       01  WS-ROLE-BANK             PIC 9(01) VALUE 2.
       01  WS-ROLE-INVOICE          PIC 9(01) VALUE 3.
       01  WS-ROLE-PAYMENT          PIC 9(01) VALUE 4.
       01  WS-ROLE-IX               PIC 9(02) COMP.

      * THE OPERATOR/VENDOR GROUP NOW BEING GATHERED - ITS ROLES
      * AND THE FIRST FORTY EVENTS BEHIND THEM.
       01  WS-GROUP-OPERATOR        PIC X(08).
       01  WS-GROUP-VENDOR          PIC 9(05).
       01  WS-HAVE-GROUP-SWITCH     PIC X(01) VALUE "N".
           88 WS-HAVE-GROUP             VALUE "Y".
       01  WS-GROUP-ROLES.
           05 WS-GROUP-ROLE-HELD    PIC X(01) OCCURS 4 TIMES.
       01  WS-GROUP-ROLE-COUNT      PIC 9(01).
       01  WS-GE-MAXIMUM            PIC 9(03) COMP VALUE 40.
       01  WS-GE-COUNT              PIC 9(05) COMP.
       01  WS-GE-IX                 PIC 9(05) COMP.
       01  WS-GROUP-EVENTS.
           05 WS-GE-ENTRY OCCURS 40 TIMES.
               10 WS-GE-DATE        PIC 9(08).
               10 WS-GE-ROLE        PIC 9(01).
               10 WS-GE-REFERENCE   PIC X(24).
               10 WS-GE-AMOUNT      PIC S9(09)V99.
       01  WS-ROLE-LIST             PIC X(40).
       01  WS-ROLE-POINTER          PIC 9(03) COMP.

      * THE FUNCTIONS BEHIND THE ROLES, WITH THE AUTHORITY LEVEL
      * EACH ONE NEEDS, AND HOW THE ACTIVITY JOURNAL NAMES ITS USE -
      *   VENDOR MAINT  VNDMNT01 OPTION 1, LEVEL 2
      *   BANK RELEASE  VNDMNT01 OPTION 7, LEVEL 3
      *   INVOICE ENTRY INVBLD01, ANY SIGNED-ON OPERATOR
      *   PAY/RELEASE   VNDMNT01 OPTION 3 OR PAYREL01, LEVEL 3
       01  WS-FUNCTION-VALUES.
           05 FILLER PIC X(15) VALUE "VENDOR MAINT  2".
           05 FILLER PIC X(15) VALUE "BANK RELEASE  3".
           05 FILLER PIC X(15) VALUE "INVOICE ENTRY 1".
           05 FILLER PIC X(15) VALUE "PAY/RELEASE   3".
       01  WS-FUNCTION-TABLE REDEFINES WS-FUNCTION-VALUES.
           05 WS-FN-ENTRY OCCURS 4 TIMES.
               10 WS-FN-NAME        PIC X(14).
               10 WS-FN-FLOOR       PIC 9(01).

      * THE INCOMPATIBLE PAIRS, BY FUNCTION NUMBER.
       01  WS-PAIR-VALUES.
           05 FILLER PIC X(02) VALUE "13".
           05 FILLER PIC X(02) VALUE "14".
           05 FILLER PIC X(02) VALUE "23".
           05 FILLER PIC X(02) VALUE "24".
           05 FILLER PIC X(02) VALUE "34".
       01  WS-PAIR-TABLE REDEFINES WS-PAIR-VALUES.
           05 WS-PR-ENTRY OCCURS 5 TIMES.
               10 WS-PR-FIRST       PIC 9(01).
               10 WS-PR-SECOND      PIC 9(01).
       01  WS-PR-IX                 PIC 9(02) COMP.
       01  WS-FN-A                  PIC 9(01).
       01  WS-FN-B                  PIC 9(01).

      * EACH OPERATOR'S USES OF THE FOUR FUNCTIONS IN THE WINDOW,
      * FROM THE ACTIVITY JOURNAL.
       01  WS-AO-MAXIMUM            PIC 9(03) COMP VALUE 200.
       01  WS-AO-COUNT              PIC 9(03) COMP VALUE ZERO.
       01  WS-AO-IX                 PIC 9(03) COMP.
       01  WS-AO-FOUND              PIC 9(03) COMP.
       01  WS-ACTIVITY-TABLE.
           05 WS-AO-ENTRY OCCURS 200 TIMES.
               10 WS-AO-OPERATOR    PIC X(08).
               10 WS-AO-USES        PIC 9(05) COMP OCCURS 4 TIMES.
       01  WS-AJ-FUNCTION           PIC 9(01).

       01  WS-BATCH-CONTROLS.
           05 WS-EVENTS-RELEASED    PIC 9(07) COMP.
           05 WS-GROUPS-FLAGGED     PIC 9(07) COMP.
           05 WS-OPERATORS-READ     PIC 9(05) COMP.
           05 WS-ROLE-CONFLICTS     PIC 9(05) COMP.
           05 WS-JOURNAL-READ       PIC 9(07) COMP.

      * FIELDS FOR THE DATECALC1 CALL.
       01  WS-DC-FUNCTION           PIC X(01).
       01  WS-DC-DATE-1             PIC 9(08).
       01  WS-DC-DATE-2             PIC 9(08).
       01  WS-DC-DAYS               PIC S9(07).
       01  WS-DC-RESULT-DATE        PIC 9(08).
       01  WS-DC-ERROR-SWITCH       PIC X(01).
           88 WS-DC-DATE-ERROR          VALUE "Y".

      * FIELDS FOR THE RUNLOG01 RUN-CONTROL CALLS.
       01  WS-RL-FUNCTION           PIC X(01).
       01  WS-RL-PROGRAM            PIC X(08) VALUE "SODRPT01".
       01  WS-RL-LABEL              PIC X(24).
       01  WS-RL-VALUE              PIC S9(13)V99.
       01  WS-RL-RECORDS-IN         PIC 9(07) VALUE ZERO.
       01  WS-RL-RECORDS-OUT        PIC 9(07) VALUE ZERO.
       01  WS-RL-REJECTS            PIC 9(07) VALUE ZERO.
       01  WS-RL-STATUS-TEXT        PIC X(08).

           COPY "RPTHDR1.cbl".

       01  WS-REPORT-TITLE.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 FILLER                PIC X(39) VALUE
               "SEGREGATION-OF-DUTIES CONFLICTS, FROM ".
           05 WS-T-FROM             PIC 9(08).
           05 FILLER                PIC X(04) VALUE " TO ".
           05 WS-T-TO               PIC 9(08).

       01  WS-PART-1-HEADING.
           05 FILLER                PIC X(60) VALUE
               "PART 1 - ONE OPERATOR IN TWO OR MORE ROLES ON A VENDOR".

       01  WS-GROUP-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-G-OPERATOR         PIC X(08).
           05 FILLER                PIC X(08) VALUE " VENDOR ".
           05 WS-G-VENDOR           PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-G-NAME             PIC X(30).
           05 FILLER                PIC X(08) VALUE " ROLES: ".
           05 WS-G-ROLES            PIC X(40).

       01  WS-EVENT-LINE.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 WS-E-DATE             PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-E-ROLE             PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-E-REFERENCE        PIC X(24).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-E-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-MORE-LINE.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 FILLER                PIC X(04) VALUE "AND ".
           05 WS-M-COUNT            PIC ZZ,ZZ9.
           05 FILLER                PIC X(12) VALUE " MORE EVENTS".

       01  WS-PART-2-HEADING.
           05 FILLER                PIC X(60) VALUE
               "PART 2 - AUTHORITY REACHING BOTH HALVES OF A PAIR".

       01  WS-PART-2-COLUMNS.
           05 FILLER                PIC X(33) VALUE
               " OPERATOR LEVEL STATUS  FUNCTION ".
           05 FILLER                PIC X(33) VALUE
               "     USES  FUNCTION          USES".

       01  WS-ROLE-CONFLICT-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-R-OPERATOR         PIC X(08).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-R-LEVEL            PIC 9(01).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-R-STATUS           PIC X(07).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-R-FUNCTION-A       PIC X(14).
           05 WS-R-USES-A           PIC ZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-R-FUNCTION-B       PIC X(14).
           05 WS-R-USES-B           PIC ZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-R-BOTH             PIC X(20).

       01  WS-TOTAL-LINE.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 WS-TL-LABEL           PIC X(40).
           05 WS-TL-COUNT           PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
            MOVE "S" TO WS-RL-FUNCTION.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            PERFORM 1000-INITIALIZE.
            SORT EVENT-SORT-FILE
                ON ASCENDING KEY SE-OPERATOR SE-VENDOR SE-DATE
                INPUT PROCEDURE IS 2000-GATHER-THE-EVENTS
                OUTPUT PROCEDURE IS 3000-REPORT-THE-CONFLICTS.
            PERFORM 4000-LOAD-THE-JOURNAL.
            PERFORM 5000-REPORT-ROLE-CONFLICTS.
            PERFORM 9000-TERMINATE.
            STOP RUN.

       1000-INITIALIZE.
            INITIALIZE WS-BATCH-CONTROLS.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-PARM-VALUE FROM COMMAND-LINE.
            IF WS-PARM-TO NUMERIC AND WS-PARM-TO NOT = "00000000"
                MOVE WS-PARM-TO TO WS-WINDOW-TO
            ELSE
                MOVE WS-RUN-DATE TO WS-WINDOW-TO
            END-IF.
            IF WS-PARM-FROM NUMERIC
                AND WS-PARM-FROM NOT = "00000000"
                MOVE WS-PARM-FROM TO WS-WINDOW-FROM
            ELSE
                MOVE "A" TO WS-DC-FUNCTION
                MOVE WS-WINDOW-TO TO WS-DC-DATE-1
                MOVE -90 TO WS-DC-DAYS
                CALL "DATECALC1" USING WS-DC-FUNCTION WS-DC-DATE-1
                    WS-DC-DATE-2 WS-DC-DAYS WS-DC-RESULT-DATE
                    WS-DC-ERROR-SWITCH
                MOVE WS-DC-RESULT-DATE TO WS-WINDOW-FROM
            END-IF.
            DISPLAY "REVIEW WINDOW " WS-WINDOW-FROM " TO "
                WS-WINDOW-TO.
            MOVE "SODRPT.PRT" TO WS-PRINT-FILE-NAME.
            OPEN OUTPUT PRINT-FILE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO OPEN SOD REPORT, STATUS = "
                    WS-PRINT-FILE-STATUS
            END-IF.
            OPEN INPUT VENDOR-FILE.
            IF NOT WS-VENDOR-FILE-OK
                DISPLAY "UNABLE TO OPEN VENDOR-FILE, STATUS = "
                    WS-VENDOR-FILE-STATUS
            END-IF.
            PERFORM 7900-PRINT-STANDARD-HEADING.
            MOVE WS-WINDOW-FROM TO WS-T-FROM.
            MOVE WS-WINDOW-TO TO WS-T-TO.
            MOVE WS-REPORT-TITLE TO SOD-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE SPACES TO SOD-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-PART-1-HEADING TO SOD-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

      ******************************************************************
      * ONE SORT RECORD FOR EVERY ROLE ANY OPERATOR PLAYED ON ANY
      * VENDOR INSIDE THE WINDOW.
      ******************************************************************
       2000-GATHER-THE-EVENTS.
            PERFORM 2100-GATHER-VENDOR-HISTORY.
            PERFORM 2200-GATHER-PENDING-CHANGES.
            PERFORM 2300-GATHER-INVOICE-ENTRY.
            PERFORM 2400-GATHER-PAYMENTS.

      * AN ADD, CHANGE OR DEACTIVATION IS VENDOR MAINTENANCE, UNLESS
      * THE CHANGE MOVED THE BANK DETAILS - THEN IT IS A BANK
      * CHANGE, AS IS A RELEASED REMIT-TO.  VOIDS AND WRITE-OFFS
      * ARE NOT VENDOR MAINTENANCE AND ARE SKIPPED.
       2100-GATHER-VENDOR-HISTORY.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT VENDOR-HISTORY-FILE.
            IF WS-VENDOR-HIST-MISSING
                DISPLAY "NO VENDOR-HISTORY-FILE - NO VENDOR CHANGES"
                SET WS-NO-MORE-INPUT TO TRUE
            ELSE IF NOT WS-VENDOR-HIST-OK
                DISPLAY "UNABLE TO OPEN VENDOR-HISTORY-FILE, "
                    "STATUS = " WS-VENDOR-HIST-STATUS
                SET WS-NO-MORE-INPUT TO TRUE
            ELSE
                PERFORM 2190-READ-NEXT-HISTORY
            END-IF.
            PERFORM UNTIL WS-NO-MORE-INPUT
                IF VH-CHANGE-DATE NOT < WS-WINDOW-FROM
                    AND VH-CHANGE-DATE NOT > WS-WINDOW-TO
                    AND NOT VH-ACTION-VOID
                    AND NOT VH-ACTION-WRITEOFF
                    MOVE VH-OPERATOR-ID TO SE-OPERATOR
                    MOVE VH-VENDOR-NUMBER TO SE-VENDOR
                    MOVE VH-CHANGE-DATE TO SE-DATE
                    MOVE ZERO TO SE-AMOUNT
                    MOVE WS-ROLE-VENDOR TO SE-ROLE
                    IF VH-ACTION-ADD
                        MOVE "VENDOR ADDED" TO SE-REFERENCE
                    ELSE IF VH-ACTION-DEACTIVATE
                        MOVE "VENDOR DEACTIVATED" TO SE-REFERENCE
                    ELSE IF VH-ACTION-REMIT
                        MOVE WS-ROLE-BANK TO SE-ROLE
                        MOVE "REMIT-TO RELEASED" TO SE-REFERENCE
                    ELSE
                        MOVE VH-BEFORE-IMAGE TO WS-HIST-BEFORE-AREA
                        MOVE VH-AFTER-IMAGE TO WS-HIST-AFTER-AREA
                        IF HB-BANK-DETAILS NOT = HA-BANK-DETAILS
                            MOVE WS-ROLE-BANK TO SE-ROLE
                            MOVE "BANK DETAILS CHANGED"
                                TO SE-REFERENCE
                        ELSE
                            MOVE "VENDOR CHANGED" TO SE-REFERENCE
                        END-IF
                    END-IF
                    PERFORM 2900-RELEASE-EVENT
                END-IF
                PERFORM 2190-READ-NEXT-HISTORY
            END-PERFORM.
            IF NOT WS-VENDOR-HIST-MISSING
                CLOSE VENDOR-HISTORY-FILE
            END-IF.

       2190-READ-NEXT-HISTORY.
            READ VENDOR-HISTORY-FILE
                AT END SET WS-NO-MORE-INPUT TO TRUE
            END-READ.
            IF NOT WS-VENDOR-HIST-OK AND NOT WS-VENDOR-HIST-EOF
                DISPLAY "VENDOR-HISTORY READ ERROR, STATUS = "
                    WS-VENDOR-HIST-STATUS
                SET WS-NO-MORE-INPUT TO TRUE
            END-IF.

      * A BANK CHANGE KEYED AND NOT YET RELEASED IS STILL THE
      * KEYING OPERATOR'S HAND ON WHERE THE MONEY GOES.
       2200-GATHER-PENDING-CHANGES.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT PENDING-CHANGE-FILE.
            IF WS-PENDING-CHG-MISSING
                SET WS-NO-MORE-INPUT TO TRUE
            ELSE IF NOT WS-PENDING-CHG-OK
                DISPLAY "UNABLE TO OPEN PENDING-CHANGE-FILE, "
                    "STATUS = " WS-PENDING-CHG-STATUS
                SET WS-NO-MORE-INPUT TO TRUE
            ELSE
                PERFORM 2290-READ-NEXT-PENDING
            END-IF.
            PERFORM UNTIL WS-NO-MORE-INPUT
                IF PN-ENTRY-DATE NOT < WS-WINDOW-FROM
                    AND PN-ENTRY-DATE NOT > WS-WINDOW-TO
                    MOVE PN-ENTERED-BY TO SE-OPERATOR
                    MOVE PN-VENDOR-NUMBER TO SE-VENDOR
                    MOVE PN-ENTRY-DATE TO SE-DATE
                    MOVE WS-ROLE-BANK TO SE-ROLE
                    MOVE SPACES TO SE-REFERENCE
                    STRING "BANK CHANGE KEYED, FIELD " DELIMITED BY SIZE
                        PN-FIELD-CODE DELIMITED BY SIZE
                        INTO SE-REFERENCE
                    MOVE ZERO TO SE-AMOUNT
                    PERFORM 2900-RELEASE-EVENT
                END-IF
                PERFORM 2290-READ-NEXT-PENDING
            END-PERFORM.
            IF NOT WS-PENDING-CHG-MISSING
                CLOSE PENDING-CHANGE-FILE
            END-IF.

       2290-READ-NEXT-PENDING.
            READ PENDING-CHANGE-FILE NEXT RECORD
                AT END SET WS-NO-MORE-INPUT TO TRUE
            END-READ.
            IF NOT WS-PENDING-CHG-OK AND NOT WS-PENDING-CHG-EOF
                DISPLAY "PENDING-CHANGE READ ERROR, STATUS = "
                    WS-PENDING-CHG-STATUS
                SET WS-NO-MORE-INPUT TO TRUE
            END-IF.

      * AN INVOICE CARRIED OVER FROM BEFORE THE ENTRY STAMP HAS NO
      * ENTRY DATE AND NO OPERATOR, AND CANNOT BE PLACED.
       2300-GATHER-INVOICE-ENTRY.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT INVOICE-FILE.
            IF WS-INVOICE-FILE-MISSING
                DISPLAY "NO INVOICE-FILE - NO INVOICE ENTRY"
                SET WS-NO-MORE-INPUT TO TRUE
            ELSE IF NOT WS-INVOICE-FILE-OK
                DISPLAY "UNABLE TO OPEN INVOICE-FILE, STATUS = "
                    WS-INVOICE-FILE-STATUS
                SET WS-NO-MORE-INPUT TO TRUE
            ELSE
                PERFORM 2390-READ-NEXT-INVOICE
            END-IF.
            PERFORM UNTIL WS-NO-MORE-INPUT
                IF INV-ENTRY-DATE NUMERIC
                    AND INV-ENTRY-DATE NOT < WS-WINDOW-FROM
                    AND INV-ENTRY-DATE NOT > WS-WINDOW-TO
                    MOVE INV-ENTERED-BY TO SE-OPERATOR
                    MOVE INV-VENDOR-NUMBER TO SE-VENDOR
                    MOVE INV-ENTRY-DATE TO SE-DATE
                    MOVE WS-ROLE-INVOICE TO SE-ROLE
                    MOVE SPACES TO SE-REFERENCE
                    STRING "INVOICE " DELIMITED BY SIZE
                        INV-INVOICE-NUMBER DELIMITED BY SIZE
                        INTO SE-REFERENCE
                    MOVE INV-AMOUNT TO SE-AMOUNT
                    PERFORM 2900-RELEASE-EVENT
                END-IF
                PERFORM 2390-READ-NEXT-INVOICE
            END-PERFORM.
            IF NOT WS-INVOICE-FILE-MISSING
                CLOSE INVOICE-FILE
            END-IF.

       2390-READ-NEXT-INVOICE.
            READ INVOICE-FILE NEXT RECORD
                AT END SET WS-NO-MORE-INPUT TO TRUE
            END-READ.
            IF NOT WS-INVOICE-FILE-OK AND NOT WS-INVOICE-FILE-EOF
                DISPLAY "INVOICE-FILE READ ERROR, STATUS = "
                    WS-INVOICE-FILE-STATUS
                SET WS-NO-MORE-INPUT TO TRUE
            END-IF.

      * A PAYMENT POSTED OR RELEASED - NOT A REVERSAL.
       2400-GATHER-PAYMENTS.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT PAYMENT-DETAIL-FILE.
            IF WS-PAYMENT-DTL-MISSING
                DISPLAY "NO PAYMENT-DETAIL-FILE - NO PAYMENTS"
                SET WS-NO-MORE-INPUT TO TRUE
            ELSE IF NOT WS-PAYMENT-DTL-OK
                DISPLAY "UNABLE TO OPEN PAYMENT-DETAIL-FILE, "
                    "STATUS = " WS-PAYMENT-DTL-STATUS
                SET WS-NO-MORE-INPUT TO TRUE
            ELSE
                PERFORM 2490-READ-NEXT-POSTING
            END-IF.
            PERFORM UNTIL WS-NO-MORE-INPUT
                IF PD-AMOUNT > ZERO
                    AND PD-PAYMENT-DATE NOT < WS-WINDOW-FROM
                    AND PD-PAYMENT-DATE NOT > WS-WINDOW-TO
                    MOVE PD-OPERATOR-ID TO SE-OPERATOR
                    MOVE PD-VENDOR-NUMBER TO SE-VENDOR
                    MOVE PD-PAYMENT-DATE TO SE-DATE
                    MOVE WS-ROLE-PAYMENT TO SE-ROLE
                    MOVE SPACES TO SE-REFERENCE
                    STRING "PAID " DELIMITED BY SIZE
                        PD-INVOICE-NUMBER DELIMITED BY SIZE
                        INTO SE-REFERENCE
                    MOVE PD-AMOUNT TO SE-AMOUNT
                    PERFORM 2900-RELEASE-EVENT
                END-IF
                PERFORM 2490-READ-NEXT-POSTING
            END-PERFORM.
            IF NOT WS-PAYMENT-DTL-MISSING
                CLOSE PAYMENT-DETAIL-FILE
            END-IF.

       2490-READ-NEXT-POSTING.
            READ PAYMENT-DETAIL-FILE
                AT END SET WS-NO-MORE-INPUT TO TRUE
            END-READ.
            IF NOT WS-PAYMENT-DTL-OK AND NOT WS-PAYMENT-DTL-EOF
                DISPLAY "PAYMENT-DETAIL READ ERROR, STATUS = "
                    WS-PAYMENT-DTL-STATUS
                SET WS-NO-MORE-INPUT TO TRUE
            END-IF.

       2900-RELEASE-EVENT.
            IF SE-OPERATOR NOT = SPACES
                AND SE-OPERATOR NOT = "BATCH"
                RELEASE SE-RECORD
                ADD 1 TO WS-EVENTS-RELEASED
            END-IF.

      ******************************************************************
      * THE EVENTS BY OPERATOR AND VENDOR.  A GROUP HOLDING TWO OR
      * MORE ROLES IS A CONFLICT AND IS PRINTED WITH ITS EVENTS.
      ******************************************************************
       3000-REPORT-THE-CONFLICTS.
            MOVE "N" TO WS-SORT-EOF-SWITCH.
            RETURN EVENT-SORT-FILE
                AT END SET WS-NO-MORE-SORTED TO TRUE
            END-RETURN.
            PERFORM 3100-TAKE-ONE-EVENT
                UNTIL WS-NO-MORE-SORTED.
            IF WS-HAVE-GROUP
                PERFORM 3500-CLOSE-THE-GROUP
            END-IF.
            IF WS-GROUPS-FLAGGED = ZERO
                MOVE SPACES TO SOD-PRINT-LINE
                MOVE "          NO OPERATOR HELD TWO ROLES ON A VENDOR"
                    TO SOD-PRINT-LINE
                PERFORM 8000-WRITE-PRINT-LINE
            END-IF.

       3100-TAKE-ONE-EVENT.
            IF NOT WS-HAVE-GROUP
                PERFORM 3200-START-THE-GROUP
            ELSE IF SE-OPERATOR NOT = WS-GROUP-OPERATOR
                OR SE-VENDOR NOT = WS-GROUP-VENDOR
                PERFORM 3500-CLOSE-THE-GROUP
                PERFORM 3200-START-THE-GROUP
            END-IF.
            MOVE "Y" TO WS-GROUP-ROLE-HELD(SE-ROLE).
            ADD 1 TO WS-GE-COUNT.
            IF WS-GE-COUNT NOT > WS-GE-MAXIMUM
                MOVE SE-DATE TO WS-GE-DATE(WS-GE-COUNT)
                MOVE SE-ROLE TO WS-GE-ROLE(WS-GE-COUNT)
                MOVE SE-REFERENCE TO WS-GE-REFERENCE(WS-GE-COUNT)
                MOVE SE-AMOUNT TO WS-GE-AMOUNT(WS-GE-COUNT)
            END-IF.
            RETURN EVENT-SORT-FILE
                AT END SET WS-NO-MORE-SORTED TO TRUE
            END-RETURN.

       3200-START-THE-GROUP.
            SET WS-HAVE-GROUP TO TRUE.
            MOVE SE-OPERATOR TO WS-GROUP-OPERATOR.
            MOVE SE-VENDOR TO WS-GROUP-VENDOR.
            MOVE "NNNN" TO WS-GROUP-ROLES.
            MOVE ZERO TO WS-GE-COUNT.

       3500-CLOSE-THE-GROUP.
            MOVE ZERO TO WS-GROUP-ROLE-COUNT.
            MOVE SPACES TO WS-ROLE-LIST.
            MOVE 1 TO WS-ROLE-POINTER.
            PERFORM VARYING WS-ROLE-IX FROM 1 BY 1
                UNTIL WS-ROLE-IX > 4
                IF WS-GROUP-ROLE-HELD(WS-ROLE-IX) = "Y"
                    ADD 1 TO WS-GROUP-ROLE-COUNT
                    STRING WS-ROLE-NAME(WS-ROLE-IX) DELIMITED BY SPACE
                        " " DELIMITED BY SIZE
                        INTO WS-ROLE-LIST
                        WITH POINTER WS-ROLE-POINTER
                END-IF
            END-PERFORM.
            IF WS-GROUP-ROLE-COUNT > 1
                ADD 1 TO WS-GROUPS-FLAGGED
                PERFORM 3600-PRINT-THE-GROUP
            END-IF.

       3600-PRINT-THE-GROUP.
            MOVE SPACES TO SOD-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-GROUP-OPERATOR TO WS-G-OPERATOR.
            MOVE WS-GROUP-VENDOR TO WS-G-VENDOR.
            MOVE WS-GROUP-VENDOR TO VENDOR-NUMBER.
            READ VENDOR-FILE
                INVALID KEY
                    MOVE "(NOT ON MASTER)" TO WS-G-NAME
                NOT INVALID KEY
                    MOVE VENDOR-NAME TO WS-G-NAME
            END-READ.
            MOVE WS-ROLE-LIST TO WS-G-ROLES.
            MOVE WS-GROUP-LINE TO SOD-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            PERFORM VARYING WS-GE-IX FROM 1 BY 1
                UNTIL WS-GE-IX > WS-GE-COUNT
                    OR WS-GE-IX > WS-GE-MAXIMUM
                MOVE WS-GE-DATE(WS-GE-IX) TO WS-E-DATE
                MOVE WS-ROLE-NAME(WS-GE-ROLE(WS-GE-IX)) TO WS-E-ROLE
                MOVE WS-GE-REFERENCE(WS-GE-IX) TO WS-E-REFERENCE
                MOVE WS-GE-AMOUNT(WS-GE-IX) TO WS-E-AMOUNT
                MOVE WS-EVENT-LINE TO SOD-PRINT-LINE
                PERFORM 8000-WRITE-PRINT-LINE
            END-PERFORM.
            IF WS-GE-COUNT > WS-GE-MAXIMUM
                COMPUTE WS-M-COUNT = WS-GE-COUNT - WS-GE-MAXIMUM
                MOVE WS-MORE-LINE TO SOD-PRINT-LINE
                PERFORM 8000-WRITE-PRINT-LINE
            END-IF.

      ******************************************************************
      * EACH OPERATOR'S USES OF THE FOUR FUNCTIONS IN THE WINDOW.
      * ONLY A USE THAT WENT THROUGH COUNTS - A DENIAL SHOWS THE
      * OPERATOR TRIED, NOT THAT THEY COULD.
      ******************************************************************
       4000-LOAD-THE-JOURNAL.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT ACTIVITY-JOURNAL-FILE.
            IF WS-ACTIVITY-JRN-MISSING
                DISPLAY "NO ACTIVITY JOURNAL - NO FUNCTION USES"
                SET WS-NO-MORE-INPUT TO TRUE
            ELSE IF NOT WS-ACTIVITY-JRN-OK
                DISPLAY "UNABLE TO OPEN ACTIVITY JOURNAL, STATUS = "
                    WS-ACTIVITY-JRN-STATUS
                SET WS-NO-MORE-INPUT TO TRUE
            ELSE
                PERFORM 4900-READ-NEXT-JOURNAL
            END-IF.
            PERFORM UNTIL WS-NO-MORE-INPUT
                IF AJ-RESULT-OK
                    AND AJ-EVENT-DATE NOT < WS-WINDOW-FROM
                    AND AJ-EVENT-DATE NOT > WS-WINDOW-TO
                    ADD 1 TO WS-JOURNAL-READ
                    PERFORM 4100-CLASSIFY-JOURNAL-EVENT
                    IF WS-AJ-FUNCTION NOT = ZERO
                        PERFORM 4200-COUNT-FUNCTION-USE
                    END-IF
                END-IF
                PERFORM 4900-READ-NEXT-JOURNAL
            END-PERFORM.
            IF NOT WS-ACTIVITY-JRN-MISSING
                CLOSE ACTIVITY-JOURNAL-FILE
            END-IF.

       4100-CLASSIFY-JOURNAL-EVENT.
            MOVE ZERO TO WS-AJ-FUNCTION.
            IF AJ-PROGRAM = "VNDMNT01"
                IF AJ-EVENT = "MENU OPTION 1"
                    MOVE 1 TO WS-AJ-FUNCTION
                ELSE IF AJ-EVENT = "MENU OPTION 7"
                    MOVE 2 TO WS-AJ-FUNCTION
                ELSE IF AJ-EVENT = "MENU OPTION 3"
                    MOVE 4 TO WS-AJ-FUNCTION
                END-IF
            ELSE IF AJ-PROGRAM = "INVBLD01"
                AND AJ-EVENT = "SIGN-ON"
                MOVE 3 TO WS-AJ-FUNCTION
            ELSE IF AJ-PROGRAM = "PAYREL01"
                AND AJ-EVENT = "PROPOSAL RELEASED"
                MOVE 4 TO WS-AJ-FUNCTION
            END-IF.

       4200-COUNT-FUNCTION-USE.
            MOVE ZERO TO WS-AO-FOUND.
            PERFORM VARYING WS-AO-IX FROM 1 BY 1
                UNTIL WS-AO-IX > WS-AO-COUNT OR WS-AO-FOUND > ZERO
                IF WS-AO-OPERATOR(WS-AO-IX) = AJ-OPERATOR-ID
                    MOVE WS-AO-IX TO WS-AO-FOUND
                END-IF
            END-PERFORM.
            IF WS-AO-FOUND = ZERO
                IF WS-AO-COUNT < WS-AO-MAXIMUM
                    ADD 1 TO WS-AO-COUNT
                    MOVE WS-AO-COUNT TO WS-AO-FOUND
                    MOVE AJ-OPERATOR-ID TO WS-AO-OPERATOR(WS-AO-FOUND)
                    MOVE ZERO TO WS-AO-USES(WS-AO-FOUND, 1)
                    MOVE ZERO TO WS-AO-USES(WS-AO-FOUND, 2)
                    MOVE ZERO TO WS-AO-USES(WS-AO-FOUND, 3)
                    MOVE ZERO TO WS-AO-USES(WS-AO-FOUND, 4)
                ELSE
                    DISPLAY "ACTIVITY TABLE FULL - OPERATOR "
                        AJ-OPERATOR-ID " NOT COUNTED"
                END-IF
            END-IF.
            IF WS-AO-FOUND > ZERO
                ADD 1 TO WS-AO-USES(WS-AO-FOUND, WS-AJ-FUNCTION)
            END-IF.

       4900-READ-NEXT-JOURNAL.
            READ ACTIVITY-JOURNAL-FILE
                AT END SET WS-NO-MORE-INPUT TO TRUE
            END-READ.
            IF NOT WS-ACTIVITY-JRN-OK AND NOT WS-ACTIVITY-JRN-EOF
                DISPLAY "ACTIVITY JOURNAL READ ERROR, STATUS = "
                    WS-ACTIVITY-JRN-STATUS
                SET WS-NO-MORE-INPUT TO TRUE
            END-IF.

      ******************************************************************
      * EVERY OPERATOR WHOSE LEVEL REACHES BOTH FUNCTIONS OF A PAIR.
      * A REVOKED OPERATOR STILL HOLDS THE LEVEL AND IS LISTED - A
      * REINSTATEMENT BRINGS IT BACK.
      ******************************************************************
       5000-REPORT-ROLE-CONFLICTS.
            MOVE SPACES TO SOD-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-PART-2-HEADING TO SOD-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-PART-2-COLUMNS TO SOD-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT OPERATOR-FILE.
            IF WS-OPERATOR-FILE-MISSING
                DISPLAY "NO OPERATOR-FILE - NO ROLE LISTING"
                SET WS-NO-MORE-INPUT TO TRUE
            ELSE IF NOT WS-OPERATOR-FILE-OK
                DISPLAY "UNABLE TO OPEN OPERATOR-FILE, STATUS = "
                    WS-OPERATOR-FILE-STATUS
                SET WS-NO-MORE-INPUT TO TRUE
            ELSE
                PERFORM 5900-READ-NEXT-OPERATOR
            END-IF.
            PERFORM UNTIL WS-NO-MORE-INPUT
                ADD 1 TO WS-OPERATORS-READ
                PERFORM 5100-CHECK-ONE-OPERATOR
                PERFORM 5900-READ-NEXT-OPERATOR
            END-PERFORM.
            IF NOT WS-OPERATOR-FILE-MISSING
                CLOSE OPERATOR-FILE
            END-IF.

       5100-CHECK-ONE-OPERATOR.
            MOVE ZERO TO WS-AO-FOUND.
            PERFORM VARYING WS-AO-IX FROM 1 BY 1
                UNTIL WS-AO-IX > WS-AO-COUNT OR WS-AO-FOUND > ZERO
                IF WS-AO-OPERATOR(WS-AO-IX) = OP-OPERATOR-ID
                    MOVE WS-AO-IX TO WS-AO-FOUND
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-PR-IX FROM 1 BY 1
                UNTIL WS-PR-IX > 5
                MOVE WS-PR-FIRST(WS-PR-IX) TO WS-FN-A
                MOVE WS-PR-SECOND(WS-PR-IX) TO WS-FN-B
                IF OP-AUTH-LEVEL NOT < WS-FN-FLOOR(WS-FN-A)
                    AND OP-AUTH-LEVEL NOT < WS-FN-FLOOR(WS-FN-B)
                    ADD 1 TO WS-ROLE-CONFLICTS
                    PERFORM 5200-PRINT-ROLE-CONFLICT
                END-IF
            END-PERFORM.

       5200-PRINT-ROLE-CONFLICT.
            MOVE OP-OPERATOR-ID TO WS-R-OPERATOR.
            MOVE OP-AUTH-LEVEL TO WS-R-LEVEL.
            IF OP-REVOKED
                MOVE "REVOKED" TO WS-R-STATUS
            ELSE
                MOVE "ACTIVE" TO WS-R-STATUS
            END-IF.
            MOVE WS-FN-NAME(WS-FN-A) TO WS-R-FUNCTION-A.
            MOVE WS-FN-NAME(WS-FN-B) TO WS-R-FUNCTION-B.
            MOVE SPACES TO WS-R-BOTH.
            IF WS-AO-FOUND = ZERO
                MOVE ZERO TO WS-R-USES-A
                MOVE ZERO TO WS-R-USES-B
            ELSE
                MOVE WS-AO-USES(WS-AO-FOUND, WS-FN-A) TO WS-R-USES-A
                MOVE WS-AO-USES(WS-AO-FOUND, WS-FN-B) TO WS-R-USES-B
                IF WS-AO-USES(WS-AO-FOUND, WS-FN-A) > ZERO
                    AND WS-AO-USES(WS-AO-FOUND, WS-FN-B) > ZERO
                    MOVE "** BOTH USED" TO WS-R-BOTH
                END-IF
            END-IF.
            MOVE WS-ROLE-CONFLICT-LINE TO SOD-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

       5900-READ-NEXT-OPERATOR.
            READ OPERATOR-FILE NEXT RECORD
                AT END SET WS-NO-MORE-INPUT TO TRUE
            END-READ.
            IF NOT WS-OPERATOR-FILE-OK AND NOT WS-OPERATOR-FILE-EOF
                DISPLAY "OPERATOR-FILE READ ERROR, STATUS = "
                    WS-OPERATOR-FILE-STATUS
                SET WS-NO-MORE-INPUT TO TRUE
            END-IF.

      * PRINT THE STANDARD COMPANY/RUN-DATE/RUN-TIME/PAGE-NUMBER
      * HEADING (SEE RPTHDR1.cbl).
       7900-PRINT-STANDARD-HEADING.
            ADD 1 TO WS-RPT-PAGE-COUNT.
            MOVE WS-RPT-PAGE-COUNT TO WS-RPT-PAGE-NUMBER.
            ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RPT-RUN-TIME FROM TIME.
            MOVE WS-RPT-HEADING-LINE-1 TO SOD-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-RPT-HEADING-LINE-2 TO SOD-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

       8000-WRITE-PRINT-LINE.
            WRITE SOD-PRINT-LINE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO WRITE SOD REPORT, STATUS = "
                    WS-PRINT-FILE-STATUS
            END-IF.

       9000-TERMINATE.
            MOVE SPACES TO SOD-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE "VENDORS WITH ONE OPERATOR IN 2+ ROLES"
                TO WS-TL-LABEL.
            MOVE WS-GROUPS-FLAGGED TO WS-TL-COUNT.
            MOVE WS-TOTAL-LINE TO SOD-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE "AUTHORITY CONFLICTS (OPERATOR/PAIR)" TO WS-TL-LABEL.
            MOVE WS-ROLE-CONFLICTS TO WS-TL-COUNT.
            MOVE WS-TOTAL-LINE TO SOD-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            CLOSE VENDOR-FILE.
            CLOSE PRINT-FILE.
            MOVE "E" TO WS-RL-FUNCTION.
            COMPUTE WS-RL-RECORDS-IN = WS-EVENTS-RELEASED
                + WS-JOURNAL-READ + WS-OPERATORS-READ.
            MOVE WS-GROUPS-FLAGGED TO WS-RL-RECORDS-OUT.
            MOVE ZERO TO WS-RL-REJECTS.
            MOVE ZERO TO WS-RL-VALUE.
            IF WS-GROUPS-FLAGGED = ZERO
                MOVE "CLEAN" TO WS-RL-STATUS-TEXT
            ELSE
                MOVE "CHECK" TO WS-RL-STATUS-TEXT
            END-IF.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            DISPLAY "ROLE EVENTS IN WINDOW   : " WS-EVENTS-RELEASED.
            DISPLAY "VENDORS FLAGGED         : " WS-GROUPS-FLAGGED.
            DISPLAY "JOURNAL USES COUNTED    : " WS-JOURNAL-READ.
            DISPLAY "AUTHORITY CONFLICTS     : " WS-ROLE-CONFLICTS.
       END PROGRAM SODRPT01.

      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Nightly sanctions rescreen.  When SDNLOD01 has
      *              loaded a new SDN list since the last rescreen,
      *              every vendor that can still be paid and every
      *              active employee is screened against it through
      *              SDNSCR01.  A vendor that comes back a potential
      *              match is put on sanctions hold (VENDOR-STATUS
      *              "S") with the usual history image; an employee
      *              is held through the hit itself, which PAYREL01
      *              and SDNSCR01 honour until compliance decides.
      *              Each new hit is printed on SDNRSC.PRT for the
      *              compliance officer.  With no new list the run
      *              does nothing; PARM "F" forces a full rescreen
      *              against the list already loaded.  The control
      *              record is stamped at the end, so a run that
      *              dies part way simply runs again tomorrow.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original nightly rescreen.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDNRSC01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLVND01.cbl".
           COPY "SLHST01.cbl".
           COPY "SLIBD01.cbl".
           COPY "SLEMP01.cbl".
           COPY "SLSDN01.cbl".
           COPY "Hello-world.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "fdvnd01.cbl".
           COPY "VNDHIST1.cbl".
           COPY "FDIBD01.cbl".
           COPY "FDEMP01.cbl".
           COPY "FDSDN01.cbl".

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESCREEN-PRINT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-VENDOR-FILE-STATUS      PIC X(02).
           88 WS-VENDOR-FILE-OK           VALUE "00".
           88 WS-VENDOR-FILE-EOF          VALUE "10".
       01  WS-VENDOR-HIST-STATUS      PIC X(02).
           88 WS-VENDOR-HIST-OK           VALUE "00".
       01  WS-INTL-BANK-STATUS        PIC X(02).
           88 WS-INTL-BANK-OK             VALUE "00".
           88 WS-INTL-BANK-MISSING        VALUE "35".
       01  WS-EMPLOYEE-FILE-STATUS    PIC X(02).
           88 WS-EMPLOYEE-FILE-OK         VALUE "00".
           88 WS-EMPLOYEE-FILE-EOF        VALUE "10".
           88 WS-EMPLOYEE-FILE-MISSING    VALUE "35".
       01  WS-SANCTIONS-STATUS        PIC X(02).
           88 WS-SANCTIONS-OK             VALUE "00".
           88 WS-SANCTIONS-MISSING        VALUE "35".
       01  WS-PRINT-FILE-NAME         PIC X(20).
       01  WS-PRINT-FILE-STATUS       PIC X(02).
           88 WS-PRINT-FILE-OK            VALUE "00".

       01  WS-RUN-PARM                 PIC X(01).
           88 WS-FORCE-RESCREEN            VALUE "F".
       01  WS-RUN-SWITCH               PIC X(01) VALUE "N".
           88 WS-RESCREEN-DUE              VALUE "Y".
       01  WS-SKIP-REASON              PIC X(40) VALUE SPACES.
       01  WS-INTL-BANK-SWITCH         PIC X(01) VALUE "N".
           88 WS-INTL-BANK-OPEN            VALUE "Y".
       01  WS-EMPLOYEE-SWITCH          PIC X(01) VALUE "N".
           88 WS-EMPLOYEE-FILE-OPEN        VALUE "Y".
       01  WS-VENDOR-EOF-SWITCH        PIC X(01) VALUE "N".
           88 WS-NO-MORE-VENDORS           VALUE "Y".
       01  WS-EMPLOYEE-EOF-SWITCH      PIC X(01) VALUE "N".
           88 WS-NO-MORE-EMPLOYEES         VALUE "Y".

       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-RUN-TIME                 PIC 9(08).
       01  WS-LIST-DATE                PIC 9(08) VALUE ZERO.
       01  WS-OPERATOR-ID              PIC X(08) VALUE "SDNRSC01".
       01  WS-BEFORE-VENDOR-RECORD     PIC X(300).

      * FIELDS FOR THE SDNSCR01 CALL.
       01  WS-SS-FUNCTION              PIC X(01).
       01  WS-SS-PAYEE-TYPE            PIC X(01).
       01  WS-SS-PAYEE-NUMBER          PIC 9(05).
       01  WS-SS-NAME                  PIC X(30).
       01  WS-SS-ADDRESS               PIC X(30).
       01  WS-SS-CITY                  PIC X(20).
       01  WS-SS-COUNTRY               PIC X(02).
       01  WS-SS-SOURCE                PIC X(01).
       01  WS-SS-PRIOR-STATUS          PIC X(01).
       01  WS-SS-RESULT                PIC X(01).
           88 WS-SS-POTENTIAL-MATCH        VALUE "M".
           88 WS-SS-PAYEE-BLOCKED          VALUE "B".
           88 WS-SS-NO-LIST                VALUE "N".
       01  WS-SS-SCORE                 PIC 9(03).
       01  WS-SS-MATCH-NAME            PIC X(60).

      * FIELDS FOR THE RUNLOG01 RUN-CONTROL CALLS.
       01  WS-RL-FUNCTION            PIC X(01).
       01  WS-RL-PROGRAM             PIC X(08) VALUE "SDNRSC01".
       01  WS-RL-LABEL               PIC X(24).
       01  WS-RL-VALUE               PIC S9(13)V99.
       01  WS-RL-RECORDS-IN          PIC 9(07) VALUE ZERO.
       01  WS-RL-RECORDS-OUT         PIC 9(07) VALUE ZERO.
       01  WS-RL-REJECTS             PIC 9(07) VALUE ZERO.
       01  WS-RL-STATUS-TEXT         PIC X(08).

      * RUN COUNTS, DISPLAYED AT END OF RUN.
       01  WS-VENDORS-SCREENED         PIC 9(07) COMP VALUE ZERO.
       01  WS-EMPLOYEES-SCREENED       PIC 9(07) COMP VALUE ZERO.
       01  WS-NEW-HITS                 PIC 9(07) COMP VALUE ZERO.
       01  WS-VENDORS-HELD             PIC 9(07) COMP VALUE ZERO.
       01  WS-ALREADY-BLOCKED          PIC 9(07) COMP VALUE ZERO.

           COPY "RPTHDR1.cbl".

       01  WS-REPORT-TITLE.
           05 FILLER                   PIC X(30)
                   VALUE "SANCTIONS RESCREEN - SDN LIST ".
           05 WS-TITLE-LIST-DATE       PIC 9(08).
           05 FILLER                   PIC X(62) VALUE SPACES.
       01  WS-COLUMN-HEADING.
           05 FILLER                   PIC X(08) VALUE "PAYEE".
           05 FILLER                   PIC X(32) VALUE "NAME".
           05 FILLER                   PIC X(06) VALUE "SCORE".
           05 FILLER                   PIC X(54) VALUE "LISTED AS".
       01  WS-HIT-LINE.
           05 WS-HL-PAYEE-TYPE         PIC X(01).
           05 WS-HL-PAYEE-NUMBER       PIC 9(05).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-HL-NAME               PIC X(30).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-HL-SCORE              PIC ZZ9.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WS-HL-MATCH-NAME         PIC X(54).
       01  WS-TOTAL-LINE.
           05 WS-TL-LABEL              PIC X(30).
           05 WS-TL-COUNT              PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(61) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
            MOVE "S" TO WS-RL-FUNCTION.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-TIME FROM TIME.
            DISPLAY "SANCTIONS RESCREEN - " WS-RUN-DATE.
            PERFORM 1000-CHECK-LIST-CONTROL.
            IF WS-RESCREEN-DUE
                PERFORM 2000-RESCREEN-PAYEES
                PERFORM 3000-STAMP-LIST-CONTROL
            ELSE
                DISPLAY "RESCREEN NOT RUN - " WS-SKIP-REASON
            END-IF.
            PERFORM 9000-TERMINATE.
            STOP RUN.

      ******************************************************************
      * THE CONTROL RECORD SAYS WHEN THE LIST WAS LOADED AND WHEN IT
      * WAS LAST RESCREENED.  A LOAD LATER THAN THE RESCREEN - OR A
      * CLEARED RESCREEN STAMP - MEANS THE PAYEES ARE DUE.
      ******************************************************************
       1000-CHECK-LIST-CONTROL.
            OPEN INPUT SANCTIONS-FILE.
            IF WS-SANCTIONS-MISSING
                MOVE "NO SDN LIST LOADED" TO WS-SKIP-REASON
            ELSE IF NOT WS-SANCTIONS-OK
                DISPLAY "UNABLE TO OPEN SANCTIONS-FILE, STATUS = "
                    WS-SANCTIONS-STATUS
                MOVE "SANCTIONS-FILE NOT AVAILABLE" TO WS-SKIP-REASON
            ELSE
                MOVE ZERO TO SN-KEY
                READ SANCTIONS-FILE
                    INVALID KEY
                        MOVE "SDN LIST LOAD INCOMPLETE"
                            TO WS-SKIP-REASON
                    NOT INVALID KEY
                        PERFORM 1100-DECIDE-IF-DUE
                END-READ
                CLOSE SANCTIONS-FILE
            END-IF.

       1100-DECIDE-IF-DUE.
            MOVE SC-LIST-DATE TO WS-LIST-DATE.
            IF WS-FORCE-RESCREEN
                SET WS-RESCREEN-DUE TO TRUE
            ELSE IF SC-RESCREEN-DATE < SC-LOAD-DATE
                SET WS-RESCREEN-DUE TO TRUE
            ELSE IF SC-RESCREEN-DATE = SC-LOAD-DATE
                AND SC-RESCREEN-TIME < SC-LOAD-TIME
                SET WS-RESCREEN-DUE TO TRUE
            ELSE
                MOVE "NO NEW SDN LIST SINCE LAST RESCREEN"
                    TO WS-SKIP-REASON
            END-IF.

      ******************************************************************
      * SCREEN THE WHOLE PAYEE MASTER AGAINST THE NEW LIST.
      ******************************************************************
       2000-RESCREEN-PAYEES.
            PERFORM 2050-OPEN-FILES.
            IF NOT WS-NO-MORE-VENDORS
                MOVE LOW-VALUES TO VENDOR-NUMBER
                START VENDOR-FILE KEY IS NOT LESS THAN VENDOR-NUMBER
                    INVALID KEY SET WS-NO-MORE-VENDORS TO TRUE
                END-START
            END-IF.
            IF NOT WS-NO-MORE-VENDORS
                PERFORM 8100-READ-NEXT-VENDOR
            END-IF.
            PERFORM 2100-RESCREEN-ONE-VENDOR
                UNTIL WS-NO-MORE-VENDORS.
            IF WS-EMPLOYEE-FILE-OPEN
                PERFORM 8200-READ-NEXT-EMPLOYEE
                PERFORM 2200-RESCREEN-ONE-EMPLOYEE
                    UNTIL WS-NO-MORE-EMPLOYEES
            END-IF.
            PERFORM 2900-PRINT-TOTALS.
            MOVE "X" TO WS-SS-FUNCTION.
            CALL "SDNSCR01" USING WS-SS-FUNCTION WS-SS-PAYEE-TYPE
                WS-SS-PAYEE-NUMBER WS-SS-NAME WS-SS-ADDRESS
                WS-SS-CITY WS-SS-COUNTRY WS-SS-SOURCE
                WS-SS-PRIOR-STATUS WS-SS-RESULT WS-SS-SCORE
                WS-SS-MATCH-NAME.
            PERFORM 2090-CLOSE-FILES.

      * THE INTERNATIONAL BANK FILE (FOR THE BANK COUNTRY) AND THE
      * EMPLOYEE MASTER ARE OPTIONAL - A SHOP WITHOUT THEM STILL
      * RESCREENS ITS VENDORS.
       2050-OPEN-FILES.
            OPEN I-O VENDOR-FILE.
            IF NOT WS-VENDOR-FILE-OK
                DISPLAY "UNABLE TO OPEN VENDOR-FILE, STATUS = "
                    WS-VENDOR-FILE-STATUS
                SET WS-NO-MORE-VENDORS TO TRUE
            END-IF.
            OPEN EXTEND VENDOR-HISTORY-FILE.
            IF NOT WS-VENDOR-HIST-OK
                DISPLAY "UNABLE TO OPEN VENDOR-HISTORY-FILE, STATUS = "
                    WS-VENDOR-HIST-STATUS
            END-IF.
            OPEN INPUT INTL-BANK-FILE.
            IF WS-INTL-BANK-OK
                SET WS-INTL-BANK-OPEN TO TRUE
            ELSE IF NOT WS-INTL-BANK-MISSING
                DISPLAY "UNABLE TO OPEN INTL-BANK-FILE, STATUS = "
                    WS-INTL-BANK-STATUS
            END-IF.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-FILE-OK
                SET WS-EMPLOYEE-FILE-OPEN TO TRUE
            ELSE IF NOT WS-EMPLOYEE-FILE-MISSING
                DISPLAY "UNABLE TO OPEN EMPLOYEE-FILE, STATUS = "
                    WS-EMPLOYEE-FILE-STATUS
            END-IF.
            MOVE "SDNRSC.PRT" TO WS-PRINT-FILE-NAME.
            OPEN OUTPUT PRINT-FILE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO OPEN RESCREEN REPORT, STATUS = "
                    WS-PRINT-FILE-STATUS
            END-IF.
            PERFORM 5900-PRINT-STANDARD-HEADING.
            MOVE WS-LIST-DATE TO WS-TITLE-LIST-DATE.
            MOVE WS-REPORT-TITLE TO RESCREEN-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE SPACES TO RESCREEN-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-COLUMN-HEADING TO RESCREEN-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

       2090-CLOSE-FILES.
            CLOSE VENDOR-FILE.
            CLOSE VENDOR-HISTORY-FILE.
            IF WS-INTL-BANK-OPEN
                CLOSE INTL-BANK-FILE
            END-IF.
            IF WS-EMPLOYEE-FILE-OPEN
                CLOSE EMPLOYEE-FILE
            END-IF.
            CLOSE PRINT-FILE.

      * INACTIVE AND MERGED-AWAY VENDORS CANNOT BE PAID AND ARE
      * PASSED OVER.  A VENDOR ALREADY ON HOLD IS SCREENED ANYWAY -
      * A NEW LIST MAY NAME IT UNDER A NEW ENTRY.
       2100-RESCREEN-ONE-VENDOR.
            IF NOT VENDOR-INACTIVE AND VENDOR-MERGED-TO = ZERO
                ADD 1 TO WS-VENDORS-SCREENED
                MOVE "V" TO WS-SS-PAYEE-TYPE
                MOVE VENDOR-NUMBER TO WS-SS-PAYEE-NUMBER
                MOVE VENDOR-NAME TO WS-SS-NAME
                MOVE VENDOR-ADDRESS-1 TO WS-SS-ADDRESS
                MOVE VENDOR-CITY TO WS-SS-CITY
                PERFORM 2150-GET-BANK-COUNTRY
                MOVE VENDOR-STATUS TO WS-SS-PRIOR-STATUS
                PERFORM 2500-CALL-SCREEN
                IF WS-SS-POTENTIAL-MATCH
                    PERFORM 2300-HOLD-THE-VENDOR
                END-IF
            END-IF.
            PERFORM 8100-READ-NEXT-VENDOR.

       2150-GET-BANK-COUNTRY.
            MOVE SPACES TO WS-SS-COUNTRY.
            IF WS-INTL-BANK-OPEN
                MOVE VENDOR-NUMBER TO IB-VENDOR-NUMBER
                READ INTL-BANK-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE IB-BANK-COUNTRY TO WS-SS-COUNTRY
                END-READ
            END-IF.

       2200-RESCREEN-ONE-EMPLOYEE.
            IF EM-ACTIVE
                ADD 1 TO WS-EMPLOYEES-SCREENED
                MOVE "E" TO WS-SS-PAYEE-TYPE
                MOVE EM-EMPLOYEE-NUMBER TO WS-SS-PAYEE-NUMBER
                MOVE EM-NAME TO WS-SS-NAME
                MOVE EM-ADDRESS-1 TO WS-SS-ADDRESS
                MOVE EM-CITY TO WS-SS-CITY
                MOVE SPACES TO WS-SS-COUNTRY
                MOVE EM-STATUS TO WS-SS-PRIOR-STATUS
                PERFORM 2500-CALL-SCREEN
            END-IF.
            PERFORM 8200-READ-NEXT-EMPLOYEE.

      * HOLD STATUS WITH THE USUAL BEFORE/AFTER HISTORY IMAGE.  THE
      * STATUS IT HELD BEFORE IS ON THE HIT, FOR SDNCLR01 TO PUT
      * BACK IF COMPLIANCE CLEARS IT.
       2300-HOLD-THE-VENDOR.
            IF NOT VENDOR-SANCTIONS-HOLD
                MOVE VENDOR-RECORD TO WS-BEFORE-VENDOR-RECORD
                SET VENDOR-SANCTIONS-HOLD TO TRUE
                MOVE WS-RUN-DATE TO VENDOR-STATUS-DATE
                REWRITE VENDOR-RECORD
                    INVALID KEY
                        DISPLAY "UNABLE TO HOLD VENDOR "
                            VENDOR-NUMBER ", STATUS = "
                            WS-VENDOR-FILE-STATUS
                    NOT INVALID KEY
                        ADD 1 TO WS-VENDORS-HELD
                        SET VH-ACTION-UPDATE TO TRUE
                        PERFORM 6000-WRITE-HISTORY
                END-REWRITE
            END-IF.

       2500-CALL-SCREEN.
            MOVE "S" TO WS-SS-FUNCTION.
            MOVE "R" TO WS-SS-SOURCE.
            CALL "SDNSCR01" USING WS-SS-FUNCTION WS-SS-PAYEE-TYPE
                WS-SS-PAYEE-NUMBER WS-SS-NAME WS-SS-ADDRESS
                WS-SS-CITY WS-SS-COUNTRY WS-SS-SOURCE
                WS-SS-PRIOR-STATUS WS-SS-RESULT WS-SS-SCORE
                WS-SS-MATCH-NAME.
            IF WS-SS-POTENTIAL-MATCH
                ADD 1 TO WS-NEW-HITS
                PERFORM 2600-PRINT-HIT
            ELSE IF WS-SS-PAYEE-BLOCKED
                ADD 1 TO WS-ALREADY-BLOCKED
            END-IF.

       2600-PRINT-HIT.
            MOVE WS-SS-PAYEE-TYPE TO WS-HL-PAYEE-TYPE.
            MOVE WS-SS-PAYEE-NUMBER TO WS-HL-PAYEE-NUMBER.
            MOVE WS-SS-NAME TO WS-HL-NAME.
            MOVE WS-SS-SCORE TO WS-HL-SCORE.
            MOVE WS-SS-MATCH-NAME TO WS-HL-MATCH-NAME.
            MOVE WS-HIT-LINE TO RESCREEN-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

       2900-PRINT-TOTALS.
            MOVE SPACES TO RESCREEN-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE "VENDORS SCREENED" TO WS-TL-LABEL.
            MOVE WS-VENDORS-SCREENED TO WS-TL-COUNT.
            MOVE WS-TOTAL-LINE TO RESCREEN-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE "EMPLOYEES SCREENED" TO WS-TL-LABEL.
            MOVE WS-EMPLOYEES-SCREENED TO WS-TL-COUNT.
            MOVE WS-TOTAL-LINE TO RESCREEN-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE "NEW POTENTIAL MATCHES" TO WS-TL-LABEL.
            MOVE WS-NEW-HITS TO WS-TL-COUNT.
            MOVE WS-TOTAL-LINE TO RESCREEN-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE "VENDORS PUT ON HOLD" TO WS-TL-LABEL.
            MOVE WS-VENDORS-HELD TO WS-TL-COUNT.
            MOVE WS-TOTAL-LINE TO RESCREEN-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE "ALREADY AWAITING COMPLIANCE" TO WS-TL-LABEL.
            MOVE WS-ALREADY-BLOCKED TO WS-TL-COUNT.
            MOVE WS-TOTAL-LINE TO RESCREEN-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

      * THE RESCREEN STAMP GOES ON LAST.
       3000-STAMP-LIST-CONTROL.
            OPEN I-O SANCTIONS-FILE.
            IF NOT WS-SANCTIONS-OK
                DISPLAY "UNABLE TO OPEN SANCTIONS-FILE, STATUS = "
                    WS-SANCTIONS-STATUS
            ELSE
                MOVE ZERO TO SN-KEY
                READ SANCTIONS-FILE
                    INVALID KEY
                        DISPLAY "SANCTIONS CONTROL RECORD MISSING"
                    NOT INVALID KEY
                        MOVE WS-RUN-DATE TO SC-RESCREEN-DATE
                        MOVE WS-RUN-TIME TO SC-RESCREEN-TIME
                        REWRITE SANCTIONS-CONTROL-RECORD
                            INVALID KEY
                                DISPLAY "UNABLE TO STAMP SANCTIONS "
                                    "CONTROL RECORD, STATUS = "
                                    WS-SANCTIONS-STATUS
                        END-REWRITE
                END-READ
                CLOSE SANCTIONS-FILE
            END-IF.

      * PRINT THE STANDARD COMPANY/RUN-DATE/RUN-TIME/PAGE-NUMBER
      * HEADING (SEE RPTHDR1.cbl) AHEAD OF THE REPORT TITLE.
       5900-PRINT-STANDARD-HEADING.
            ADD 1 TO WS-RPT-PAGE-COUNT.
            MOVE WS-RPT-PAGE-COUNT TO WS-RPT-PAGE-NUMBER.
            ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RPT-RUN-TIME FROM TIME.
            MOVE WS-RPT-HEADING-LINE-1 TO RESCREEN-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-RPT-HEADING-LINE-2 TO RESCREEN-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

       6000-WRITE-HISTORY.
            MOVE VENDOR-NUMBER TO VH-VENDOR-NUMBER.
            ACCEPT VH-CHANGE-DATE FROM DATE YYYYMMDD.
            ACCEPT VH-CHANGE-TIME FROM TIME.
            MOVE WS-OPERATOR-ID TO VH-OPERATOR-ID.
            MOVE WS-BEFORE-VENDOR-RECORD TO VH-BEFORE-IMAGE.
            MOVE VENDOR-RECORD TO VH-AFTER-IMAGE.
            WRITE VENDOR-HISTORY-RECORD.
            IF NOT WS-VENDOR-HIST-OK
                DISPLAY "UNABLE TO WRITE HISTORY RECORD, STATUS = "
                    WS-VENDOR-HIST-STATUS
            END-IF.

       8000-WRITE-PRINT-LINE.
            WRITE RESCREEN-PRINT-LINE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO WRITE RESCREEN REPORT, STATUS = "
                    WS-PRINT-FILE-STATUS
            END-IF.

       8100-READ-NEXT-VENDOR.
            READ VENDOR-FILE NEXT RECORD
                AT END SET WS-NO-MORE-VENDORS TO TRUE
            END-READ.
            IF NOT WS-VENDOR-FILE-OK AND NOT WS-VENDOR-FILE-EOF
                DISPLAY "UNABLE TO READ VENDOR-FILE, STATUS = "
                    WS-VENDOR-FILE-STATUS
                SET WS-NO-MORE-VENDORS TO TRUE
            END-IF.

       8200-READ-NEXT-EMPLOYEE.
            READ EMPLOYEE-FILE NEXT RECORD
                AT END SET WS-NO-MORE-EMPLOYEES TO TRUE
            END-READ.
            IF NOT WS-EMPLOYEE-FILE-OK AND NOT WS-EMPLOYEE-FILE-EOF
                DISPLAY "UNABLE TO READ EMPLOYEE-FILE, STATUS = "
                    WS-EMPLOYEE-FILE-STATUS
                SET WS-NO-MORE-EMPLOYEES TO TRUE
            END-IF.

       9000-TERMINATE.
            DISPLAY "VENDORS SCREENED        : " WS-VENDORS-SCREENED.
            DISPLAY "EMPLOYEES SCREENED      : " WS-EMPLOYEES-SCREENED.
            DISPLAY "NEW POTENTIAL MATCHES   : " WS-NEW-HITS.
            DISPLAY "VENDORS PUT ON HOLD     : " WS-VENDORS-HELD.
            MOVE "C" TO WS-RL-FUNCTION.
            MOVE "SDN LIST DATE" TO WS-RL-LABEL.
            MOVE WS-LIST-DATE TO WS-RL-VALUE.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            MOVE "E" TO WS-RL-FUNCTION.
            COMPUTE WS-RL-RECORDS-IN = WS-VENDORS-SCREENED
                + WS-EMPLOYEES-SCREENED.
            MOVE WS-NEW-HITS TO WS-RL-RECORDS-OUT.
            IF WS-RESCREEN-DUE
                MOVE "COMPLETE" TO WS-RL-STATUS-TEXT
            ELSE
                MOVE "NOT RUN" TO WS-RL-STATUS-TEXT
            END-IF.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
       END PROGRAM SDNRSC01.

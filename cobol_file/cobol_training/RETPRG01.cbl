      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Retention purge of bank details and TINs on
      *              long-inactive vendors.  A vendor qualifies when
      *              it has been INACTIVE since before the cut-off
      *              (the run date less the retention years, seven
      *              when the PARM gives none), has nothing paid this
      *              year or last, has no payment on the payment
      *              ledger and no invoice dated or paid on or after
      *              the cut-off, has no invoice still open in any
      *              status, and still carries something to purge.
      *              For each one the routing, account, account type
      *              and EFT flag and the TIN and TIN type are blanked
      *              on the master, the IBAN on INTL-BANK-FILE, any
      *              pending bank change is dropped, and the bank and
      *              TIN fields in its VNDHIST before and after images
      *              are blanked.  Name, address and the payment
      *              history are left alone for reporting.  Every
      *              vendor purged is logged on RETENTION-PURGE-FILE
      *              for the auditors.
      *
      *              PARM position 1 is the mode - P (the default)
      *              previews: the candidates and what would go are
      *              listed and nothing is changed.  U purges.
      *              Positions 2-3 are the retention years.
      *
      *              History is sequential, so it is copied to the
      *              HISTNEW keep file with the images scrubbed and
      *              the job swaps it in, as the archive job does;
      *              the copy is proved by count and vendor hash and
      *              is done BEFORE the masters are touched, so a
      *              failed copy ends the run with RETURN-CODE 8 and
      *              nothing purged.  A preview ends with RETURN-CODE
      *              4 so the job's swap step stays put.  The scrub
      *              also covers vendors purged by earlier runs (from
      *              the purge log), for images dated up to their
      *              purge, so a run whose swap never happened is
      *              caught up by the next one.  Printed to RETPRG.PRT.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original retention purge.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETPRG01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLVND01.cbl".
           COPY "SLIBD01.cbl".
           COPY "SLINV01.cbl".
           COPY "SLPDL01.cbl".
           COPY "SLPND01.cbl".
           COPY "SLHST01.cbl".
           COPY "SLRPG01.cbl".
           SELECT HISTORY-KEEP-FILE ASSIGN TO HISTNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-KEEP-STATUS.
           COPY "Hello-world.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "fdvnd01.cbl".
           COPY "FDIBD01.cbl".
           COPY "FDINV01.cbl".
           COPY "FDPDL01.cbl".
           COPY "FDPND01.cbl".
           COPY "VNDHIST1.cbl".
           COPY "FDRPG01.cbl".

       FD  HISTORY-KEEP-FILE
           LABEL RECORDS ARE STANDARD.
       01  HISTORY-KEEP-RECORD         PIC X(630).

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RP-PRINT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VENDOR-FILE-STATUS      PIC X(02).
           88 WS-VENDOR-FILE-OK           VALUE "00".
           88 WS-VENDOR-FILE-EOF          VALUE "10".
       01  WS-INTL-BANK-STATUS        PIC X(02).
           88 WS-INTL-BANK-OK             VALUE "00".
           88 WS-INTL-BANK-MISSING        VALUE "35".
       01  WS-INVOICE-FILE-STATUS     PIC X(02).
           88 WS-INVOICE-FILE-OK          VALUE "00".
           88 WS-INVOICE-FILE-EOF         VALUE "10".
           88 WS-INVOICE-FILE-MISSING     VALUE "35".
       01  WS-PAYMENT-DTL-STATUS      PIC X(02).
           88 WS-PAYMENT-DTL-OK           VALUE "00".
           88 WS-PAYMENT-DTL-EOF          VALUE "10".
           88 WS-PAYMENT-DTL-MISSING      VALUE "35".
       01  WS-PENDING-CHG-STATUS      PIC X(02).
           88 WS-PENDING-CHG-OK           VALUE "00".
           88 WS-PENDING-CHG-EOF          VALUE "10".
           88 WS-PENDING-CHG-MISSING      VALUE "35".
       01  WS-VENDOR-HIST-STATUS      PIC X(02).
           88 WS-VENDOR-HIST-OK           VALUE "00".
           88 WS-VENDOR-HIST-EOF          VALUE "10".
           88 WS-VENDOR-HIST-MISSING      VALUE "35".
       01  WS-HIST-KEEP-STATUS        PIC X(02).
           88 WS-HIST-KEEP-OK             VALUE "00".
       01  WS-PURGE-LOG-STATUS        PIC X(02).
           88 WS-PURGE-LOG-OK             VALUE "00".
           88 WS-PURGE-LOG-EOF            VALUE "10".
           88 WS-PURGE-LOG-MISSING        VALUE "35".
       01  WS-PRINT-FILE-NAME          PIC X(20).
       01  WS-PRINT-FILE-STATUS        PIC X(02).
           88 WS-PRINT-FILE-OK             VALUE "00".

       01  WS-SCAN-SWITCH              PIC X(01).
           88 WS-SCAN-DONE                 VALUE "Y".
       01  WS-RUN-SWITCH               PIC X(01) VALUE "N".
           88 WS-RUN-ABANDONED             VALUE "Y".
       01  WS-INTL-FILE-SWITCH         PIC X(01) VALUE "N".
           88 WS-INTL-FILE-OPEN            VALUE "Y".
       01  WS-PENDING-FILE-SWITCH      PIC X(01) VALUE "N".
           88 WS-PENDING-FILE-OPEN         VALUE "Y".
       01  WS-LOG-FILE-SWITCH          PIC X(01) VALUE "N".
           88 WS-LOG-FILE-OPEN             VALUE "Y".
       01  WS-STOP-SWITCH              PIC X(01) VALUE "N".
           88 WS-PURGE-STOPPED             VALUE "Y".
       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-RUN-TIME                 PIC 9(08).

      * THE PARM - MODE, THEN RETENTION YEARS.
       01  WS-PARM-VALUE.
           05 WS-PARM-MODE             PIC X(01).
               88 WS-UPDATE-RUN            VALUE "U".
               88 WS-PREVIEW-RUN           VALUE "P" " ".
           05 WS-PARM-YEARS            PIC X(02).
           05 FILLER                   PIC X(05).
       01  WS-RETENTION-YEARS          PIC 9(02) VALUE 7.
       01  WS-CUTOFF-DATE              PIC 9(08).

      * ONE ENTRY PER VENDOR THE HISTORY PASS MAY NEED TO SCRUB -
      * THIS RUN'S CANDIDATES AND THE VENDORS PURGED BY EARLIER RUNS
      * - LOADED IN VENDOR-NUMBER ORDER OFF THE MASTER SO THE LEDGER
      * AND HISTORY PASSES CAN LOOK A VENDOR UP WITH SEARCH ALL.
      * A CANDIDATE FOUND TO HAVE ACTIVITY STAYS IN THE TABLE,
      * MARKED, SO ITS EARLIER PURGE (IF ANY) IS STILL HONORED.
       01  WS-PT-COUNT                 PIC 9(05) COMP VALUE ZERO.
       01  WS-PT-MAXIMUM               PIC 9(05) COMP VALUE 5000.
       01  WS-PURGE-TABLE.
           05 WS-PT-ENTRY OCCURS 1 TO 5000 TIMES
                              DEPENDING ON WS-PT-COUNT
                              ASCENDING KEY IS WS-PT-VENDOR
                              INDEXED BY WS-PT-IX.
               10 WS-PT-VENDOR         PIC 9(05).
               10 WS-PT-STATE          PIC X(01).
                   88 WS-PT-CANDIDATE      VALUE "C".
                   88 WS-PT-RECENT         VALUE "R".
                   88 WS-PT-OPEN-ITEMS     VALUE "O".
                   88 WS-PT-EARLIER-ONLY   VALUE "E".
               10 WS-PT-NAME           PIC X(30).
               10 WS-PT-STATUS-DATE    PIC 9(08).
               10 WS-PT-LAST-ACTIVITY  PIC 9(08).
               10 WS-PT-EARLIER-PURGE  PIC 9(08).
               10 WS-PT-HAS-BANK       PIC X(01).
               10 WS-PT-HAS-TIN        PIC X(01).
               10 WS-PT-HAS-IBAN       PIC X(01).
               10 WS-PT-HISTORY-COUNT  PIC 9(05) COMP.
               10 WS-PT-RESULT         PIC X(01).
                   88 WS-PT-PURGED         VALUE "P".
                   88 WS-PT-PURGE-FAILED   VALUE "F".
       01  WS-TABLE-FULL-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-PT-SUB                   PIC 9(05) COMP.

      * THE VENDOR BEING LOOKED AT ON THE MASTER PASS.
       01  WS-EARLIER-PURGE-DATE       PIC 9(08).
       01  WS-HAS-BANK                 PIC X(01).
       01  WS-HAS-TIN                  PIC X(01).
       01  WS-HAS-IBAN                 PIC X(01).
       01  WS-CANDIDATE-SWITCH         PIC X(01).
           88 WS-IS-CANDIDATE              VALUE "Y".
       01  WS-SCRUB-THROUGH            PIC 9(08).
       01  WS-PENDING-DROPPED          PIC 9(02).

      * A VENDOR-RECORD IMAGE AS CARRIED ON THE HISTORY FILE
      * (POSITIONS AS IN fdvnd01.cbl) - ONLY THE FIELDS THE PURGE
      * BLANKS ARE NAMED.
       01  WS-PURGE-IMAGE.
           05 FILLER                   PIC X(181).
           05 WS-PI-EFT-FLAG           PIC X(01).
           05 WS-PI-ROUTING            PIC X(09).
           05 WS-PI-ACCOUNT            PIC X(17).
           05 WS-PI-ACCT-TYPE          PIC X(01).
           05 FILLER                   PIC X(24).
           05 WS-PI-TIN                PIC X(09).
           05 WS-PI-TIN-TYPE           PIC X(01).
           05 FILLER                   PIC X(57).
       01  WS-IMAGE-SWITCH             PIC X(01).
           88 WS-IMAGE-SCRUBBED            VALUE "Y".

      * RUN COUNTS.  HISTORY READ MUST EQUAL HISTORY WRITTEN, HASH
      * FOR HASH, BEFORE THE KEEP FILE IS TRUSTED.
       01  WS-VENDORS-READ             PIC 9(07) VALUE ZERO.
       01  WS-CANDIDATE-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-KEPT-COUNT               PIC 9(07) VALUE ZERO.
       01  WS-PURGED-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-FAILED-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-LEDGER-READ              PIC 9(07) VALUE ZERO.
       01  WS-HISTORY-READ             PIC 9(07) VALUE ZERO.
       01  WS-HISTORY-WRITTEN          PIC 9(07) VALUE ZERO.
       01  WS-HISTORY-SCRUBBED         PIC 9(07) VALUE ZERO.
       01  WS-HASH-READ                PIC 9(16) VALUE ZERO.
       01  WS-HASH-WRITTEN             PIC 9(16) VALUE ZERO.
       01  WS-PURGE-RC                 PIC 9(01) VALUE ZERO.

      * FIELDS FOR THE RUNLOG01 RUN-CONTROL CALLS.
       01  WS-RL-FUNCTION              PIC X(01).
       01  WS-RL-PROGRAM               PIC X(08) VALUE "RETPRG01".
       01  WS-RL-LABEL                 PIC X(24).
       01  WS-RL-VALUE                 PIC S9(13)V99.
       01  WS-RL-RECORDS-IN            PIC 9(07) VALUE ZERO.
       01  WS-RL-RECORDS-OUT           PIC 9(07) VALUE ZERO.
       01  WS-RL-REJECTS               PIC 9(07) VALUE ZERO.
       01  WS-RL-STATUS-TEXT           PIC X(08).

           COPY "RPTHDR1.cbl".

       01  WS-TITLE-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(18) VALUE
               "RETENTION PURGE - ".
           05 WS-TL-MODE               PIC X(08).
           05 FILLER                   PIC X(22) VALUE
               " - INACTIVE BEFORE ".
           05 WS-TL-CUTOFF             PIC 9(08).
           05 FILLER                   PIC X(02) VALUE " (".
           05 WS-TL-YEARS              PIC Z9.
           05 FILLER                   PIC X(07) VALUE " YEARS)".

       01  WS-SECTION-LINE.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-SC-TEXT               PIC X(60).

       01  WS-DETAIL-HEADING.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE "VENDOR".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(30) VALUE "NAME".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE "INACTIVE".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE "LAST PAY".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(15) VALUE
               "BANK TIN  IBAN ".
           05 FILLER                   PIC X(07) VALUE "HISTORY".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(30) VALUE "ACTION".

       01  WS-DETAIL-LINE.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-VENDOR             PIC 9(05).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WS-DL-NAME               PIC X(30).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-INACTIVE           PIC 9(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-ACTIVITY           PIC X(08).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WS-DL-BANK               PIC X(01).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 WS-DL-TIN                PIC X(01).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 WS-DL-IBAN               PIC X(01).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-DL-HISTORY            PIC ZZ,ZZ9.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WS-DL-ACTION             PIC X(30).

       01  WS-TOTAL-LINE.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-TT-LABEL              PIC X(40).
           05 WS-TT-COUNT              PIC Z,ZZZ,ZZ9.

       01  WS-NOTE-LINE.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-NL-TEXT               PIC X(100).

       PROCEDURE DIVISION.
       0000-MAINLINE.
            MOVE "S" TO WS-RL-FUNCTION.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            PERFORM 1000-INITIALIZE.
            IF NOT WS-RUN-ABANDONED
                PERFORM 2000-FIND-CANDIDATES
                PERFORM 3000-CHECK-PAYMENT-LEDGER
                PERFORM 3500-CHECK-INVOICES
                PERFORM 5000-SCRUB-HISTORY
                IF WS-UPDATE-RUN AND NOT WS-PURGE-STOPPED
                    PERFORM 6000-PURGE-CANDIDATES
                END-IF
                PERFORM 4000-PRINT-REPORT
                PERFORM 1900-CLOSE-FILES
            END-IF.
            PERFORM 9000-TERMINATE.
            MOVE WS-PURGE-RC TO RETURN-CODE.
            STOP RUN.

      * THE RETENTION YEARS COME OFF THE RUN DATE WHOLE - A CUT-OFF
      * OF THE SAME MONTH AND DAY SO MANY YEARS BACK.
       1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-TIME FROM TIME.
            ACCEPT WS-PARM-VALUE FROM COMMAND-LINE.
            IF NOT WS-UPDATE-RUN AND NOT WS-PREVIEW-RUN
                DISPLAY "RETPRG01 PARM MODE MUST BE P (PREVIEW) OR "
                    "U (UPDATE) - RUN NOT MADE"
                SET WS-RUN-ABANDONED TO TRUE
                MOVE 8 TO WS-PURGE-RC
            END-IF.
            IF WS-PARM-YEARS NUMERIC AND WS-PARM-YEARS NOT = "00"
                MOVE WS-PARM-YEARS TO WS-RETENTION-YEARS
            END-IF.
            COMPUTE WS-CUTOFF-DATE =
                WS-RUN-DATE - WS-RETENTION-YEARS * 10000.
            IF NOT WS-RUN-ABANDONED
                PERFORM 1100-OPEN-FILES
            END-IF.

       1100-OPEN-FILES.
            IF WS-UPDATE-RUN
                OPEN I-O VENDOR-FILE
            ELSE
                OPEN INPUT VENDOR-FILE
            END-IF.
            IF NOT WS-VENDOR-FILE-OK
                DISPLAY "UNABLE TO OPEN VENDOR-FILE, STATUS = "
                    WS-VENDOR-FILE-STATUS
                SET WS-RUN-ABANDONED TO TRUE
                MOVE 8 TO WS-PURGE-RC
            END-IF.
            IF NOT WS-RUN-ABANDONED
                OPEN INPUT INVOICE-FILE
                IF NOT WS-INVOICE-FILE-OK
                    AND NOT WS-INVOICE-FILE-MISSING
                    DISPLAY "UNABLE TO OPEN INVOICE-FILE, STATUS = "
                        WS-INVOICE-FILE-STATUS
                    SET WS-RUN-ABANDONED TO TRUE
                    MOVE 8 TO WS-PURGE-RC
                    CLOSE VENDOR-FILE
                END-IF
            END-IF.
            IF NOT WS-RUN-ABANDONED
                MOVE "RETPRG.PRT" TO WS-PRINT-FILE-NAME
                OPEN OUTPUT PRINT-FILE
                IF NOT WS-PRINT-FILE-OK
                    DISPLAY "UNABLE TO OPEN RETENTION PURGE REPORT, "
                        "STATUS = " WS-PRINT-FILE-STATUS
                    SET WS-RUN-ABANDONED TO TRUE
                    MOVE 8 TO WS-PURGE-RC
                    CLOSE INVOICE-FILE
                    CLOSE VENDOR-FILE
                END-IF
            END-IF.
            IF NOT WS-RUN-ABANDONED
                PERFORM 1200-OPEN-SIDE-FILES
            END-IF.

      * THE INTERNATIONAL BANK, PENDING CHANGE AND PURGE LOG FILES
      * MAY NOT EXIST YET - NONE OF THEM IS REQUIRED.  AN UPDATE RUN
      * CREATES THE PURGE LOG ON FIRST USE.
       1200-OPEN-SIDE-FILES.
            IF WS-UPDATE-RUN
                OPEN I-O INTL-BANK-FILE
            ELSE
                OPEN INPUT INTL-BANK-FILE
            END-IF.
            IF WS-INTL-BANK-OK
                SET WS-INTL-FILE-OPEN TO TRUE
            ELSE IF NOT WS-INTL-BANK-MISSING
                DISPLAY "UNABLE TO OPEN INTL-BANK-FILE, STATUS = "
                    WS-INTL-BANK-STATUS
            END-IF.
            IF WS-UPDATE-RUN
                OPEN I-O PENDING-CHANGE-FILE
                IF WS-PENDING-CHG-OK
                    SET WS-PENDING-FILE-OPEN TO TRUE
                ELSE IF NOT WS-PENDING-CHG-MISSING
                    DISPLAY "UNABLE TO OPEN PENDING-CHANGE-FILE, "
                        "STATUS = " WS-PENDING-CHG-STATUS
                END-IF
                OPEN I-O RETENTION-PURGE-FILE
                IF WS-PURGE-LOG-MISSING
                    OPEN OUTPUT RETENTION-PURGE-FILE
                    CLOSE RETENTION-PURGE-FILE
                    OPEN I-O RETENTION-PURGE-FILE
                END-IF
            ELSE
                OPEN INPUT RETENTION-PURGE-FILE
            END-IF.
            IF WS-PURGE-LOG-OK
                SET WS-LOG-FILE-OPEN TO TRUE
            ELSE IF NOT WS-PURGE-LOG-MISSING
                DISPLAY "UNABLE TO OPEN RETENTION-PURGE-FILE, "
                    "STATUS = " WS-PURGE-LOG-STATUS
            END-IF.
            IF WS-UPDATE-RUN AND NOT WS-LOG-FILE-OPEN
                DISPLAY "NO PURGE LOG - NOTHING WILL BE PURGED "
                    "WITHOUT ONE - RUN AS A PREVIEW"
                MOVE "P" TO WS-PARM-MODE
                MOVE 8 TO WS-PURGE-RC
            END-IF.

       1900-CLOSE-FILES.
            CLOSE PRINT-FILE.
            CLOSE INVOICE-FILE.
            CLOSE VENDOR-FILE.
            IF WS-INTL-FILE-OPEN
                CLOSE INTL-BANK-FILE
            END-IF.
            IF WS-PENDING-FILE-OPEN
                CLOSE PENDING-CHANGE-FILE
            END-IF.
            IF WS-LOG-FILE-OPEN
                CLOSE RETENTION-PURGE-FILE
            END-IF.

      * ONE PASS OF THE MASTER IN VENDOR ORDER.  A VENDOR GOES IN THE
      * TABLE WHEN IT QUALIFIES ON THE MASTER ALONE, OR WHEN AN
      * EARLIER RUN PURGED IT (ITS HISTORY MAY STILL NEED SCRUBBING).
       2000-FIND-CANDIDATES.
            MOVE "N" TO WS-SCAN-SWITCH.
            PERFORM 2900-READ-NEXT-VENDOR.
            PERFORM 2100-LOOK-AT-ONE-VENDOR
                UNTIL WS-SCAN-DONE.

       2100-LOOK-AT-ONE-VENDOR.
            ADD 1 TO WS-VENDORS-READ.
            PERFORM 2200-FIND-EARLIER-PURGE.
            MOVE "N" TO WS-CANDIDATE-SWITCH.
            MOVE SPACE TO WS-HAS-BANK WS-HAS-TIN WS-HAS-IBAN.
            IF VENDOR-INACTIVE
                AND VENDOR-STATUS-DATE > ZERO
                AND VENDOR-STATUS-DATE < WS-CUTOFF-DATE
                AND VENDOR-YTD-PAID = ZERO
                AND VENDOR-PRIOR-YR-PAID = ZERO
                PERFORM 2300-WHAT-IS-HELD
                IF WS-HAS-BANK = "Y" OR WS-HAS-TIN = "Y"
                    OR WS-HAS-IBAN = "Y"
                    SET WS-IS-CANDIDATE TO TRUE
                END-IF
            END-IF.
            IF WS-IS-CANDIDATE OR WS-EARLIER-PURGE-DATE > ZERO
                IF WS-PT-COUNT < WS-PT-MAXIMUM
                    PERFORM 2400-ADD-TABLE-ENTRY
                ELSE
                    ADD 1 TO WS-TABLE-FULL-COUNT
                END-IF
            END-IF.
            PERFORM 2900-READ-NEXT-VENDOR.

      * THE LATEST PURGE DATE ON THE LOG FOR THIS VENDOR, ZERO WHEN
      * IT HAS NEVER BEEN PURGED.
       2200-FIND-EARLIER-PURGE.
            MOVE ZERO TO WS-EARLIER-PURGE-DATE.
            IF WS-LOG-FILE-OPEN
                MOVE VENDOR-NUMBER TO RP-VENDOR-NUMBER
                MOVE ZERO TO RP-PURGE-DATE
                START RETENTION-PURGE-FILE
                    KEY IS NOT LESS THAN RP-KEY
                    INVALID KEY CONTINUE
                END-START
                IF WS-PURGE-LOG-OK
                    PERFORM 2250-READ-NEXT-PURGE
                    PERFORM 2250-READ-NEXT-PURGE
                        UNTIL NOT WS-PURGE-LOG-OK
                        OR RP-VENDOR-NUMBER NOT = VENDOR-NUMBER
                END-IF
            END-IF.

       2250-READ-NEXT-PURGE.
            READ RETENTION-PURGE-FILE NEXT RECORD
                AT END CONTINUE
            END-READ.
            IF WS-PURGE-LOG-OK
                AND RP-VENDOR-NUMBER = VENDOR-NUMBER
                MOVE RP-PURGE-DATE TO WS-EARLIER-PURGE-DATE
            END-IF.

       2300-WHAT-IS-HELD.
            IF VENDOR-BANK-ROUTING NOT = SPACES
                OR VENDOR-BANK-ACCOUNT NOT = SPACES
                MOVE "Y" TO WS-HAS-BANK
            END-IF.
            IF VENDOR-TIN NOT = SPACES
                MOVE "Y" TO WS-HAS-TIN
            END-IF.
            IF WS-INTL-FILE-OPEN
                MOVE VENDOR-NUMBER TO IB-VENDOR-NUMBER
                READ INTL-BANK-FILE
                    INVALID KEY MOVE SPACES TO IB-IBAN
                END-READ
                IF IB-IBAN NOT = SPACES
                    MOVE "Y" TO WS-HAS-IBAN
                END-IF
            END-IF.

       2400-ADD-TABLE-ENTRY.
            ADD 1 TO WS-PT-COUNT.
            MOVE WS-PT-COUNT TO WS-PT-SUB.
            MOVE VENDOR-NUMBER TO WS-PT-VENDOR(WS-PT-SUB).
            MOVE VENDOR-NAME TO WS-PT-NAME(WS-PT-SUB).
            MOVE VENDOR-STATUS-DATE TO WS-PT-STATUS-DATE(WS-PT-SUB).
            MOVE ZERO TO WS-PT-LAST-ACTIVITY(WS-PT-SUB).
            MOVE WS-EARLIER-PURGE-DATE
                TO WS-PT-EARLIER-PURGE(WS-PT-SUB).
            MOVE WS-HAS-BANK TO WS-PT-HAS-BANK(WS-PT-SUB).
            MOVE WS-HAS-TIN TO WS-PT-HAS-TIN(WS-PT-SUB).
            MOVE WS-HAS-IBAN TO WS-PT-HAS-IBAN(WS-PT-SUB).
            MOVE ZERO TO WS-PT-HISTORY-COUNT(WS-PT-SUB).
            MOVE SPACE TO WS-PT-RESULT(WS-PT-SUB).
            IF WS-IS-CANDIDATE
                SET WS-PT-CANDIDATE(WS-PT-SUB) TO TRUE
                ADD 1 TO WS-CANDIDATE-COUNT
            ELSE
                SET WS-PT-EARLIER-ONLY(WS-PT-SUB) TO TRUE
            END-IF.

       2900-READ-NEXT-VENDOR.
            READ VENDOR-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-VENDOR-FILE-OK AND NOT WS-VENDOR-FILE-EOF
                DISPLAY "VENDOR-FILE READ ERROR, STATUS = "
                    WS-VENDOR-FILE-STATUS
                SET WS-SCAN-DONE TO TRUE
                MOVE 8 TO WS-PURGE-RC
                SET WS-PURGE-STOPPED TO TRUE
            END-IF.

      * ANY PAYMENT ON THE LEDGER ON OR AFTER THE CUT-OFF KEEPS THE
      * VENDOR.  THE LATEST PAYMENT FOUND IS SHOWN EITHER WAY.  A
      * LEDGER THAT CANNOT BE READ STOPS THE PURGE - ACTIVITY THAT
      * CANNOT BE SEEN CANNOT BE RULED OUT.
       3000-CHECK-PAYMENT-LEDGER.
            MOVE "N" TO WS-SCAN-SWITCH.
            OPEN INPUT PAYMENT-DETAIL-FILE.
            IF WS-PAYMENT-DTL-MISSING
                SET WS-SCAN-DONE TO TRUE
            ELSE IF NOT WS-PAYMENT-DTL-OK
                DISPLAY "UNABLE TO OPEN PAYMENT-DETAIL-FILE, STATUS = "
                    WS-PAYMENT-DTL-STATUS
                SET WS-SCAN-DONE TO TRUE
                MOVE 8 TO WS-PURGE-RC
                SET WS-PURGE-STOPPED TO TRUE
            ELSE
                PERFORM 3900-READ-NEXT-PAYMENT
            END-IF.
            PERFORM 3100-CHECK-ONE-PAYMENT
                UNTIL WS-SCAN-DONE.
            IF WS-PAYMENT-DTL-OK OR WS-PAYMENT-DTL-EOF
                CLOSE PAYMENT-DETAIL-FILE
            END-IF.

       3100-CHECK-ONE-PAYMENT.
            ADD 1 TO WS-LEDGER-READ.
            IF WS-PT-COUNT > ZERO
                SEARCH ALL WS-PT-ENTRY
                    AT END CONTINUE
                    WHEN WS-PT-VENDOR(WS-PT-IX) = PD-VENDOR-NUMBER
                        PERFORM 3200-NOTE-PAYMENT
                END-SEARCH
            END-IF.
            PERFORM 3900-READ-NEXT-PAYMENT.

       3200-NOTE-PAYMENT.
            IF PD-PAYMENT-DATE > WS-PT-LAST-ACTIVITY(WS-PT-IX)
                MOVE PD-PAYMENT-DATE TO WS-PT-LAST-ACTIVITY(WS-PT-IX)
            END-IF.
            IF WS-PT-CANDIDATE(WS-PT-IX)
                AND PD-PAYMENT-DATE NOT < WS-CUTOFF-DATE
                SET WS-PT-RECENT(WS-PT-IX) TO TRUE
            END-IF.

      * INVOICES FOR EACH CANDIDATE STILL STANDING: ONE NOT PAID OR
      * REJECTED IS AN OPEN ITEM AND KEEPS THE VENDOR WHATEVER ITS
      * AGE; ONE DATED OR PAID ON OR AFTER THE CUT-OFF IS RECENT.
       3500-CHECK-INVOICES.
            IF WS-INVOICE-FILE-OK
                PERFORM 3600-CHECK-VENDOR-INVOICES
                    VARYING WS-PT-SUB FROM 1 BY 1
                    UNTIL WS-PT-SUB > WS-PT-COUNT
            END-IF.

       3600-CHECK-VENDOR-INVOICES.
            IF WS-PT-CANDIDATE(WS-PT-SUB)
                MOVE "N" TO WS-SCAN-SWITCH
                MOVE WS-PT-VENDOR(WS-PT-SUB) TO INV-VENDOR-NUMBER
                MOVE LOW-VALUES TO INV-INVOICE-NUMBER
                START INVOICE-FILE KEY IS NOT LESS THAN INV-KEY
                    INVALID KEY SET WS-SCAN-DONE TO TRUE
                END-START
                IF NOT WS-SCAN-DONE
                    PERFORM 3690-READ-NEXT-INVOICE
                END-IF
                PERFORM 3700-CHECK-ONE-INVOICE
                    UNTIL WS-SCAN-DONE
                    OR INV-VENDOR-NUMBER NOT = WS-PT-VENDOR(WS-PT-SUB)
            END-IF.

       3700-CHECK-ONE-INVOICE.
            IF INV-INVOICE-DATE > WS-PT-LAST-ACTIVITY(WS-PT-SUB)
                MOVE INV-INVOICE-DATE
                    TO WS-PT-LAST-ACTIVITY(WS-PT-SUB)
            END-IF.
            IF INV-STATUS-PAID
                AND INV-PAID-DATE > WS-PT-LAST-ACTIVITY(WS-PT-SUB)
                MOVE INV-PAID-DATE TO WS-PT-LAST-ACTIVITY(WS-PT-SUB)
            END-IF.
            IF NOT INV-STATUS-PAID AND NOT INV-STATUS-REJECTED
                SET WS-PT-OPEN-ITEMS(WS-PT-SUB) TO TRUE
            ELSE IF WS-PT-CANDIDATE(WS-PT-SUB)
                AND WS-PT-LAST-ACTIVITY(WS-PT-SUB)
                    NOT < WS-CUTOFF-DATE
                SET WS-PT-RECENT(WS-PT-SUB) TO TRUE
            END-IF.
            PERFORM 3690-READ-NEXT-INVOICE.

       3900-READ-NEXT-PAYMENT.
            READ PAYMENT-DETAIL-FILE
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-PAYMENT-DTL-OK AND NOT WS-PAYMENT-DTL-EOF
                DISPLAY "PAYMENT-DETAIL READ ERROR, STATUS = "
                    WS-PAYMENT-DTL-STATUS
                SET WS-SCAN-DONE TO TRUE
                MOVE 8 TO WS-PURGE-RC
                SET WS-PURGE-STOPPED TO TRUE
            END-IF.

       3690-READ-NEXT-INVOICE.
            READ INVOICE-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-INVOICE-FILE-OK AND NOT WS-INVOICE-FILE-EOF
                DISPLAY "INVOICE-FILE READ ERROR, STATUS = "
                    WS-INVOICE-FILE-STATUS
                SET WS-SCAN-DONE TO TRUE
                MOVE 8 TO WS-PURGE-RC
                SET WS-PURGE-STOPPED TO TRUE
            END-IF.

       4000-PRINT-REPORT.
            IF WS-UPDATE-RUN
                MOVE "UPDATE" TO WS-TL-MODE
            ELSE
                MOVE "PREVIEW" TO WS-TL-MODE
            END-IF.
            MOVE WS-CUTOFF-DATE TO WS-TL-CUTOFF.
            MOVE WS-RETENTION-YEARS TO WS-TL-YEARS.
            PERFORM 3950-PRINT-STANDARD-HEADING.
            MOVE WS-TITLE-LINE TO RP-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE SPACES TO RP-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            IF WS-PREVIEW-RUN
                MOVE "PREVIEW ONLY - NOTHING HAS BEEN CHANGED"
                    TO WS-NL-TEXT
                PERFORM 8200-PRINT-NOTE
            END-IF.
            IF WS-PURGE-STOPPED
                MOVE "*** A FILE COULD NOT BE READ OR THE HISTORY COPY"
                    TO WS-NL-TEXT
                MOVE " FAILED - NOTHING WAS PURGED ***"
                    TO WS-NL-TEXT(49:)
                PERFORM 8200-PRINT-NOTE
            END-IF.
            MOVE "VENDORS INACTIVE PAST THE RETENTION PERIOD"
                TO WS-SC-TEXT.
            MOVE WS-SECTION-LINE TO RP-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE WS-DETAIL-HEADING TO RP-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            PERFORM 4100-PRINT-ONE-VENDOR
                VARYING WS-PT-SUB FROM 1 BY 1
                UNTIL WS-PT-SUB > WS-PT-COUNT.
            IF WS-CANDIDATE-COUNT = ZERO
                MOVE "NONE" TO WS-NL-TEXT
                PERFORM 8200-PRINT-NOTE
            END-IF.
            IF WS-TABLE-FULL-COUNT > ZERO
                MOVE "MORE VENDORS QUALIFY THAN ONE RUN TAKES - RUN "
                    TO WS-NL-TEXT
                MOVE "AGAIN FOR THE REST" TO WS-NL-TEXT(47:)
                PERFORM 8200-PRINT-NOTE
            END-IF.
            PERFORM 4200-PRINT-TOTALS.

      * ONLY THIS RUN'S CANDIDATES ARE LISTED; A VENDOR PURGED BY AN
      * EARLIER RUN IS IN THE TABLE ONLY FOR THE HISTORY SCRUB.
       4100-PRINT-ONE-VENDOR.
            IF NOT WS-PT-EARLIER-ONLY(WS-PT-SUB)
                MOVE WS-PT-VENDOR(WS-PT-SUB) TO WS-DL-VENDOR
                MOVE WS-PT-NAME(WS-PT-SUB) TO WS-DL-NAME
                MOVE WS-PT-STATUS-DATE(WS-PT-SUB) TO WS-DL-INACTIVE
                IF WS-PT-LAST-ACTIVITY(WS-PT-SUB) > ZERO
                    MOVE WS-PT-LAST-ACTIVITY(WS-PT-SUB)
                        TO WS-DL-ACTIVITY
                ELSE
                    MOVE "NONE" TO WS-DL-ACTIVITY
                END-IF
                MOVE WS-PT-HAS-BANK(WS-PT-SUB) TO WS-DL-BANK
                MOVE WS-PT-HAS-TIN(WS-PT-SUB) TO WS-DL-TIN
                MOVE WS-PT-HAS-IBAN(WS-PT-SUB) TO WS-DL-IBAN
                MOVE WS-PT-HISTORY-COUNT(WS-PT-SUB) TO WS-DL-HISTORY
                IF WS-PT-OPEN-ITEMS(WS-PT-SUB)
                    MOVE "KEPT - OPEN INVOICES" TO WS-DL-ACTION
                    ADD 1 TO WS-KEPT-COUNT
                ELSE IF WS-PT-RECENT(WS-PT-SUB)
                    MOVE "KEPT - PAYMENT ACTIVITY" TO WS-DL-ACTION
                    ADD 1 TO WS-KEPT-COUNT
                ELSE IF WS-PT-PURGED(WS-PT-SUB)
                    MOVE "PURGED" TO WS-DL-ACTION
                ELSE IF WS-PT-PURGE-FAILED(WS-PT-SUB)
                    MOVE "*** PURGE FAILED - SEE LOG ***"
                        TO WS-DL-ACTION
                ELSE IF WS-UPDATE-RUN
                    MOVE "NOT PURGED" TO WS-DL-ACTION
                ELSE
                    MOVE "WOULD BE PURGED" TO WS-DL-ACTION
                END-IF
                MOVE WS-DETAIL-LINE TO RP-PRINT-LINE
                PERFORM 8000-WRITE-REPORT-LINE
            END-IF.

       4200-PRINT-TOTALS.
            MOVE SPACES TO RP-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE "VENDORS READ" TO WS-TT-LABEL.
            MOVE WS-VENDORS-READ TO WS-TT-COUNT.
            PERFORM 4300-PRINT-TOTAL-LINE.
            MOVE "INACTIVE PAST RETENTION WITH DATA HELD"
                TO WS-TT-LABEL.
            MOVE WS-CANDIDATE-COUNT TO WS-TT-COUNT.
            PERFORM 4300-PRINT-TOTAL-LINE.
            MOVE "  KEPT FOR ACTIVITY OR OPEN INVOICES" TO WS-TT-LABEL.
            MOVE WS-KEPT-COUNT TO WS-TT-COUNT.
            PERFORM 4300-PRINT-TOTAL-LINE.
            MOVE "  PURGED" TO WS-TT-LABEL.
            MOVE WS-PURGED-COUNT TO WS-TT-COUNT.
            PERFORM 4300-PRINT-TOTAL-LINE.
            MOVE "  PURGE FAILED" TO WS-TT-LABEL.
            MOVE WS-FAILED-COUNT TO WS-TT-COUNT.
            PERFORM 4300-PRINT-TOTAL-LINE.
            MOVE "PAYMENT LEDGER RECORDS READ" TO WS-TT-LABEL.
            MOVE WS-LEDGER-READ TO WS-TT-COUNT.
            PERFORM 4300-PRINT-TOTAL-LINE.
            MOVE "HISTORY RECORDS READ" TO WS-TT-LABEL.
            MOVE WS-HISTORY-READ TO WS-TT-COUNT.
            PERFORM 4300-PRINT-TOTAL-LINE.
            IF WS-UPDATE-RUN
                MOVE "HISTORY RECORDS WRITTEN TO HISTNEW"
                    TO WS-TT-LABEL
                MOVE WS-HISTORY-WRITTEN TO WS-TT-COUNT
                PERFORM 4300-PRINT-TOTAL-LINE
                MOVE "HISTORY RECORDS SCRUBBED" TO WS-TT-LABEL
            ELSE
                MOVE "HISTORY RECORDS TO BE SCRUBBED" TO WS-TT-LABEL
            END-IF.
            MOVE WS-HISTORY-SCRUBBED TO WS-TT-COUNT.
            PERFORM 4300-PRINT-TOTAL-LINE.

       4300-PRINT-TOTAL-LINE.
            MOVE WS-TOTAL-LINE TO RP-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.

      * THE HISTORY PASS.  AN UPDATE RUN COPIES EVERY RECORD TO THE
      * KEEP FILE, SCRUBBED WHERE THE VENDOR IS BEING PURGED (OR WAS
      * PURGED EARLIER, UP TO THAT PURGE'S DATE); A PREVIEW ONLY
      * COUNTS.  WRITEOFF IMAGES ARE INVOICES AND REMIT IMAGES ARE
      * REMIT-TO ADDRESSES - NEITHER CARRIES BANK DETAILS OR A TIN.
       5000-SCRUB-HISTORY.
            MOVE "N" TO WS-SCAN-SWITCH.
            IF NOT WS-PURGE-STOPPED
                OPEN INPUT VENDOR-HISTORY-FILE
                IF WS-VENDOR-HIST-MISSING
                    SET WS-SCAN-DONE TO TRUE
                ELSE IF NOT WS-VENDOR-HIST-OK
                    DISPLAY "UNABLE TO OPEN VENDOR-HISTORY-FILE, "
                        "STATUS = " WS-VENDOR-HIST-STATUS
                    SET WS-SCAN-DONE TO TRUE
                    SET WS-PURGE-STOPPED TO TRUE
                    MOVE 8 TO WS-PURGE-RC
                END-IF
            ELSE
                SET WS-SCAN-DONE TO TRUE
            END-IF.
            IF NOT WS-SCAN-DONE AND WS-UPDATE-RUN
                OPEN OUTPUT HISTORY-KEEP-FILE
                IF NOT WS-HIST-KEEP-OK
                    DISPLAY "UNABLE TO OPEN HISTORY KEEP FILE, "
                        "STATUS = " WS-HIST-KEEP-STATUS
                    SET WS-PURGE-STOPPED TO TRUE
                    MOVE 8 TO WS-PURGE-RC
                    SET WS-SCAN-DONE TO TRUE
                    CLOSE VENDOR-HISTORY-FILE
                END-IF
            END-IF.
            IF NOT WS-SCAN-DONE
                PERFORM 5900-READ-NEXT-HISTORY
                PERFORM 5100-SCRUB-ONE-HISTORY
                    UNTIL WS-SCAN-DONE
                CLOSE VENDOR-HISTORY-FILE
                IF WS-UPDATE-RUN
                    CLOSE HISTORY-KEEP-FILE
                    PERFORM 5500-PROVE-THE-COPY
                END-IF
            END-IF.

       5100-SCRUB-ONE-HISTORY.
            ADD 1 TO WS-HISTORY-READ.
            ADD VH-VENDOR-NUMBER TO WS-HASH-READ.
            MOVE "N" TO WS-IMAGE-SWITCH.
            IF WS-PT-COUNT > ZERO
                AND NOT VH-ACTION-WRITEOFF AND NOT VH-ACTION-REMIT
                SEARCH ALL WS-PT-ENTRY
                    AT END CONTINUE
                    WHEN WS-PT-VENDOR(WS-PT-IX) = VH-VENDOR-NUMBER
                        PERFORM 5200-SCRUB-IF-DUE
                END-SEARCH
            END-IF.
            IF WS-IMAGE-SCRUBBED
                ADD 1 TO WS-HISTORY-SCRUBBED
                ADD 1 TO WS-PT-HISTORY-COUNT(WS-PT-IX)
            END-IF.
            IF WS-UPDATE-RUN
                MOVE VENDOR-HISTORY-RECORD TO HISTORY-KEEP-RECORD
                WRITE HISTORY-KEEP-RECORD
                IF WS-HIST-KEEP-OK
                    ADD 1 TO WS-HISTORY-WRITTEN
                    ADD VH-VENDOR-NUMBER TO WS-HASH-WRITTEN
                ELSE
                    DISPLAY "UNABLE TO WRITE HISTORY KEEP FILE, "
                        "STATUS = " WS-HIST-KEEP-STATUS
                    SET WS-PURGE-STOPPED TO TRUE
                    MOVE 8 TO WS-PURGE-RC
                    SET WS-SCAN-DONE TO TRUE
                END-IF
            END-IF.
            IF NOT WS-SCAN-DONE
                PERFORM 5900-READ-NEXT-HISTORY
            END-IF.

      * A CANDIDATE STILL STANDING IS SCRUBBED RIGHT UP TO TODAY; A
      * VENDOR PURGED EARLIER ONLY UP TO THAT PURGE, SO ANYTHING
      * KEYED SINCE (A REACTIVATION) IS LEFT ALONE.
       5200-SCRUB-IF-DUE.
            IF WS-PT-CANDIDATE(WS-PT-IX)
                MOVE WS-RUN-DATE TO WS-SCRUB-THROUGH
            ELSE
                MOVE WS-PT-EARLIER-PURGE(WS-PT-IX) TO WS-SCRUB-THROUGH
            END-IF.
            IF VH-CHANGE-DATE NOT > WS-SCRUB-THROUGH
                MOVE VH-BEFORE-IMAGE TO WS-PURGE-IMAGE
                PERFORM 5300-SCRUB-IMAGE
                MOVE WS-PURGE-IMAGE TO VH-BEFORE-IMAGE
                MOVE VH-AFTER-IMAGE TO WS-PURGE-IMAGE
                PERFORM 5300-SCRUB-IMAGE
                MOVE WS-PURGE-IMAGE TO VH-AFTER-IMAGE
            END-IF.

       5300-SCRUB-IMAGE.
            IF WS-PI-ROUTING NOT = SPACES
                OR WS-PI-ACCOUNT NOT = SPACES
                OR WS-PI-TIN NOT = SPACES
                SET WS-IMAGE-SCRUBBED TO TRUE
                MOVE SPACES TO WS-PI-EFT-FLAG WS-PI-ROUTING
                    WS-PI-ACCOUNT WS-PI-ACCT-TYPE WS-PI-TIN
                    WS-PI-TIN-TYPE
            END-IF.

      * READ MUST EQUAL WRITTEN AND THE HASHES AGREE, OR THE KEEP
      * FILE IS NOT TO BE SWAPPED IN AND NOTHING ELSE IS PURGED.
       5500-PROVE-THE-COPY.
            IF WS-HISTORY-WRITTEN NOT = WS-HISTORY-READ
                OR WS-HASH-WRITTEN NOT = WS-HASH-READ
                DISPLAY "*** HISTORY COPY OUT OF BALANCE - DO NOT "
                    "SWAP THE KEEP FILE IN ***"
                SET WS-PURGE-STOPPED TO TRUE
                MOVE 8 TO WS-PURGE-RC
            ELSE
                DISPLAY "HISTORY COPY PROVED - HASH " WS-HASH-READ
            END-IF.

       5900-READ-NEXT-HISTORY.
            READ VENDOR-HISTORY-FILE
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-VENDOR-HIST-OK AND NOT WS-VENDOR-HIST-EOF
                DISPLAY "VENDOR-HISTORY READ ERROR, STATUS = "
                    WS-VENDOR-HIST-STATUS
                SET WS-SCAN-DONE TO TRUE
                SET WS-PURGE-STOPPED TO TRUE
                MOVE 8 TO WS-PURGE-RC
            END-IF.

       6000-PURGE-CANDIDATES.
            PERFORM 6100-PURGE-ONE-VENDOR
                VARYING WS-PT-SUB FROM 1 BY 1
                UNTIL WS-PT-SUB > WS-PT-COUNT.

      * THE MASTER IS READ AGAIN AND THE TEST REPEATED BEFORE IT IS
      * TOUCHED.  THE LOG RECORD IS WRITTEN ONLY WHEN THE MASTER
      * REWRITE TOOK.
       6100-PURGE-ONE-VENDOR.
            IF WS-PT-CANDIDATE(WS-PT-SUB)
                MOVE WS-PT-VENDOR(WS-PT-SUB) TO VENDOR-NUMBER
                READ VENDOR-FILE
                    INVALID KEY CONTINUE
                END-READ
                IF WS-VENDOR-FILE-OK
                    IF VENDOR-INACTIVE
                        AND VENDOR-STATUS-DATE < WS-CUTOFF-DATE
                        MOVE SPACES TO VENDOR-EFT-FLAG
                            VENDOR-BANK-ROUTING VENDOR-BANK-ACCOUNT
                            VENDOR-BANK-ACCT-TYPE VENDOR-TIN
                            VENDOR-TIN-TYPE
                        REWRITE VENDOR-RECORD
                            INVALID KEY CONTINUE
                        END-REWRITE
                    ELSE
                        MOVE "CH" TO WS-VENDOR-FILE-STATUS
                    END-IF
                END-IF
                IF WS-VENDOR-FILE-OK
                    PERFORM 6200-PURGE-INTL-BANK
                    PERFORM 6300-DROP-PENDING-CHANGES
                    PERFORM 6400-LOG-THE-PURGE
                ELSE
                    DISPLAY "VENDOR " WS-PT-VENDOR(WS-PT-SUB)
                        " NOT PURGED, STATUS = " WS-VENDOR-FILE-STATUS
                    SET WS-PT-PURGE-FAILED(WS-PT-SUB) TO TRUE
                    ADD 1 TO WS-FAILED-COUNT
                    MOVE 8 TO WS-PURGE-RC
                END-IF
            END-IF.

      * THE IBAN GOES; THE SWIFT/BIC, BANK NAME AND COUNTRY NAME THE
      * BANK, NOT THE VENDOR'S ACCOUNT AT IT, AND STAY.
       6200-PURGE-INTL-BANK.
            IF WS-INTL-FILE-OPEN AND WS-PT-HAS-IBAN(WS-PT-SUB) = "Y"
                MOVE WS-PT-VENDOR(WS-PT-SUB) TO IB-VENDOR-NUMBER
                READ INTL-BANK-FILE
                    INVALID KEY CONTINUE
                END-READ
                IF WS-INTL-BANK-OK
                    MOVE SPACES TO IB-IBAN
                    REWRITE INTL-BANK-RECORD
                        INVALID KEY CONTINUE
                    END-REWRITE
                END-IF
                IF NOT WS-INTL-BANK-OK
                    DISPLAY "IBAN FOR VENDOR " WS-PT-VENDOR(WS-PT-SUB)
                        " NOT PURGED, STATUS = " WS-INTL-BANK-STATUS
                    MOVE "N" TO WS-PT-HAS-IBAN(WS-PT-SUB)
                    MOVE 8 TO WS-PURGE-RC
                END-IF
            END-IF.

      * A BANK CHANGE STILL WAITING FOR ITS SECOND APPROVAL CARRIES
      * A ROUTING OR ACCOUNT NUMBER TOO, AND WOULD PUT ONE BACK ON
      * THE MASTER IF IT WERE EVER APPROVED - IT IS DROPPED.
       6300-DROP-PENDING-CHANGES.
            MOVE ZERO TO WS-PENDING-DROPPED.
            IF WS-PENDING-FILE-OPEN
                MOVE "N" TO WS-SCAN-SWITCH
                MOVE WS-PT-VENDOR(WS-PT-SUB) TO PN-VENDOR-NUMBER
                MOVE LOW-VALUES TO PN-FIELD-CODE
                START PENDING-CHANGE-FILE
                    KEY IS NOT LESS THAN PN-KEY
                    INVALID KEY SET WS-SCAN-DONE TO TRUE
                END-START
                IF NOT WS-SCAN-DONE
                    PERFORM 6390-READ-NEXT-PENDING
                END-IF
                PERFORM 6310-DROP-ONE-PENDING
                    UNTIL WS-SCAN-DONE
                    OR PN-VENDOR-NUMBER NOT = WS-PT-VENDOR(WS-PT-SUB)
            END-IF.

       6310-DROP-ONE-PENDING.
            DELETE PENDING-CHANGE-FILE RECORD
                INVALID KEY CONTINUE
            END-DELETE.
            IF WS-PENDING-CHG-OK
                ADD 1 TO WS-PENDING-DROPPED
            END-IF.
            PERFORM 6390-READ-NEXT-PENDING.

       6390-READ-NEXT-PENDING.
            READ PENDING-CHANGE-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-PENDING-CHG-OK AND NOT WS-PENDING-CHG-EOF
                DISPLAY "PENDING-CHANGE-FILE READ ERROR, STATUS = "
                    WS-PENDING-CHG-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.

      * A SECOND PURGE THE SAME DAY (A RERUN) REPLACES THE FIRST
      * DAY'S LOG RECORD RATHER THAN FAILING ON THE DUPLICATE KEY.
       6400-LOG-THE-PURGE.
            MOVE WS-PT-VENDOR(WS-PT-SUB) TO RP-VENDOR-NUMBER.
            MOVE WS-RUN-DATE TO RP-PURGE-DATE.
            MOVE WS-RUN-TIME TO RP-PURGE-TIME.
            MOVE WS-PT-NAME(WS-PT-SUB) TO RP-VENDOR-NAME.
            MOVE WS-PT-STATUS-DATE(WS-PT-SUB) TO RP-STATUS-DATE.
            MOVE WS-PT-LAST-ACTIVITY(WS-PT-SUB)
                TO RP-LAST-ACTIVITY-DATE.
            MOVE WS-RETENTION-YEARS TO RP-RETENTION-YEARS.
            MOVE WS-PT-HAS-BANK(WS-PT-SUB) TO RP-BANK-PURGED.
            MOVE WS-PT-HAS-TIN(WS-PT-SUB) TO RP-TIN-PURGED.
            MOVE WS-PT-HAS-IBAN(WS-PT-SUB) TO RP-IBAN-PURGED.
            MOVE WS-PENDING-DROPPED TO RP-PENDING-DROPPED.
            MOVE WS-PT-HISTORY-COUNT(WS-PT-SUB) TO RP-HISTORY-SCRUBBED.
            MOVE "RETPRG01" TO RP-RUN-BY.
            WRITE RETENTION-PURGE-RECORD
                INVALID KEY
                    REWRITE RETENTION-PURGE-RECORD
                        INVALID KEY CONTINUE
                    END-REWRITE
            END-WRITE.
            IF WS-PURGE-LOG-OK
                SET WS-PT-PURGED(WS-PT-SUB) TO TRUE
                ADD 1 TO WS-PURGED-COUNT
            ELSE
                DISPLAY "UNABLE TO LOG THE PURGE OF VENDOR "
                    WS-PT-VENDOR(WS-PT-SUB) ", STATUS = "
                    WS-PURGE-LOG-STATUS
                SET WS-PT-PURGE-FAILED(WS-PT-SUB) TO TRUE
                ADD 1 TO WS-FAILED-COUNT
                MOVE 8 TO WS-PURGE-RC
            END-IF.

       8000-WRITE-REPORT-LINE.
            WRITE RP-PRINT-LINE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO WRITE RETENTION PURGE REPORT, "
                    "STATUS = " WS-PRINT-FILE-STATUS
            END-IF.

       8200-PRINT-NOTE.
            MOVE WS-NOTE-LINE TO RP-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE SPACES TO WS-NL-TEXT.

      * PRINT THE STANDARD COMPANY/RUN-DATE/RUN-TIME/PAGE-NUMBER
      * HEADING (SEE RPTHDR1.cbl).
       3950-PRINT-STANDARD-HEADING.
            ADD 1 TO WS-RPT-PAGE-COUNT.
            MOVE WS-RPT-PAGE-COUNT TO WS-RPT-PAGE-NUMBER.
            ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RPT-RUN-TIME FROM TIME.
            MOVE WS-RPT-HEADING-LINE-1 TO RP-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.
            MOVE WS-RPT-HEADING-LINE-2 TO RP-PRINT-LINE.
            PERFORM 8000-WRITE-REPORT-LINE.

      * A PREVIEW ENDS RETURN-CODE 4 (UNLESS SOMETHING FAILED) SO THE
      * JOB'S SWAP STEP IS BYPASSED - THERE IS NO KEEP FILE TO SWAP.
       9000-TERMINATE.
            IF WS-PREVIEW-RUN AND WS-PURGE-RC = ZERO
                MOVE 4 TO WS-PURGE-RC
            END-IF.
            DISPLAY "VENDORS READ            : " WS-VENDORS-READ.
            DISPLAY "CANDIDATES              : " WS-CANDIDATE-COUNT.
            DISPLAY "  KEPT FOR ACTIVITY     : " WS-KEPT-COUNT.
            DISPLAY "  PURGED                : " WS-PURGED-COUNT.
            DISPLAY "  PURGE FAILED          : " WS-FAILED-COUNT.
            DISPLAY "HISTORY IMAGES SCRUBBED : " WS-HISTORY-SCRUBBED.
            MOVE "E" TO WS-RL-FUNCTION.
            MOVE WS-VENDORS-READ TO WS-RL-RECORDS-IN.
            MOVE WS-PURGED-COUNT TO WS-RL-RECORDS-OUT.
            MOVE WS-FAILED-COUNT TO WS-RL-REJECTS.
            MOVE "HISTORY IMAGES SCRUBBED" TO WS-RL-LABEL.
            MOVE WS-HISTORY-SCRUBBED TO WS-RL-VALUE.
            IF WS-RUN-ABANDONED
                MOVE "NOT RUN" TO WS-RL-STATUS-TEXT
            ELSE IF WS-PURGE-RC > 4
                MOVE "CHECK" TO WS-RL-STATUS-TEXT
            ELSE
                MOVE "CLEAN" TO WS-RL-STATUS-TEXT
            END-IF.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
       END PROGRAM RETPRG01.

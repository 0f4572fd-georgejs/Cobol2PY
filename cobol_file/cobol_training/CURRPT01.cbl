      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Currency master listing (CURRENCY.PRT).  One
      *              line per currency on CURRENCY-FILE: code,
      *              description, decimal places, active or
      *              inactive, the rails it may be paid on, the
      *              latest exchange rate keyed for it in RATMNT01
      *              with its effective date, and how many vendors
      *              on the master carry it.  Flagged for follow-up:
      *                NO RATE     - an active foreign currency with
      *                              no rate, so CURCONV01 cannot
      *                              convert it;
      *                INACTIVE IN USE - vendors still carried in a
      *                              currency that has been switched
      *                              off, whose payments PAYREL01
      *                              will back out.
      *              Vendors carried in a code that is not on the
      *              master at all are listed after the currencies.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original currency master listing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CURRPT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLCUR01.cbl".
           COPY "SLRAT01.cbl".
           COPY "SLVND01.cbl".
           COPY "Hello-world.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCUR01.cbl".
           COPY "FDRAT01.cbl".
           COPY "fdvnd01.cbl".

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUR-PRINT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CURRENCY-STATUS      PIC X(02).
           88 WS-CURRENCY-OK           VALUE "00".
           88 WS-CURRENCY-EOF          VALUE "10".
           88 WS-CURRENCY-MISSING      VALUE "35".
       01  WS-EXCH-RATE-STATUS     PIC X(02).
           88 WS-EXCH-RATE-OK          VALUE "00".
           88 WS-EXCH-RATE-EOF         VALUE "10".
       01  WS-VENDOR-FILE-STATUS   PIC X(02).
           88 WS-VENDOR-FILE-OK        VALUE "00".
           88 WS-VENDOR-FILE-EOF       VALUE "10".
       01  WS-PRINT-FILE-NAME      PIC X(20).
       01  WS-PRINT-FILE-STATUS    PIC X(02).
           88 WS-PRINT-FILE-OK         VALUE "00".

       01  WS-EOF-SWITCH            PIC X(01) VALUE "N".
           88 WS-NO-MORE-INPUT          VALUE "Y".
       01  WS-RATE-EOF-SWITCH       PIC X(01).
           88 WS-NO-MORE-RATES          VALUE "Y".
       01  WS-RATE-FILE-SWITCH      PIC X(01) VALUE "N".
           88 WS-RATE-FILE-OPEN         VALUE "Y".
       01  WS-HOME-CURRENCY         PIC X(03) VALUE "USD".

      * VENDORS ON THE MASTER BY THE CURRENCY THEY ARE CARRIED IN -
      * A BLANK CODE IS THE HOME CURRENCY.
       01  WS-VC-MAXIMUM            PIC 9(03) COMP VALUE 50.
       01  WS-VC-COUNT              PIC 9(03) COMP VALUE ZERO.
       01  WS-VC-IX                 PIC 9(03) COMP.
       01  WS-VC-FOUND              PIC 9(03) COMP.
       01  WS-VENDOR-CURRENCY-TABLE.
           05 WS-VC-ENTRY OCCURS 50 TIMES.
               10 WS-VC-CODE        PIC X(03).
               10 WS-VC-VENDORS     PIC 9(05) COMP.
               10 WS-VC-LISTED      PIC X(01).
       01  WS-LOOKUP-CODE           PIC X(03).

      * THE LATEST RATE KEYED FOR THE CURRENCY BEING LISTED.
       01  WS-LATEST-RATE           PIC 9(03)V9(06).
       01  WS-LATEST-RATE-DATE      PIC 9(08).

       01  WS-BATCH-CONTROLS.
           05 WS-CURRENCIES-LISTED  PIC 9(05) COMP.
           05 WS-VENDORS-READ       PIC 9(07) COMP.
           05 WS-CURRENCIES-FLAGGED PIC 9(05) COMP.
           05 WS-UNKNOWN-CODES      PIC 9(05) COMP.

      * FIELDS FOR THE RUNLOG01 RUN-CONTROL CALLS.
       01  WS-RL-FUNCTION           PIC X(01).
       01  WS-RL-PROGRAM            PIC X(08) VALUE "CURRPT01".
       01  WS-RL-LABEL              PIC X(24).
       01  WS-RL-VALUE              PIC S9(13)V99.
       01  WS-RL-RECORDS-IN         PIC 9(07) VALUE ZERO.
       01  WS-RL-RECORDS-OUT        PIC 9(07) VALUE ZERO.
       01  WS-RL-REJECTS            PIC 9(07) VALUE ZERO.
       01  WS-RL-STATUS-TEXT        PIC X(08).

           COPY "RPTHDR1.cbl".

       01  WS-REPORT-TITLE.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 FILLER                PIC X(30) VALUE
               "CURRENCY MASTER LISTING".

       01  WS-COLUMN-HEADING.
           05 FILLER                PIC X(40) VALUE
               " CODE DESCRIPTION                    DEC".
           05 FILLER                PIC X(40) VALUE
               " STATUS    ACH WIRE CHECK  LATEST RATE ".
           05 FILLER                PIC X(40) VALUE
               "EFFECTIVE  VENDORS".

       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-D-CODE             PIC X(03).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-D-DESCRIPTION      PIC X(30).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-D-DECIMALS         PIC 9(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-D-STATUS           PIC X(08).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-D-ACH              PIC X(01).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 WS-D-WIRE             PIC X(01).
           05 FILLER                PIC X(05) VALUE SPACES.
           05 WS-D-CHECK            PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-D-RATE             PIC ZZ9.999999.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-D-RATE-DATE        PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-D-VENDORS          PIC ZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-D-FLAG             PIC X(20).

       01  WS-UNKNOWN-HEADING.
           05 FILLER                PIC X(60) VALUE
               "VENDORS CARRIED IN A CODE NOT ON THE CURRENCY MASTER".

       01  WS-UNKNOWN-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-U-CODE             PIC X(03).
           05 FILLER                PIC X(36) VALUE SPACES.
           05 WS-U-VENDORS          PIC ZZ,ZZ9.
           05 FILLER                PIC X(09) VALUE " VENDORS ".

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
            PERFORM 2000-COUNT-VENDORS.
            PERFORM 3000-LIST-CURRENCIES.
            PERFORM 4000-LIST-UNKNOWN-CODES.
            PERFORM 9000-TERMINATE.
            STOP RUN.

       1000-INITIALIZE.
            INITIALIZE WS-BATCH-CONTROLS.
            MOVE "CURRENCY.PRT" TO WS-PRINT-FILE-NAME.
            OPEN OUTPUT PRINT-FILE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO OPEN CURRENCY LISTING, STATUS = "
                    WS-PRINT-FILE-STATUS
            END-IF.
            OPEN INPUT EXCHANGE-RATE-FILE.
            IF WS-EXCH-RATE-OK
                SET WS-RATE-FILE-OPEN TO TRUE
            ELSE
                DISPLAY "NO EXCHANGE-RATE-FILE - RATES NOT LISTED"
            END-IF.
            PERFORM 7900-PRINT-STANDARD-HEADING.
            MOVE WS-REPORT-TITLE TO CUR-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE SPACES TO CUR-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-COLUMN-HEADING TO CUR-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

      ******************************************************************
      * ONE PASS OF THE VENDOR MASTER, COUNTING VENDORS BY CURRENCY.
      ******************************************************************
       2000-COUNT-VENDORS.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT VENDOR-FILE.
            IF NOT WS-VENDOR-FILE-OK
                DISPLAY "UNABLE TO OPEN VENDOR-FILE, STATUS = "
                    WS-VENDOR-FILE-STATUS
                SET WS-NO-MORE-INPUT TO TRUE
            ELSE
                PERFORM 2900-READ-NEXT-VENDOR
            END-IF.
            PERFORM UNTIL WS-NO-MORE-INPUT
                ADD 1 TO WS-VENDORS-READ
                IF VENDOR-CURRENCY-CODE = SPACES
                    MOVE WS-HOME-CURRENCY TO WS-LOOKUP-CODE
                ELSE
                    MOVE VENDOR-CURRENCY-CODE TO WS-LOOKUP-CODE
                END-IF
                PERFORM 2100-FIND-CURRENCY-COUNT
                IF WS-VC-FOUND = ZERO
                    IF WS-VC-COUNT < WS-VC-MAXIMUM
                        ADD 1 TO WS-VC-COUNT
                        MOVE WS-VC-COUNT TO WS-VC-FOUND
                        MOVE WS-LOOKUP-CODE TO WS-VC-CODE(WS-VC-FOUND)
                        MOVE ZERO TO WS-VC-VENDORS(WS-VC-FOUND)
                        MOVE "N" TO WS-VC-LISTED(WS-VC-FOUND)
                    ELSE
                        DISPLAY "MORE THAN " WS-VC-MAXIMUM
                            " CURRENCY CODES ON THE VENDOR MASTER - "
                            WS-LOOKUP-CODE " NOT COUNTED"
                    END-IF
                END-IF
                IF WS-VC-FOUND > ZERO
                    ADD 1 TO WS-VC-VENDORS(WS-VC-FOUND)
                END-IF
                PERFORM 2900-READ-NEXT-VENDOR
            END-PERFORM.
            CLOSE VENDOR-FILE.

       2100-FIND-CURRENCY-COUNT.
            MOVE ZERO TO WS-VC-FOUND.
            PERFORM VARYING WS-VC-IX FROM 1 BY 1
                UNTIL WS-VC-IX > WS-VC-COUNT OR WS-VC-FOUND > ZERO
                IF WS-VC-CODE(WS-VC-IX) = WS-LOOKUP-CODE
                    MOVE WS-VC-IX TO WS-VC-FOUND
                END-IF
            END-PERFORM.

       2900-READ-NEXT-VENDOR.
            READ VENDOR-FILE NEXT RECORD
                AT END SET WS-NO-MORE-INPUT TO TRUE
            END-READ.
            IF NOT WS-VENDOR-FILE-OK AND NOT WS-VENDOR-FILE-EOF
                DISPLAY "VENDOR-FILE READ ERROR, STATUS = "
                    WS-VENDOR-FILE-STATUS
                SET WS-NO-MORE-INPUT TO TRUE
            END-IF.

      ******************************************************************
      * ONE LINE PER CURRENCY ON THE MASTER, IN CODE ORDER.
      ******************************************************************
       3000-LIST-CURRENCIES.
            MOVE "N" TO WS-EOF-SWITCH.
            OPEN INPUT CURRENCY-FILE.
            IF WS-CURRENCY-MISSING
                DISPLAY "NO CURRENCY-FILE - SET IT UP WITH CURMNT01"
                MOVE "  CURRENCY MASTER NOT SET UP - RUN CURMNT01"
                    TO CUR-PRINT-LINE
                PERFORM 8000-WRITE-PRINT-LINE
                SET WS-NO-MORE-INPUT TO TRUE
            ELSE IF NOT WS-CURRENCY-OK
                DISPLAY "UNABLE TO OPEN CURRENCY-FILE, STATUS = "
                    WS-CURRENCY-STATUS
                SET WS-NO-MORE-INPUT TO TRUE
            ELSE
                PERFORM 3900-READ-NEXT-CURRENCY
            END-IF.
            PERFORM UNTIL WS-NO-MORE-INPUT
                PERFORM 3100-LIST-ONE-CURRENCY
                PERFORM 3900-READ-NEXT-CURRENCY
            END-PERFORM.
            IF NOT WS-CURRENCY-MISSING
                CLOSE CURRENCY-FILE
            END-IF.

       3100-LIST-ONE-CURRENCY.
            ADD 1 TO WS-CURRENCIES-LISTED.
            MOVE CU-CURRENCY-CODE TO WS-D-CODE.
            MOVE CU-DESCRIPTION TO WS-D-DESCRIPTION.
            MOVE CU-DECIMAL-PLACES TO WS-D-DECIMALS.
            IF CU-ACTIVE
                MOVE "ACTIVE" TO WS-D-STATUS
            ELSE
                MOVE "INACTIVE" TO WS-D-STATUS
            END-IF.
            MOVE CU-RAIL-ACH TO WS-D-ACH.
            MOVE CU-RAIL-WIRE TO WS-D-WIRE.
            MOVE CU-RAIL-CHECK TO WS-D-CHECK.
            MOVE CU-CURRENCY-CODE TO WS-LOOKUP-CODE.
            PERFORM 2100-FIND-CURRENCY-COUNT.
            IF WS-VC-FOUND > ZERO
                MOVE WS-VC-VENDORS(WS-VC-FOUND) TO WS-D-VENDORS
                MOVE "Y" TO WS-VC-LISTED(WS-VC-FOUND)
            ELSE
                MOVE ZERO TO WS-D-VENDORS
            END-IF.
            MOVE SPACES TO WS-D-FLAG.
            IF CU-CURRENCY-CODE = WS-HOME-CURRENCY
                MOVE 1 TO WS-D-RATE
                MOVE "HOME" TO WS-D-RATE-DATE
            ELSE
                PERFORM 3200-FIND-LATEST-RATE
                IF WS-LATEST-RATE-DATE = ZERO
                    MOVE ZERO TO WS-D-RATE
                    MOVE "NONE" TO WS-D-RATE-DATE
                    IF CU-ACTIVE
                        MOVE "** NO RATE" TO WS-D-FLAG
                    END-IF
                ELSE
                    MOVE WS-LATEST-RATE TO WS-D-RATE
                    MOVE WS-LATEST-RATE-DATE TO WS-D-RATE-DATE
                END-IF
            END-IF.
            IF CU-INACTIVE AND WS-VC-FOUND > ZERO
                MOVE "** INACTIVE IN USE" TO WS-D-FLAG
            END-IF.
            IF WS-D-FLAG NOT = SPACES
                ADD 1 TO WS-CURRENCIES-FLAGGED
            END-IF.
            MOVE WS-DETAIL-LINE TO CUR-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

      * THE RATE TABLE IS KEYED CURRENCY PLUS DATE, SO THE LAST
      * RECORD FOR THE CURRENCY IS ITS LATEST RATE.
       3200-FIND-LATEST-RATE.
            MOVE ZERO TO WS-LATEST-RATE.
            MOVE ZERO TO WS-LATEST-RATE-DATE.
            IF WS-RATE-FILE-OPEN
                MOVE "N" TO WS-RATE-EOF-SWITCH
                MOVE CU-CURRENCY-CODE TO XR-CURRENCY-CODE
                MOVE ZERO TO XR-RATE-DATE
                START EXCHANGE-RATE-FILE KEY IS NOT LESS THAN XR-KEY
                    INVALID KEY SET WS-NO-MORE-RATES TO TRUE
                END-START
                IF NOT WS-NO-MORE-RATES
                    PERFORM 3290-READ-NEXT-RATE
                END-IF
                PERFORM UNTIL WS-NO-MORE-RATES
                    OR XR-CURRENCY-CODE NOT = CU-CURRENCY-CODE
                    MOVE XR-RATE TO WS-LATEST-RATE
                    MOVE XR-RATE-DATE TO WS-LATEST-RATE-DATE
                    PERFORM 3290-READ-NEXT-RATE
                END-PERFORM
            END-IF.

       3290-READ-NEXT-RATE.
            READ EXCHANGE-RATE-FILE NEXT RECORD
                AT END SET WS-NO-MORE-RATES TO TRUE
            END-READ.
            IF NOT WS-EXCH-RATE-OK AND NOT WS-EXCH-RATE-EOF
                DISPLAY "EXCHANGE-RATE-FILE READ ERROR, STATUS = "
                    WS-EXCH-RATE-STATUS
                SET WS-NO-MORE-RATES TO TRUE
            END-IF.

       3900-READ-NEXT-CURRENCY.
            READ CURRENCY-FILE NEXT RECORD
                AT END SET WS-NO-MORE-INPUT TO TRUE
            END-READ.
            IF NOT WS-CURRENCY-OK AND NOT WS-CURRENCY-EOF
                DISPLAY "CURRENCY-FILE READ ERROR, STATUS = "
                    WS-CURRENCY-STATUS
                SET WS-NO-MORE-INPUT TO TRUE
            END-IF.

      ******************************************************************
      * ANY CURRENCY A VENDOR CARRIES THAT THE MASTER DOES NOT LIST.
      ******************************************************************
       4000-LIST-UNKNOWN-CODES.
            PERFORM VARYING WS-VC-IX FROM 1 BY 1
                UNTIL WS-VC-IX > WS-VC-COUNT
                IF WS-VC-LISTED(WS-VC-IX) = "N"
                    IF WS-UNKNOWN-CODES = ZERO
                        MOVE SPACES TO CUR-PRINT-LINE
                        PERFORM 8000-WRITE-PRINT-LINE
                        MOVE WS-UNKNOWN-HEADING TO CUR-PRINT-LINE
                        PERFORM 8000-WRITE-PRINT-LINE
                    END-IF
                    ADD 1 TO WS-UNKNOWN-CODES
                    MOVE WS-VC-CODE(WS-VC-IX) TO WS-U-CODE
                    MOVE WS-VC-VENDORS(WS-VC-IX) TO WS-U-VENDORS
                    MOVE WS-UNKNOWN-LINE TO CUR-PRINT-LINE
                    PERFORM 8000-WRITE-PRINT-LINE
                END-IF
            END-PERFORM.

      * PRINT THE STANDARD COMPANY/RUN-DATE/RUN-TIME/PAGE-NUMBER
      * HEADING (SEE RPTHDR1.cbl).
       7900-PRINT-STANDARD-HEADING.
            ADD 1 TO WS-RPT-PAGE-COUNT.
            MOVE WS-RPT-PAGE-COUNT TO WS-RPT-PAGE-NUMBER.
            ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RPT-RUN-TIME FROM TIME.
            MOVE WS-RPT-HEADING-LINE-1 TO CUR-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE WS-RPT-HEADING-LINE-2 TO CUR-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.

       8000-WRITE-PRINT-LINE.
            WRITE CUR-PRINT-LINE.
            IF NOT WS-PRINT-FILE-OK
                DISPLAY "UNABLE TO WRITE CURRENCY LISTING, STATUS = "
                    WS-PRINT-FILE-STATUS
            END-IF.

       9000-TERMINATE.
            MOVE SPACES TO CUR-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE "CURRENCIES LISTED" TO WS-TL-LABEL.
            MOVE WS-CURRENCIES-LISTED TO WS-TL-COUNT.
            MOVE WS-TOTAL-LINE TO CUR-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE "CURRENCIES FLAGGED" TO WS-TL-LABEL.
            MOVE WS-CURRENCIES-FLAGGED TO WS-TL-COUNT.
            MOVE WS-TOTAL-LINE TO CUR-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            MOVE "VENDOR CURRENCY CODES NOT ON THE MASTER"
                TO WS-TL-LABEL.
            MOVE WS-UNKNOWN-CODES TO WS-TL-COUNT.
            MOVE WS-TOTAL-LINE TO CUR-PRINT-LINE.
            PERFORM 8000-WRITE-PRINT-LINE.
            IF WS-RATE-FILE-OPEN
                CLOSE EXCHANGE-RATE-FILE
            END-IF.
            CLOSE PRINT-FILE.
            MOVE "E" TO WS-RL-FUNCTION.
            COMPUTE WS-RL-RECORDS-IN = WS-CURRENCIES-LISTED
                + WS-VENDORS-READ.
            MOVE WS-CURRENCIES-LISTED TO WS-RL-RECORDS-OUT.
            MOVE WS-UNKNOWN-CODES TO WS-RL-REJECTS.
            MOVE ZERO TO WS-RL-VALUE.
            IF WS-CURRENCIES-FLAGGED = ZERO AND WS-UNKNOWN-CODES = ZERO
                MOVE "CLEAN" TO WS-RL-STATUS-TEXT
            ELSE
                MOVE "CHECK" TO WS-RL-STATUS-TEXT
            END-IF.
            CALL "RUNLOG01" USING WS-RL-FUNCTION WS-RL-PROGRAM
                WS-RL-LABEL WS-RL-VALUE WS-RL-RECORDS-IN
                WS-RL-RECORDS-OUT WS-RL-REJECTS WS-RL-STATUS-TEXT.
            DISPLAY "CURRENCIES LISTED       : " WS-CURRENCIES-LISTED.
            DISPLAY "CURRENCIES FLAGGED      : " WS-CURRENCIES-FLAGGED.
            DISPLAY "UNKNOWN VENDOR CODES    : " WS-UNKNOWN-CODES.
       END PROGRAM CURRPT01.

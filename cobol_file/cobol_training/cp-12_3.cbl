      *                  VNDAPP01.  The add also clears the prenote
      *                  date the record grew since the last time
      *                  this initialization list was checked.
      *   2026-10-15 DW  Every new vendor is screened against the SDN
      *                  sanctions list (SDNSCR01) before it is
      *                  written.  A potential match is added on
      *                  sanctions hold instead of PENDING, for
      *                  compliance to clear in SDNCLR01.
      *   2026-10-15 DW  A new vendor starts with the card flag "N".
      *   2026-10-15 DW  2700-VALIDATE-CURRENCY asks CURVAL01 whether
      *                  the currency is on the currency master and
      *                  active, instead of testing for USD, CAD or
      *                  GBP; reject code "CUR" now means unknown or
      *                  inactive.  The code is moved to the master
      *                  as keyed.
      *   2026-10-15 DW  A new vendor starts with the late-payment
      *                  interest flag "N".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDBLD02.
                MOVE "SZP" TO RJ-REASON-CODE
                PERFORM 2900-WRITE-REJECT
            ELSE IF WS-CURRENCY-INVALID
                DISPLAY "WARNING - UNKNOWN OR INACTIVE CURRENCY FOR "
                    "VENDOR: "
                    VT-VENDOR-NAME " CURRENCY " VT-VENDOR-CURRENCY
                MOVE "CUR" TO RJ-REASON-CODE
                PERFORM 2900-WRITE-REJECT
                MOVE SPACES TO VENDOR-BANK-ROUTING
                MOVE SPACES TO VENDOR-BANK-ACCOUNT
                MOVE SPACES TO VENDOR-BANK-ACCT-TYPE
                MOVE VT-VENDOR-CURRENCY TO VENDOR-CURRENCY-CODE
                MOVE ZERO TO VENDOR-YTD-PAID
                MOVE ZERO TO VENDOR-PRIOR-YR-PAID
                MOVE 30 TO VENDOR-TERMS-NET-DAYS
                MOVE ZERO TO VENDOR-MERGED-TO
                MOVE 5 TO VENDOR-PRIORITY
                MOVE ZERO TO VENDOR-PRENOTE-DATE
                MOVE "N" TO VENDOR-CARD-FLAG
                MOVE "N" TO VENDOR-INTEREST-FLAG
                SET VENDOR-1099-NOT-ELIGIBLE TO TRUE
                PERFORM 3700-SCREEN-NEW-VENDOR
                WRITE VENDOR-RECORD
                IF NOT WS-VENDOR-FILE-OK
                    DISPLAY "UNABLE TO WRITE VENDOR-RECORD, STATUS = "

      * A BLANK CURRENCY ON THE TRANSACTION DEFAULTS TO USD, THE SAME
      * WAY EFT AND BANK DETAILS DEFAULT TO "NOT SET UP YET" FOR A
      * NEW VENDOR.  ANY CODE THE CURRENCY MASTER DOESN'T CARRY AS
      * ACTIVE IS REJECTED RATHER THAN GUESSED AT.
       2700-VALIDATE-CURRENCY.
            MOVE "N" TO WS-CURRENCY-SWITCH.
            IF VT-VENDOR-CURRENCY = SPACES
                MOVE "USD" TO VT-VENDOR-CURRENCY
            END-IF.
            MOVE VT-VENDOR-CURRENCY TO WS-CV-CURRENCY-CODE.
            CALL "CURVAL01" USING WS-CV-CURRENCY-CODE
                WS-CV-DESCRIPTION WS-CV-DECIMAL-PLACES
                WS-CV-RAIL-ACH WS-CV-RAIL-WIRE WS-CV-RAIL-CHECK
                WS-CV-RESULT.
            IF NOT WS-CV-CURRENCY-ACTIVE
                SET WS-CURRENCY-INVALID TO TRUE
            END-IF.

                    WS-VENDOR-HIST-STATUS
            END-IF.

      * SANCTIONS SCREEN AHEAD OF THE WRITE.  A POTENTIAL MATCH (OR
      * A NUMBER ALREADY UNDER A STANDING HIT) GOES ON FILE HELD, NOT
      * PENDING, SO VNDAPP01 CANNOT RELEASE IT UNTIL COMPLIANCE HAS
      * CLEARED IT.  NO BANK COUNTRY IS KNOWN YET AT ADD TIME -
      * VNDMNT01 SCREENS AGAIN WHEN THE INTERNATIONAL BANK GOES ON.
       3700-SCREEN-NEW-VENDOR.
            MOVE "S" TO WS-SS-FUNCTION.
            MOVE "V" TO WS-SS-PAYEE-TYPE.
            MOVE VENDOR-NUMBER TO WS-SS-PAYEE-NUMBER.
            MOVE VENDOR-NAME TO WS-SS-NAME.
            MOVE VENDOR-ADDRESS-1 TO WS-SS-ADDRESS.
            MOVE VENDOR-CITY TO WS-SS-CITY.
            MOVE SPACES TO WS-SS-COUNTRY.
            MOVE "A" TO WS-SS-SOURCE.
            MOVE VENDOR-STATUS TO WS-SS-PRIOR-STATUS.
            CALL "SDNSCR01" USING WS-SS-FUNCTION WS-SS-PAYEE-TYPE
                WS-SS-PAYEE-NUMBER WS-SS-NAME WS-SS-ADDRESS
                WS-SS-CITY WS-SS-COUNTRY WS-SS-SOURCE
                WS-SS-PRIOR-STATUS WS-SS-RESULT WS-SS-SCORE
                WS-SS-MATCH-NAME.
            IF WS-SS-POTENTIAL-MATCH OR WS-SS-PAYEE-BLOCKED
                SET VENDOR-SANCTIONS-HOLD TO TRUE
                ADD 1 TO WS-SANCTIONS-HELD
                DISPLAY "SANCTIONS HOLD - VENDOR " VENDOR-NUMBER " "
                    VENDOR-NAME " SCORE " WS-SS-SCORE
            END-IF.

      * A TRAILER RECORD READS AS END OF DATA - THE CONTROLS WERE
      * ALREADY PROVED BEFORE THE RUN STARTED.
       8500-READ-NEXT-TRANS.
       9000-TERMINATE.
            DISPLAY "VENDOR RECORDS ADDED    : " WS-RECORDS-ADDED.
            DISPLAY "VENDOR RECORDS REJECTED : " WS-RECORDS-REJECTED.
            DISPLAY "ADDED ON SANCTIONS HOLD : " WS-SANCTIONS-HELD.
            DISPLAY "VENDOR NUMBER HASH TOTAL: " WS-HASH-TOTAL.
            MOVE "C" TO WS-RL-FUNCTION.
            MOVE "VENDOR NUMBER HASH" TO WS-RL-LABEL.
            CLOSE VENDOR-CHECKPOINT-FILE.
            CLOSE VENDOR-HISTORY-FILE.
            CLOSE VENDOR-FILE.
            MOVE "X" TO WS-SS-FUNCTION.
            CALL "SDNSCR01" USING WS-SS-FUNCTION WS-SS-PAYEE-TYPE
                WS-SS-PAYEE-NUMBER WS-SS-NAME WS-SS-ADDRESS
                WS-SS-CITY WS-SS-COUNTRY WS-SS-SOURCE
                WS-SS-PRIOR-STATUS WS-SS-RESULT WS-SS-SCORE
                WS-SS-MATCH-NAME.
       END PROGRAM VNDBLD02.

      * Date:
      * Purpose:     Maintains the exchange-rate table CURCONV01
      *              converts through - dated rate history per
      *              foreign currency on the currency master.
      *              Setting a rate adds a dated record; nothing is
      *              ever overwritten, so any converted figure can
      *              be defended with the rate and date it actually
      *                  history.  Look-up is now a rate-history
      *                  inquiry listing every dated rate for the
      *                  currency; remove takes a date as well.
      *   2026-10-15 DW  A rate can be set for any currency active on
      *                  the currency master (CURVAL01), not only CAD
      *                  and GBP.  USD, the home currency, still
      *                  carries no rate.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATMNT01.
           88 WS-SCAN-DONE                 VALUE "Y".
       01  WS-HISTORY-CURRENCY         PIC X(03).
       01  WS-HISTORY-COUNT            PIC 9(04).
       01  WS-HOME-CURRENCY            PIC X(03) VALUE "USD".

      * FIELDS FOR THE CURVAL01 CURRENCY MASTER LOOK-UP.
       01  WS-CV-CURRENCY-CODE         PIC X(03).
       01  WS-CV-DESCRIPTION           PIC X(30).
       01  WS-CV-DECIMAL-PLACES        PIC 9(01).
       01  WS-CV-RAIL-ACH              PIC X(01).
       01  WS-CV-RAIL-WIRE             PIC X(01).
       01  WS-CV-RAIL-CHECK            PIC X(01).
       01  WS-CV-RESULT                PIC X(01).
           88 WS-CV-CURRENCY-ACTIVE        VALUE "A".

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * UNIT.  THE EFFECTIVE DATE DEFAULTS TO TODAY; A BACK-DATED
      * RATE SLOTS INTO THE HISTORY WHERE IT BELONGS.
       2000-SET-RATE.
            DISPLAY "ENTER CURRENCY CODE: ".
            ACCEPT XR-CURRENCY-CODE.
            DISPLAY "ENTER RATE (9 DIGITS, 001350000 = 1.35): ".
            ACCEPT WS-ENTRY-RATE.
            DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD OR BLANK): ".
            ACCEPT WS-ENTRY-DATE.
            MOVE XR-CURRENCY-CODE TO WS-CV-CURRENCY-CODE.
            CALL "CURVAL01" USING WS-CV-CURRENCY-CODE
                WS-CV-DESCRIPTION WS-CV-DECIMAL-PLACES
                WS-CV-RAIL-ACH WS-CV-RAIL-WIRE WS-CV-RAIL-CHECK
                WS-CV-RESULT.
            IF XR-CURRENCY-CODE = WS-HOME-CURRENCY
                OR XR-CURRENCY-CODE = SPACES
                DISPLAY WS-HOME-CURRENCY " IS THE HOME CURRENCY AND "
                    "CARRIES NO RATE"
            ELSE IF NOT WS-CV-CURRENCY-ACTIVE
                DISPLAY "CURRENCY " XR-CURRENCY-CODE " IS NOT ACTIVE "
                    "ON THE CURRENCY MASTER"
            ELSE IF WS-ENTRY-RATE NOT NUMERIC
                DISPLAY "RATE MUST BE 9 DIGITS"
            ELSE IF WS-ENTRY-DATE NOT = SPACES

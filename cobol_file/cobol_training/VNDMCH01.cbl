      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-09-02 DW  Original mass-change utility.
      *   2026-10-15 DW  A mass currency change must name a currency
      *                  that is active on the currency master
      *                  (CURVAL01), not just USD, CAD or GBP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDMCH01.
           88 WS-FLD-1099-FLAG             VALUE "5".
           88 WS-FLD-GL-ACCOUNT            VALUE "6".
       01  WS-NEW-VALUE                PIC X(30).

      * FIELDS FOR THE CURVAL01 CURRENCY MASTER LOOK-UP.
       01  WS-CV-CURRENCY-CODE         PIC X(03).
       01  WS-CV-DESCRIPTION           PIC X(30).
       01  WS-CV-DECIMAL-PLACES        PIC 9(01).
       01  WS-CV-RAIL-ACH              PIC X(01).
       01  WS-CV-RAIL-WIRE             PIC X(01).
       01  WS-CV-RAIL-CHECK            PIC X(01).
       01  WS-CV-RESULT                PIC X(01).
           88 WS-CV-CURRENCY-ACTIVE        VALUE "A".
       01  WS-PCT-DIGITS               PIC 9(03).
       01  WS-PCT-SHOWN                PIC 9.99.

                        MOVE SPACE TO WS-FIELD-CHOICE
                    END-IF
                WHEN WS-FLD-CURRENCY
                    MOVE WS-NEW-VALUE(1:3) TO WS-CV-CURRENCY-CODE
                    CALL "CURVAL01" USING WS-CV-CURRENCY-CODE
                        WS-CV-DESCRIPTION WS-CV-DECIMAL-PLACES
                        WS-CV-RAIL-ACH WS-CV-RAIL-WIRE
                        WS-CV-RAIL-CHECK WS-CV-RESULT
                    IF WS-NEW-VALUE(1:3) = SPACES
                        OR NOT WS-CV-CURRENCY-ACTIVE
                        DISPLAY "CURRENCY MUST BE ACTIVE ON THE "
                            "CURRENCY MASTER - RUN ABANDONED"
                        MOVE SPACE TO WS-FIELD-CHOICE
                    END-IF
                WHEN WS-FLD-1099-FLAG

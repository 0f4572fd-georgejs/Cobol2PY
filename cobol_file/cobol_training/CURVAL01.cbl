      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Shared currency look-up.  Given an ISO currency
      *              code, returns whether the currency master knows
      *              it and whether it is active, with its
      *              description, decimal places and the payment
      *              rails (ACH, wire, check) it may go out on.  A
      *              blank code is the home currency, USD.  Every
      *              program that used to carry its own USD/CAD/GBP
      *              list now asks here instead, so a new currency
      *              is a CURMNT01 entry and not a program change.
      *              Until CURRENCY-FILE has been set up the answer
      *              comes from the three currencies the system has
      *              always paid in - USD on ACH or check, CAD and
      *              GBP by wire or check - so nothing changes the
      *              day this goes in.  The file is opened on first
      *              call and held open, the way CURCONV01 holds the
      *              rate table.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original currency look-up.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CURVAL01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLCUR01.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCUR01.cbl".

       WORKING-STORAGE SECTION.
       01  WS-CURRENCY-STATUS         PIC X(02).
           88 WS-CURRENCY-OK              VALUE "00".
           88 WS-CURRENCY-NOT-FOUND       VALUE "23".
           88 WS-CURRENCY-MISSING         VALUE "35".
       01  WS-FILE-STATE               PIC X(01) VALUE "C".
           88 WS-CURRENCY-FILE-CLOSED      VALUE "C".
           88 WS-CURRENCY-FILE-OPEN        VALUE "O".
           88 WS-CURRENCY-FILE-ABSENT      VALUE "A".
           88 WS-CURRENCY-FILE-BROKEN      VALUE "B".

       01  WS-LOOKUP-CODE              PIC X(03).

       LINKAGE SECTION.
       01  CV-CURRENCY-CODE           PIC X(03).
       01  CV-DESCRIPTION             PIC X(30).
       01  CV-DECIMAL-PLACES          PIC 9(01).
       01  CV-RAIL-ACH                PIC X(01).
           88 CV-ACH-ALLOWED              VALUE "Y".
       01  CV-RAIL-WIRE               PIC X(01).
           88 CV-WIRE-ALLOWED             VALUE "Y".
       01  CV-RAIL-CHECK              PIC X(01).
           88 CV-CHECK-ALLOWED            VALUE "Y".
       01  CV-RESULT                  PIC X(01).
           88 CV-CURRENCY-ACTIVE          VALUE "A".
           88 CV-CURRENCY-INACTIVE        VALUE "I".
           88 CV-CURRENCY-UNKNOWN         VALUE "N".

       PROCEDURE DIVISION USING CV-CURRENCY-CODE CV-DESCRIPTION
               CV-DECIMAL-PLACES CV-RAIL-ACH CV-RAIL-WIRE
               CV-RAIL-CHECK CV-RESULT.
       0000-MAINLINE.
            MOVE SPACES TO CV-DESCRIPTION.
            MOVE ZERO TO CV-DECIMAL-PLACES.
            MOVE "N" TO CV-RAIL-ACH.
            MOVE "N" TO CV-RAIL-WIRE.
            MOVE "N" TO CV-RAIL-CHECK.
            SET CV-CURRENCY-UNKNOWN TO TRUE.
            IF CV-CURRENCY-CODE = SPACES
                MOVE "USD" TO WS-LOOKUP-CODE
            ELSE
                MOVE CV-CURRENCY-CODE TO WS-LOOKUP-CODE
            END-IF.
            PERFORM 1000-ENSURE-FILE-OPEN.
            IF WS-CURRENCY-FILE-OPEN
                PERFORM 2000-READ-CURRENCY
            ELSE IF WS-CURRENCY-FILE-ABSENT
                PERFORM 3000-BUILT-IN-CURRENCY
            END-IF.
            GOBACK.

      * A MISSING FILE (STATUS 35) MEANS THE MASTER HAS NOT BEEN SET
      * UP YET AND THE BUILT-IN LIST STANDS IN.  ANY OTHER FAILURE
      * IS AN ERROR, AND EVERY CODE COMES BACK UNKNOWN RATHER THAN
      * LETTING A PAYMENT GO OUT ON A GUESS.
       1000-ENSURE-FILE-OPEN.
            IF WS-CURRENCY-FILE-CLOSED
                OPEN INPUT CURRENCY-FILE
                IF WS-CURRENCY-OK
                    SET WS-CURRENCY-FILE-OPEN TO TRUE
                ELSE IF WS-CURRENCY-MISSING
                    SET WS-CURRENCY-FILE-ABSENT TO TRUE
                ELSE
                    DISPLAY "UNABLE TO OPEN CURRENCY-FILE, "
                        "STATUS = " WS-CURRENCY-STATUS
                    SET WS-CURRENCY-FILE-BROKEN TO TRUE
                END-IF
            END-IF.

       2000-READ-CURRENCY.
            MOVE WS-LOOKUP-CODE TO CU-CURRENCY-CODE.
            READ CURRENCY-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE CU-DESCRIPTION TO CV-DESCRIPTION
                    MOVE CU-DECIMAL-PLACES TO CV-DECIMAL-PLACES
                    MOVE CU-RAIL-ACH TO CV-RAIL-ACH
                    MOVE CU-RAIL-WIRE TO CV-RAIL-WIRE
                    MOVE CU-RAIL-CHECK TO CV-RAIL-CHECK
                    IF CU-ACTIVE
                        SET CV-CURRENCY-ACTIVE TO TRUE
                    ELSE
                        SET CV-CURRENCY-INACTIVE TO TRUE
                    END-IF
            END-READ.
            IF NOT WS-CURRENCY-OK AND NOT WS-CURRENCY-NOT-FOUND
                DISPLAY "CURRENCY-FILE READ ERROR, STATUS = "
                    WS-CURRENCY-STATUS
            END-IF.

      * THE THREE CURRENCIES AND RAILS THE SYSTEM HAS ALWAYS USED.
       3000-BUILT-IN-CURRENCY.
            IF WS-LOOKUP-CODE = "USD"
                MOVE "US DOLLAR" TO CV-DESCRIPTION
                MOVE 2 TO CV-DECIMAL-PLACES
                MOVE "Y" TO CV-RAIL-ACH
                MOVE "Y" TO CV-RAIL-CHECK
                SET CV-CURRENCY-ACTIVE TO TRUE
            ELSE IF WS-LOOKUP-CODE = "CAD"
                MOVE "CANADIAN DOLLAR" TO CV-DESCRIPTION
                MOVE 2 TO CV-DECIMAL-PLACES
                MOVE "Y" TO CV-RAIL-WIRE
                MOVE "Y" TO CV-RAIL-CHECK
                SET CV-CURRENCY-ACTIVE TO TRUE
            ELSE IF WS-LOOKUP-CODE = "GBP"
                MOVE "POUND STERLING" TO CV-DESCRIPTION
                MOVE 2 TO CV-DECIMAL-PLACES
                MOVE "Y" TO CV-RAIL-WIRE
                MOVE "Y" TO CV-RAIL-CHECK
                SET CV-CURRENCY-ACTIVE TO TRUE
            END-IF.
       END PROGRAM CURVAL01.

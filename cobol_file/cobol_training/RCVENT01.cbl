      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Receiving entry - the dock's side of the three-
      *              way match.  Lays the lines of a purchase order
      *              onto RECEIVING-FILE (item, quantity ordered,
      *              unit price), records each delivery against its
      *              line as it is signed for, and shows an order's
      *              lines with what has been received and what it
      *              is worth at the order price.  Invoice entry
      *              holds any invoice on a three-way order that the
      *              received value does not cover.  Laying lines
      *              and recording receipts need level 2; inquiry
      *              needs level 1.  Every receipt is journaled
      *              through OPRSEC01.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original receiving entry program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCVENT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLPO01.cbl".
           COPY "SLRCV01.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDPO01.cbl".
           COPY "FDRCV01.cbl".

       WORKING-STORAGE SECTION.
       01  WS-PO-FILE-STATUS          PIC X(02).
           88 WS-PO-FILE-OK               VALUE "00".
           88 WS-PO-NOT-FOUND             VALUE "23".
       01  WS-RECEIVING-STATUS        PIC X(02).
           88 WS-RECEIVING-OK             VALUE "00".
           88 WS-RECEIVING-EOF            VALUE "10".
           88 WS-RECEIVING-DUP-KEY        VALUE "22".
           88 WS-RECEIVING-NOT-FOUND      VALUE "23".
           88 WS-RECEIVING-MISSING        VALUE "35".

       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-SIGNON-OK-SWITCH        PIC X(01) VALUE "N".
           88 WS-SIGNON-OK                 VALUE "Y".
       01  WS-SIGNON-TRIES             PIC 9(01) VALUE ZERO.

      * FIELDS FOR THE OPRSEC01 SIGN-ON AND JOURNAL CALLS.
       01  WS-OS-FUNCTION              PIC X(01).
       01  WS-OS-PASSWORD              PIC X(08).
       01  WS-OS-PROGRAM               PIC X(08) VALUE "RCVENT01".
       01  WS-OS-EVENT                 PIC X(20).
       01  WS-AUTH-LEVEL               PIC 9(01) VALUE ZERO.
       01  WS-OS-RESULT                PIC X(01).
           88 WS-OS-ACCEPTED               VALUE "O".

       01  WS-DONE-SWITCH              PIC X(01) VALUE "N".
           88 WS-RECEIVING-DONE            VALUE "Y".
       01  WS-MENU-CHOICE              PIC X(01).
           88 WS-CHOICE-ADD-LINE           VALUE "1".
           88 WS-CHOICE-RECEIVE            VALUE "2".
           88 WS-CHOICE-INQUIRE            VALUE "3".
           88 WS-CHOICE-EXIT               VALUE "9".
       01  WS-REQUIRED-LEVEL          PIC 9(01).

       01  WS-PO-OK-SWITCH             PIC X(01).
           88 WS-PO-IS-OK                  VALUE "Y".
       01  WS-SCAN-EOF-SWITCH          PIC X(01).
           88 WS-SCAN-DONE                 VALUE "Y".
       01  WS-INQUIRY-PO               PIC X(10).
       01  WS-ENTRY-LINE               PIC X(03).
       01  WS-ENTRY-QTY                PIC X(09).
       01  WS-ENTRY-QTY-9              PIC 9(09).
       01  WS-ENTRY-PRICE              PIC X(11).
       01  WS-ENTRY-PRICE-9            PIC 9(11).
       01  WS-RECEIPT-QTY              PIC S9(07)V99.
       01  WS-QTY-OUTSTANDING          PIC S9(07)V99.
       01  WS-LINE-VALUE               PIC S9(09)V99.
       01  WS-PO-RECEIVED-VALUE        PIC S9(09)V99.
       01  WS-LINE-COUNT               PIC 9(03).
       01  WS-TODAY                    PIC 9(08).

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 0500-SIGN-ON.
            IF WS-SIGNON-OK
                PERFORM 1000-INITIALIZE
                PERFORM 2000-RECEIVING-LOOP UNTIL WS-RECEIVING-DONE
                CLOSE RECEIVING-FILE
                CLOSE PO-FILE
            END-IF.
            GOBACK.

      * SIGN ON AGAINST THE SECURITY MASTER - THREE TRIES, EVERY
      * ATTEMPT JOURNALED BY OPRSEC01, THE SAME GATE INVHLD01 USES.
       0500-SIGN-ON.
            PERFORM 0510-ACCEPT-OPERATOR-ID
                UNTIL WS-SIGNON-OK OR WS-SIGNON-TRIES >= 3.
            IF NOT WS-SIGNON-OK
                DISPLAY "SIGN-ON NOT ACCEPTED - SESSION ENDED"
            END-IF.

       0510-ACCEPT-OPERATOR-ID.
            ADD 1 TO WS-SIGNON-TRIES.
            DISPLAY "ENTER OPERATOR ID: ".
            ACCEPT WS-OPERATOR-ID.
            DISPLAY "ENTER PASSWORD: ".
            ACCEPT WS-OS-PASSWORD.
            MOVE "S" TO WS-OS-FUNCTION.
            CALL "OPRSEC01" USING WS-OS-FUNCTION WS-OPERATOR-ID
                WS-OS-PASSWORD WS-OS-PROGRAM WS-OS-EVENT
                WS-AUTH-LEVEL WS-OS-RESULT.
            IF WS-OS-ACCEPTED
                SET WS-SIGNON-OK TO TRUE
            END-IF.

      * THE ORDERS ARE READ-ONLY HERE - POENT01 OWNS THEM.  THE
      * RECEIVING LOG IS CREATED EMPTY THE FIRST TIME IT IS USED.
       1000-INITIALIZE.
            OPEN INPUT PO-FILE.
            IF NOT WS-PO-FILE-OK
                DISPLAY "UNABLE TO OPEN PO-FILE, STATUS = "
                    WS-PO-FILE-STATUS
                SET WS-RECEIVING-DONE TO TRUE
            END-IF.
            OPEN I-O RECEIVING-FILE.
            IF WS-RECEIVING-MISSING
                OPEN OUTPUT RECEIVING-FILE
                CLOSE RECEIVING-FILE
                OPEN I-O RECEIVING-FILE
            END-IF.
            IF NOT WS-RECEIVING-OK
                DISPLAY "UNABLE TO OPEN RECEIVING-FILE, STATUS = "
                    WS-RECEIVING-STATUS
                SET WS-RECEIVING-DONE TO TRUE
            END-IF.

       2000-RECEIVING-LOOP.
            DISPLAY "1-ADD PO LINE  2-RECORD RECEIPT  "
                "3-INQUIRE PO LINES  9-EXIT".
            DISPLAY "ENTER CHOICE: ".
            ACCEPT WS-MENU-CHOICE.
            IF WS-CHOICE-EXIT
                SET WS-RECEIVING-DONE TO TRUE
            ELSE IF WS-CHOICE-ADD-LINE OR WS-CHOICE-RECEIVE
                OR WS-CHOICE-INQUIRE
                PERFORM 2100-GATE-AND-DISPATCH
            ELSE
                DISPLAY "INVALID CHOICE"
            END-IF.

      * INQUIRY IS LEVEL 1; LAYING LINES AND SIGNING FOR GOODS IS
      * MAINTENANCE, LEVEL 2.  A DENIED CHOICE IS JOURNALED LIKE A
      * USED ONE.
       2100-GATE-AND-DISPATCH.
            IF WS-CHOICE-INQUIRE
                MOVE 1 TO WS-REQUIRED-LEVEL
            ELSE
                MOVE 2 TO WS-REQUIRED-LEVEL
            END-IF.
            MOVE "L" TO WS-OS-FUNCTION.
            MOVE SPACES TO WS-OS-EVENT.
            STRING "MENU OPTION " DELIMITED BY SIZE
                   WS-MENU-CHOICE DELIMITED BY SIZE
                INTO WS-OS-EVENT.
            IF WS-AUTH-LEVEL < WS-REQUIRED-LEVEL
                DISPLAY "NOT AUTHORIZED - OPTION " WS-MENU-CHOICE
                    " NEEDS LEVEL " WS-REQUIRED-LEVEL
                MOVE "D" TO WS-OS-RESULT
                CALL "OPRSEC01" USING WS-OS-FUNCTION WS-OPERATOR-ID
                    WS-OS-PASSWORD WS-OS-PROGRAM WS-OS-EVENT
                    WS-AUTH-LEVEL WS-OS-RESULT
            ELSE
                MOVE "O" TO WS-OS-RESULT
                CALL "OPRSEC01" USING WS-OS-FUNCTION WS-OPERATOR-ID
                    WS-OS-PASSWORD WS-OS-PROGRAM WS-OS-EVENT
                    WS-AUTH-LEVEL WS-OS-RESULT
                EVALUATE TRUE
                    WHEN WS-CHOICE-ADD-LINE
                        PERFORM 3000-ADD-PO-LINE
                    WHEN WS-CHOICE-RECEIVE
                        PERFORM 4000-RECORD-RECEIPT
                    WHEN WS-CHOICE-INQUIRE
                        PERFORM 5000-INQUIRE-PO-LINES
                END-EVALUATE
            END-IF.

      * A LINE CAN ONLY BE LAID AGAINST AN OPEN THREE-WAY ORDER - A
      * SERVICES ORDER HAS NOTHING FOR THE DOCK TO SIGN FOR.  THE
      * QUANTITY IS KEYED IN HUNDREDTHS AND THE UNIT PRICE IN TEN-
      * THOUSANDTHS OF A DOLLAR, ALL DIGITS, THE WAY POENT01 TAKES
      * AMOUNTS IN PENNIES.
       3000-ADD-PO-LINE.
            PERFORM 6000-GET-OPEN-PO.
            IF WS-PO-IS-OK
                IF NOT PO-MATCH-THREE-WAY
                    DISPLAY "PO " PO-NUMBER " IS A SERVICES ORDER - "
                        "NOTHING TO RECEIVE"
                ELSE
                    PERFORM 3100-CAPTURE-LINE
                END-IF
            END-IF.

       3100-CAPTURE-LINE.
            DISPLAY "ENTER LINE NUMBER (3 DIGITS): ".
            ACCEPT WS-ENTRY-LINE.
            DISPLAY "ENTER ITEM DESCRIPTION: ".
            ACCEPT RV-ITEM-DESC.
            DISPLAY "ENTER QUANTITY ORDERED (HUNDREDTHS): ".
            ACCEPT WS-ENTRY-QTY.
            DISPLAY "ENTER UNIT PRICE (TEN-THOUSANDTHS): ".
            ACCEPT WS-ENTRY-PRICE.
            IF WS-ENTRY-LINE NOT NUMERIC OR WS-ENTRY-LINE = "000"
                DISPLAY "LINE NUMBER MUST BE 001-999"
            ELSE IF WS-ENTRY-QTY NOT NUMERIC
                DISPLAY "QUANTITY MUST BE ALL DIGITS"
            ELSE IF WS-ENTRY-PRICE NOT NUMERIC
                DISPLAY "UNIT PRICE MUST BE ALL DIGITS"
            ELSE
                MOVE PO-NUMBER TO RV-PO-NUMBER
                MOVE WS-ENTRY-LINE TO RV-LINE-NUMBER
                MOVE WS-ENTRY-QTY TO WS-ENTRY-QTY-9
                COMPUTE RV-QTY-ORDERED = WS-ENTRY-QTY-9 / 100
                MOVE WS-ENTRY-PRICE TO WS-ENTRY-PRICE-9
                COMPUTE RV-UNIT-PRICE = WS-ENTRY-PRICE-9 / 10000
                MOVE ZERO TO RV-QTY-RECEIVED
                MOVE ZERO TO RV-LAST-RECEIPT-DATE
                MOVE SPACES TO RV-RECEIVED-BY
                WRITE RECEIVING-RECORD
                    INVALID KEY
                        DISPLAY "LINE " RV-LINE-NUMBER
                            " IS ALREADY ON PO " PO-NUMBER
                    NOT INVALID KEY
                        DISPLAY "LINE " RV-LINE-NUMBER " ADDED TO PO "
                            PO-NUMBER
                END-WRITE
                IF NOT WS-RECEIVING-OK AND NOT WS-RECEIVING-DUP-KEY
                    DISPLAY "UNABLE TO WRITE RECEIVING-RECORD, "
                        "STATUS = " WS-RECEIVING-STATUS
                END-IF
            END-IF.

      * SIGN FOR A DELIVERY AGAINST ONE LINE.  RECEIVING MORE THAN
      * IS STILL OUTSTANDING ON THE LINE IS REFUSED - AN OVER-
      * SHIPMENT GOES BACK ON THE TRUCK OR GETS AN ORDER CHANGE
      * FIRST, IT DOES NOT GET SIGNED FOR HERE.
       4000-RECORD-RECEIPT.
            PERFORM 6000-GET-OPEN-PO.
            IF WS-PO-IS-OK
                DISPLAY "ENTER LINE NUMBER (3 DIGITS): "
                ACCEPT WS-ENTRY-LINE
                IF WS-ENTRY-LINE NOT NUMERIC
                    DISPLAY "LINE NUMBER MUST BE 3 DIGITS"
                ELSE
                    MOVE PO-NUMBER TO RV-PO-NUMBER
                    MOVE WS-ENTRY-LINE TO RV-LINE-NUMBER
                    READ RECEIVING-FILE
                        INVALID KEY
                            DISPLAY "LINE " RV-LINE-NUMBER
                                " NOT ON PO " PO-NUMBER
                        NOT INVALID KEY
                            PERFORM 4100-CAPTURE-RECEIPT
                    END-READ
                END-IF
            END-IF.

       4100-CAPTURE-RECEIPT.
            COMPUTE WS-QTY-OUTSTANDING =
                RV-QTY-ORDERED - RV-QTY-RECEIVED.
            DISPLAY RV-ITEM-DESC " ORDERED " RV-QTY-ORDERED
                " RECEIVED " RV-QTY-RECEIVED
                " OUTSTANDING " WS-QTY-OUTSTANDING.
            DISPLAY "ENTER QUANTITY RECEIVED (HUNDREDTHS): ".
            ACCEPT WS-ENTRY-QTY.
            IF WS-ENTRY-QTY NOT NUMERIC
                DISPLAY "QUANTITY MUST BE ALL DIGITS - NOT RECEIVED"
            ELSE
                MOVE WS-ENTRY-QTY TO WS-ENTRY-QTY-9
                COMPUTE WS-RECEIPT-QTY = WS-ENTRY-QTY-9 / 100
                IF WS-RECEIPT-QTY NOT > ZERO
                    DISPLAY "NOTHING TO RECEIVE - NOT RECORDED"
                ELSE IF WS-RECEIPT-QTY > WS-QTY-OUTSTANDING
                    DISPLAY "ONLY " WS-QTY-OUTSTANDING
                        " OUTSTANDING ON THE LINE - NOT RECEIVED"
                ELSE
                    PERFORM 4200-POST-RECEIPT
                END-IF
            END-IF.

       4200-POST-RECEIPT.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            ADD WS-RECEIPT-QTY TO RV-QTY-RECEIVED.
            MOVE WS-TODAY TO RV-LAST-RECEIPT-DATE.
            MOVE WS-OPERATOR-ID TO RV-RECEIVED-BY.
            REWRITE RECEIVING-RECORD.
            IF NOT WS-RECEIVING-OK
                DISPLAY "UNABLE TO REWRITE RECEIVING-RECORD, STATUS = "
                    WS-RECEIVING-STATUS
            ELSE
                DISPLAY "RECEIVED " WS-RECEIPT-QTY " ON PO "
                    PO-NUMBER " LINE " RV-LINE-NUMBER
                MOVE SPACES TO WS-OS-EVENT
                STRING "RCV " DELIMITED BY SIZE
                       PO-NUMBER DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       RV-LINE-NUMBER DELIMITED BY SIZE
                    INTO WS-OS-EVENT
                MOVE "O" TO WS-OS-RESULT
                PERFORM 7000-JOURNAL-EVENT
            END-IF.

      * EVERY LINE OF ONE ORDER, WITH THE RECEIVED VALUE AT ORDER
      * PRICE - THE FIGURE INVOICE ENTRY MATCHES AGAINST.
       5000-INQUIRE-PO-LINES.
            DISPLAY "ENTER PO NUMBER: ".
            ACCEPT PO-NUMBER.
            READ PO-FILE
                INVALID KEY
                    DISPLAY "PO NOT ON FILE: " PO-NUMBER
                NOT INVALID KEY
                    DISPLAY "PO " PO-NUMBER " VENDOR "
                        PO-VENDOR-NUMBER " STATUS " PO-STATUS
                        " MATCH TYPE " PO-MATCH-TYPE
                    DISPLAY "  AUTHORIZED " PO-AUTHORIZED-AMOUNT
                        " VOUCHERED " PO-VOUCHERED-AMOUNT
                    PERFORM 5100-LIST-PO-LINES
            END-READ.

       5100-LIST-PO-LINES.
            MOVE ZERO TO WS-LINE-COUNT.
            MOVE ZERO TO WS-PO-RECEIVED-VALUE.
            MOVE PO-NUMBER TO WS-INQUIRY-PO.
            MOVE "N" TO WS-SCAN-EOF-SWITCH.
            MOVE PO-NUMBER TO RV-PO-NUMBER.
            MOVE ZERO TO RV-LINE-NUMBER.
            START RECEIVING-FILE KEY IS NOT LESS THAN RV-KEY
                INVALID KEY SET WS-SCAN-DONE TO TRUE
            END-START.
            IF NOT WS-SCAN-DONE
                PERFORM 5900-READ-NEXT-LINE
            END-IF.
            PERFORM 5200-SHOW-ONE-LINE
                UNTIL WS-SCAN-DONE
                OR RV-PO-NUMBER NOT = WS-INQUIRY-PO.
            DISPLAY "  LINES " WS-LINE-COUNT
                "  RECEIVED VALUE " WS-PO-RECEIVED-VALUE.

       5200-SHOW-ONE-LINE.
            ADD 1 TO WS-LINE-COUNT.
            COMPUTE WS-LINE-VALUE ROUNDED =
                RV-QTY-RECEIVED * RV-UNIT-PRICE.
            ADD WS-LINE-VALUE TO WS-PO-RECEIVED-VALUE.
            DISPLAY "  " RV-LINE-NUMBER " " RV-ITEM-DESC
                " ORD " RV-QTY-ORDERED " RCV " RV-QTY-RECEIVED
                " @ " RV-UNIT-PRICE " = " WS-LINE-VALUE.
            IF RV-LAST-RECEIPT-DATE > ZERO
                DISPLAY "      LAST RECEIPT " RV-LAST-RECEIPT-DATE
                    " BY " RV-RECEIVED-BY
            END-IF.
            PERFORM 5900-READ-NEXT-LINE.

       5900-READ-NEXT-LINE.
            READ RECEIVING-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-RECEIVING-OK AND NOT WS-RECEIVING-EOF
                DISPLAY "RECEIVING-FILE READ ERROR, STATUS = "
                    WS-RECEIVING-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.

      * THE ORDER MUST BE ON FILE AND STILL OPEN - A CLOSED ORDER
      * TAKES NO MORE LINES AND NO MORE DELIVERIES.
       6000-GET-OPEN-PO.
            MOVE "N" TO WS-PO-OK-SWITCH.
            DISPLAY "ENTER PO NUMBER: ".
            ACCEPT PO-NUMBER.
            READ PO-FILE
                INVALID KEY
                    DISPLAY "PO NOT ON FILE: " PO-NUMBER
                NOT INVALID KEY
                    IF PO-STATUS-OPEN
                        SET WS-PO-IS-OK TO TRUE
                    ELSE
                        DISPLAY "PO " PO-NUMBER " IS CLOSED"
                    END-IF
            END-READ.

       7000-JOURNAL-EVENT.
            MOVE "L" TO WS-OS-FUNCTION.
            CALL "OPRSEC01" USING WS-OS-FUNCTION WS-OPERATOR-ID
                WS-OS-PASSWORD WS-OS-PROGRAM WS-OS-EVENT
                WS-AUTH-LEVEL WS-OS-RESULT.
       END PROGRAM RCVENT01.

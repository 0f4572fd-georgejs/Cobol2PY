      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Shared allocation template expansion.  Given a
      *              template code and an invoice amount, returns the
      *              template's lines - GL account, cost center and
      *              that line's share of the amount.  Each share is
      *              the line's percentage of the amount, rounded to
      *              the cent; the last line takes whatever is left,
      *              so the lines always add back to the invoice to
      *              the penny.  The result says whether the template
      *              expanded, or is not on file, inactive, or bad
      *              (no lines, or percentages not totalling 100.00).
      *              INVBLD01, RCRGEN01 and VNDMNT01 all ask here, so
      *              the rounding rule lives in one place.  The file
      *              is opened on first call and held open, the way
      *              CURVAL01 holds the currency master.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original template expansion.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALCEXP01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLALC01.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDALC01.cbl".

       WORKING-STORAGE SECTION.
       01  WS-ALLOC-TEMPLATE-STATUS   PIC X(02).
           88 WS-ALLOC-TEMPLATE-OK        VALUE "00".
           88 WS-ALLOC-TEMPLATE-NOT-FOUND VALUE "23".
           88 WS-ALLOC-TEMPLATE-MISSING   VALUE "35".
       01  WS-FILE-STATE               PIC X(01) VALUE "C".
           88 WS-ALLOC-FILE-CLOSED         VALUE "C".
           88 WS-ALLOC-FILE-OPEN           VALUE "O".
           88 WS-ALLOC-FILE-ABSENT         VALUE "A".
           88 WS-ALLOC-FILE-BROKEN         VALUE "B".

       01  WS-LINE-IX                  PIC 9(02).
       01  WS-PERCENT-TOTAL            PIC 9(05)V99.
       01  WS-AMOUNT-SPREAD            PIC S9(09)V99.

       LINKAGE SECTION.
       01  AE-TEMPLATE-CODE           PIC X(06).
       01  AE-AMOUNT                  PIC S9(09)V99.
       01  AE-LINE-COUNT              PIC 9(02).
       01  AE-LINES.
           05 AE-LINE OCCURS 20 TIMES.
               10 AE-GL-ACCOUNT       PIC X(08).
               10 AE-COST-CENTER      PIC X(06).
               10 AE-LINE-AMOUNT      PIC S9(09)V99.
       01  AE-RESULT                  PIC X(01).
           88 AE-EXPANDED                 VALUE "O".
           88 AE-NOT-ON-FILE              VALUE "N".
           88 AE-INACTIVE                 VALUE "I".
           88 AE-BAD-TEMPLATE             VALUE "B".
           88 AE-FILE-UNAVAILABLE         VALUE "U".

       PROCEDURE DIVISION USING AE-TEMPLATE-CODE AE-AMOUNT
               AE-LINE-COUNT AE-LINES AE-RESULT.
       0000-MAINLINE.
            MOVE ZERO TO AE-LINE-COUNT.
            MOVE SPACES TO AE-LINES.
            SET AE-NOT-ON-FILE TO TRUE.
            PERFORM 1000-ENSURE-FILE-OPEN.
            IF WS-ALLOC-FILE-OPEN
                PERFORM 2000-READ-TEMPLATE
            ELSE
                SET AE-FILE-UNAVAILABLE TO TRUE
            END-IF.
            GOBACK.

      * A MISSING FILE MEANS NO TEMPLATES HAVE BEEN SET UP, SO NO
      * CODE CAN EXPAND.  IT IS OPENED ONCE AND THE ANSWER KEPT.
       1000-ENSURE-FILE-OPEN.
            IF WS-ALLOC-FILE-CLOSED
                OPEN INPUT ALLOC-TEMPLATE-FILE
                IF WS-ALLOC-TEMPLATE-OK
                    SET WS-ALLOC-FILE-OPEN TO TRUE
                ELSE IF WS-ALLOC-TEMPLATE-MISSING
                    SET WS-ALLOC-FILE-ABSENT TO TRUE
                ELSE
                    DISPLAY "UNABLE TO OPEN ALLOC-TEMPLATE-FILE, "
                        "STATUS = " WS-ALLOC-TEMPLATE-STATUS
                    SET WS-ALLOC-FILE-BROKEN TO TRUE
                END-IF
            END-IF.

       2000-READ-TEMPLATE.
            MOVE AE-TEMPLATE-CODE TO AT-TEMPLATE-CODE.
            READ ALLOC-TEMPLATE-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM 3000-CHECK-TEMPLATE
            END-READ.
            IF NOT WS-ALLOC-TEMPLATE-OK
                AND NOT WS-ALLOC-TEMPLATE-NOT-FOUND
                DISPLAY "ALLOC-TEMPLATE-FILE READ ERROR, STATUS = "
                    WS-ALLOC-TEMPLATE-STATUS
                SET AE-FILE-UNAVAILABLE TO TRUE
            END-IF.

      * A TEMPLATE SPLITS ONLY WHEN IT IS ACTIVE, HAS LINES, AND ITS
      * PERCENTAGES COME TO EXACTLY 100.00.
       3000-CHECK-TEMPLATE.
            MOVE ZERO TO WS-PERCENT-TOTAL.
            IF AT-LINE-COUNT NOT NUMERIC
                OR AT-LINE-COUNT > 20
                MOVE ZERO TO AT-LINE-COUNT
            END-IF.
            PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                    UNTIL WS-LINE-IX > AT-LINE-COUNT
                IF AT-PERCENT(WS-LINE-IX) NUMERIC
                    ADD AT-PERCENT(WS-LINE-IX) TO WS-PERCENT-TOTAL
                END-IF
            END-PERFORM.
            IF AT-INACTIVE
                SET AE-INACTIVE TO TRUE
            ELSE IF AT-LINE-COUNT = ZERO
                OR WS-PERCENT-TOTAL NOT = 100
                SET AE-BAD-TEMPLATE TO TRUE
            ELSE
                PERFORM 4000-SPREAD-AMOUNT
                SET AE-EXPANDED TO TRUE
            END-IF.

      * EVERY LINE BUT THE LAST GETS ITS ROUNDED SHARE; THE LAST
      * LINE GETS THE AMOUNT LESS WHAT HAS ALREADY BEEN SPREAD, SO
      * THE ROUNDING REMAINDER LANDS THERE.
       4000-SPREAD-AMOUNT.
            MOVE ZERO TO WS-AMOUNT-SPREAD.
            MOVE AT-LINE-COUNT TO AE-LINE-COUNT.
            PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                    UNTIL WS-LINE-IX > AT-LINE-COUNT
                MOVE AT-GL-ACCOUNT(WS-LINE-IX)
                    TO AE-GL-ACCOUNT(WS-LINE-IX)
                MOVE AT-COST-CENTER(WS-LINE-IX)
                    TO AE-COST-CENTER(WS-LINE-IX)
                IF WS-LINE-IX = AT-LINE-COUNT
                    COMPUTE AE-LINE-AMOUNT(WS-LINE-IX) =
                        AE-AMOUNT - WS-AMOUNT-SPREAD
                ELSE
                    COMPUTE AE-LINE-AMOUNT(WS-LINE-IX) ROUNDED =
                        AE-AMOUNT * AT-PERCENT(WS-LINE-IX) / 100
                    ADD AE-LINE-AMOUNT(WS-LINE-IX)
                        TO WS-AMOUNT-SPREAD
                END-IF
            END-PERFORM.
       END PROGRAM ALCEXP01.

      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Shared capital-account test and asset-addition
      *              feed.  Function "T" asks whether a GL account is
      *              an active capital account, returning its
      *              description; function "W" writes one invoice
      *              distribution line to ASSET-ADDITION-FILE if -
      *              and only if - its account is one, defaulting a
      *              blank description to the account's own; "X"
      *              closes both files at the end of the caller's
      *              run.  INVBLD01, RCRGEN01 and GLAMNT01 all feed
      *              through here, so the rule for what is capital
      *              lives in one place.  The files are opened on
      *              first call and held open, the way ALCEXP01
      *              holds the template file.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original asset-addition feed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPFED01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLCPA01.cbl".
           COPY "SLAAD01.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCPA01.cbl".
           COPY "FDAAD01.cbl".

       WORKING-STORAGE SECTION.
       01  WS-CAPITAL-ACCOUNT-STATUS  PIC X(02).
           88 WS-CAPITAL-ACCOUNT-OK       VALUE "00".
           88 WS-CAPITAL-ACCOUNT-NOT-FOUND VALUE "23".
           88 WS-CAPITAL-ACCOUNT-MISSING  VALUE "35".
       01  WS-ASSET-ADD-STATUS        PIC X(02).
           88 WS-ASSET-ADD-OK             VALUE "00".
           88 WS-ASSET-ADD-MISSING        VALUE "35".
       01  WS-TABLE-STATE              PIC X(01) VALUE "C".
           88 WS-TABLE-CLOSED              VALUE "C".
           88 WS-TABLE-OPEN                VALUE "O".
           88 WS-TABLE-ABSENT              VALUE "A".
           88 WS-TABLE-BROKEN              VALUE "B".
       01  WS-FEED-STATE               PIC X(01) VALUE "C".
           88 WS-FEED-CLOSED               VALUE "C".
           88 WS-FEED-OPEN                 VALUE "O".
           88 WS-FEED-BROKEN               VALUE "B".
       01  WS-CAPITAL-SWITCH           PIC X(01).
           88 WS-ACCOUNT-IS-CAPITAL        VALUE "Y".

       LINKAGE SECTION.
       01  CF-FUNCTION                PIC X(01).
           88 CF-TEST-ACCOUNT             VALUE "T".
           88 CF-WRITE-ADDITION           VALUE "W".
           88 CF-CLOSE-FILES              VALUE "X".
       01  CF-GL-ACCOUNT              PIC X(08).
       01  CF-VENDOR-NUMBER           PIC 9(05).
       01  CF-INVOICE-NUMBER          PIC X(15).
       01  CF-LINE-NUMBER             PIC 9(02).
       01  CF-PO-NUMBER               PIC X(10).
       01  CF-COST-CENTER             PIC X(06).
       01  CF-AMOUNT                  PIC S9(09)V99.
       01  CF-INVOICE-DATE            PIC 9(08).
       01  CF-IN-SERVICE-DATE         PIC 9(08).
       01  CF-DESCRIPTION             PIC X(30).
       01  CF-COMPANY-CODE            PIC X(02).
       01  CF-PROGRAM                 PIC X(08).
       01  CF-OPERATOR-ID             PIC X(08).
       01  CF-RESULT                  PIC X(01).
           88 CF-IS-CAPITAL               VALUE "C".
           88 CF-NOT-CAPITAL              VALUE "N".
           88 CF-ADDITION-WRITTEN         VALUE "W".
           88 CF-FEED-FAILED              VALUE "F".
           88 CF-TABLE-UNAVAILABLE        VALUE "U".

       PROCEDURE DIVISION USING CF-FUNCTION CF-GL-ACCOUNT
               CF-VENDOR-NUMBER CF-INVOICE-NUMBER CF-LINE-NUMBER
               CF-PO-NUMBER CF-COST-CENTER CF-AMOUNT CF-INVOICE-DATE
               CF-IN-SERVICE-DATE CF-DESCRIPTION CF-COMPANY-CODE
               CF-PROGRAM CF-OPERATOR-ID CF-RESULT.
       0000-MAINLINE.
            SET CF-NOT-CAPITAL TO TRUE.
            IF CF-CLOSE-FILES
                PERFORM 9000-CLOSE-FILES
            ELSE
                PERFORM 1000-ENSURE-TABLE-OPEN
                IF WS-TABLE-OPEN
                    PERFORM 2000-TEST-ACCOUNT
                    IF CF-WRITE-ADDITION AND WS-ACCOUNT-IS-CAPITAL
                        PERFORM 3000-WRITE-ADDITION
                    END-IF
                ELSE IF WS-TABLE-BROKEN
                    SET CF-TABLE-UNAVAILABLE TO TRUE
                END-IF
            END-IF.
            GOBACK.

      * A MISSING TABLE MEANS NO ACCOUNT HAS BEEN FLAGGED CAPITAL,
      * SO NOTHING FEEDS.  IT IS OPENED ONCE AND THE ANSWER KEPT.
       1000-ENSURE-TABLE-OPEN.
            IF WS-TABLE-CLOSED
                OPEN INPUT CAPITAL-ACCOUNT-FILE
                IF WS-CAPITAL-ACCOUNT-OK
                    SET WS-TABLE-OPEN TO TRUE
                ELSE IF WS-CAPITAL-ACCOUNT-MISSING
                    SET WS-TABLE-ABSENT TO TRUE
                ELSE
                    DISPLAY "UNABLE TO OPEN CAPITAL-ACCOUNT-FILE, "
                        "STATUS = " WS-CAPITAL-ACCOUNT-STATUS
                    SET WS-TABLE-BROKEN TO TRUE
                END-IF
            END-IF.

      * ONLY AN ACTIVE ENTRY MAKES AN ACCOUNT CAPITAL.  AN INACTIVE
      * ONE STAYS ON FILE FOR THE RECONCILIATION'S HISTORY.
       2000-TEST-ACCOUNT.
            MOVE "N" TO WS-CAPITAL-SWITCH.
            MOVE CF-GL-ACCOUNT TO CA-GL-ACCOUNT.
            READ CAPITAL-ACCOUNT-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF CA-ACTIVE
                        SET WS-ACCOUNT-IS-CAPITAL TO TRUE
                        SET CF-IS-CAPITAL TO TRUE
                        IF CF-TEST-ACCOUNT
                            MOVE CA-DESCRIPTION TO CF-DESCRIPTION
                        END-IF
                    END-IF
            END-READ.
            IF NOT WS-CAPITAL-ACCOUNT-OK
                AND NOT WS-CAPITAL-ACCOUNT-NOT-FOUND
                DISPLAY "CAPITAL-ACCOUNT-FILE READ ERROR, STATUS = "
                    WS-CAPITAL-ACCOUNT-STATUS
                SET CF-TABLE-UNAVAILABLE TO TRUE
            END-IF.

      * THE INTERFACE FILE IS OPENED EXTEND ON THE FIRST ADDITION,
      * CREATING IT THE FIRST TIME, THE SAME WAY INVAPR01 OPENS THE
      * APPROVAL JOURNAL.
       3000-WRITE-ADDITION.
            IF WS-FEED-CLOSED
                OPEN EXTEND ASSET-ADDITION-FILE
                IF WS-ASSET-ADD-MISSING
                    OPEN OUTPUT ASSET-ADDITION-FILE
                    CLOSE ASSET-ADDITION-FILE
                    OPEN EXTEND ASSET-ADDITION-FILE
                END-IF
                IF WS-ASSET-ADD-OK
                    SET WS-FEED-OPEN TO TRUE
                ELSE
                    DISPLAY "UNABLE TO OPEN ASSET-ADDITION-FILE, "
                        "STATUS = " WS-ASSET-ADD-STATUS
                    SET WS-FEED-BROKEN TO TRUE
                END-IF
            END-IF.
            IF WS-FEED-OPEN
                PERFORM 3100-BUILD-ADDITION
                WRITE ASSET-ADDITION-RECORD
                IF WS-ASSET-ADD-OK
                    SET CF-ADDITION-WRITTEN TO TRUE
                ELSE
                    DISPLAY "UNABLE TO WRITE ASSET-ADDITION-FILE, "
                        "STATUS = " WS-ASSET-ADD-STATUS
                    SET CF-FEED-FAILED TO TRUE
                END-IF
            ELSE
                SET CF-FEED-FAILED TO TRUE
            END-IF.

       3100-BUILD-ADDITION.
            MOVE SPACES TO ASSET-ADDITION-RECORD.
            ACCEPT AA-FEED-DATE FROM DATE YYYYMMDD.
            MOVE CF-VENDOR-NUMBER TO AA-VENDOR-NUMBER.
            MOVE CF-INVOICE-NUMBER TO AA-INVOICE-NUMBER.
            MOVE CF-LINE-NUMBER TO AA-LINE-NUMBER.
            MOVE CF-PO-NUMBER TO AA-PO-NUMBER.
            MOVE CF-GL-ACCOUNT TO AA-GL-ACCOUNT.
            MOVE CA-ASSET-CLASS TO AA-ASSET-CLASS.
            MOVE CF-COST-CENTER TO AA-COST-CENTER.
            MOVE CF-AMOUNT TO AA-AMOUNT.
            MOVE CF-INVOICE-DATE TO AA-INVOICE-DATE.
            IF CF-IN-SERVICE-DATE NUMERIC
                MOVE CF-IN-SERVICE-DATE TO AA-IN-SERVICE-DATE
            ELSE
                MOVE ZERO TO AA-IN-SERVICE-DATE
            END-IF.
            IF CF-DESCRIPTION = SPACES
                MOVE CA-DESCRIPTION TO AA-DESCRIPTION
            ELSE
                MOVE CF-DESCRIPTION TO AA-DESCRIPTION
            END-IF.
            IF CF-COMPANY-CODE = SPACES
                MOVE "01" TO AA-COMPANY-CODE
            ELSE
                MOVE CF-COMPANY-CODE TO AA-COMPANY-CODE
            END-IF.
            MOVE CF-PROGRAM TO AA-SOURCE-PROGRAM.
            MOVE CF-OPERATOR-ID TO AA-OPERATOR-ID.

       9000-CLOSE-FILES.
            IF WS-TABLE-OPEN
                CLOSE CAPITAL-ACCOUNT-FILE
            END-IF.
            IF WS-FEED-OPEN
                CLOSE ASSET-ADDITION-FILE
            END-IF.
            SET WS-TABLE-CLOSED TO TRUE.
            SET WS-FEED-CLOSED TO TRUE.
       END PROGRAM CAPFED01.

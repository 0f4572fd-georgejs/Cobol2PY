      *                  must prove back to the invoice amount or
      *                  nothing is saved; setting replaces whatever
      *                  lines were there.
      *   2026-10-15 DW  A distribution line keyed to a capital GL
      *                  account (CAPMNT01) asks for its in-service
      *                  date and description and is fed through
      *                  CAPFED01 to the asset register's interface
      *                  file.  A capital line cleared or replaced is
      *                  fed again with the amount negative, so the
      *                  register backs it out.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLAMNT01.
       01  WS-KEYING-DONE-SWITCH       PIC X(01).
           88 WS-KEYING-DONE               VALUE "Y".

      * FIELDS FOR THE CAPFED01 ASSET-ADDITION FEED.  A LINE KEYED
      * TO A CAPITAL ACCOUNT IS FED WITH THE IN-SERVICE DATE AND
      * DESCRIPTION ASKED FOR HERE; A CAPITAL LINE CLEARED OR
      * REPLACED IS FED AGAIN NEGATIVE SO THE REGISTER BACKS IT OUT.
       01  WS-CF-FUNCTION              PIC X(01).
       01  WS-CF-GL-ACCOUNT            PIC X(08).
       01  WS-CF-VENDOR-NUMBER         PIC 9(05).
       01  WS-CF-INVOICE-NUMBER        PIC X(15).
       01  WS-CF-LINE-NUMBER           PIC 9(02).
       01  WS-CF-PO-NUMBER             PIC X(10).
       01  WS-CF-COST-CENTER           PIC X(06).
       01  WS-CF-AMOUNT                PIC S9(09)V99.
       01  WS-CF-INVOICE-DATE          PIC 9(08).
       01  WS-CF-IN-SERVICE-DATE       PIC 9(08).
       01  WS-CF-DESCRIPTION           PIC X(30).
       01  WS-CF-COMPANY-CODE          PIC X(02).
       01  WS-CF-PROGRAM               PIC X(08) VALUE "GLAMNT01".
       01  WS-CF-RESULT                PIC X(01).
           88 WS-CF-IS-CAPITAL             VALUE "C".
           88 WS-CF-ADDITION-WRITTEN       VALUE "W".
       01  WS-ENTRY-IN-SERVICE         PIC X(08).
       01  WS-ENTRY-ASSET-DESC         PIC X(30).

       PROCEDURE DIVISION.
       0000-MAINLINE.
            DISPLAY "ENTER OPERATOR ID: ".
            CLOSE GL-ACCOUNT-FILE.
            CLOSE INVOICE-FILE.
            CLOSE INVOICE-DIST-FILE.
            MOVE "X" TO WS-CF-FUNCTION.
            PERFORM 6690-CALL-CAPITAL-FEED.
            GOBACK.

      * THE OPEN-INVOICE FILE IS READ-ONLY HERE - THE DISTRIBUTION
                    INVALID KEY
                        DISPLAY "UNABLE TO CLEAR OLD LINE, STATUS = "
                            WS-INVOICE-DIST-STATUS
                    NOT INVALID KEY
                        PERFORM 6450-REVERSE-CAPITAL-LINE
                END-DELETE
                ADD 1 TO WS-LINES-CLEARED
                PERFORM 6900-READ-NEXT-DIST-LINE
                    INVALID KEY
                        DISPLAY "UNABLE TO WRITE LINE " WS-DL-IX
                            ", STATUS = " WS-INVOICE-DIST-STATUS
                    NOT INVALID KEY
                        PERFORM 6600-FEED-CAPITAL-LINE
                END-WRITE
            END-PERFORM.
            DISPLAY WS-DL-COUNT " LINES SAVED FOR INVOICE "
                INV-INVOICE-NUMBER.

      * A CLEARED LINE THAT WAS CODED TO A CAPITAL ACCOUNT WAS FED
      * TO THE REGISTER WHEN IT WAS KEYED, SO IT GOES AGAIN WITH
      * THE AMOUNT NEGATIVE.  A LINE ON AN ACCOUNT THAT IS NOT
      * CAPITAL IS PASSED OVER BY CAPFED01.
       6450-REVERSE-CAPITAL-LINE.
            PERFORM 6680-LOAD-FEED-FIELDS.
            COMPUTE WS-CF-AMOUNT = ZERO - ID-AMOUNT.
            MOVE "RECODED - REVERSES ADDITION" TO WS-CF-DESCRIPTION.
            MOVE "W" TO WS-CF-FUNCTION.
            PERFORM 6690-CALL-CAPITAL-FEED.

      * A NEW LINE ON A CAPITAL ACCOUNT - ASK FOR THE IN-SERVICE
      * DATE (BLANK LEAVES IT FOR THE ASSET TEAM) AND A DESCRIPTION
      * (BLANK TAKES THE ACCOUNT'S OWN), THEN FEED IT.
       6600-FEED-CAPITAL-LINE.
            PERFORM 6680-LOAD-FEED-FIELDS.
            MOVE "T" TO WS-CF-FUNCTION.
            PERFORM 6690-CALL-CAPITAL-FEED.
            IF WS-CF-IS-CAPITAL
                DISPLAY "LINE " ID-LINE-NUMBER " CODES TO CAPITAL "
                    "ACCOUNT " ID-GL-ACCOUNT " - " WS-CF-DESCRIPTION
                DISPLAY "ENTER IN-SERVICE DATE (YYYYMMDD, BLANK = "
                    "ASSET TEAM SETS IT): "
                ACCEPT WS-ENTRY-IN-SERVICE
                IF WS-ENTRY-IN-SERVICE NUMERIC
                    MOVE WS-ENTRY-IN-SERVICE TO WS-CF-IN-SERVICE-DATE
                END-IF
                DISPLAY "ENTER ASSET DESCRIPTION (BLANK = "
                    "ACCOUNT'S): "
                ACCEPT WS-ENTRY-ASSET-DESC
                IF WS-ENTRY-ASSET-DESC NOT = SPACES
                    MOVE WS-ENTRY-ASSET-DESC TO WS-CF-DESCRIPTION
                END-IF
                MOVE "W" TO WS-CF-FUNCTION
                PERFORM 6690-CALL-CAPITAL-FEED
                IF WS-CF-ADDITION-WRITTEN
                    DISPLAY "  FED TO THE ASSET REGISTER"
                END-IF
            END-IF.

       6680-LOAD-FEED-FIELDS.
            MOVE ID-GL-ACCOUNT TO WS-CF-GL-ACCOUNT.
            MOVE ID-VENDOR-NUMBER TO WS-CF-VENDOR-NUMBER.
            MOVE ID-INVOICE-NUMBER TO WS-CF-INVOICE-NUMBER.
            MOVE ID-LINE-NUMBER TO WS-CF-LINE-NUMBER.
            MOVE INV-PO-NUMBER TO WS-CF-PO-NUMBER.
            MOVE ID-COST-CENTER TO WS-CF-COST-CENTER.
            MOVE ID-AMOUNT TO WS-CF-AMOUNT.
            MOVE INV-INVOICE-DATE TO WS-CF-INVOICE-DATE.
            MOVE ZERO TO WS-CF-IN-SERVICE-DATE.
            MOVE SPACES TO WS-CF-DESCRIPTION.
            MOVE INV-COMPANY-CODE TO WS-CF-COMPANY-CODE.

       6690-CALL-CAPITAL-FEED.
            CALL "CAPFED01" USING WS-CF-FUNCTION WS-CF-GL-ACCOUNT
                WS-CF-VENDOR-NUMBER WS-CF-INVOICE-NUMBER
                WS-CF-LINE-NUMBER WS-CF-PO-NUMBER WS-CF-COST-CENTER
                WS-CF-AMOUNT WS-CF-INVOICE-DATE
                WS-CF-IN-SERVICE-DATE WS-CF-DESCRIPTION
                WS-CF-COMPANY-CODE WS-CF-PROGRAM WS-OPERATOR-ID
                WS-CF-RESULT.

       7000-BROWSE-INVOICE-DIST.
            PERFORM 6100-GET-INVOICE-KEY.
            IF WS-INVOICE-FILE-OK

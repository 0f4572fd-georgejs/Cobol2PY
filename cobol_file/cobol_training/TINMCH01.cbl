      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     IRS bulk TIN matching.  VNDBLD02 only proves a
      *              TIN is nine digits; nobody found out whether the
      *              name and TIN actually belong together until a
      *              CP2100 B-notice arrived.  PARM "E" (the default)
      *              writes the bulk TIN-matching request file
      *              (TINMATCH.TXT - one "type;TIN;name;account"
      *              line per payee, type 1 EIN or 2 SSN, account
      *              the vendor number) for every active 1099-
      *              eligible vendor not already matched under its
      *              current name and TIN, lists the eligible
      *              vendors with no usable TIN to solicit a W-9
      *              from, and stamps each payee's TIN-STATUS-FILE
      *              record as submitted.  PARM "I" reads the IRS
      *              result file (TINRSLT.TXT - the same lines with
      *              the result code appended) back onto TIN-
      *              STATUS-FILE and lists every payee that did not
      *              match, with the reason, for the solicitation.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original TIN-matching extract and import.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TINMCH01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLVND01.cbl".
           COPY "SLTIN01.cbl".
           SELECT TIN-REQUEST-FILE ASSIGN TO "TINMATCH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIN-REQUEST-STATUS.
           SELECT TIN-RESULT-FILE ASSIGN TO "TINRSLT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIN-RESULT-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY "fdvnd01.cbl".
           COPY "FDTIN01.cbl".

      * THE IRS BULK TIN-MATCHING LAYOUT - SEMICOLON-SEPARATED TEXT,
      * TIN TYPE (1 EIN, 2 SSN, 3 UNKNOWN), TIN, NAME, AND A FREE
      * ACCOUNT FIELD THE IRS HANDS BACK UNTOUCHED.  THE RESULT FILE
      * IS THE SAME LINE WITH THE RESULT CODE APPENDED.
       FD  TIN-REQUEST-FILE
           LABEL RECORDS ARE STANDARD.
       01  TIN-REQUEST-LINE            PIC X(80).

       FD  TIN-RESULT-FILE
           LABEL RECORDS ARE STANDARD.
       01  TIN-RESULT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-VENDOR-FILE-STATUS      PIC X(02).
           88 WS-VENDOR-FILE-OK           VALUE "00".
           88 WS-VENDOR-FILE-EOF          VALUE "10".
       01  WS-TIN-STATUS-STATUS       PIC X(02).
           88 WS-TIN-STATUS-OK            VALUE "00".
           88 WS-TIN-STATUS-NOT-FOUND     VALUE "23".
           88 WS-TIN-STATUS-MISSING       VALUE "35".
       01  WS-TIN-REQUEST-STATUS      PIC X(02).
           88 WS-TIN-REQUEST-OK           VALUE "00".
       01  WS-TIN-RESULT-STATUS       PIC X(02).
           88 WS-TIN-RESULT-OK            VALUE "00".
           88 WS-TIN-RESULT-EOF           VALUE "10".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88 WS-INPUT-DONE                VALUE "Y".
       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-PARM-VALUE               PIC X(01).
           88 WS-PARM-EXTRACT              VALUE "E" SPACE.
           88 WS-PARM-IMPORT               VALUE "I".

      * ONE REQUEST LINE UNDER CONSTRUCTION.  THE NAME GOES OUT
      * WITHOUT ITS TRAILING SPACES, AND A SEMICOLON INSIDE A NAME
      * WOULD SPLIT THE FIELD, SO IT GOES OUT AS A SPACE.
       01  WS-REQ-NAME                 PIC X(30).
       01  WS-REQ-NAME-LEN             PIC 9(02) COMP.
       01  WS-REQ-TIN-TYPE             PIC X(01).
       01  WS-TIN-OK-SWITCH            PIC X(01).
           88 WS-TIN-USABLE                VALUE "Y".

      * ONE RESULT LINE BROKEN AT ITS SEMICOLONS.
       01  WS-RES-TIN-TYPE             PIC X(01).
       01  WS-RES-TIN                  PIC X(09).
       01  WS-RES-NAME                 PIC X(40).
       01  WS-RES-ACCOUNT              PIC X(10).
       01  WS-RES-ACCOUNT-9            PIC 9(05).
       01  WS-RES-CODE                 PIC X(01).
       01  WS-RES-REASON               PIC X(40).

      * RUN COUNTS, DISPLAYED AT END OF RUN.
       01  WS-VENDORS-READ             PIC 9(07) COMP VALUE ZERO.
       01  WS-PAYEES-SUBMITTED         PIC 9(07) COMP VALUE ZERO.
       01  WS-PAYEES-ALREADY-MATCHED   PIC 9(07) COMP VALUE ZERO.
       01  WS-PAYEES-NO-TIN            PIC 9(07) COMP VALUE ZERO.
       01  WS-RESULTS-READ             PIC 9(07) COMP VALUE ZERO.
       01  WS-RESULTS-MATCHED          PIC 9(07) COMP VALUE ZERO.
       01  WS-RESULTS-MISMATCHED       PIC 9(07) COMP VALUE ZERO.
       01  WS-RESULTS-NOT-APPLIED      PIC 9(07) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INITIALIZE.
            IF WS-PARM-IMPORT
                PERFORM 3000-IMPORT-RESULTS
            ELSE IF WS-PARM-EXTRACT
                PERFORM 2000-EXTRACT-REQUESTS
            ELSE
                DISPLAY "PARM MUST BE E (EXTRACT) OR I (IMPORT) - "
                    "NOTHING DONE"
            END-IF.
            PERFORM 9000-TERMINATE.
            STOP RUN.

      * THE STATUS FILE IS CREATED EMPTY THE FIRST TIME THE EXTRACT
      * RUNS.
       1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-PARM-VALUE FROM COMMAND-LINE.
            OPEN I-O TIN-STATUS-FILE.
            IF WS-TIN-STATUS-MISSING
                OPEN OUTPUT TIN-STATUS-FILE
                CLOSE TIN-STATUS-FILE
                OPEN I-O TIN-STATUS-FILE
            END-IF.
            IF NOT WS-TIN-STATUS-OK
                DISPLAY "UNABLE TO OPEN TIN-STATUS-FILE, STATUS = "
                    WS-TIN-STATUS-STATUS
                SET WS-INPUT-DONE TO TRUE
            END-IF.

      ******************************************************************
      * EXTRACT - ONE REQUEST LINE PER ELIGIBLE PAYEE WITH A USABLE
      * TIN THAT HAS NOT ALREADY MATCHED UNDER THE SAME NAME AND TIN.
      ******************************************************************
       2000-EXTRACT-REQUESTS.
            DISPLAY "TIN MATCHING REQUEST EXTRACT - " WS-RUN-DATE.
            OPEN INPUT VENDOR-FILE.
            IF NOT WS-VENDOR-FILE-OK
                DISPLAY "UNABLE TO OPEN VENDOR-FILE, STATUS = "
                    WS-VENDOR-FILE-STATUS
                SET WS-INPUT-DONE TO TRUE
            END-IF.
            OPEN OUTPUT TIN-REQUEST-FILE.
            IF NOT WS-TIN-REQUEST-OK
                DISPLAY "UNABLE TO OPEN TIN-REQUEST-FILE, STATUS = "
                    WS-TIN-REQUEST-STATUS
                SET WS-INPUT-DONE TO TRUE
            END-IF.
            IF NOT WS-INPUT-DONE
                PERFORM 2900-READ-NEXT-VENDOR
            END-IF.
            PERFORM 2100-EXAMINE-ONE-VENDOR
                UNTIL WS-INPUT-DONE.
            CLOSE TIN-REQUEST-FILE.
            CLOSE VENDOR-FILE.

       2100-EXAMINE-ONE-VENDOR.
            ADD 1 TO WS-VENDORS-READ.
            IF VENDOR-1099-ELIGIBLE AND VENDOR-ACTIVE
                PERFORM 2200-CHECK-THE-TIN
                IF NOT WS-TIN-USABLE
                    ADD 1 TO WS-PAYEES-NO-TIN
                    DISPLAY "NO USABLE TIN - SOLICIT W-9: VENDOR "
                        VENDOR-NUMBER " " VENDOR-NAME
                ELSE
                    PERFORM 2300-SUBMIT-ONE-PAYEE
                END-IF
            END-IF.
            PERFORM 2900-READ-NEXT-VENDOR.

      * THE SAME TEST VNDBLD02 APPLIES AT ENTRY, EXCEPT THAT HERE A
      * BLANK TIN IS A PROBLEM - THE VENDOR IS 1099-ELIGIBLE.
       2200-CHECK-THE-TIN.
            MOVE "Y" TO WS-TIN-OK-SWITCH.
            IF VENDOR-TIN = SPACES OR VENDOR-TIN NOT NUMERIC
                MOVE "N" TO WS-TIN-OK-SWITCH
            ELSE IF VENDOR-TIN-EIN
                MOVE "1" TO WS-REQ-TIN-TYPE
            ELSE IF VENDOR-TIN-SSN
                MOVE "2" TO WS-REQ-TIN-TYPE
            ELSE
                MOVE "N" TO WS-TIN-OK-SWITCH
            END-IF.

      * A PAYEE ALREADY MATCHED UNDER TODAY'S NAME AND TIN IS NOT
      * SENT AGAIN; A CHANGED NAME OR TIN, A FAILED MATCH, OR A
      * PAYEE NEVER SUBMITTED GOES OUT AND IS STAMPED PENDING.
       2300-SUBMIT-ONE-PAYEE.
            MOVE VENDOR-NUMBER TO TS-VENDOR-NUMBER.
            READ TIN-STATUS-FILE
                INVALID KEY
                    PERFORM 2400-NEW-STATUS-RECORD
            END-READ.
            IF TS-MATCH-MATCHED
                AND TS-MATCH-TIN = VENDOR-TIN
                AND TS-MATCH-NAME = VENDOR-NAME
                ADD 1 TO WS-PAYEES-ALREADY-MATCHED
            ELSE
                PERFORM 2500-WRITE-REQUEST-LINE
                MOVE WS-RUN-DATE TO TS-MATCH-SUBMIT-DATE
                MOVE VENDOR-NAME TO TS-MATCH-NAME
                MOVE VENDOR-TIN TO TS-MATCH-TIN
                MOVE VENDOR-TIN-TYPE TO TS-MATCH-TIN-TYPE
                MOVE SPACE TO TS-MATCH-RESULT
                MOVE ZERO TO TS-MATCH-RESULT-DATE
                MOVE WS-RUN-DATE TO TS-LAST-CHANGE-DATE
                MOVE "TINMCH01" TO TS-LAST-CHANGE-OPERATOR
                REWRITE TIN-STATUS-RECORD
                IF NOT WS-TIN-STATUS-OK
                    DISPLAY "UNABLE TO REWRITE TIN-STATUS-FILE, "
                        "STATUS = " WS-TIN-STATUS-STATUS
                END-IF
                ADD 1 TO WS-PAYEES-SUBMITTED
            END-IF.

      * A PAYEE'S FIRST STATUS RECORD - NOTHING SUBMITTED, NO
      * NOTICES, NO WITHHOLDING.  WRITTEN NOW SO 2300 CAN REWRITE.
       2400-NEW-STATUS-RECORD.
            MOVE SPACES TO TIN-STATUS-RECORD.
            MOVE VENDOR-NUMBER TO TS-VENDOR-NUMBER.
            MOVE ZERO TO TS-MATCH-SUBMIT-DATE.
            MOVE ZERO TO TS-MATCH-RESULT-DATE.
            MOVE ZERO TO TS-FIRST-BNOTICE-DATE.
            MOVE ZERO TO TS-FIRST-SOLICIT-DATE.
            MOVE ZERO TO TS-SECOND-BNOTICE-DATE.
            MOVE ZERO TO TS-SECOND-SOLICIT-DATE.
            MOVE ZERO TO TS-CERTIFIED-DATE.
            MOVE "N" TO TS-BACKUP-WH-FLAG.
            MOVE ZERO TO TS-BACKUP-WH-START.
            MOVE ZERO TO TS-BACKUP-WH-STOP.
            MOVE ZERO TO TS-LAST-CHANGE-DATE.
            WRITE TIN-STATUS-RECORD.
            IF NOT WS-TIN-STATUS-OK
                DISPLAY "UNABLE TO WRITE TIN-STATUS-FILE, STATUS = "
                    WS-TIN-STATUS-STATUS
            END-IF.

       2500-WRITE-REQUEST-LINE.
            MOVE VENDOR-NAME TO WS-REQ-NAME.
            INSPECT WS-REQ-NAME REPLACING ALL ";" BY SPACE.
            MOVE 30 TO WS-REQ-NAME-LEN.
            PERFORM 2550-BACK-OFF-ONE-SPACE
                UNTIL WS-REQ-NAME-LEN = 1
                OR WS-REQ-NAME(WS-REQ-NAME-LEN:1) NOT = SPACE.
            MOVE SPACES TO TIN-REQUEST-LINE.
            STRING WS-REQ-TIN-TYPE DELIMITED BY SIZE
                   ";"             DELIMITED BY SIZE
                   VENDOR-TIN      DELIMITED BY SIZE
                   ";"             DELIMITED BY SIZE
                   WS-REQ-NAME(1:WS-REQ-NAME-LEN)
                                   DELIMITED BY SIZE
                   ";"             DELIMITED BY SIZE
                   VENDOR-NUMBER   DELIMITED BY SIZE
                INTO TIN-REQUEST-LINE.
            WRITE TIN-REQUEST-LINE.
            IF NOT WS-TIN-REQUEST-OK
                DISPLAY "UNABLE TO WRITE TIN-REQUEST-FILE, STATUS = "
                    WS-TIN-REQUEST-STATUS
            END-IF.

       2550-BACK-OFF-ONE-SPACE.
            SUBTRACT 1 FROM WS-REQ-NAME-LEN.

       2900-READ-NEXT-VENDOR.
            READ VENDOR-FILE NEXT RECORD
                AT END SET WS-INPUT-DONE TO TRUE
            END-READ.
            IF NOT WS-VENDOR-FILE-OK AND NOT WS-VENDOR-FILE-EOF
                DISPLAY "VENDOR-FILE READ ERROR, STATUS = "
                    WS-VENDOR-FILE-STATUS
                SET WS-INPUT-DONE TO TRUE
            END-IF.

      ******************************************************************
      * IMPORT - EACH RESULT LINE LANDS ON ITS PAYEE'S STATUS RECORD,
      * PROVIDED THE TIN IT ANSWERS IS STILL THE ONE ON FILE.
      ******************************************************************
       3000-IMPORT-RESULTS.
            DISPLAY "TIN MATCHING RESULT IMPORT - " WS-RUN-DATE.
            OPEN INPUT TIN-RESULT-FILE.
            IF NOT WS-TIN-RESULT-OK
                DISPLAY "UNABLE TO OPEN TIN-RESULT-FILE, STATUS = "
                    WS-TIN-RESULT-STATUS
                SET WS-INPUT-DONE TO TRUE
            END-IF.
            IF NOT WS-INPUT-DONE
                PERFORM 3900-READ-NEXT-RESULT
            END-IF.
            PERFORM 3100-APPLY-ONE-RESULT
                UNTIL WS-INPUT-DONE.
            CLOSE TIN-RESULT-FILE.

       3100-APPLY-ONE-RESULT.
            ADD 1 TO WS-RESULTS-READ.
            MOVE SPACES TO WS-RES-TIN-TYPE WS-RES-TIN WS-RES-NAME
                WS-RES-ACCOUNT WS-RES-CODE.
            UNSTRING TIN-RESULT-LINE DELIMITED BY ";"
                INTO WS-RES-TIN-TYPE WS-RES-TIN WS-RES-NAME
                     WS-RES-ACCOUNT WS-RES-CODE
            END-UNSTRING.
            IF WS-RES-ACCOUNT(1:5) NOT NUMERIC
                OR WS-RES-ACCOUNT(6:5) NOT = SPACES
                ADD 1 TO WS-RESULTS-NOT-APPLIED
                DISPLAY "RESULT LINE WITHOUT A VENDOR NUMBER: "
                    TIN-RESULT-LINE(1:60)
            ELSE
                MOVE WS-RES-ACCOUNT(1:5) TO WS-RES-ACCOUNT-9
                MOVE WS-RES-ACCOUNT-9 TO TS-VENDOR-NUMBER
                READ TIN-STATUS-FILE
                    INVALID KEY
                        ADD 1 TO WS-RESULTS-NOT-APPLIED
                        DISPLAY "NO SUBMISSION ON FILE FOR VENDOR "
                            WS-RES-ACCOUNT-9
                    NOT INVALID KEY
                        PERFORM 3200-POST-THE-RESULT
                END-READ
            END-IF.
            PERFORM 3900-READ-NEXT-RESULT.

      * A RESULT FOR A TIN THAT HAS SINCE CHANGED ANSWERS A QUESTION
      * NOBODY IS ASKING ANY MORE - THE NEXT EXTRACT SENDS THE NEW
      * ONE - SO IT IS REPORTED AND LEFT OFF THE RECORD.
       3200-POST-THE-RESULT.
            IF WS-RES-TIN NOT = TS-MATCH-TIN
                ADD 1 TO WS-RESULTS-NOT-APPLIED
                DISPLAY "VENDOR " TS-VENDOR-NUMBER " TIN CHANGED "
                    "SINCE SUBMISSION - RESULT NOT APPLIED"
            ELSE
                MOVE WS-RES-CODE TO TS-MATCH-RESULT
                MOVE WS-RUN-DATE TO TS-MATCH-RESULT-DATE
                MOVE WS-RUN-DATE TO TS-LAST-CHANGE-DATE
                MOVE "TINMCH01" TO TS-LAST-CHANGE-OPERATOR
                REWRITE TIN-STATUS-RECORD
                IF NOT WS-TIN-STATUS-OK
                    DISPLAY "UNABLE TO REWRITE TIN-STATUS-FILE, "
                        "STATUS = " WS-TIN-STATUS-STATUS
                END-IF
                IF TS-MATCH-MATCHED
                    ADD 1 TO WS-RESULTS-MATCHED
                ELSE
                    ADD 1 TO WS-RESULTS-MISMATCHED
                    PERFORM 3300-NAME-THE-REASON
                    DISPLAY "VENDOR " TS-VENDOR-NUMBER " "
                        TS-MATCH-NAME " TIN " TS-MATCH-TIN
                    DISPLAY "    " WS-RES-REASON
                END-IF
            END-IF.

       3300-NAME-THE-REASON.
            EVALUATE TRUE
                WHEN TS-MATCH-TIN-MISSING
                    MOVE "1 - TIN MISSING OR NOT NINE DIGITS"
                        TO WS-RES-REASON
                WHEN TS-MATCH-TIN-NOT-ISSUED
                    MOVE "2 - TIN NOT ISSUED BY THE IRS"
                        TO WS-RES-REASON
                WHEN TS-MATCH-NAME-MISMATCH
                    MOVE "3 - NAME AND TIN DO NOT MATCH"
                        TO WS-RES-REASON
                WHEN TS-MATCH-INVALID
                    MOVE "4 - REQUEST REJECTED AS INVALID"
                        TO WS-RES-REASON
                WHEN TS-MATCH-DUPLICATE
                    MOVE "5 - DUPLICATE REQUEST"
                        TO WS-RES-REASON
                WHEN OTHER
                    MOVE "UNRECOGNIZED RESULT CODE"
                        TO WS-RES-REASON
            END-EVALUATE.

       3900-READ-NEXT-RESULT.
            READ TIN-RESULT-FILE
                AT END SET WS-INPUT-DONE TO TRUE
            END-READ.
            IF NOT WS-TIN-RESULT-OK AND NOT WS-TIN-RESULT-EOF
                DISPLAY "TIN-RESULT-FILE READ ERROR, STATUS = "
                    WS-TIN-RESULT-STATUS
                SET WS-INPUT-DONE TO TRUE
            END-IF.

       9000-TERMINATE.
            IF WS-PARM-IMPORT
                DISPLAY "RESULT LINES READ       : " WS-RESULTS-READ
                DISPLAY "MATCHED                 : " WS-RESULTS-MATCHED
                DISPLAY "NOT MATCHED             : "
                    WS-RESULTS-MISMATCHED
                DISPLAY "NOT APPLIED             : "
                    WS-RESULTS-NOT-APPLIED
            ELSE IF WS-PARM-EXTRACT
                DISPLAY "VENDORS READ            : " WS-VENDORS-READ
                DISPLAY "PAYEES SUBMITTED        : "
                    WS-PAYEES-SUBMITTED
                DISPLAY "ALREADY MATCHED         : "
                    WS-PAYEES-ALREADY-MATCHED
                DISPLAY "NO USABLE TIN           : " WS-PAYEES-NO-TIN
            END-IF.
            CLOSE TIN-STATUS-FILE.
       END PROGRAM TINMCH01.

      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Shared remit-to address lookup.  Given a vendor
      *              and a remit-to code, returns the address the
      *              vendor is to be paid at.  The code asked for is
      *              used when it is on file and released ("F"); a
      *              blank code, or one not on file or still waiting
      *              for its first release, falls back to the
      *              vendor's released default ("D"); a vendor with
      *              neither comes back "N" and the caller uses the
      *              vendor master address, as it always has.  Only
      *              the released (live) fields are ever returned -
      *              a change waiting in the pending block is not
      *              paid to.  The file is opened on first call and
      *              held open, the way CURCONV01 holds its rate
      *              file; function "X" closes it at end of run.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original remit-to lookup.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMTLKP01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLRMT01.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDRMT01.cbl".

       WORKING-STORAGE SECTION.
       01  WS-REMIT-TO-STATUS         PIC X(02).
           88 WS-REMIT-TO-OK              VALUE "00".
           88 WS-REMIT-TO-EOF             VALUE "10".
           88 WS-REMIT-TO-MISSING         VALUE "35".
       01  WS-FILE-STATE               PIC X(01) VALUE "C".
           88 WS-REMIT-FILE-CLOSED         VALUE "C".
           88 WS-REMIT-FILE-OPEN           VALUE "O".
           88 WS-REMIT-FILE-BROKEN         VALUE "B".

       01  WS-SCAN-EOF-SWITCH          PIC X(01).
           88 WS-SCAN-DONE                 VALUE "Y".

       LINKAGE SECTION.
       01  RR-FUNCTION                PIC X(01).
           88 RR-LOOKUP                   VALUE "L".
           88 RR-CLOSE-FILE               VALUE "X".
       01  RR-VENDOR-NUMBER           PIC 9(05).
       01  RR-REMIT-CODE              PIC X(02).
       01  RR-RESULT                  PIC X(01).
           88 RR-CODE-FOUND               VALUE "F".
           88 RR-DEFAULT-USED             VALUE "D".
           88 RR-NONE-ON-FILE             VALUE "N".
       01  RR-USED-CODE               PIC X(02).
       01  RR-PAYEE-NAME              PIC X(30).
       01  RR-ADDRESS-1               PIC X(30).
       01  RR-ADDRESS-2               PIC X(30).
       01  RR-CITY                    PIC X(20).
       01  RR-STATE                   PIC X(02).
       01  RR-ZIP                     PIC X(10).

       PROCEDURE DIVISION USING RR-FUNCTION RR-VENDOR-NUMBER
               RR-REMIT-CODE RR-RESULT RR-USED-CODE RR-PAYEE-NAME
               RR-ADDRESS-1 RR-ADDRESS-2 RR-CITY RR-STATE RR-ZIP.
       0000-MAINLINE.
            IF RR-CLOSE-FILE
                PERFORM 9000-CLOSE-FILE
            ELSE
                PERFORM 1000-ENSURE-FILE-OPEN
                PERFORM 2000-LOOK-UP-REMIT-TO
            END-IF.
            GOBACK.

      * NO REMIT-TO-FILE AT ALL IS NOT AN ERROR - NO VENDOR HAS A
      * REMIT-TO YET, AND EVERY ONE IS PAID AT ITS MASTER ADDRESS.
       1000-ENSURE-FILE-OPEN.
            IF WS-REMIT-FILE-CLOSED
                OPEN INPUT REMIT-TO-FILE
                IF WS-REMIT-TO-OK
                    SET WS-REMIT-FILE-OPEN TO TRUE
                ELSE IF WS-REMIT-TO-MISSING
                    SET WS-REMIT-FILE-BROKEN TO TRUE
                ELSE
                    DISPLAY "UNABLE TO OPEN REMIT-TO-FILE, "
                        "STATUS = " WS-REMIT-TO-STATUS
                    SET WS-REMIT-FILE-BROKEN TO TRUE
                END-IF
            END-IF.

       2000-LOOK-UP-REMIT-TO.
            SET RR-NONE-ON-FILE TO TRUE.
            MOVE SPACES TO RR-USED-CODE.
            MOVE SPACES TO RR-PAYEE-NAME.
            MOVE SPACES TO RR-ADDRESS-1.
            MOVE SPACES TO RR-ADDRESS-2.
            MOVE SPACES TO RR-CITY.
            MOVE SPACES TO RR-STATE.
            MOVE SPACES TO RR-ZIP.
            IF WS-REMIT-FILE-OPEN
                IF RR-REMIT-CODE NOT = SPACES
                    PERFORM 2100-READ-CODE-ASKED-FOR
                END-IF
                IF RR-NONE-ON-FILE
                    PERFORM 2200-FIND-THE-DEFAULT
                END-IF
            END-IF.

       2100-READ-CODE-ASKED-FOR.
            MOVE RR-VENDOR-NUMBER TO RA-VENDOR-NUMBER.
            MOVE RR-REMIT-CODE TO RA-REMIT-CODE.
            READ REMIT-TO-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF RA-ACTIVE
                        PERFORM 2900-RETURN-THE-ADDRESS
                        SET RR-CODE-FOUND TO TRUE
                    END-IF
            END-READ.

      * A VENDOR CARRIES A HANDFUL OF REMIT-TOS, SO THE SHORT KEYED
      * WALK FOR THE DEFAULT COSTS NOTHING.
       2200-FIND-THE-DEFAULT.
            MOVE "N" TO WS-SCAN-EOF-SWITCH.
            MOVE RR-VENDOR-NUMBER TO RA-VENDOR-NUMBER.
            MOVE LOW-VALUES TO RA-REMIT-CODE.
            START REMIT-TO-FILE KEY IS NOT LESS THAN RA-KEY
                INVALID KEY SET WS-SCAN-DONE TO TRUE
            END-START.
            IF NOT WS-SCAN-DONE
                PERFORM 2250-READ-NEXT-REMIT-TO
            END-IF.
            PERFORM UNTIL WS-SCAN-DONE
                OR RA-VENDOR-NUMBER NOT = RR-VENDOR-NUMBER
                IF RA-ACTIVE AND RA-IS-DEFAULT
                    PERFORM 2900-RETURN-THE-ADDRESS
                    SET RR-DEFAULT-USED TO TRUE
                    SET WS-SCAN-DONE TO TRUE
                ELSE
                    PERFORM 2250-READ-NEXT-REMIT-TO
                END-IF
            END-PERFORM.

       2250-READ-NEXT-REMIT-TO.
            READ REMIT-TO-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-REMIT-TO-OK AND NOT WS-REMIT-TO-EOF
                DISPLAY "REMIT-TO-FILE READ ERROR, "
                    "STATUS = " WS-REMIT-TO-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.

       2900-RETURN-THE-ADDRESS.
            MOVE RA-REMIT-CODE TO RR-USED-CODE.
            MOVE RA-PAYEE-NAME TO RR-PAYEE-NAME.
            MOVE RA-ADDRESS-1 TO RR-ADDRESS-1.
            MOVE RA-ADDRESS-2 TO RR-ADDRESS-2.
            MOVE RA-CITY TO RR-CITY.
            MOVE RA-STATE TO RR-STATE.
            MOVE RA-ZIP TO RR-ZIP.

       9000-CLOSE-FILE.
            IF WS-REMIT-FILE-OPEN
                CLOSE REMIT-TO-FILE
            END-IF.
            SET WS-REMIT-FILE-CLOSED TO TRUE.
       END PROGRAM RMTLKP01.

      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Operator work queue - the in-basket APMENU01
      *              shows after sign-on.  Counts what is waiting
      *              for someone to act on, with the age of the
      *              oldest item, straight from the files the
      *              clearing programs work:
      *                A  bank changes waiting for a second
      *                   approver (PENDCHG) - not the operator's
      *                   own, which they may not release;
      *                B  new vendors waiting for approval
      *                   (VENDOR-STATUS PENDING, VNDAPP01);
      *                C  invoices on hold longer than the hold
      *                   age below (INV-HOLD-DATE, INVHLD01);
      *                D  payment proposal lines waiting for
      *                   release (PAYPROP, PAYREL01);
      *                E  compliance documents past their expiry
      *                   (COMPLNCE, VNDMNT01 option A);
      *                F  vendor, phone and invoice-intake rejects
      *                   not yet worked (RJCFIX01) - a reject
      *                   carries no date, so it has no age.
      *              A line is shown only when the operator's
      *              authority level can clear it; the letters are
      *              the menu choices that jump to the program.
      *              Files open and close inside each call - the
      *              clearing programs open the same files I-O.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original work queue.
      *   2026-10-15 DW  Aged holds are found through the status/due-
      *                  date key instead of reading the whole
      *                  invoice file, paid history and all.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRKQUE01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLPND01.cbl".
           COPY "SLVND01.cbl".
           COPY "SLINV01.cbl".
           COPY "SLPRP01.cbl".
           COPY "SLCMP01.cbl".
           COPY "SLRJT01.cbl".
           COPY "SLPRJ01.cbl".
           COPY "SLIRJ01.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDPND01.cbl".
           COPY "fdvnd01.cbl".
           COPY "FDINV01.cbl".
           COPY "FDPRP01.cbl".
           COPY "FDCMP01.cbl".
           COPY "FDRJT01.cbl".
           COPY "FDPRJ01.cbl".
           COPY "FDIRJ01.cbl".

       WORKING-STORAGE SECTION.
       01  WS-PENDING-CHG-STATUS   PIC X(02).
           88 WS-PENDING-CHG-OK        VALUE "00".
       01  WS-VENDOR-FILE-STATUS   PIC X(02).
           88 WS-VENDOR-FILE-OK        VALUE "00".
       01  WS-INVOICE-FILE-STATUS  PIC X(02).
           88 WS-INVOICE-FILE-OK       VALUE "00".
           88 WS-INVOICE-FILE-EOF      VALUE "10".
       01  WS-PROPOSAL-STATUS      PIC X(02).
           88 WS-PROPOSAL-OK           VALUE "00".
       01  WS-COMPLIANCE-STATUS    PIC X(02).
           88 WS-COMPLIANCE-OK         VALUE "00".
       01  WS-VENDOR-RJCT-STATUS   PIC X(02).
           88 WS-VENDOR-RJCT-OK        VALUE "00".
       01  WS-PHONE-RJCT-STATUS    PIC X(02).
           88 WS-PHONE-RJCT-OK         VALUE "00".
       01  WS-INVOICE-RJCT-STATUS  PIC X(02).
           88 WS-INVOICE-RJCT-OK       VALUE "00".

       01  WS-EOF-SWITCH            PIC X(01).
           88 WS-NO-MORE-INPUT          VALUE "Y".

      * A HOLD YOUNGER THAN THIS IS STILL BEING WORKED BY WHOEVER
      * SET IT, AND IS NOT YET QUEUE WORK.
       01  WS-HOLD-AGE-DAYS         PIC 9(03) VALUE 5.

       01  WS-TODAY                 PIC 9(08).
       01  WS-ITEM-DATE             PIC 9(08).
       01  WS-ITEMS-SHOWN           PIC 9(02) COMP.

      * THE SIX QUEUES - LETTER, WHAT IS WAITING, THE LEVEL THAT
      * CAN CLEAR IT; THE COUNT AND OLDEST DATE ARE GATHERED EACH
      * CALL.
       01  WS-QUEUE-VALUES.
           05 FILLER PIC X(40) VALUE
               "ABANK CHANGES AWAITING 2ND APPROVER    3".
           05 FILLER PIC X(40) VALUE
               "BNEW VENDORS AWAITING APPROVAL         3".
           05 FILLER PIC X(40) VALUE
               "CINVOICES ON HOLD PAST THE HOLD AGE    3".
           05 FILLER PIC X(40) VALUE
               "DPROPOSAL LINES AWAITING RELEASE       3".
           05 FILLER PIC X(40) VALUE
               "ECOMPLIANCE DOCUMENTS LAPSED           2".
           05 FILLER PIC X(40) VALUE
               "FREJECTS NOT YET WORKED                2".
       01  WS-QUEUE-TABLE REDEFINES WS-QUEUE-VALUES.
           05 WS-QU-ENTRY OCCURS 6 TIMES.
               10 WS-QU-LETTER      PIC X(01).
               10 WS-QU-TITLE       PIC X(38).
               10 WS-QU-FLOOR       PIC 9(01).
       01  WS-QUEUE-COUNTS.
           05 WS-QC-ENTRY OCCURS 6 TIMES.
               10 WS-QC-COUNT       PIC 9(07) COMP.
               10 WS-QC-OLDEST      PIC 9(08).
       01  WS-QU-IX                 PIC 9(02) COMP.

       01  WS-QUEUE-LINE.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-QL-LETTER          PIC X(01).
           05 FILLER                PIC X(02) VALUE "- ".
           05 WS-QL-TITLE           PIC X(38).
           05 WS-QL-COUNT           PIC ZZ,ZZ9.
           05 WS-QL-AGE-TEXT        PIC X(08).
           05 WS-QL-AGE             PIC ZZZ9.
           05 WS-QL-DAYS-TEXT       PIC X(05).

      * FIELDS FOR THE DATECALC1 CALL.
       01  WS-DC-FUNCTION           PIC X(01).
       01  WS-DC-DATE-1             PIC 9(08).
       01  WS-DC-DATE-2             PIC 9(08).
       01  WS-DC-DAYS               PIC S9(07).
       01  WS-DC-RESULT-DATE        PIC 9(08).
       01  WS-DC-ERROR-SWITCH       PIC X(01).
           88 WS-DC-DATE-ERROR          VALUE "Y".

       LINKAGE SECTION.
       01  WQ-OPERATOR-ID           PIC X(08).
       01  WQ-AUTH-LEVEL            PIC 9(01).

       PROCEDURE DIVISION USING WQ-OPERATOR-ID WQ-AUTH-LEVEL.
       0000-MAINLINE.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            PERFORM VARYING WS-QU-IX FROM 1 BY 1 UNTIL WS-QU-IX > 6
                MOVE ZERO TO WS-QC-COUNT(WS-QU-IX)
                MOVE 99999999 TO WS-QC-OLDEST(WS-QU-IX)
            END-PERFORM.
            IF WQ-AUTH-LEVEL NOT < WS-QU-FLOOR(1)
                PERFORM 1000-COUNT-BANK-CHANGES
            END-IF.
            IF WQ-AUTH-LEVEL NOT < WS-QU-FLOOR(2)
                PERFORM 2000-COUNT-PENDING-VENDORS
            END-IF.
            IF WQ-AUTH-LEVEL NOT < WS-QU-FLOOR(3)
                PERFORM 3000-COUNT-AGED-HOLDS
            END-IF.
            IF WQ-AUTH-LEVEL NOT < WS-QU-FLOOR(4)
                PERFORM 4000-COUNT-PROPOSAL-LINES
            END-IF.
            IF WQ-AUTH-LEVEL NOT < WS-QU-FLOOR(5)
                PERFORM 5000-COUNT-LAPSED-DOCUMENTS
            END-IF.
            IF WQ-AUTH-LEVEL NOT < WS-QU-FLOOR(6)
                PERFORM 6000-COUNT-REJECTS
            END-IF.
            PERFORM 8000-SHOW-THE-QUEUE.
            GOBACK.

       1000-COUNT-BANK-CHANGES.
            OPEN INPUT PENDING-CHANGE-FILE.
            IF WS-PENDING-CHG-OK
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-NO-MORE-INPUT
                    READ PENDING-CHANGE-FILE NEXT RECORD
                        AT END SET WS-NO-MORE-INPUT TO TRUE
                    END-READ
                    IF NOT WS-PENDING-CHG-OK
                        SET WS-NO-MORE-INPUT TO TRUE
                    ELSE IF PN-ENTERED-BY NOT = WQ-OPERATOR-ID
                        MOVE PN-ENTRY-DATE TO WS-ITEM-DATE
                        MOVE 1 TO WS-QU-IX
                        PERFORM 7000-COUNT-ITEM
                    END-IF
                END-PERFORM
                CLOSE PENDING-CHANGE-FILE
            END-IF.

       2000-COUNT-PENDING-VENDORS.
            OPEN INPUT VENDOR-FILE.
            IF WS-VENDOR-FILE-OK
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-NO-MORE-INPUT
                    READ VENDOR-FILE NEXT RECORD
                        AT END SET WS-NO-MORE-INPUT TO TRUE
                    END-READ
                    IF NOT WS-VENDOR-FILE-OK
                        SET WS-NO-MORE-INPUT TO TRUE
                    ELSE IF VENDOR-PENDING
                        MOVE VENDOR-STATUS-DATE TO WS-ITEM-DATE
                        MOVE 2 TO WS-QU-IX
                        PERFORM 7000-COUNT-ITEM
                    END-IF
                END-PERFORM
                CLOSE VENDOR-FILE
            END-IF.

      * A HELD INVOICE CARRIED OVER FROM BEFORE THE HOLD DATE WAS
      * KEPT HAS NONE - IT IS AGED FROM ITS INVOICE DATE, WHICH
      * CAN ONLY OVERSTATE HOW LONG IT HAS SAT.
      * ONLY THE HELD ITEMS ARE READ - THE STATUS/DUE-DATE KEY IS
      * STARTED AT "H" AND THE READ STOPS AT THE FIRST OTHER STATUS.
       3000-COUNT-AGED-HOLDS.
            OPEN INPUT INVOICE-FILE.
            IF WS-INVOICE-FILE-OK
                MOVE "N" TO WS-EOF-SWITCH
                MOVE "H" TO INV-STATUS
                MOVE ZERO TO INV-DUE-DATE
                START INVOICE-FILE
                    KEY IS NOT LESS THAN INV-STATUS-DUE-KEY
                    INVALID KEY SET WS-NO-MORE-INPUT TO TRUE
                END-START
                PERFORM UNTIL WS-NO-MORE-INPUT
                    READ INVOICE-FILE NEXT RECORD
                        AT END SET WS-NO-MORE-INPUT TO TRUE
                    END-READ
                    IF NOT WS-INVOICE-FILE-OK
                        AND NOT WS-INVOICE-FILE-EOF
                        DISPLAY "INVOICE-FILE READ ERROR, STATUS = "
                            WS-INVOICE-FILE-STATUS
                        SET WS-NO-MORE-INPUT TO TRUE
                    ELSE IF WS-NO-MORE-INPUT
                        CONTINUE
                    ELSE IF NOT INV-STATUS-HELD
                        SET WS-NO-MORE-INPUT TO TRUE
                    ELSE
                        PERFORM 3100-AGE-ONE-HOLD
                    END-IF
                END-PERFORM
                CLOSE INVOICE-FILE
            END-IF.

       3100-AGE-ONE-HOLD.
            IF INV-HOLD-DATE NUMERIC AND INV-HOLD-DATE > ZERO
                MOVE INV-HOLD-DATE TO WS-ITEM-DATE
            ELSE
                MOVE INV-INVOICE-DATE TO WS-ITEM-DATE
            END-IF.
            MOVE "D" TO WS-DC-FUNCTION.
            MOVE WS-ITEM-DATE TO WS-DC-DATE-1.
            MOVE WS-TODAY TO WS-DC-DATE-2.
            CALL "DATECALC1" USING WS-DC-FUNCTION WS-DC-DATE-1
                WS-DC-DATE-2 WS-DC-DAYS WS-DC-RESULT-DATE
                WS-DC-ERROR-SWITCH.
            IF NOT WS-DC-DATE-ERROR
                AND WS-DC-DAYS > WS-HOLD-AGE-DAYS
                MOVE 3 TO WS-QU-IX
                PERFORM 7000-COUNT-ITEM
            END-IF.

       4000-COUNT-PROPOSAL-LINES.
            OPEN INPUT PROPOSAL-FILE.
            IF WS-PROPOSAL-OK
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-NO-MORE-INPUT
                    READ PROPOSAL-FILE NEXT RECORD
                        AT END SET WS-NO-MORE-INPUT TO TRUE
                    END-READ
                    IF NOT WS-PROPOSAL-OK
                        SET WS-NO-MORE-INPUT TO TRUE
                    ELSE
                        MOVE PP-PROPOSAL-DATE TO WS-ITEM-DATE
                        MOVE 4 TO WS-QU-IX
                        PERFORM 7000-COUNT-ITEM
                    END-IF
                END-PERFORM
                CLOSE PROPOSAL-FILE
            END-IF.

      * A DOCUMENT WITH NO EXPIRY (A W-9) NEVER LAPSES.  THE AGE IS
      * HOW LONG SINCE IT EXPIRED.
       5000-COUNT-LAPSED-DOCUMENTS.
            OPEN INPUT COMPLIANCE-FILE.
            IF WS-COMPLIANCE-OK
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-NO-MORE-INPUT
                    READ COMPLIANCE-FILE NEXT RECORD
                        AT END SET WS-NO-MORE-INPUT TO TRUE
                    END-READ
                    IF NOT WS-COMPLIANCE-OK
                        SET WS-NO-MORE-INPUT TO TRUE
                    ELSE IF CM-EXPIRY-DATE > ZERO
                        AND CM-EXPIRY-DATE < WS-TODAY
                        MOVE CM-EXPIRY-DATE TO WS-ITEM-DATE
                        MOVE 5 TO WS-QU-IX
                        PERFORM 7000-COUNT-ITEM
                    END-IF
                END-PERFORM
                CLOSE COMPLIANCE-FILE
            END-IF.

      * THE THREE REJECT FILES RJCFIX01 WORKS.  A REJECT HAS NO
      * DATE - ZERO KEEPS IT OUT OF THE OLDEST-AGE FIGURE.
       6000-COUNT-REJECTS.
            MOVE ZERO TO WS-ITEM-DATE.
            MOVE 6 TO WS-QU-IX.
            OPEN INPUT VENDOR-REJECT-FILE.
            IF WS-VENDOR-RJCT-OK
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-NO-MORE-INPUT
                    READ VENDOR-REJECT-FILE
                        AT END SET WS-NO-MORE-INPUT TO TRUE
                    END-READ
                    IF NOT WS-VENDOR-RJCT-OK
                        SET WS-NO-MORE-INPUT TO TRUE
                    ELSE
                        PERFORM 7000-COUNT-ITEM
                    END-IF
                END-PERFORM
                CLOSE VENDOR-REJECT-FILE
            END-IF.
            OPEN INPUT PHONE-REJECT-FILE.
            IF WS-PHONE-RJCT-OK
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-NO-MORE-INPUT
                    READ PHONE-REJECT-FILE
                        AT END SET WS-NO-MORE-INPUT TO TRUE
                    END-READ
                    IF NOT WS-PHONE-RJCT-OK
                        SET WS-NO-MORE-INPUT TO TRUE
                    ELSE
                        PERFORM 7000-COUNT-ITEM
                    END-IF
                END-PERFORM
                CLOSE PHONE-REJECT-FILE
            END-IF.
            OPEN INPUT INVOICE-REJECT-FILE.
            IF WS-INVOICE-RJCT-OK
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL WS-NO-MORE-INPUT
                    READ INVOICE-REJECT-FILE
                        AT END SET WS-NO-MORE-INPUT TO TRUE
                    END-READ
                    IF NOT WS-INVOICE-RJCT-OK
                        SET WS-NO-MORE-INPUT TO TRUE
                    ELSE
                        PERFORM 7000-COUNT-ITEM
                    END-IF
                END-PERFORM
                CLOSE INVOICE-REJECT-FILE
            END-IF.

       7000-COUNT-ITEM.
            ADD 1 TO WS-QC-COUNT(WS-QU-IX).
            IF WS-ITEM-DATE > ZERO
                AND WS-ITEM-DATE < WS-QC-OLDEST(WS-QU-IX)
                MOVE WS-ITEM-DATE TO WS-QC-OLDEST(WS-QU-IX)
            END-IF.

       8000-SHOW-THE-QUEUE.
            DISPLAY " ".
            DISPLAY "WORK QUEUE FOR " WQ-OPERATOR-ID
                " - LEVEL " WQ-AUTH-LEVEL.
            MOVE ZERO TO WS-ITEMS-SHOWN.
            PERFORM VARYING WS-QU-IX FROM 1 BY 1 UNTIL WS-QU-IX > 6
                IF WQ-AUTH-LEVEL NOT < WS-QU-FLOOR(WS-QU-IX)
                    AND WS-QC-COUNT(WS-QU-IX) > ZERO
                    PERFORM 8100-SHOW-ONE-QUEUE
                END-IF
            END-PERFORM.
            IF WS-ITEMS-SHOWN = ZERO
                DISPLAY "  NOTHING WAITING"
            ELSE
                DISPLAY "  PICK THE LETTER TO WORK THE ITEMS"
            END-IF.
            DISPLAY " ".

       8100-SHOW-ONE-QUEUE.
            ADD 1 TO WS-ITEMS-SHOWN.
            MOVE WS-QU-LETTER(WS-QU-IX) TO WS-QL-LETTER.
            MOVE WS-QU-TITLE(WS-QU-IX) TO WS-QL-TITLE.
            MOVE WS-QC-COUNT(WS-QU-IX) TO WS-QL-COUNT.
            MOVE SPACES TO WS-QL-AGE-TEXT.
            MOVE ZERO TO WS-QL-AGE.
            MOVE SPACES TO WS-QL-DAYS-TEXT.
            IF WS-QC-OLDEST(WS-QU-IX) NOT = 99999999
                MOVE "D" TO WS-DC-FUNCTION
                MOVE WS-QC-OLDEST(WS-QU-IX) TO WS-DC-DATE-1
                MOVE WS-TODAY TO WS-DC-DATE-2
                CALL "DATECALC1" USING WS-DC-FUNCTION WS-DC-DATE-1
                    WS-DC-DATE-2 WS-DC-DAYS WS-DC-RESULT-DATE
                    WS-DC-ERROR-SWITCH
                IF NOT WS-DC-DATE-ERROR AND WS-DC-DAYS NOT < ZERO
                    MOVE "  OLDEST" TO WS-QL-AGE-TEXT
                    MOVE WS-DC-DAYS TO WS-QL-AGE
                    MOVE " DAYS" TO WS-QL-DAYS-TEXT
                END-IF
            END-IF.
            IF WS-QL-AGE-TEXT = SPACES
                DISPLAY WS-QUEUE-LINE(1:49)
            ELSE
                DISPLAY WS-QUEUE-LINE
            END-IF.
       END PROGRAM WRKQUE01.

      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Volume rebate agreement maintenance.  Purchasing
      *              records each vendor's rebate agreement here on
      *              REBATE-FILE: the agreement period, the spend
      *              tiers and the rebate percentage each pays,
      *              whether the top tier reached pays on all spend
      *              or each tier only on its own slice, and the GL
      *              accounts whose spend counts toward it.  The
      *              monthly RBTACR01 run totals the spend, accrues
      *              the rebate earned and claims it at period end.
      *              An agreement that falls through is cancelled
      *              rather than deleted, so the next monthly run
      *              can back out what was accrued against it.
      *              Inquiry and the active list need level 1;
      *              adding or cancelling needs level 3.  Every
      *              change is journaled through OPRSEC01.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original rebate agreement maintenance.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBTMNT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLVND01.cbl".
           COPY "SLRBT01.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "fdvnd01.cbl".
           COPY "FDRBT01.cbl".

       WORKING-STORAGE SECTION.
       01  WS-VENDOR-FILE-STATUS      PIC X(02).
           88 WS-VENDOR-FILE-OK           VALUE "00".
           88 WS-VENDOR-FILE-NOT-FOUND    VALUE "23".
       01  WS-REBATE-FILE-STATUS      PIC X(02).
           88 WS-REBATE-FILE-OK           VALUE "00".
           88 WS-REBATE-FILE-EOF          VALUE "10".
           88 WS-REBATE-FILE-NOT-FOUND    VALUE "23".
           88 WS-REBATE-FILE-MISSING      VALUE "35".

       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-SIGNON-OK-SWITCH        PIC X(01) VALUE "N".
           88 WS-SIGNON-OK                 VALUE "Y".
       01  WS-SIGNON-TRIES             PIC 9(01) VALUE ZERO.

      * FIELDS FOR THE OPRSEC01 SIGN-ON AND JOURNAL CALLS.
       01  WS-OS-FUNCTION              PIC X(01).
       01  WS-OS-PASSWORD              PIC X(08).
       01  WS-OS-PROGRAM               PIC X(08) VALUE "RBTMNT01".
       01  WS-OS-EVENT                 PIC X(20).
       01  WS-AUTH-LEVEL               PIC 9(01) VALUE ZERO.
       01  WS-OS-RESULT                PIC X(01).
           88 WS-OS-ACCEPTED               VALUE "O".

       01  WS-DONE-SWITCH              PIC X(01) VALUE "N".
           88 WS-MAINT-DONE                VALUE "Y".
       01  WS-MENU-CHOICE              PIC X(01).
           88 WS-CHOICE-INQUIRE            VALUE "1".
           88 WS-CHOICE-ADD                VALUE "2".
           88 WS-CHOICE-CANCEL             VALUE "3".
           88 WS-CHOICE-LIST               VALUE "4".
           88 WS-CHOICE-EXIT               VALUE "9".
       01  WS-REQUIRED-LEVEL          PIC 9(01).

       01  WS-TODAY                    PIC 9(08).
       01  WS-ENTRY-VENDOR             PIC X(05).
       01  WS-ENTRY-AMOUNT             PIC X(12).
       01  WS-ENTRY-AMOUNT-9           PIC 9(12).
       01  WS-ENTRY-PERCENT            PIC X(04).
       01  WS-ENTRY-PERCENT-9 REDEFINES WS-ENTRY-PERCENT
                                       PIC 9(02)V99.
       01  WS-ENTRY-COUNT              PIC X(01).
       01  WS-ENTRY-DATE               PIC X(08).
       01  WS-EVENT-DATE               PIC 9(08).
       01  WS-VENDOR-OK-SWITCH         PIC X(01).
           88 WS-VENDOR-IS-OK              VALUE "Y".
       01  WS-DATE-OK-SWITCH           PIC X(01).
           88 WS-DATE-IS-OK                VALUE "Y".
       01  WS-ENTRY-OK-SWITCH          PIC X(01).
           88 WS-ENTRY-IS-OK               VALUE "Y".
       01  WS-SCAN-EOF-SWITCH          PIC X(01).
           88 WS-SCAN-DONE                 VALUE "Y".
       01  WS-LIST-COUNT               PIC 9(05).
       01  WS-TIER-IX                  PIC 9(01).
       01  WS-ACCT-IX                  PIC 9(01).

      * THE AGREEMENT BEING ADDED, HELD HERE WHILE IT IS KEYED AND
      * CHECKED - THE RECORD BUFFER IS NEEDED FOR THE DUPLICATE READ.
       01  WS-REBATE-VENDOR            PIC 9(05).
       01  WS-NEW-START-DATE           PIC 9(08).
       01  WS-NEW-END-DATE             PIC 9(08).
       01  WS-NEW-REFERENCE            PIC X(20).
       01  WS-NEW-COMPANY              PIC X(02).
       01  WS-NEW-METHOD               PIC X(01).
       01  WS-NEW-TIER-COUNT           PIC 9(01).
       01  WS-NEW-TIERS.
           05 WS-NEW-TIER OCCURS 5 TIMES.
               10 WS-NEW-FLOOR         PIC S9(09)V99.
               10 WS-NEW-PERCENT       PIC 9(02)V99.
       01  WS-NEW-ACCOUNT-COUNT        PIC 9(01).
       01  WS-NEW-ACCOUNTS.
           05 WS-NEW-ACCOUNT           PIC X(08) OCCURS 5 TIMES.

       01  WS-SHOW-STATUS              PIC X(09).
       01  WS-SHOW-METHOD              PIC X(11).
       01  WS-SHOW-FLOOR               PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-SHOW-PERCENT             PIC Z9.99.
       01  WS-SHOW-SPEND               PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-SHOW-EARNED              PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-SHOW-ACCRUED             PIC ZZZ,ZZZ,ZZ9.99-.

      * FIELDS FOR THE DATECALC1 CALL THAT PROVES A KEYED DATE.
       01  WS-DC-FUNCTION              PIC X(01).
       01  WS-DC-DATE-1                PIC 9(08).
       01  WS-DC-DATE-2                PIC 9(08).
       01  WS-DC-DAYS                  PIC S9(07).
       01  WS-DC-RESULT-DATE           PIC 9(08).
       01  WS-DC-ERROR-SWITCH          PIC X(01).
           88 WS-DC-DATE-ERROR             VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 0500-SIGN-ON.
            IF WS-SIGNON-OK
                PERFORM 1000-INITIALIZE
                PERFORM 2000-MAINT-LOOP UNTIL WS-MAINT-DONE
                CLOSE REBATE-FILE
                CLOSE VENDOR-FILE
            END-IF.
            GOBACK.

      * SIGN ON AGAINST THE SECURITY MASTER - THREE TRIES, EVERY
      * ATTEMPT JOURNALED BY OPRSEC01, THE SAME GATE LEVMNT01 USES.
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

       0600-JOURNAL-EVENT.
            MOVE "L" TO WS-OS-FUNCTION.
            CALL "OPRSEC01" USING WS-OS-FUNCTION WS-OPERATOR-ID
                WS-OS-PASSWORD WS-OS-PROGRAM WS-OS-EVENT
                WS-AUTH-LEVEL WS-OS-RESULT.

      * THE VENDOR MASTER IS READ-ONLY HERE.  THE REBATE FILE IS
      * CREATED EMPTY THE FIRST TIME IT IS USED.
       1000-INITIALIZE.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            OPEN INPUT VENDOR-FILE.
            IF NOT WS-VENDOR-FILE-OK
                DISPLAY "UNABLE TO OPEN VENDOR-FILE, STATUS = "
                    WS-VENDOR-FILE-STATUS
                SET WS-MAINT-DONE TO TRUE
            END-IF.
            OPEN I-O REBATE-FILE.
            IF WS-REBATE-FILE-MISSING
                OPEN OUTPUT REBATE-FILE
                CLOSE REBATE-FILE
                OPEN I-O REBATE-FILE
            END-IF.
            IF NOT WS-REBATE-FILE-OK
                DISPLAY "UNABLE TO OPEN REBATE-FILE, STATUS = "
                    WS-REBATE-FILE-STATUS
                SET WS-MAINT-DONE TO TRUE
            END-IF.

       2000-MAINT-LOOP.
            DISPLAY "1-INQUIRE  2-ADD AGREEMENT  3-CANCEL  "
                "4-LIST ACTIVE  9-EXIT".
            DISPLAY "ENTER CHOICE: ".
            ACCEPT WS-MENU-CHOICE.
            IF WS-CHOICE-EXIT
                SET WS-MAINT-DONE TO TRUE
            ELSE IF WS-CHOICE-INQUIRE OR WS-CHOICE-ADD
                OR WS-CHOICE-CANCEL OR WS-CHOICE-LIST
                PERFORM 2100-GATE-AND-DISPATCH
            ELSE
                DISPLAY "INVALID CHOICE"
            END-IF.

      * LOOKING IS LEVEL 1.  AN AGREEMENT DRIVES A GL ACCRUAL, SO
      * ADDING OR CANCELLING ONE IS LEVEL 3.  A DENIED CHOICE IS
      * JOURNALED LIKE A USED ONE.
       2100-GATE-AND-DISPATCH.
            IF WS-CHOICE-INQUIRE OR WS-CHOICE-LIST
                MOVE 1 TO WS-REQUIRED-LEVEL
            ELSE
                MOVE 3 TO WS-REQUIRED-LEVEL
            END-IF.
            MOVE SPACES TO WS-OS-EVENT.
            STRING "MENU OPTION " DELIMITED BY SIZE
                   WS-MENU-CHOICE DELIMITED BY SIZE
                INTO WS-OS-EVENT.
            IF WS-AUTH-LEVEL < WS-REQUIRED-LEVEL
                DISPLAY "NOT AUTHORIZED - OPTION " WS-MENU-CHOICE
                    " NEEDS LEVEL " WS-REQUIRED-LEVEL
                MOVE "D" TO WS-OS-RESULT
                PERFORM 0600-JOURNAL-EVENT
            ELSE
                MOVE "O" TO WS-OS-RESULT
                PERFORM 0600-JOURNAL-EVENT
                EVALUATE TRUE
                    WHEN WS-CHOICE-INQUIRE
                        PERFORM 3000-INQUIRE-VENDOR
                    WHEN WS-CHOICE-ADD
                        PERFORM 4000-ADD-AGREEMENT
                    WHEN WS-CHOICE-CANCEL
                        PERFORM 5000-CANCEL-AGREEMENT
                    WHEN WS-CHOICE-LIST
                        PERFORM 8500-LIST-ACTIVE
                END-EVALUATE
            END-IF.

      * EVERY AGREEMENT EVER RECORDED FOR THE VENDOR, OLDEST FIRST.
       3000-INQUIRE-VENDOR.
            PERFORM 8000-GET-VENDOR.
            IF WS-VENDOR-IS-OK
                DISPLAY "VENDOR " VENDOR-NUMBER " " VENDOR-NAME
                MOVE ZERO TO WS-LIST-COUNT
                PERFORM 8300-START-VENDOR-AGREEMENTS
                PERFORM 3050-SHOW-AND-NEXT
                    UNTIL WS-SCAN-DONE
                    OR RB-VENDOR-NUMBER NOT = WS-REBATE-VENDOR
                IF WS-LIST-COUNT = ZERO
                    DISPLAY "  NO REBATE AGREEMENTS ON FILE"
                END-IF
            END-IF.

       3050-SHOW-AND-NEXT.
            ADD 1 TO WS-LIST-COUNT.
            PERFORM 3100-SHOW-AGREEMENT.
            PERFORM 8900-READ-NEXT-AGREEMENT.

       3100-SHOW-AGREEMENT.
            IF RB-STATUS-ACTIVE
                MOVE "ACTIVE" TO WS-SHOW-STATUS
            ELSE IF RB-STATUS-CLAIMED
                MOVE "CLAIMED" TO WS-SHOW-STATUS
            ELSE
                MOVE "CANCELLED" TO WS-SHOW-STATUS
            END-IF.
            IF RB-INCREMENTAL
                MOVE "INCREMENTAL" TO WS-SHOW-METHOD
            ELSE
                MOVE "ALL SPEND" TO WS-SHOW-METHOD
            END-IF.
            DISPLAY "  PERIOD " RB-PERIOD-START " TO " RB-PERIOD-END
                " REF " RB-REFERENCE " " WS-SHOW-STATUS.
            DISPLAY "      COMPANY " RB-COMPANY-CODE " TIERS PAY ON "
                WS-SHOW-METHOD.
            PERFORM 3110-SHOW-ONE-TIER
                VARYING WS-TIER-IX FROM 1 BY 1
                UNTIL WS-TIER-IX > RB-TIER-COUNT.
            IF RB-ACCOUNT-COUNT = ZERO
                DISPLAY "      ALL SPEND QUALIFIES"
            ELSE
                PERFORM 3120-SHOW-ONE-ACCOUNT
                    VARYING WS-ACCT-IX FROM 1 BY 1
                    UNTIL WS-ACCT-IX > RB-ACCOUNT-COUNT
            END-IF.
            MOVE RB-SPEND-TO-DATE TO WS-SHOW-SPEND.
            MOVE RB-EARNED-TO-DATE TO WS-SHOW-EARNED.
            MOVE RB-ACCRUED-TO-DATE TO WS-SHOW-ACCRUED.
            DISPLAY "      SPEND " WS-SHOW-SPEND " EARNED "
                WS-SHOW-EARNED " ACCRUED " WS-SHOW-ACCRUED.
            DISPLAY "      LAST RUN " RB-LAST-RUN-DATE " CLAIMED "
                RB-CLAIM-DATE.

       3110-SHOW-ONE-TIER.
            MOVE RB-TIER-FLOOR(WS-TIER-IX) TO WS-SHOW-FLOOR.
            MOVE RB-TIER-PERCENT(WS-TIER-IX) TO WS-SHOW-PERCENT.
            DISPLAY "      TIER " WS-TIER-IX " FROM " WS-SHOW-FLOOR
                " PAYS " WS-SHOW-PERCENT "%".

       3120-SHOW-ONE-ACCOUNT.
            DISPLAY "      QUALIFYING ACCOUNT "
                RB-QUAL-ACCOUNT(WS-ACCT-IX).

      * A NEW AGREEMENT IS KEYED BY ITS VENDOR AND START DATE.
      * EVERY FIELD IS KEYED AND CHECKED BEFORE ANYTHING IS WRITTEN.
       4000-ADD-AGREEMENT.
            PERFORM 8000-GET-VENDOR.
            IF WS-VENDOR-IS-OK
                PERFORM 4100-ACCEPT-PERIOD
                IF WS-ENTRY-IS-OK
                    PERFORM 4150-ACCEPT-REFERENCE
                END-IF
                IF WS-ENTRY-IS-OK
                    PERFORM 4200-ACCEPT-TIERS
                END-IF
                IF WS-ENTRY-IS-OK
                    PERFORM 4300-ACCEPT-ACCOUNTS
                END-IF
                IF WS-ENTRY-IS-OK
                    PERFORM 4500-FILE-THE-AGREEMENT
                END-IF
            END-IF.

      * THE END DATE MUST FALL AFTER THE START, AND THE VENDOR CAN'T
      * ALREADY HAVE AN AGREEMENT STARTING THAT DAY.
       4100-ACCEPT-PERIOD.
            MOVE "N" TO WS-ENTRY-OK-SWITCH.
            DISPLAY "ENTER PERIOD START YYYYMMDD: ".
            PERFORM 8200-ACCEPT-EVENT-DATE.
            IF WS-DATE-IS-OK
                MOVE WS-EVENT-DATE TO WS-NEW-START-DATE
                MOVE WS-REBATE-VENDOR TO RB-VENDOR-NUMBER
                MOVE WS-NEW-START-DATE TO RB-PERIOD-START
                READ REBATE-FILE
                    INVALID KEY
                        PERFORM 4110-ACCEPT-END-DATE
                    NOT INVALID KEY
                        DISPLAY "AN AGREEMENT ALREADY STARTS ON "
                            WS-NEW-START-DATE " FOR THIS VENDOR"
                END-READ
            END-IF.

       4110-ACCEPT-END-DATE.
            DISPLAY "ENTER PERIOD END YYYYMMDD: ".
            PERFORM 8200-ACCEPT-EVENT-DATE.
            IF WS-DATE-IS-OK
                IF WS-EVENT-DATE NOT > WS-NEW-START-DATE
                    DISPLAY "PERIOD END MUST BE AFTER PERIOD START"
                ELSE
                    MOVE WS-EVENT-DATE TO WS-NEW-END-DATE
                    SET WS-ENTRY-IS-OK TO TRUE
                END-IF
            END-IF.

      * THE REFERENCE IS REQUIRED - THE VENDOR MATCHES THE CLAIM TO
      * ITS AGREEMENT BY IT.  SPACES IN THE COMPANY MEAN THE PARENT.
       4150-ACCEPT-REFERENCE.
            MOVE "N" TO WS-ENTRY-OK-SWITCH.
            DISPLAY "ENTER VENDOR'S AGREEMENT REFERENCE: ".
            ACCEPT WS-NEW-REFERENCE.
            IF WS-NEW-REFERENCE = SPACES
                DISPLAY "THE REFERENCE IS REQUIRED - THE VENDOR "
                    "MATCHES THE CLAIM BY IT"
            ELSE
                DISPLAY "ENTER COMPANY CODE (BLANK FOR 01): "
                ACCEPT WS-NEW-COMPANY
                IF WS-NEW-COMPANY = SPACES
                    MOVE "01" TO WS-NEW-COMPANY
                END-IF
                DISPLAY "ENTER A (TOP TIER PAYS ON ALL SPEND) OR "
                    "I (EACH TIER ON ITS OWN SLICE): "
                ACCEPT WS-NEW-METHOD
                IF WS-NEW-METHOD NOT = "A" AND WS-NEW-METHOD NOT = "I"
                    DISPLAY "METHOD MUST BE A OR I"
                ELSE
                    SET WS-ENTRY-IS-OK TO TRUE
                END-IF
            END-IF.

      * ONE TO FIVE TIERS.  EACH FLOOR IS KEYED IN PENNIES AND MUST
      * RISE ABOVE THE ONE BEFORE; EACH PERCENTAGE AS FOUR DIGITS
      * WITH TWO DECIMALS (0250 IS 2.5%).
       4200-ACCEPT-TIERS.
            MOVE "N" TO WS-ENTRY-OK-SWITCH.
            MOVE ZERO TO WS-NEW-TIERS.
            DISPLAY "ENTER NUMBER OF TIERS (1-5): ".
            ACCEPT WS-ENTRY-COUNT.
            IF WS-ENTRY-COUNT NOT NUMERIC
                OR WS-ENTRY-COUNT < "1" OR WS-ENTRY-COUNT > "5"
                DISPLAY "TIERS MUST BE 1 TO 5"
            ELSE
                MOVE WS-ENTRY-COUNT TO WS-NEW-TIER-COUNT
                SET WS-ENTRY-IS-OK TO TRUE
                PERFORM 4210-ACCEPT-ONE-TIER
                    VARYING WS-TIER-IX FROM 1 BY 1
                    UNTIL WS-TIER-IX > WS-NEW-TIER-COUNT
                    OR NOT WS-ENTRY-IS-OK
            END-IF.

       4210-ACCEPT-ONE-TIER.
            MOVE "N" TO WS-ENTRY-OK-SWITCH.
            DISPLAY "TIER " WS-TIER-IX " - ENTER SPEND FLOOR "
                "(PENNIES): ".
            ACCEPT WS-ENTRY-AMOUNT.
            IF WS-ENTRY-AMOUNT NOT NUMERIC
                DISPLAY "FLOOR MUST BE ALL DIGITS"
            ELSE
                MOVE WS-ENTRY-AMOUNT TO WS-ENTRY-AMOUNT-9
                COMPUTE WS-NEW-FLOOR(WS-TIER-IX) =
                    WS-ENTRY-AMOUNT-9 / 100
                IF WS-TIER-IX > 1
                    AND WS-NEW-FLOOR(WS-TIER-IX)
                        NOT > WS-NEW-FLOOR(WS-TIER-IX - 1)
                    DISPLAY "EACH FLOOR MUST BE ABOVE THE ONE BEFORE"
                ELSE
                    PERFORM 4220-ACCEPT-TIER-PERCENT
                END-IF
            END-IF.

       4220-ACCEPT-TIER-PERCENT.
            DISPLAY "TIER " WS-TIER-IX " - ENTER REBATE PERCENTAGE "
                "(4 DIGITS, 0250 = 2.5%): ".
            ACCEPT WS-ENTRY-PERCENT.
            IF WS-ENTRY-PERCENT NOT NUMERIC
                DISPLAY "PERCENTAGE MUST BE 4 DIGITS"
            ELSE
                MOVE WS-ENTRY-PERCENT-9 TO WS-NEW-PERCENT(WS-TIER-IX)
                SET WS-ENTRY-IS-OK TO TRUE
            END-IF.

      * ZERO TO FIVE QUALIFYING ACCOUNTS, EACH EIGHT DIGITS.  NONE
      * MEANS EVERYTHING PAID THE VENDOR COUNTS TOWARD THE TIERS.
       4300-ACCEPT-ACCOUNTS.
            MOVE "N" TO WS-ENTRY-OK-SWITCH.
            MOVE SPACES TO WS-NEW-ACCOUNTS.
            DISPLAY "ENTER NUMBER OF QUALIFYING GL ACCOUNTS "
                "(0 = ALL SPEND, MAX 5): ".
            ACCEPT WS-ENTRY-COUNT.
            IF WS-ENTRY-COUNT NOT NUMERIC OR WS-ENTRY-COUNT > "5"
                DISPLAY "ACCOUNTS MUST BE 0 TO 5"
            ELSE
                MOVE WS-ENTRY-COUNT TO WS-NEW-ACCOUNT-COUNT
                SET WS-ENTRY-IS-OK TO TRUE
                PERFORM 4310-ACCEPT-ONE-ACCOUNT
                    VARYING WS-ACCT-IX FROM 1 BY 1
                    UNTIL WS-ACCT-IX > WS-NEW-ACCOUNT-COUNT
                    OR NOT WS-ENTRY-IS-OK
            END-IF.

       4310-ACCEPT-ONE-ACCOUNT.
            DISPLAY "ENTER QUALIFYING ACCOUNT " WS-ACCT-IX
                " (8 DIGITS): ".
            ACCEPT WS-NEW-ACCOUNT(WS-ACCT-IX).
            IF WS-NEW-ACCOUNT(WS-ACCT-IX) NOT NUMERIC
                DISPLAY "ACCOUNT MUST BE 8 DIGITS"
                MOVE "N" TO WS-ENTRY-OK-SWITCH
            END-IF.

      * EVERYTHING CHECKED - WRITE IT.  THE SPEND AND ACCRUAL START
      * AT ZERO; THE NEXT MONTHLY RUN PICKS IT UP.
       4500-FILE-THE-AGREEMENT.
            MOVE SPACES TO REBATE-RECORD.
            MOVE WS-REBATE-VENDOR TO RB-VENDOR-NUMBER.
            MOVE WS-NEW-START-DATE TO RB-PERIOD-START.
            MOVE WS-NEW-END-DATE TO RB-PERIOD-END.
            MOVE WS-NEW-REFERENCE TO RB-REFERENCE.
            MOVE WS-NEW-COMPANY TO RB-COMPANY-CODE.
            MOVE WS-NEW-METHOD TO RB-TIER-METHOD.
            MOVE WS-NEW-TIER-COUNT TO RB-TIER-COUNT.
            PERFORM 4510-MOVE-ONE-TIER
                VARYING WS-TIER-IX FROM 1 BY 1
                UNTIL WS-TIER-IX > 5.
            MOVE WS-NEW-ACCOUNT-COUNT TO RB-ACCOUNT-COUNT.
            PERFORM 4520-MOVE-ONE-ACCOUNT
                VARYING WS-ACCT-IX FROM 1 BY 1
                UNTIL WS-ACCT-IX > 5.
            MOVE ZERO TO RB-SPEND-TO-DATE.
            MOVE ZERO TO RB-EARNED-TO-DATE.
            MOVE ZERO TO RB-ACCRUED-TO-DATE.
            MOVE ZERO TO RB-LAST-RUN-DATE.
            SET RB-STATUS-ACTIVE TO TRUE.
            MOVE ZERO TO RB-CLAIM-DATE.
            MOVE WS-TODAY TO RB-LAST-CHANGE-DATE.
            MOVE WS-OPERATOR-ID TO RB-LAST-CHANGE-OPERATOR.
            MOVE SPACES TO WS-OS-EVENT.
            STRING "REBATE ADDED " DELIMITED BY SIZE
                   WS-REBATE-VENDOR DELIMITED BY SIZE
                INTO WS-OS-EVENT.
            WRITE REBATE-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE.
            IF NOT WS-REBATE-FILE-OK
                DISPLAY "UNABLE TO WRITE REBATE-FILE, STATUS = "
                    WS-REBATE-FILE-STATUS
                MOVE "F" TO WS-OS-RESULT
            ELSE
                DISPLAY "AGREEMENT RECORDED - THE NEXT MONTHLY RUN "
                    "TOTALS ITS SPEND"
                MOVE "O" TO WS-OS-RESULT
            END-IF.
            PERFORM 0600-JOURNAL-EVENT.

       4510-MOVE-ONE-TIER.
            MOVE WS-NEW-FLOOR(WS-TIER-IX)
                TO RB-TIER-FLOOR(WS-TIER-IX).
            MOVE WS-NEW-PERCENT(WS-TIER-IX)
                TO RB-TIER-PERCENT(WS-TIER-IX).

       4520-MOVE-ONE-ACCOUNT.
            MOVE WS-NEW-ACCOUNT(WS-ACCT-IX)
                TO RB-QUAL-ACCOUNT(WS-ACCT-IX).

      * AN AGREEMENT THAT FALLS THROUGH IS CANCELLED, NOT DELETED -
      * THE NEXT MONTHLY RUN BACKS OUT WHATEVER WAS ACCRUED ON IT.
      * ONE ALREADY CLAIMED IS FINISHED AND STAYS AS IT IS.
       5000-CANCEL-AGREEMENT.
            PERFORM 8000-GET-VENDOR.
            IF WS-VENDOR-IS-OK
                DISPLAY "ENTER PERIOD START OF AGREEMENT TO CANCEL "
                    "YYYYMMDD: "
                PERFORM 8200-ACCEPT-EVENT-DATE
                IF WS-DATE-IS-OK
                    MOVE WS-REBATE-VENDOR TO RB-VENDOR-NUMBER
                    MOVE WS-EVENT-DATE TO RB-PERIOD-START
                    READ REBATE-FILE
                        INVALID KEY
                            DISPLAY "NO AGREEMENT STARTING "
                                RB-PERIOD-START " FOR VENDOR "
                                RB-VENDOR-NUMBER
                        NOT INVALID KEY
                            PERFORM 5100-CANCEL-THIS-AGREEMENT
                    END-READ
                END-IF
            END-IF.

       5100-CANCEL-THIS-AGREEMENT.
            IF NOT RB-STATUS-ACTIVE
                PERFORM 3100-SHOW-AGREEMENT
                DISPLAY "NOT ACTIVE - NOTHING TO CANCEL"
            ELSE
                SET RB-STATUS-CANCELLED TO TRUE
                MOVE WS-TODAY TO RB-LAST-CHANGE-DATE
                MOVE WS-OPERATOR-ID TO RB-LAST-CHANGE-OPERATOR
                MOVE SPACES TO WS-OS-EVENT
                STRING "REBATE CANCEL " DELIMITED BY SIZE
                       RB-VENDOR-NUMBER DELIMITED BY SIZE
                    INTO WS-OS-EVENT
                REWRITE REBATE-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
                IF NOT WS-REBATE-FILE-OK
                    DISPLAY "UNABLE TO REWRITE REBATE-FILE, STATUS = "
                        WS-REBATE-FILE-STATUS
                    MOVE "F" TO WS-OS-RESULT
                ELSE
                    MOVE RB-ACCRUED-TO-DATE TO WS-SHOW-ACCRUED
                    DISPLAY "CANCELLED - THE NEXT MONTHLY RUN "
                        "REVERSES " WS-SHOW-ACCRUED " ACCRUED"
                    MOVE "O" TO WS-OS-RESULT
                END-IF
                PERFORM 0600-JOURNAL-EVENT
            END-IF.

      * THE VENDOR MUST BE ON THE MASTER.
       8000-GET-VENDOR.
            MOVE "N" TO WS-VENDOR-OK-SWITCH.
            DISPLAY "ENTER VENDOR NUMBER: ".
            ACCEPT WS-ENTRY-VENDOR.
            IF WS-ENTRY-VENDOR NOT NUMERIC
                DISPLAY "VENDOR NUMBER MUST BE 5 DIGITS"
            ELSE
                MOVE WS-ENTRY-VENDOR TO VENDOR-NUMBER
                READ VENDOR-FILE
                    INVALID KEY
                        DISPLAY "VENDOR " VENDOR-NUMBER
                            " NOT ON FILE"
                    NOT INVALID KEY
                        MOVE VENDOR-NUMBER TO WS-REBATE-VENDOR
                        SET WS-VENDOR-IS-OK TO TRUE
                END-READ
            END-IF.

      * A KEYED DATE MUST BE A REAL CALENDAR DATE.
       8200-ACCEPT-EVENT-DATE.
            MOVE "N" TO WS-DATE-OK-SWITCH.
            ACCEPT WS-ENTRY-DATE.
            IF WS-ENTRY-DATE NOT NUMERIC
                DISPLAY "DATE MUST BE YYYYMMDD"
            ELSE
                MOVE WS-ENTRY-DATE TO WS-EVENT-DATE
                PERFORM 8250-PROVE-THE-DATE
            END-IF.

       8250-PROVE-THE-DATE.
            MOVE "D" TO WS-DC-FUNCTION.
            MOVE WS-EVENT-DATE TO WS-DC-DATE-1.
            MOVE WS-TODAY TO WS-DC-DATE-2.
            CALL "DATECALC1" USING WS-DC-FUNCTION
                WS-DC-DATE-1 WS-DC-DATE-2 WS-DC-DAYS
                WS-DC-RESULT-DATE WS-DC-ERROR-SWITCH.
            IF WS-DC-DATE-ERROR
                DISPLAY "NOT A CALENDAR DATE"
            ELSE
                SET WS-DATE-IS-OK TO TRUE
            END-IF.

      * POSITION ON THE VENDOR'S FIRST AGREEMENT, IF IT HAS ONE.
       8300-START-VENDOR-AGREEMENTS.
            MOVE "N" TO WS-SCAN-EOF-SWITCH.
            MOVE WS-REBATE-VENDOR TO RB-VENDOR-NUMBER.
            MOVE ZERO TO RB-PERIOD-START.
            START REBATE-FILE KEY IS NOT LESS THAN RB-KEY
                INVALID KEY SET WS-SCAN-DONE TO TRUE
            END-START.
            IF NOT WS-SCAN-DONE
                PERFORM 8900-READ-NEXT-AGREEMENT
            END-IF.

      * PURCHASING'S LIST OF EVERY ACTIVE AGREEMENT, FLAGGING ANY
      * NOT YET BEGUN.
       8500-LIST-ACTIVE.
            MOVE ZERO TO WS-LIST-COUNT.
            MOVE "N" TO WS-SCAN-EOF-SWITCH.
            MOVE LOW-VALUES TO RB-KEY.
            START REBATE-FILE KEY IS NOT LESS THAN RB-KEY
                INVALID KEY SET WS-SCAN-DONE TO TRUE
            END-START.
            IF NOT WS-SCAN-DONE
                PERFORM 8900-READ-NEXT-AGREEMENT
            END-IF.
            PERFORM 8510-CHECK-ONE-AGREEMENT UNTIL WS-SCAN-DONE.
            DISPLAY WS-LIST-COUNT " ACTIVE REBATE AGREEMENT(S) LISTED".

       8510-CHECK-ONE-AGREEMENT.
            IF RB-STATUS-ACTIVE
                ADD 1 TO WS-LIST-COUNT
                DISPLAY "VENDOR " RB-VENDOR-NUMBER
                PERFORM 3100-SHOW-AGREEMENT
                IF RB-PERIOD-START > WS-TODAY
                    DISPLAY "      ** NOT YET BEGUN"
                END-IF
            END-IF.
            PERFORM 8900-READ-NEXT-AGREEMENT.

       8900-READ-NEXT-AGREEMENT.
            READ REBATE-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-REBATE-FILE-OK AND NOT WS-REBATE-FILE-EOF
                DISPLAY "REBATE-FILE READ ERROR, STATUS = "
                    WS-REBATE-FILE-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.
       END PROGRAM RBTMNT01.

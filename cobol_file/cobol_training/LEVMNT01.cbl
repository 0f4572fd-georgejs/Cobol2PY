      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Levy and assignment maintenance.  When the IRS
      *              or a state serves a levy on a vendor, or a
      *              vendor assigns its receivables to a factoring
      *              company, the payment desk records it here on
      *              LEVY-FILE against the vendor: the holder to be
      *              paid (a vendor on the master), the notice or
      *              agreement reference, a fixed amount or a
      *              percentage of each payment, an optional cap,
      *              and the dates it is in force.  PAYREL01 takes
      *              each share out of the vendor's released payment
      *              and the check writer and ACH run pay it to the
      *              holder; the vendor is paid the rest.  A levy
      *              that is lifted is released here rather than
      *              deleted, so its history stays on file.
      *              Inquiry and the in-force list need level 1;
      *              adding or releasing needs level 3.  Every
      *              change is journaled through OPRSEC01.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Original levy and assignment maintenance.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEVMNT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SLVND01.cbl".
           COPY "SLLEV01.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "fdvnd01.cbl".
           COPY "FDLEV01.cbl".

       WORKING-STORAGE SECTION.
       01  WS-VENDOR-FILE-STATUS      PIC X(02).
           88 WS-VENDOR-FILE-OK           VALUE "00".
           88 WS-VENDOR-FILE-NOT-FOUND    VALUE "23".
       01  WS-LEVY-FILE-STATUS        PIC X(02).
           88 WS-LEVY-FILE-OK             VALUE "00".
           88 WS-LEVY-FILE-EOF            VALUE "10".
           88 WS-LEVY-FILE-NOT-FOUND      VALUE "23".
           88 WS-LEVY-FILE-MISSING        VALUE "35".

       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-SIGNON-OK-SWITCH        PIC X(01) VALUE "N".
           88 WS-SIGNON-OK                 VALUE "Y".
       01  WS-SIGNON-TRIES             PIC 9(01) VALUE ZERO.

      * FIELDS FOR THE OPRSEC01 SIGN-ON AND JOURNAL CALLS.
       01  WS-OS-FUNCTION              PIC X(01).
       01  WS-OS-PASSWORD              PIC X(08).
       01  WS-OS-PROGRAM               PIC X(08) VALUE "LEVMNT01".
       01  WS-OS-EVENT                 PIC X(20).
       01  WS-AUTH-LEVEL               PIC 9(01) VALUE ZERO.
       01  WS-OS-RESULT                PIC X(01).
           88 WS-OS-ACCEPTED               VALUE "O".

       01  WS-DONE-SWITCH              PIC X(01) VALUE "N".
           88 WS-MAINT-DONE                VALUE "Y".
       01  WS-MENU-CHOICE              PIC X(01).
           88 WS-CHOICE-INQUIRE            VALUE "1".
           88 WS-CHOICE-ADD                VALUE "2".
           88 WS-CHOICE-RELEASE            VALUE "3".
           88 WS-CHOICE-LIST               VALUE "4".
           88 WS-CHOICE-EXIT               VALUE "9".
       01  WS-REQUIRED-LEVEL          PIC 9(01).

       01  WS-TODAY                    PIC 9(08).
       01  WS-ENTRY-VENDOR             PIC X(05).
       01  WS-ENTRY-SEQUENCE           PIC X(03).
       01  WS-ENTRY-AMOUNT             PIC X(12).
       01  WS-ENTRY-AMOUNT-9           PIC 9(12).
       01  WS-ENTRY-PERCENT            PIC X(05).
       01  WS-ENTRY-PERCENT-9 REDEFINES WS-ENTRY-PERCENT
                                       PIC 9(03)V99.
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

      * THE LEVY BEING ADDED, HELD HERE WHILE IT IS KEYED AND
      * CHECKED - THE RECORD BUFFER IS NEEDED FOR THE SEQUENCE SCAN.
       01  WS-LEVIED-VENDOR            PIC 9(05).
       01  WS-NEW-HOLDER               PIC 9(05).
       01  WS-NEW-HOLDER-NAME          PIC X(30).
       01  WS-NEW-TYPE                 PIC X(01).
       01  WS-NEW-REFERENCE            PIC X(20).
       01  WS-NEW-METHOD               PIC X(01).
       01  WS-NEW-AMOUNT               PIC S9(09)V99.
       01  WS-NEW-PERCENT              PIC 9(03)V99.
       01  WS-NEW-CAP                  PIC S9(09)V99.
       01  WS-NEW-FROM-DATE            PIC 9(08).
       01  WS-NEW-TO-DATE              PIC 9(08).
       01  WS-NEXT-SEQUENCE            PIC 9(03).
       01  WS-MAX-PERCENT              PIC 9(03)V99 VALUE 100.00.

       01  WS-SHOW-STATUS              PIC X(10).
       01  WS-SHOW-TYPE                PIC X(10).
       01  WS-SHOW-AMOUNT              PIC Z,ZZZ,ZZ9.99-.
       01  WS-SHOW-CAP                 PIC Z,ZZZ,ZZ9.99-.
       01  WS-SHOW-PAID                PIC Z,ZZZ,ZZ9.99-.
       01  WS-SHOW-PERCENT             PIC ZZ9.99.

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
                CLOSE LEVY-FILE
                CLOSE VENDOR-FILE
            END-IF.
            GOBACK.

      * SIGN ON AGAINST THE SECURITY MASTER - THREE TRIES, EVERY
      * ATTEMPT JOURNALED BY OPRSEC01, THE SAME GATE FRNMNT01 USES.
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

      * THE VENDOR MASTER IS READ-ONLY HERE.  THE LEVY FILE IS
      * CREATED EMPTY THE FIRST TIME IT IS USED.
       1000-INITIALIZE.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            OPEN INPUT VENDOR-FILE.
            IF NOT WS-VENDOR-FILE-OK
                DISPLAY "UNABLE TO OPEN VENDOR-FILE, STATUS = "
                    WS-VENDOR-FILE-STATUS
                SET WS-MAINT-DONE TO TRUE
            END-IF.
            OPEN I-O LEVY-FILE.
            IF WS-LEVY-FILE-MISSING
                OPEN OUTPUT LEVY-FILE
                CLOSE LEVY-FILE
                OPEN I-O LEVY-FILE
            END-IF.
            IF NOT WS-LEVY-FILE-OK
                DISPLAY "UNABLE TO OPEN LEVY-FILE, STATUS = "
                    WS-LEVY-FILE-STATUS
                SET WS-MAINT-DONE TO TRUE
            END-IF.

       2000-MAINT-LOOP.
            DISPLAY "1-INQUIRE  2-ADD LEVY/ASSIGNMENT  3-RELEASE  "
                "4-LIST IN FORCE  9-EXIT".
            DISPLAY "ENTER CHOICE: ".
            ACCEPT WS-MENU-CHOICE.
            IF WS-CHOICE-EXIT
                SET WS-MAINT-DONE TO TRUE
            ELSE IF WS-CHOICE-INQUIRE OR WS-CHOICE-ADD
                OR WS-CHOICE-RELEASE OR WS-CHOICE-LIST
                PERFORM 2100-GATE-AND-DISPATCH
            ELSE
                DISPLAY "INVALID CHOICE"
            END-IF.

      * LOOKING IS LEVEL 1.  ANYTHING THAT CHANGES WHERE PAYREL01
      * SENDS A VENDOR'S MONEY IS LEVEL 3, THE SAME LEVEL THAT
      * RELEASES IT.  A DENIED CHOICE IS JOURNALED LIKE A USED ONE.
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
                        PERFORM 4000-ADD-LEVY
                    WHEN WS-CHOICE-RELEASE
                        PERFORM 5000-RELEASE-LEVY
                    WHEN WS-CHOICE-LIST
                        PERFORM 8500-LIST-IN-FORCE
                END-EVALUATE
            END-IF.

      * EVERY LEVY AND ASSIGNMENT EVER RECORDED AGAINST THE VENDOR,
      * IN FORCE OR NOT, IN THE ORDER PAYREL01 SATISFIES THEM.
       3000-INQUIRE-VENDOR.
            PERFORM 8000-GET-VENDOR.
            IF WS-VENDOR-IS-OK
                DISPLAY "VENDOR " VENDOR-NUMBER " " VENDOR-NAME
                MOVE ZERO TO WS-LIST-COUNT
                PERFORM 8300-START-VENDOR-LEVIES
                PERFORM 3050-SHOW-AND-NEXT
                    UNTIL WS-SCAN-DONE
                    OR LV-VENDOR-NUMBER NOT = WS-LEVIED-VENDOR
                IF WS-LIST-COUNT = ZERO
                    DISPLAY "  NO LEVIES OR ASSIGNMENTS ON FILE"
                END-IF
            END-IF.

       3050-SHOW-AND-NEXT.
            ADD 1 TO WS-LIST-COUNT.
            PERFORM 3100-SHOW-LEVY.
            PERFORM 8900-READ-NEXT-LEVY.

       3100-SHOW-LEVY.
            IF LV-TYPE-ASSIGNMENT
                MOVE "ASSIGNMENT" TO WS-SHOW-TYPE
            ELSE
                MOVE "LEVY" TO WS-SHOW-TYPE
            END-IF.
            IF LV-STATUS-ACTIVE
                MOVE "ACTIVE" TO WS-SHOW-STATUS
            ELSE IF LV-STATUS-SATISFIED
                MOVE "SATISFIED" TO WS-SHOW-STATUS
            ELSE
                MOVE "RELEASED" TO WS-SHOW-STATUS
            END-IF.
            DISPLAY "  SEQ " LV-SEQUENCE " " WS-SHOW-TYPE
                " HOLDER " LV-HOLDER-NUMBER " REF " LV-REFERENCE
                " " WS-SHOW-STATUS.
            IF LV-BY-PERCENT
                MOVE LV-PERCENT TO WS-SHOW-PERCENT
                DISPLAY "      " WS-SHOW-PERCENT "% OF EACH PAYMENT"
            ELSE
                MOVE LV-FIXED-AMOUNT TO WS-SHOW-AMOUNT
                DISPLAY "      " WS-SHOW-AMOUNT " FROM EACH PAYMENT"
            END-IF.
            MOVE LV-CAP-AMOUNT TO WS-SHOW-CAP.
            MOVE LV-PAID-TO-DATE TO WS-SHOW-PAID.
            DISPLAY "      CAP " WS-SHOW-CAP " PAID TO DATE "
                WS-SHOW-PAID " LAST PAID " LV-LAST-PAID-DATE.
            DISPLAY "      EFFECTIVE " LV-EFFECTIVE-FROM " TO "
                LV-EFFECTIVE-TO.

      * A NEW LEVY TAKES THE NEXT SEQUENCE FOR THE VENDOR, SO IT IS
      * SATISFIED AFTER THE ONES ALREADY SERVED.  EVERY FIELD IS
      * KEYED AND CHECKED BEFORE ANYTHING IS WRITTEN.
       4000-ADD-LEVY.
            PERFORM 8000-GET-VENDOR.
            IF WS-VENDOR-IS-OK
                PERFORM 4100-ACCEPT-HOLDER
                IF WS-ENTRY-IS-OK
                    PERFORM 4200-ACCEPT-TERMS
                END-IF
                IF WS-ENTRY-IS-OK
                    PERFORM 4300-ACCEPT-DATES
                END-IF
                IF WS-ENTRY-IS-OK
                    PERFORM 4500-FILE-THE-LEVY
                END-IF
            END-IF.

      * THE HOLDER IS PAID OFF ITS OWN VENDOR RECORD, SO IT MUST BE
      * AN ACTIVE VENDOR - AND NOT THE LEVIED VENDOR ITSELF.
       4100-ACCEPT-HOLDER.
            MOVE "N" TO WS-ENTRY-OK-SWITCH.
            DISPLAY "ENTER HOLDER'S VENDOR NUMBER: ".
            ACCEPT WS-ENTRY-VENDOR.
            IF WS-ENTRY-VENDOR NOT NUMERIC
                DISPLAY "VENDOR NUMBER MUST BE 5 DIGITS"
            ELSE IF WS-ENTRY-VENDOR = WS-LEVIED-VENDOR
                DISPLAY "HOLDER CANNOT BE THE LEVIED VENDOR"
            ELSE
                MOVE WS-ENTRY-VENDOR TO VENDOR-NUMBER
                READ VENDOR-FILE
                    INVALID KEY
                        DISPLAY "HOLDER " VENDOR-NUMBER
                            " NOT ON FILE - SET IT UP AS A VENDOR"
                    NOT INVALID KEY
                        PERFORM 4150-CHECK-HOLDER
                END-READ
            END-IF.

       4150-CHECK-HOLDER.
            IF NOT VENDOR-ACTIVE
                DISPLAY "HOLDER " VENDOR-NUMBER " IS NOT ACTIVE"
            ELSE
                MOVE VENDOR-NUMBER TO WS-NEW-HOLDER
                MOVE VENDOR-NAME TO WS-NEW-HOLDER-NAME
                DISPLAY "HOLDER " WS-NEW-HOLDER " "
                    WS-NEW-HOLDER-NAME
                DISPLAY "ENTER L (LEVY) OR A (ASSIGNMENT): "
                ACCEPT WS-NEW-TYPE
                IF WS-NEW-TYPE NOT = "L" AND WS-NEW-TYPE NOT = "A"
                    DISPLAY "TYPE MUST BE L OR A"
                ELSE
                    DISPLAY "ENTER NOTICE/AGREEMENT REFERENCE: "
                    ACCEPT WS-NEW-REFERENCE
                    IF WS-NEW-REFERENCE = SPACES
                        DISPLAY "THE REFERENCE IS REQUIRED - THE "
                            "HOLDER APPLIES PAYMENTS BY IT"
                    ELSE
                        SET WS-ENTRY-IS-OK TO TRUE
                    END-IF
                END-IF
            END-IF.

      * A FIXED AMOUNT IS KEYED IN PENNIES; A PERCENTAGE AS FIVE
      * DIGITS WITH TWO DECIMALS (02500 IS 25%), AT MOST 100%.  THE
      * CAP IS IN PENNIES, ZERO FOR NONE.
       4200-ACCEPT-TERMS.
            MOVE "N" TO WS-ENTRY-OK-SWITCH.
            MOVE ZERO TO WS-NEW-AMOUNT.
            MOVE ZERO TO WS-NEW-PERCENT.
            DISPLAY "ENTER A (FIXED AMOUNT) OR P (PERCENTAGE): ".
            ACCEPT WS-NEW-METHOD.
            IF WS-NEW-METHOD = "A"
                PERFORM 4210-ACCEPT-FIXED-AMOUNT
            ELSE IF WS-NEW-METHOD = "P"
                PERFORM 4220-ACCEPT-PERCENTAGE
            ELSE
                DISPLAY "METHOD MUST BE A OR P"
            END-IF.
            IF WS-ENTRY-IS-OK
                PERFORM 4250-ACCEPT-CAP
            END-IF.

       4210-ACCEPT-FIXED-AMOUNT.
            DISPLAY "ENTER AMOUNT PER PAYMENT (PENNIES): ".
            ACCEPT WS-ENTRY-AMOUNT.
            IF WS-ENTRY-AMOUNT NOT NUMERIC
                DISPLAY "AMOUNT MUST BE ALL DIGITS"
            ELSE
                MOVE WS-ENTRY-AMOUNT TO WS-ENTRY-AMOUNT-9
                COMPUTE WS-NEW-AMOUNT = WS-ENTRY-AMOUNT-9 / 100
                IF WS-NEW-AMOUNT = ZERO
                    DISPLAY "AMOUNT MUST BE MORE THAN ZERO"
                ELSE
                    SET WS-ENTRY-IS-OK TO TRUE
                END-IF
            END-IF.

       4220-ACCEPT-PERCENTAGE.
            DISPLAY "ENTER PERCENTAGE (5 DIGITS, 02500 = 25%): ".
            ACCEPT WS-ENTRY-PERCENT.
            IF WS-ENTRY-PERCENT NOT NUMERIC
                DISPLAY "PERCENTAGE MUST BE 5 DIGITS"
            ELSE IF WS-ENTRY-PERCENT-9 = ZERO
                OR WS-ENTRY-PERCENT-9 > WS-MAX-PERCENT
                DISPLAY "PERCENTAGE MUST BE OVER 0 AND AT MOST 100"
            ELSE
                MOVE WS-ENTRY-PERCENT-9 TO WS-NEW-PERCENT
                SET WS-ENTRY-IS-OK TO TRUE
            END-IF.

       4250-ACCEPT-CAP.
            MOVE "N" TO WS-ENTRY-OK-SWITCH.
            DISPLAY "ENTER TOTAL CAP (PENNIES, 0 FOR NONE): ".
            ACCEPT WS-ENTRY-AMOUNT.
            IF WS-ENTRY-AMOUNT NOT NUMERIC
                DISPLAY "CAP MUST BE ALL DIGITS"
            ELSE
                MOVE WS-ENTRY-AMOUNT TO WS-ENTRY-AMOUNT-9
                COMPUTE WS-NEW-CAP = WS-ENTRY-AMOUNT-9 / 100
                SET WS-ENTRY-IS-OK TO TRUE
            END-IF.

      * A LEVY MAY BE SERVED AHEAD OF ITS EFFECTIVE DATE, SO THE
      * FROM DATE MAY BE IN THE FUTURE.  THE TO DATE IS ZERO FOR AN
      * OPEN-ENDED ONE, OTHERWISE NOT BEFORE THE FROM DATE.
       4300-ACCEPT-DATES.
            MOVE "N" TO WS-ENTRY-OK-SWITCH.
            DISPLAY "ENTER EFFECTIVE FROM YYYYMMDD: ".
            PERFORM 8200-ACCEPT-EVENT-DATE.
            IF WS-DATE-IS-OK
                MOVE WS-EVENT-DATE TO WS-NEW-FROM-DATE
                DISPLAY "ENTER EFFECTIVE TO YYYYMMDD (0 IF OPEN): "
                ACCEPT WS-ENTRY-DATE
                IF WS-ENTRY-DATE = "0" OR WS-ENTRY-DATE = "00000000"
                    MOVE ZERO TO WS-NEW-TO-DATE
                    SET WS-ENTRY-IS-OK TO TRUE
                ELSE
                    PERFORM 4350-CHECK-TO-DATE
                END-IF
            END-IF.

       4350-CHECK-TO-DATE.
            MOVE "N" TO WS-DATE-OK-SWITCH.
            IF WS-ENTRY-DATE NOT NUMERIC
                DISPLAY "DATE MUST BE YYYYMMDD"
            ELSE
                MOVE WS-ENTRY-DATE TO WS-EVENT-DATE
                PERFORM 8250-PROVE-THE-DATE
            END-IF.
            IF WS-DATE-IS-OK
                IF WS-EVENT-DATE < WS-NEW-FROM-DATE
                    DISPLAY "EFFECTIVE TO IS BEFORE EFFECTIVE FROM"
                ELSE
                    MOVE WS-EVENT-DATE TO WS-NEW-TO-DATE
                    SET WS-ENTRY-IS-OK TO TRUE
                END-IF
            END-IF.

      * EVERYTHING CHECKED - TAKE THE NEXT SEQUENCE AND WRITE IT.
       4500-FILE-THE-LEVY.
            PERFORM 8350-FIND-NEXT-SEQUENCE.
            IF WS-NEXT-SEQUENCE = ZERO
                DISPLAY "VENDOR " WS-LEVIED-VENDOR " HAS NO "
                    "SEQUENCE NUMBERS LEFT - NOT ADDED"
            ELSE
                MOVE SPACES TO LEVY-RECORD
                MOVE WS-LEVIED-VENDOR TO LV-VENDOR-NUMBER
                MOVE WS-NEXT-SEQUENCE TO LV-SEQUENCE
                MOVE WS-NEW-HOLDER TO LV-HOLDER-NUMBER
                MOVE WS-NEW-TYPE TO LV-TYPE
                MOVE WS-NEW-REFERENCE TO LV-REFERENCE
                MOVE WS-NEW-METHOD TO LV-METHOD
                MOVE WS-NEW-AMOUNT TO LV-FIXED-AMOUNT
                MOVE WS-NEW-PERCENT TO LV-PERCENT
                MOVE WS-NEW-CAP TO LV-CAP-AMOUNT
                MOVE ZERO TO LV-PAID-TO-DATE
                MOVE WS-NEW-FROM-DATE TO LV-EFFECTIVE-FROM
                MOVE WS-NEW-TO-DATE TO LV-EFFECTIVE-TO
                SET LV-STATUS-ACTIVE TO TRUE
                MOVE ZERO TO LV-LAST-PAID-DATE
                MOVE WS-TODAY TO LV-LAST-CHANGE-DATE
                MOVE WS-OPERATOR-ID TO LV-LAST-CHANGE-OPERATOR
                MOVE SPACES TO WS-OS-EVENT
                STRING "LEVY ADDED " DELIMITED BY SIZE
                       WS-LEVIED-VENDOR DELIMITED BY SIZE
                    INTO WS-OS-EVENT
                WRITE LEVY-RECORD
                    INVALID KEY
                        CONTINUE
                END-WRITE
                IF NOT WS-LEVY-FILE-OK
                    DISPLAY "UNABLE TO WRITE LEVY-FILE, STATUS = "
                        WS-LEVY-FILE-STATUS
                    MOVE "F" TO WS-OS-RESULT
                ELSE
                    DISPLAY "RECORDED AS SEQUENCE " LV-SEQUENCE
                        " - APPLIES FROM THE NEXT RELEASE"
                    MOVE "O" TO WS-OS-RESULT
                END-IF
                PERFORM 0600-JOURNAL-EVENT
            END-IF.

      * A LIFTED LEVY OR AN ENDED ASSIGNMENT IS RELEASED, NOT
      * DELETED - WHAT WAS PAID UNDER IT STAYS ON FILE.
       5000-RELEASE-LEVY.
            PERFORM 8000-GET-VENDOR.
            IF WS-VENDOR-IS-OK
                DISPLAY "ENTER SEQUENCE TO RELEASE (3 DIGITS): "
                ACCEPT WS-ENTRY-SEQUENCE
                IF WS-ENTRY-SEQUENCE NOT NUMERIC
                    DISPLAY "SEQUENCE MUST BE 3 DIGITS"
                ELSE
                    MOVE WS-LEVIED-VENDOR TO LV-VENDOR-NUMBER
                    MOVE WS-ENTRY-SEQUENCE TO LV-SEQUENCE
                    READ LEVY-FILE
                        INVALID KEY
                            DISPLAY "NO SEQUENCE " LV-SEQUENCE
                                " FOR VENDOR " LV-VENDOR-NUMBER
                        NOT INVALID KEY
                            PERFORM 5100-RELEASE-THIS-LEVY
                    END-READ
                END-IF
            END-IF.

       5100-RELEASE-THIS-LEVY.
            IF NOT LV-STATUS-ACTIVE
                PERFORM 3100-SHOW-LEVY
                DISPLAY "NOT ACTIVE - NOTHING TO RELEASE"
            ELSE
                SET LV-STATUS-RELEASED TO TRUE
                MOVE WS-TODAY TO LV-LAST-CHANGE-DATE
                MOVE WS-OPERATOR-ID TO LV-LAST-CHANGE-OPERATOR
                MOVE SPACES TO WS-OS-EVENT
                STRING "LEVY RELEASED " DELIMITED BY SIZE
                       LV-VENDOR-NUMBER DELIMITED BY SIZE
                    INTO WS-OS-EVENT
                REWRITE LEVY-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
                IF NOT WS-LEVY-FILE-OK
                    DISPLAY "UNABLE TO REWRITE LEVY-FILE, STATUS = "
                        WS-LEVY-FILE-STATUS
                    MOVE "F" TO WS-OS-RESULT
                ELSE
                    DISPLAY "RELEASED - PAYMENTS GO TO THE VENDOR "
                        "FROM THE NEXT RELEASE"
                    MOVE "O" TO WS-OS-RESULT
                END-IF
                PERFORM 0600-JOURNAL-EVENT
            END-IF.

      * THE VENDOR MUST BE ON THE MASTER.
       8000-GET-VENDOR.
            MOVE "N" TO WS-VENDOR-OK-SWITCH.
            DISPLAY "ENTER LEVIED VENDOR NUMBER: ".
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
                        MOVE VENDOR-NUMBER TO WS-LEVIED-VENDOR
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

      * POSITION ON THE VENDOR'S FIRST LEVY RECORD, IF IT HAS ONE.
       8300-START-VENDOR-LEVIES.
            MOVE "N" TO WS-SCAN-EOF-SWITCH.
            MOVE WS-LEVIED-VENDOR TO LV-VENDOR-NUMBER.
            MOVE ZERO TO LV-SEQUENCE.
            START LEVY-FILE KEY IS NOT LESS THAN LV-KEY
                INVALID KEY SET WS-SCAN-DONE TO TRUE
            END-START.
            IF NOT WS-SCAN-DONE
                PERFORM 8900-READ-NEXT-LEVY
            END-IF.

      * ONE PAST THE VENDOR'S HIGHEST SEQUENCE; ZERO WHEN 999 IS
      * ALREADY TAKEN.
       8350-FIND-NEXT-SEQUENCE.
            MOVE 1 TO WS-NEXT-SEQUENCE.
            PERFORM 8300-START-VENDOR-LEVIES.
            PERFORM 8360-STEP-PAST-ONE
                UNTIL WS-SCAN-DONE
                OR LV-VENDOR-NUMBER NOT = WS-LEVIED-VENDOR.

       8360-STEP-PAST-ONE.
            IF LV-SEQUENCE = 999
                MOVE ZERO TO WS-NEXT-SEQUENCE
            ELSE
                COMPUTE WS-NEXT-SEQUENCE = LV-SEQUENCE + 1
            END-IF.
            PERFORM 8900-READ-NEXT-LEVY.

      * THE DESK'S LIST OF EVERY ACTIVE LEVY AND ASSIGNMENT ON FILE,
      * FLAGGING ANY WHOSE DATES HAVE RUN OUT (RELEASE IT) OR NOT
      * YET BEGUN.
       8500-LIST-IN-FORCE.
            MOVE ZERO TO WS-LIST-COUNT.
            MOVE "N" TO WS-SCAN-EOF-SWITCH.
            MOVE LOW-VALUES TO LV-KEY.
            START LEVY-FILE KEY IS NOT LESS THAN LV-KEY
                INVALID KEY SET WS-SCAN-DONE TO TRUE
            END-START.
            IF NOT WS-SCAN-DONE
                PERFORM 8900-READ-NEXT-LEVY
            END-IF.
            PERFORM 8510-CHECK-ONE-LEVY UNTIL WS-SCAN-DONE.
            DISPLAY WS-LIST-COUNT " ACTIVE LEVY/ASSIGNMENT(S) LISTED".

       8510-CHECK-ONE-LEVY.
            IF LV-STATUS-ACTIVE
                ADD 1 TO WS-LIST-COUNT
                DISPLAY "VENDOR " LV-VENDOR-NUMBER
                PERFORM 3100-SHOW-LEVY
                IF LV-EFFECTIVE-TO NOT = ZERO
                    AND LV-EFFECTIVE-TO < WS-TODAY
                    DISPLAY "      ** DATES HAVE RUN OUT - RELEASE IT"
                ELSE IF LV-EFFECTIVE-FROM > WS-TODAY
                    DISPLAY "      ** NOT YET IN FORCE"
                END-IF
            END-IF.
            PERFORM 8900-READ-NEXT-LEVY.

       8900-READ-NEXT-LEVY.
            READ LEVY-FILE NEXT RECORD
                AT END SET WS-SCAN-DONE TO TRUE
            END-READ.
            IF NOT WS-LEVY-FILE-OK AND NOT WS-LEVY-FILE-EOF
                DISPLAY "LEVY-FILE READ ERROR, STATUS = "
                    WS-LEVY-FILE-STATUS
                SET WS-SCAN-DONE TO TRUE
            END-IF.
       END PROGRAM LEVMNT01.

      *                  whole department with its DEPT-FILE name,
      *                  instead of reading the printed directory
      *                  line by line.
      *   2026-10-15 DW  An extension now has to sit inside its
      *                  department's range on DEPT-FILE and can't
      *                  already belong to someone else - checked on
      *                  the interactive add and on batch add and
      *                  update.  New reject reasons EXR (outside the
      *                  range) and EXU (already in use).  Extension
      *                  zero is still "no extension" and passes.
      *   2026-10-15 DW  Option 8 keeps the department emergency
      *                  call trees on CALL-TREE-FILE - primary,
      *                  backup and escalation contact, and which
      *                  member rings which - and checks every
      *                  department on DEPT-FILE has a primary and a
      *                  backup.  A delete, or a batch update that
      *                  moves someone out of their department, now
      *                  warns when it leaves a hole in a tree.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPEN-WRITE.
           COPY "SLPRJ01.cbl".
           COPY "SLDEP01.cbl".
           COPY "SLPHH01.cbl".
           COPY "SLCLT01.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPRJ01.cbl".
           COPY "FDDEP01.cbl".
           COPY "FDPHH01.cbl".
           COPY "FDCLT01.cbl".

       WORKING-STORAGE SECTION.


       01  WS-DUP-SWITCH               PIC X(01) VALUE "N".
           88 WS-DUP-FOUND                  VALUE "Y".
       01  WS-EXT-IN-USE-SWITCH        PIC X(01) VALUE "N".
           88 WS-EXT-IN-USE                 VALUE "Y".

       01  WS-MENU-CHOICE             PIC X(01).
           88 WS-CHOICE-ADD                VALUE "1".
           88 WS-CHOICE-BY-NUMBER          VALUE "5".
           88 WS-CHOICE-BY-EXTENSION       VALUE "6".
           88 WS-CHOICE-BY-DEPT            VALUE "7".
           88 WS-CHOICE-CALL-TREE          VALUE "8".
           88 WS-CHOICE-EXIT               VALUE "9".

      * THE REVERSE LOOK-UPS' SCRATCH FIELDS.
           88 WS-PHONE-HIST-OK            VALUE "00".
           88 WS-PHONE-HIST-MISSING       VALUE "35".
       01  WS-BEFORE-PHONE-RECORD     PIC X(59).
       01  WS-BEFORE-PHONE-R REDEFINES WS-BEFORE-PHONE-RECORD.
           05 WS-BEFORE-NAME-KEY          PIC X(40).
           05 WS-BEFORE-NUMBER            PIC 9(10).
           05 WS-BEFORE-DEPT-CODE         PIC X(04).
           05 WS-BEFORE-EXTENSION         PIC 9(05).
       01  WS-PH-ACTION               PIC X(01).
      * CALL TREE MAINTENANCE FIELDS.
       01  WS-CALL-TREE-STATUS        PIC X(02).
           88 WS-CALL-TREE-OK             VALUE "00".
           88 WS-CALL-TREE-EOF            VALUE "10".
           88 WS-CALL-TREE-KEY-NOT-FOUND  VALUE "23".
           88 WS-CALL-TREE-MISSING        VALUE "35".
       01  WS-CALL-TREE-SWITCH        PIC X(01) VALUE "N".
           88 WS-CALL-TREE-ON             VALUE "Y".
       01  WS-TREE-CHOICE             PIC X(01).
           88 WS-TREE-CHOICE-SET          VALUE "1".
           88 WS-TREE-CHOICE-REMOVE       VALUE "2".
           88 WS-TREE-CHOICE-SHOW         VALUE "3".
           88 WS-TREE-CHOICE-CHECK        VALUE "4".
           88 WS-TREE-CHOICE-RETURN       VALUE "9".
       01  WS-TREE-DONE-SWITCH        PIC X(01).
           88 WS-TREE-DONE                VALUE "Y".
       01  WS-TREE-WALK-SWITCH        PIC X(01).
           88 WS-TREE-WALK-DONE           VALUE "Y".
       01  WS-DEPT-WALK-SWITCH        PIC X(01).
           88 WS-DEPT-WALK-DONE           VALUE "Y".
       01  WS-TREE-FOUND-SWITCH       PIC X(01).
           88 WS-TREE-FOUND               VALUE "Y".
       01  WS-TREE-DEPT               PIC X(04).
       01  WS-TREE-MEMBER-KEY.
           05 WS-TREE-LAST-NAME       PIC X(20).
           05 WS-TREE-FIRST-NAME      PIC X(20).
       01  WS-TREE-ROLE               PIC X(01).
           88 WS-TREE-ROLE-PRIMARY        VALUE "P".
           88 WS-TREE-ROLE-BACKUP         VALUE "B".
           88 WS-TREE-ROLE-ESCALATION     VALUE "E".
           88 WS-TREE-ROLE-MEMBER         VALUE "M".
           88 WS-TREE-ROLE-VALID          VALUE "P" "B" "E" "M".
           88 WS-TREE-ROLE-IN-DEPT        VALUE "P" "B" "M".
       01  WS-TREE-CALLER-KEY.
           05 WS-TREE-CALLER-LAST     PIC X(20).
           05 WS-TREE-CALLER-FIRST    PIC X(20).
       01  WS-TREE-CALL-ORDER         PIC 9(02).
       01  WS-TREE-PRIMARY-KEY        PIC X(40).
       01  WS-TREE-BACKUP-KEY         PIC X(40).
       01  WS-TREE-ESCALATION-KEY     PIC X(40).
       01  WS-TREE-ROLE-HOLDER        PIC X(40).
       01  WS-TREE-MEMBER-COUNT       PIC 9(04).
       01  WS-TREE-CALLS-COUNT        PIC 9(04).
       01  WS-TREE-GAP-COUNT          PIC 9(04).
       01  WS-TREE-DEPT-COUNT         PIC 9(04).
       01  WS-TREE-ROLE-NAME          PIC X(10).
       01  WS-TREE-MISSING-TEXT       PIC X(22).
       01  WS-GAP-ACTION              PIC X(01).
           88 WS-GAP-ON-DELETE            VALUE "D".
           88 WS-GAP-ON-MOVE              VALUE "M".
       01  WS-BATCH-ADDED             PIC 9(07) VALUE ZERO.
       01  WS-BATCH-UPDATED           PIC 9(07) VALUE ZERO.
       01  WS-BATCH-DELETED           PIC 9(07) VALUE ZERO.
            END-IF.
            PERFORM 0450-OPEN-DEPT-FILE.
            PERFORM 0460-OPEN-PHONE-HISTORY.
            PERFORM 0470-OPEN-CALL-TREE.
            IF WS-MODE-BATCH
                PERFORM 0600-RUN-BATCH-MODE
                CLOSE PHONE-HISTORY-FILE
                        WS-SY-RESULT
                END-IF
            END-IF.
            IF WS-CALL-TREE-ON
                CLOSE CALL-TREE-FILE
            END-IF.
            CLOSE DEPT-FILE.
            GOBACK.

                    "STATUS = " WS-PHONE-HIST-STATUS
            END-IF.

      * THE CALL TREES ARE KEPT FROM THE MENU, SO AN INTERACTIVE
      * SESSION OPENS THEM I-O AND CREATES THE FILE THE FIRST TIME.
      * THE BATCH RUN ONLY READS THEM, TO WARN WHEN A DELETE OR A
      * DEPARTMENT MOVE LEAVES A HOLE; NO TREES ON FILE MEANS NO
      * WARNINGS, NOT A FAILED RUN.
       0470-OPEN-CALL-TREE.
            IF WS-MODE-BATCH
                OPEN INPUT CALL-TREE-FILE
            ELSE
                OPEN I-O CALL-TREE-FILE
                IF WS-CALL-TREE-MISSING
                    OPEN OUTPUT CALL-TREE-FILE
                    CLOSE CALL-TREE-FILE
                    OPEN I-O CALL-TREE-FILE
                END-IF
            END-IF.
            IF WS-CALL-TREE-OK
                SET WS-CALL-TREE-ON TO TRUE
            ELSE IF WS-CALL-TREE-MISSING
                DISPLAY "NO CALL TREES ON FILE - CALL TREE GAPS NOT "
                    "CHECKED THIS RUN"
            ELSE
                DISPLAY "UNABLE TO OPEN CALL-TREE-FILE, STATUS = "
                    WS-CALL-TREE-STATUS
            END-IF.

      * SIGN ON AGAINST THE SECURITY MASTER - THREE TRIES, EVERY
      * ATTEMPT JOURNALED BY OPRSEC01.
       0500-SIGN-ON.
                PERFORM 6400-BATCH-WRITE-REJECT
            END-IF.

      * AN UPDATE CAN MOVE THE ENTRY TO ANOTHER DEPARTMENT OR GIVE
      * IT ANOTHER EXTENSION, SO THE EXTENSION IS CHECKED THE SAME
      * WAY AN ADD'S IS BEFORE THE ENTRY IS READ FOR REWRITE.
       6200-BATCH-APPLY-UPDATE.
            MOVE "Y" TO WS-ENTRY-OK.
            IF WS-ENTRY-PHONE-NUMBER NOT NUMERIC
                DISPLAY "BATCH UPDATE REJECTED - NUMBER NOT NUMERIC "
                    "FOR " WS-ENTRY-LAST-NAME
                MOVE "N" TO WS-ENTRY-OK
                MOVE "NUM" TO WS-REJECT-REASON
            ELSE
                PERFORM 2280-CHECK-EXTENSION
            END-IF.
            IF NOT WS-ENTRY-IS-OK
                DISPLAY "BATCH UPDATE REJECTED FOR "
                    WS-ENTRY-LAST-NAME
                PERFORM 6400-BATCH-WRITE-REJECT
            ELSE
                MOVE WS-ENTRY-LAST-NAME TO PHONE-LAST-NAME
                        ADD 1 TO WS-BATCH-UPDATED
                        MOVE "U" TO WS-PH-ACTION
                        PERFORM 8800-WRITE-PHONE-HISTORY
                        IF PHONE-DEPT-CODE NOT = WS-BEFORE-DEPT-CODE
                            MOVE "M" TO WS-GAP-ACTION
                            PERFORM 7800-WARN-CALL-TREE-GAP
                        END-IF
                    ELSE
                        DISPLAY "UNABLE TO REWRITE ENTRY, "
                            "STATUS = " WS-PHONE-FILE-STATUS
                            MOVE "D" TO WS-PH-ACTION
                            MOVE LOW-VALUES TO PHONE-RECORD
                            PERFORM 8800-WRITE-PHONE-HISTORY
                            MOVE "D" TO WS-GAP-ACTION
                            PERFORM 7800-WARN-CALL-TREE-GAP
                    END-DELETE
            END-READ.
            IF NOT WS-PHONE-FILE-OK
            DISPLAY "1-ADD ENTRY  2-LOOK UP ENTRY  3-UPDATE ENTRY  "
                "4-DELETE ENTRY".
            DISPLAY "5-FIND BY NUMBER  6-FIND BY EXTENSION  "
                "7-BROWSE BY DEPARTMENT  8-CALL TREE  9-EXIT".
            DISPLAY "ENTER CHOICE: ".
            ACCEPT WS-MENU-CHOICE.
            IF WS-CHOICE-EXIT
            ELSE IF WS-CHOICE-ADD OR WS-CHOICE-INQUIRY
                OR WS-CHOICE-UPDATE OR WS-CHOICE-DELETE
                OR WS-CHOICE-BY-NUMBER OR WS-CHOICE-BY-EXTENSION
                OR WS-CHOICE-BY-DEPT OR WS-CHOICE-CALL-TREE
                PERFORM 1100-GATE-AND-DISPATCH
            ELSE
                DISPLAY "INVALID CHOICE"
                        PERFORM 4000-UPDATE-RECORD
                    WHEN WS-CHOICE-DELETE
                        PERFORM 5000-DELETE-RECORD
                    WHEN WS-CHOICE-CALL-TREE
                        PERFORM 7000-MAINTAIN-CALL-TREE
                END-EVALUATE
            END-IF.

                    MOVE "DUP" TO WS-REJECT-REASON
                ELSE
                    PERFORM 2270-CHECK-DEPT-CODE
                    IF WS-ENTRY-IS-OK
                        PERFORM 2280-CHECK-EXTENSION
                    END-IF
                END-IF
            END-IF.

                END-READ
            END-IF.

      * AN EXTENSION HAS TO SIT INSIDE ITS DEPARTMENT'S RANGE ON
      * THE MASTER, AND NOBODY ELSE CAN ALREADY HAVE IT.  ZERO IS
      * NO EXTENSION AT ALL, AND A DEPARTMENT WITH NO RANGE SET (OR
      * NOT ON THE MASTER - 2270 DEALS WITH THAT) TAKES ANY.
       2280-CHECK-EXTENSION.
            IF WS-ENTRY-EXTENSION NOT = ZERO
                MOVE ZERO TO DP-EXT-LOW DP-EXT-HIGH
                IF WS-DEPT-CHECK-ON
                    MOVE WS-ENTRY-DEPT-CODE TO DP-DEPT-CODE
                    READ DEPT-FILE
                        INVALID KEY
                            MOVE ZERO TO DP-EXT-LOW DP-EXT-HIGH
                    END-READ
                END-IF
                IF DP-EXT-HIGH NOT = ZERO
                    AND (WS-ENTRY-EXTENSION < DP-EXT-LOW
                      OR WS-ENTRY-EXTENSION > DP-EXT-HIGH)
                    DISPLAY "EXTENSION " WS-ENTRY-EXTENSION
                        " IS OUTSIDE DEPARTMENT " WS-ENTRY-DEPT-CODE
                        " RANGE " DP-EXT-LOW " - " DP-EXT-HIGH
                    MOVE "N" TO WS-ENTRY-OK
                    MOVE "EXR" TO WS-REJECT-REASON
                ELSE
                    PERFORM 2290-CHECK-EXTENSION-IN-USE
                    IF WS-EXT-IN-USE
                        DISPLAY "EXTENSION " WS-ENTRY-EXTENSION
                            " ALREADY BELONGS TO " PHONE-LAST-NAME
                            " " PHONE-FIRST-NAME
                        MOVE "N" TO WS-ENTRY-OK
                        MOVE "EXU" TO WS-REJECT-REASON
                    END-IF
                END-IF
            END-IF.

      * THE SAME FULL KEYED WALK AS THE BY-EXTENSION LOOK-UP.  THE
      * ENTRY BEING CHANGED MAY ALREADY HOLD THE EXTENSION ITSELF,
      * SO ITS OWN NAME KEY DOESN'T COUNT.  ON A HIT THE HOLDER IS
      * LEFT IN PHONE-RECORD FOR THE MESSAGE.
       2290-CHECK-EXTENSION-IN-USE.
            MOVE "N" TO WS-EXT-IN-USE-SWITCH.
            PERFORM 3500-START-THE-WALK.
            PERFORM UNTIL WS-WALK-DONE OR WS-EXT-IN-USE
                IF PHONE-EXTENSION = WS-ENTRY-EXTENSION
                    AND (PHONE-LAST-NAME NOT = WS-ENTRY-LAST-NAME
                      OR PHONE-FIRST-NAME NOT = WS-ENTRY-FIRST-NAME)
                    SET WS-EXT-IN-USE TO TRUE
                ELSE
                    PERFORM 3900-WALK-NEXT-ENTRY
                END-IF
            END-PERFORM.

      * PHONE-NAME-KEY (LAST NAME PLUS FIRST NAME) IS THE RECORD KEY,
      * SO A KEYED READ ON BOTH TOGETHER TELLS WHETHER THIS EXACT
      * PERSON IS ALREADY ON FILE WITHOUT REJECTING A DIFFERENT PERSON
                            MOVE "D" TO WS-PH-ACTION
                            MOVE LOW-VALUES TO PHONE-RECORD
                            PERFORM 8800-WRITE-PHONE-HISTORY
                            MOVE "D" TO WS-GAP-ACTION
                            PERFORM 7800-WARN-CALL-TREE-GAP
                    END-DELETE
            END-READ.
            CLOSE PHONE-FILE.

      * THE DEPARTMENT EMERGENCY CALL TREES.  THE TREE ONLY NAMES
      * PEOPLE - THEIR NUMBERS COME OFF PHONE-FILE WHENEVER A TREE
      * IS SHOWN OR PRINTED, SO THE TREE CAN'T GO STALE THE WAY THE
      * OLD BINDER DID.
       7000-MAINTAIN-CALL-TREE.
            IF NOT WS-CALL-TREE-ON
                DISPLAY "CALL-TREE-FILE IS NOT AVAILABLE"
            ELSE
                PERFORM 1500-OPEN-PHONE-FILE
                MOVE "N" TO WS-TREE-DONE-SWITCH
                PERFORM 7050-CALL-TREE-MENU UNTIL WS-TREE-DONE
                CLOSE PHONE-FILE
            END-IF.

       7050-CALL-TREE-MENU.
            DISPLAY "CALL TREE - 1-SET MEMBER/ROLE  2-REMOVE MEMBER  "
                "3-SHOW DEPARTMENT TREE".
            DISPLAY "            4-CHECK ALL DEPARTMENTS  9-RETURN".
            DISPLAY "ENTER CHOICE: ".
            ACCEPT WS-TREE-CHOICE.
            IF WS-TREE-CHOICE-RETURN
                SET WS-TREE-DONE TO TRUE
            ELSE IF WS-TREE-CHOICE-SET
                PERFORM 7100-SET-TREE-MEMBER
            ELSE IF WS-TREE-CHOICE-REMOVE
                PERFORM 7200-REMOVE-TREE-MEMBER
            ELSE IF WS-TREE-CHOICE-SHOW
                PERFORM 7300-SHOW-DEPT-TREE
            ELSE IF WS-TREE-CHOICE-CHECK
                PERFORM 7400-CHECK-ALL-DEPARTMENTS
            ELSE
                DISPLAY "INVALID CHOICE"
            END-IF.

      * PUT SOMEONE INTO A DEPARTMENT'S TREE, OR CHANGE THE ROLE,
      * CALLER OR CALL ORDER THEY ALREADY HAVE THERE.
       7100-SET-TREE-MEMBER.
            PERFORM 7110-ACCEPT-TREE-ENTRY.
            PERFORM 7120-VALIDATE-TREE-ENTRY.
            IF WS-ENTRY-IS-OK
                PERFORM 7150-STORE-TREE-ENTRY
            END-IF.

       7110-ACCEPT-TREE-ENTRY.
            MOVE SPACES TO WS-TREE-DEPT WS-TREE-MEMBER-KEY
                WS-TREE-ROLE WS-TREE-CALLER-KEY.
            MOVE ZERO TO WS-TREE-CALL-ORDER.
            DISPLAY "DEPARTMENT CODE: ".
            ACCEPT WS-TREE-DEPT.
            DISPLAY PROMPT-1 " ? ".
            ACCEPT WS-TREE-LAST-NAME.
            DISPLAY PROMPT-2 " ? ".
            ACCEPT WS-TREE-FIRST-NAME.
            DISPLAY "ROLE (P-PRIMARY B-BACKUP E-ESCALATION M-MEMBER): ".
            ACCEPT WS-TREE-ROLE.
            IF WS-TREE-ROLE-MEMBER
                DISPLAY "CALLED BY - LAST NAME (BLANK = DEPARTMENT "
                    "PRIMARY): "
                ACCEPT WS-TREE-CALLER-LAST
                DISPLAY "CALLED BY - FIRST NAME: "
                ACCEPT WS-TREE-CALLER-FIRST
                DISPLAY "CALL ORDER (01-99): "
                ACCEPT WS-TREE-CALL-ORDER
            END-IF.

      * PRIMARY, BACKUP AND MEMBERS MUST BE LISTED IN THE DEPARTMENT
      * ON PHONE-FILE; AN ESCALATION CONTACT CAN SIT ANYWHERE IN THE
      * DIRECTORY.  NOBODY GOES INTO A TREE WITHOUT A DIRECTORY
      * ENTRY - THAT IS WHERE THE NUMBER COMES FROM.
       7120-VALIDATE-TREE-ENTRY.
            MOVE "Y" TO WS-ENTRY-OK.
            IF WS-TREE-DEPT = SPACES
                DISPLAY "DEPARTMENT CODE IS REQUIRED"
                MOVE "N" TO WS-ENTRY-OK
            ELSE IF WS-TREE-LAST-NAME = SPACES
                DISPLAY "LAST NAME MUST BE ENTERED"
                MOVE "N" TO WS-ENTRY-OK
            ELSE IF NOT WS-TREE-ROLE-VALID
                DISPLAY "ROLE MUST BE P, B, E OR M"
                MOVE "N" TO WS-ENTRY-OK
            ELSE
                PERFORM 7130-CHECK-TREE-AGAINST-FILES
            END-IF.
            IF WS-ENTRY-IS-OK
                PERFORM 7610-SCAN-DEPT-TREE
                PERFORM 7140-CHECK-ROLE-AND-CALLER
            END-IF.

       7130-CHECK-TREE-AGAINST-FILES.
            IF WS-DEPT-CHECK-ON
                MOVE WS-TREE-DEPT TO DP-DEPT-CODE
                READ DEPT-FILE
                    INVALID KEY
                        DISPLAY "DEPARTMENT " WS-TREE-DEPT
                            " NOT ON DEPARTMENT MASTER"
                        MOVE "N" TO WS-ENTRY-OK
                END-READ
            END-IF.
            IF WS-ENTRY-IS-OK
                MOVE WS-TREE-MEMBER-KEY TO PHONE-NAME-KEY
                READ PHONE-FILE
                    INVALID KEY
                        DISPLAY "NO DIRECTORY ENTRY FOR "
                            WS-TREE-LAST-NAME " " WS-TREE-FIRST-NAME
                            " - ADD THE ENTRY FIRST"
                        MOVE "N" TO WS-ENTRY-OK
                END-READ
            END-IF.
            IF WS-ENTRY-IS-OK AND WS-TREE-ROLE-IN-DEPT
                AND PHONE-DEPT-CODE NOT = WS-TREE-DEPT
                DISPLAY WS-TREE-LAST-NAME " IS LISTED IN DEPARTMENT "
                    PHONE-DEPT-CODE " - ONLY THE ESCALATION CONTACT "
                    "MAY COME FROM ANOTHER DEPARTMENT"
                MOVE "N" TO WS-ENTRY-OK
            END-IF.

      * ONE PRIMARY, ONE BACKUP AND ONE ESCALATION CONTACT PER
      * DEPARTMENT; THEY ARE RUNG FROM THE COMPANY ROSTER, SO THEY
      * CARRY NO CALLER.  A MEMBER IS RUNG BY SOMEONE ALREADY IN THE
      * SAME TREE - THE PRIMARY UNLESS ANOTHER CALLER IS NAMED.
       7140-CHECK-ROLE-AND-CALLER.
            MOVE SPACES TO WS-TREE-ROLE-HOLDER.
            EVALUATE TRUE
                WHEN WS-TREE-ROLE-PRIMARY
                    MOVE WS-TREE-PRIMARY-KEY TO WS-TREE-ROLE-HOLDER
                WHEN WS-TREE-ROLE-BACKUP
                    MOVE WS-TREE-BACKUP-KEY TO WS-TREE-ROLE-HOLDER
                WHEN WS-TREE-ROLE-ESCALATION
                    MOVE WS-TREE-ESCALATION-KEY TO WS-TREE-ROLE-HOLDER
            END-EVALUATE.
            IF WS-TREE-ROLE-HOLDER NOT = SPACES
                AND WS-TREE-ROLE-HOLDER NOT = WS-TREE-MEMBER-KEY
                DISPLAY "DEPARTMENT " WS-TREE-DEPT " ALREADY HAS "
                    "THAT ROLE - " WS-TREE-ROLE-HOLDER
                MOVE "N" TO WS-ENTRY-OK
            ELSE IF WS-TREE-ROLE-MEMBER
                PERFORM 7145-CHECK-CALLER
            ELSE
                MOVE SPACES TO WS-TREE-CALLER-KEY
                MOVE ZERO TO WS-TREE-CALL-ORDER
            END-IF.

       7145-CHECK-CALLER.
            IF WS-TREE-CALLER-KEY = SPACES
                MOVE WS-TREE-PRIMARY-KEY TO WS-TREE-CALLER-KEY
            END-IF.
            IF WS-TREE-CALLER-KEY = SPACES
                DISPLAY "DEPARTMENT " WS-TREE-DEPT " HAS NO PRIMARY "
                    "YET - NAME THE CALLER OR SET THE PRIMARY FIRST"
                MOVE "N" TO WS-ENTRY-OK
            ELSE IF WS-TREE-CALLER-KEY = WS-TREE-MEMBER-KEY
                DISPLAY "A MEMBER CANNOT BE THEIR OWN CALLER"
                MOVE "N" TO WS-ENTRY-OK
            ELSE IF WS-TREE-CALL-ORDER = ZERO
                DISPLAY "CALL ORDER MUST BE 01-99"
                MOVE "N" TO WS-ENTRY-OK
            ELSE
                MOVE WS-TREE-DEPT TO CL-DEPT-CODE
                MOVE WS-TREE-CALLER-KEY TO CL-MEMBER-KEY
                READ CALL-TREE-FILE
                    INVALID KEY
                        DISPLAY "CALLER " WS-TREE-CALLER-LAST " "
                            WS-TREE-CALLER-FIRST " IS NOT IN "
                            "DEPARTMENT " WS-TREE-DEPT "'S TREE"
                        MOVE "N" TO WS-ENTRY-OK
                    NOT INVALID KEY
                        IF CL-CALLER-KEY = WS-TREE-MEMBER-KEY
                            DISPLAY "CALLER " WS-TREE-CALLER-LAST
                                " IS RUNG BY " WS-TREE-LAST-NAME
                                " - THE TREE WOULD GO ROUND IN A "
                                "CIRCLE"
                            MOVE "N" TO WS-ENTRY-OK
                        END-IF
                END-READ
            END-IF.

       7150-STORE-TREE-ENTRY.
            MOVE "N" TO WS-TREE-FOUND-SWITCH.
            MOVE WS-TREE-DEPT TO CL-DEPT-CODE.
            MOVE WS-TREE-MEMBER-KEY TO CL-MEMBER-KEY.
            READ CALL-TREE-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-TREE-FOUND TO TRUE
            END-READ.
            MOVE SPACES TO CALL-TREE-RECORD.
            MOVE WS-TREE-DEPT TO CL-DEPT-CODE.
            MOVE WS-TREE-MEMBER-KEY TO CL-MEMBER-KEY.
            MOVE WS-TREE-ROLE TO CL-ROLE.
            MOVE WS-TREE-CALLER-KEY TO CL-CALLER-KEY.
            MOVE WS-TREE-CALL-ORDER TO CL-CALL-ORDER.
            MOVE WS-OPERATOR-ID TO CL-UPDATED-BY.
            ACCEPT CL-UPDATED-DATE FROM DATE YYYYMMDD.
            IF WS-TREE-FOUND
                REWRITE CALL-TREE-RECORD
            ELSE
                WRITE CALL-TREE-RECORD
            END-IF.
            IF WS-CALL-TREE-OK
                DISPLAY "CALL TREE ENTRY SET BY " WS-OPERATOR-ID
            ELSE
                DISPLAY "UNABLE TO STORE CALL TREE ENTRY, STATUS = "
                    WS-CALL-TREE-STATUS
            END-IF.

      * TAKE SOMEONE OUT OF A TREE.  NOT WHILE ANYONE STILL LOOKS
      * TO THEM TO RING - THOSE MEMBERS NEED A NEW CALLER FIRST, OR
      * THE TREE BREAKS AT THAT BRANCH.
       7200-REMOVE-TREE-MEMBER.
            MOVE SPACES TO WS-TREE-DEPT WS-TREE-MEMBER-KEY.
            DISPLAY "DEPARTMENT CODE: ".
            ACCEPT WS-TREE-DEPT.
            DISPLAY PROMPT-1 " ? ".
            ACCEPT WS-TREE-LAST-NAME.
            DISPLAY PROMPT-2 " ? ".
            ACCEPT WS-TREE-FIRST-NAME.
            MOVE WS-TREE-DEPT TO CL-DEPT-CODE.
            MOVE WS-TREE-MEMBER-KEY TO CL-MEMBER-KEY.
            READ CALL-TREE-FILE
                INVALID KEY
                    DISPLAY WS-TREE-LAST-NAME " " WS-TREE-FIRST-NAME
                        " IS NOT IN DEPARTMENT " WS-TREE-DEPT "'S TREE"
            END-READ.
            IF WS-CALL-TREE-OK
                MOVE CL-ROLE TO WS-TREE-ROLE
                PERFORM 7610-SCAN-DEPT-TREE
                IF WS-TREE-CALLS-COUNT > ZERO
                    DISPLAY WS-TREE-LAST-NAME " STILL RINGS "
                        WS-TREE-CALLS-COUNT " MEMBER(S) - GIVE THEM "
                        "ANOTHER CALLER FIRST"
                ELSE
                    PERFORM 7250-DELETE-TREE-ENTRY
                END-IF
            END-IF.

       7250-DELETE-TREE-ENTRY.
            MOVE WS-TREE-DEPT TO CL-DEPT-CODE.
            MOVE WS-TREE-MEMBER-KEY TO CL-MEMBER-KEY.
            DELETE CALL-TREE-FILE
                INVALID KEY
                    DISPLAY "UNABLE TO REMOVE CALL TREE ENTRY, "
                        "STATUS = " WS-CALL-TREE-STATUS
                NOT INVALID KEY
                    DISPLAY "REMOVED FROM DEPARTMENT " WS-TREE-DEPT
                        " TREE BY " WS-OPERATOR-ID
                    IF WS-TREE-ROLE-PRIMARY
                        DISPLAY "DEPARTMENT " WS-TREE-DEPT
                            " HAS NO PRIMARY UNTIL ONE IS SET"
                    END-IF
                    IF WS-TREE-ROLE-BACKUP
                        DISPLAY "DEPARTMENT " WS-TREE-DEPT
                            " HAS NO BACKUP UNTIL ONE IS SET"
                    END-IF
            END-DELETE.

      * ONE DEPARTMENT'S TREE AS IT STANDS, WITH TODAY'S NUMBER FOR
      * EVERY NAME IN IT.
       7300-SHOW-DEPT-TREE.
            DISPLAY "DEPARTMENT CODE: ".
            ACCEPT WS-TREE-DEPT.
            IF WS-TREE-DEPT = SPACES
                DISPLAY "DEPARTMENT CODE IS REQUIRED"
            ELSE
                IF WS-DEPT-CHECK-ON
                    MOVE WS-TREE-DEPT TO DP-DEPT-CODE
                    READ DEPT-FILE
                        INVALID KEY
                            DISPLAY "DEPARTMENT " WS-TREE-DEPT
                                " NOT ON DEPT-FILE"
                        NOT INVALID KEY
                            DISPLAY "DEPARTMENT " DP-DEPT-CODE
                                " - " DP-DEPT-NAME
                    END-READ
                END-IF
                PERFORM 7600-START-DEPT-TREE
                PERFORM 7320-SHOW-TREE-ENTRY UNTIL WS-TREE-WALK-DONE
                MOVE SPACES TO WS-TREE-MEMBER-KEY
                PERFORM 7610-SCAN-DEPT-TREE
                DISPLAY "MEMBERS IN TREE: " WS-TREE-MEMBER-COUNT
                PERFORM 7450-NAME-MISSING-ROLES
                IF WS-TREE-MISSING-TEXT NOT = SPACES
                    DISPLAY "*** " WS-TREE-MISSING-TEXT " ***"
                END-IF
            END-IF.

       7320-SHOW-TREE-ENTRY.
            PERFORM 7700-NAME-THE-ROLE.
            MOVE CL-MEMBER-KEY TO PHONE-NAME-KEY.
            READ PHONE-FILE
                INVALID KEY
                    DISPLAY "  " WS-TREE-ROLE-NAME " " CL-LAST-NAME
                        " " CL-FIRST-NAME " ** NOT IN DIRECTORY **"
                NOT INVALID KEY
                    DISPLAY "  " WS-TREE-ROLE-NAME " " PHONE-LAST-NAME
                        " " PHONE-FIRST-NAME " " PHONE-NUMBER
                        " X" PHONE-EXTENSION " DEPT " PHONE-DEPT-CODE
            END-READ.
            IF CL-ROLE-MEMBER
                DISPLAY "      CALLED BY " CL-CALLER-LAST " "
                    CL-CALLER-FIRST " ORDER " CL-CALL-ORDER
            END-IF.
            PERFORM 7690-READ-NEXT-TREE.

      * EVERY DEPARTMENT ON THE MASTER NEEDS A PRIMARY AND A BACKUP.
      * LIST THE ONES THAT DON'T HAVE BOTH.
       7400-CHECK-ALL-DEPARTMENTS.
            IF NOT WS-DEPT-CHECK-ON
                DISPLAY "NO DEPARTMENT MASTER - NOTHING TO CHECK "
                    "AGAINST"
            ELSE
                MOVE ZERO TO WS-TREE-DEPT-COUNT WS-TREE-GAP-COUNT
                MOVE "N" TO WS-DEPT-WALK-SWITCH
                MOVE LOW-VALUES TO DP-DEPT-CODE
                START DEPT-FILE KEY IS NOT LESS THAN DP-DEPT-CODE
                    INVALID KEY SET WS-DEPT-WALK-DONE TO TRUE
                END-START
                IF NOT WS-DEPT-WALK-DONE
                    PERFORM 7490-READ-NEXT-DEPT
                END-IF
                PERFORM 7410-CHECK-ONE-DEPARTMENT
                    UNTIL WS-DEPT-WALK-DONE
                DISPLAY "DEPARTMENTS CHECKED : " WS-TREE-DEPT-COUNT
                DISPLAY "DEPARTMENTS SHORT   : " WS-TREE-GAP-COUNT
            END-IF.

       7410-CHECK-ONE-DEPARTMENT.
            ADD 1 TO WS-TREE-DEPT-COUNT.
            MOVE DP-DEPT-CODE TO WS-TREE-DEPT.
            MOVE SPACES TO WS-TREE-MEMBER-KEY.
            PERFORM 7610-SCAN-DEPT-TREE.
            PERFORM 7450-NAME-MISSING-ROLES.
            IF WS-TREE-MISSING-TEXT NOT = SPACES
                ADD 1 TO WS-TREE-GAP-COUNT
                DISPLAY "  " DP-DEPT-CODE " " DP-DEPT-NAME " "
                    WS-TREE-MISSING-TEXT
            END-IF.
            PERFORM 7490-READ-NEXT-DEPT.

       7450-NAME-MISSING-ROLES.
            IF WS-TREE-PRIMARY-KEY = SPACES
                AND WS-TREE-BACKUP-KEY = SPACES
                MOVE "NO PRIMARY OR BACKUP" TO WS-TREE-MISSING-TEXT
            ELSE IF WS-TREE-PRIMARY-KEY = SPACES
                MOVE "NO PRIMARY" TO WS-TREE-MISSING-TEXT
            ELSE IF WS-TREE-BACKUP-KEY = SPACES
                MOVE "NO BACKUP" TO WS-TREE-MISSING-TEXT
            ELSE
                MOVE SPACES TO WS-TREE-MISSING-TEXT
            END-IF.

       7490-READ-NEXT-DEPT.
            READ DEPT-FILE NEXT RECORD
                AT END SET WS-DEPT-WALK-DONE TO TRUE
            END-READ.
            IF NOT WS-DEPT-FILE-OK AND NOT WS-DEPT-WALK-DONE
                DISPLAY "DEPT-FILE READ ERROR, STATUS = "
                    WS-DEPT-FILE-STATUS
                SET WS-DEPT-WALK-DONE TO TRUE
            END-IF.

      * POSITION ON THE FIRST TREE RECORD FOR WS-TREE-DEPT.
       7600-START-DEPT-TREE.
            MOVE "N" TO WS-TREE-WALK-SWITCH.
            MOVE WS-TREE-DEPT TO CL-DEPT-CODE.
            MOVE LOW-VALUES TO CL-MEMBER-KEY.
            START CALL-TREE-FILE KEY IS NOT LESS THAN CL-KEY
                INVALID KEY SET WS-TREE-WALK-DONE TO TRUE
            END-START.
            IF NOT WS-TREE-WALK-DONE
                PERFORM 7690-READ-NEXT-TREE
            END-IF.

      * WHO HOLDS EACH ROLE IN WS-TREE-DEPT, HOW MANY MEMBERS IT
      * HAS, AND HOW MANY OF THEM WS-TREE-MEMBER-KEY RINGS.
       7610-SCAN-DEPT-TREE.
            MOVE SPACES TO WS-TREE-PRIMARY-KEY WS-TREE-BACKUP-KEY
                WS-TREE-ESCALATION-KEY.
            MOVE ZERO TO WS-TREE-MEMBER-COUNT WS-TREE-CALLS-COUNT.
            PERFORM 7600-START-DEPT-TREE.
            PERFORM 7620-NOTE-TREE-ENTRY UNTIL WS-TREE-WALK-DONE.

       7620-NOTE-TREE-ENTRY.
            EVALUATE TRUE
                WHEN CL-ROLE-PRIMARY
                    MOVE CL-MEMBER-KEY TO WS-TREE-PRIMARY-KEY
                WHEN CL-ROLE-BACKUP
                    MOVE CL-MEMBER-KEY TO WS-TREE-BACKUP-KEY
                WHEN CL-ROLE-ESCALATION
                    MOVE CL-MEMBER-KEY TO WS-TREE-ESCALATION-KEY
                WHEN OTHER
                    ADD 1 TO WS-TREE-MEMBER-COUNT
            END-EVALUATE.
            IF CL-ROLE-MEMBER
                AND CL-CALLER-KEY = WS-TREE-MEMBER-KEY
                ADD 1 TO WS-TREE-CALLS-COUNT
            END-IF.
            PERFORM 7690-READ-NEXT-TREE.

       7690-READ-NEXT-TREE.
            READ CALL-TREE-FILE NEXT RECORD
                AT END SET WS-TREE-WALK-DONE TO TRUE
            END-READ.
            IF NOT WS-CALL-TREE-OK AND NOT WS-TREE-WALK-DONE
                DISPLAY "CALL-TREE-FILE READ ERROR, STATUS = "
                    WS-CALL-TREE-STATUS
                SET WS-TREE-WALK-DONE TO TRUE
            END-IF.
            IF NOT WS-TREE-WALK-DONE
                AND CL-DEPT-CODE NOT = WS-TREE-DEPT
                SET WS-TREE-WALK-DONE TO TRUE
            END-IF.

       7700-NAME-THE-ROLE.
            EVALUATE TRUE
                WHEN CL-ROLE-PRIMARY
                    MOVE "PRIMARY" TO WS-TREE-ROLE-NAME
                WHEN CL-ROLE-BACKUP
                    MOVE "BACKUP" TO WS-TREE-ROLE-NAME
                WHEN CL-ROLE-ESCALATION
                    MOVE "ESCALATION" TO WS-TREE-ROLE-NAME
                WHEN OTHER
                    MOVE "MEMBER" TO WS-TREE-ROLE-NAME
            END-EVALUATE.

      * THE ENTRY JUST DELETED - OR JUST MOVED TO ANOTHER
      * DEPARTMENT - IS IN WS-BEFORE-PHONE-RECORD.  WALK EVERY TREE
      * AND SAY WHERE IT LEAVES A HOLE: A ROLE NOBODY NOW HOLDS, OR
      * MEMBERS NOBODY NOW RINGS.  A MOVE ONLY BREAKS THE OLD
      * DEPARTMENT'S TREE - AN ESCALATION CONTACT ELSEWHERE STILL
      * STANDS.  THE TREE ITSELF IS LEFT FOR A PERSON TO MEND; THE
      * NIGHTLY EXCEPTION LIST KEEPS SHOWING IT UNTIL THEY DO.
       7800-WARN-CALL-TREE-GAP.
            IF WS-CALL-TREE-ON
                MOVE "N" TO WS-TREE-WALK-SWITCH
                MOVE LOW-VALUES TO CL-KEY
                START CALL-TREE-FILE KEY IS NOT LESS THAN CL-KEY
                    INVALID KEY SET WS-TREE-WALK-DONE TO TRUE
                END-START
                IF NOT WS-TREE-WALK-DONE
                    PERFORM 7890-READ-NEXT-ANY-TREE
                END-IF
                PERFORM 7810-CHECK-ONE-FOR-GAP UNTIL WS-TREE-WALK-DONE
            END-IF.

       7810-CHECK-ONE-FOR-GAP.
            IF CL-MEMBER-KEY = WS-BEFORE-NAME-KEY
                IF WS-GAP-ON-DELETE
                    OR (CL-ROLE-IN-DEPT
                        AND CL-DEPT-CODE = WS-BEFORE-DEPT-CODE)
                    PERFORM 7700-NAME-THE-ROLE
                    DISPLAY "CALL TREE GAP - DEPARTMENT " CL-DEPT-CODE
                        " HAS LOST ITS " WS-TREE-ROLE-NAME " "
                        CL-LAST-NAME " " CL-FIRST-NAME
                END-IF
            ELSE IF CL-CALLER-KEY = WS-BEFORE-NAME-KEY
                AND (WS-GAP-ON-DELETE
                     OR CL-DEPT-CODE = WS-BEFORE-DEPT-CODE)
                DISPLAY "CALL TREE GAP - DEPARTMENT " CL-DEPT-CODE
                    " MEMBER " CL-LAST-NAME " " CL-FIRST-NAME
                    " HAS NOBODY TO RING THEM"
            END-IF.
            PERFORM 7890-READ-NEXT-ANY-TREE.

       7890-READ-NEXT-ANY-TREE.
            READ CALL-TREE-FILE NEXT RECORD
                AT END SET WS-TREE-WALK-DONE TO TRUE
            END-READ.
            IF NOT WS-CALL-TREE-OK AND NOT WS-TREE-WALK-DONE
                DISPLAY "CALL-TREE-FILE READ ERROR, STATUS = "
                    WS-CALL-TREE-STATUS
                SET WS-TREE-WALK-DONE TO TRUE
            END-IF.
       END PROGRAM OPEN-WRITE.

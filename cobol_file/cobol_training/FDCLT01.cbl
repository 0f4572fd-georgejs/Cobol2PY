      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Record layout for CALL-TREE-FILE - the
      *              department emergency call trees.  One record per
      *              person in a department's tree, keyed by the
      *              department and the person's PHONE-NAME-KEY; the
      *              numbers themselves stay on PHONE-FILE, so the
      *              printed tree always carries today's number.
      *              Roles - P department primary, B backup, E
      *              escalation contact (may sit in another
      *              department), M member.  The caller is the tree
      *              member who rings this person, in call order;
      *              blank on a primary, backup or escalation
      *              contact, who are rung from the company roster.
      *              A department needs one primary and one backup.
      * Tectonics: cobc
      ******************************************************************
       FD  CALL-TREE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CALL-TREE-RECORD.
           05 CL-KEY.
               10 CL-DEPT-CODE         PIC X(04).
               10 CL-MEMBER-KEY.
                   15 CL-LAST-NAME     PIC X(20).
                   15 CL-FIRST-NAME    PIC X(20).
           05 CL-ROLE                  PIC X(01).
               88 CL-ROLE-PRIMARY          VALUE "P".
               88 CL-ROLE-BACKUP           VALUE "B".
               88 CL-ROLE-ESCALATION       VALUE "E".
               88 CL-ROLE-MEMBER           VALUE "M".
               88 CL-ROLE-VALID            VALUE "P" "B" "E" "M".
               88 CL-ROLE-UNIQUE           VALUE "P" "B" "E".
               88 CL-ROLE-IN-DEPT          VALUE "P" "B" "M".
           05 CL-CALLER-KEY.
               10 CL-CALLER-LAST       PIC X(20).
               10 CL-CALLER-FIRST      PIC X(20).
           05 CL-CALL-ORDER            PIC 9(02).
           05 CL-UPDATED-BY            PIC X(08).
           05 CL-UPDATED-DATE          PIC 9(08).
           05 FILLER                   PIC X(10).

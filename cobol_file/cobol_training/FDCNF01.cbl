      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Record layout for CONFIRM-LOG-FILE.  CNFGEN01
      *              writes the record SENT when it prints the
      *              letter, with the open balance as of the cut-off
      *              it printed and how the vendor came to be picked.
      *              CNFMNT01 records the reply: AGREED, EXCEPTION
      *              with the balance the vendor says it is owed -
      *              CF-DIFFERENCE is theirs less ours - or RETURNED
      *              when the letter came back undelivered.  CNFRPT01
      *              reports response rates and differences off it.
      * Tectonics: cobc
      ******************************************************************
       FD  CONFIRM-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONFIRM-LOG-RECORD.
           05 CF-KEY.
               10 CF-CUTOFF-DATE       PIC 9(08).
               10 CF-VENDOR-NUMBER     PIC 9(05).
           05 CF-SELECTED-BY           PIC X(01).
               88 CF-BY-LIST               VALUE "L".
               88 CF-BY-THRESHOLD          VALUE "T".
               88 CF-BY-RANDOM             VALUE "R".
           05 CF-RECORDED-BALANCE      PIC S9(09)V99 COMP-3.
           05 CF-OPEN-ITEMS            PIC 9(05).
           05 CF-SENT-DATE             PIC 9(08).
           05 CF-STATUS                PIC X(01).
               88 CF-STATUS-SENT           VALUE "S".
               88 CF-STATUS-RETURNED       VALUE "R".
               88 CF-STATUS-AGREED         VALUE "A".
               88 CF-STATUS-EXCEPTION      VALUE "E".
           05 CF-REPLY-DATE            PIC 9(08).
           05 CF-VENDOR-BALANCE        PIC S9(09)V99 COMP-3.
           05 CF-DIFFERENCE            PIC S9(09)V99 COMP-3.
           05 CF-NOTE                  PIC X(40).
           05 CF-LAST-CHANGE-DATE      PIC 9(08).
           05 CF-LAST-CHANGE-OPERATOR  PIC X(08).
           05 FILLER                   PIC X(20).

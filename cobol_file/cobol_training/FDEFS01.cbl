      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Record layout for EFT-SETTLE-FILE.  ACHGEN01
      *              writes one "A" record per ACH batch it sends and
      *              WIRGEN01 one "W" record per wire, each keyed by
      *              run date and time plus the batch number or wire
      *              sequence, with the amount the bank should take
      *              out of the account and the reference it should
      *              carry back on the statement: the ACH file ID
      *              (YYMMDDHHMM of the file header) for a batch, the
      *              wire sequence for a wire.  EFTRCN01 matches the
      *              bank's prior-day BAI2 debits against it and
      *              stamps what settled, when, and for how much.
      * Tectonics: cobc
      ******************************************************************
       FD  EFT-SETTLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  EFT-SETTLE-RECORD.
           05 ES-KEY.
               10 ES-TYPE              PIC X(01).
                   88 ES-TYPE-ACH          VALUE "A".
                   88 ES-TYPE-WIRE         VALUE "W".
               10 ES-RUN-DATE          PIC 9(08).
               10 ES-RUN-TIME          PIC 9(04).
               10 ES-SEQUENCE          PIC 9(07).
           05 ES-REFERENCE             PIC 9(10).
           05 ES-VALUE-DATE            PIC 9(08).
           05 ES-CURRENCY              PIC X(03).
           05 ES-AMOUNT                PIC 9(11)V99.
           05 ES-ITEM-COUNT            PIC 9(06).
           05 ES-STATUS                PIC X(01).
               88 ES-STATUS-OUTSTANDING    VALUE "O".
               88 ES-STATUS-SETTLED        VALUE "S".
               88 ES-STATUS-SHORT          VALUE "H".
           05 ES-SETTLED-DATE          PIC 9(08).
           05 ES-SETTLED-AMOUNT        PIC 9(11)V99.
           05 ES-SETTLE-COUNT          PIC 9(02).
           05 ES-BANK-REFERENCE        PIC X(16).

      *                  item here, carrying the INVOICE record
      *                  images (they fit the X(300) slots) so the
      *                  cleanup is provable item by item.
      *   2026-10-15 DW  Added VH-ACTION-REMIT - a remit-to address
      *                  released under dual control, carrying the
      *                  REMIT-TO record images (they fit the X(300)
      *                  slots) instead of the vendor record.
      ******************************************************************
       FD  VENDOR-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
               88 VH-ACTION-DEACTIVATE  VALUE "D".
               88 VH-ACTION-VOID        VALUE "V".
               88 VH-ACTION-WRITEOFF    VALUE "W".
               88 VH-ACTION-REMIT       VALUE "R".
           05 VH-CHANGE-DATE       PIC 9(08).
           05 VH-CHANGE-TIME       PIC 9(08).
           05 VH-OPERATOR-ID       PIC X(08).

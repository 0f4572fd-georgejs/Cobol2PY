      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Record layout for CURRENCY-FILE - one record per
      *              ISO currency code: its description, how many
      *              decimal places it is quoted to, whether it is
      *              active, and which payment rails it may be paid
      *              on.  VNDBLD02, VNDMNT01, VNDMCH01 and INVBLD01
      *              refuse a currency that is not here and active;
      *              RATMNT01 keeps rates only for active foreign
      *              currencies; ACHGEN01 and WIRGEN01 split EFT
      *              payments between them by the rail flags; and
      *              PAYREL01 will not release a payment in an
      *              inactive currency.  All of them look the code
      *              up through CURVAL01.  CURMNT01 maintains the
      *              file and CURRPT01 lists it.
      * Tectonics: cobc
      ******************************************************************
       FD  CURRENCY-FILE
           LABEL RECORDS ARE STANDARD.
       01  CURRENCY-RECORD.
           05 CU-CURRENCY-CODE         PIC X(03).
           05 CU-DESCRIPTION           PIC X(30).
           05 CU-DECIMAL-PLACES        PIC 9(01).
           05 CU-STATUS                PIC X(01).
               88 CU-ACTIVE                VALUE "A".
               88 CU-INACTIVE              VALUE "I".
      * THE RAILS A PAYMENT IN THIS CURRENCY MAY GO OUT ON.
           05 CU-RAIL-ACH              PIC X(01).
               88 CU-ACH-ALLOWED           VALUE "Y".
           05 CU-RAIL-WIRE             PIC X(01).
               88 CU-WIRE-ALLOWED          VALUE "Y".
           05 CU-RAIL-CHECK            PIC X(01).
               88 CU-CHECK-ALLOWED         VALUE "Y".
           05 CU-LAST-CHANGE-DATE      PIC 9(08).
           05 CU-LAST-CHANGE-OPERATOR  PIC X(08).
           05 FILLER                   PIC X(20).

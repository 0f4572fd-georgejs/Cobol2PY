      *                  at start of run - the old scan read the
      *                  whole master for EVERY transaction and the
      *                  build step had grown to most of an hour.
      *   2026-10-15 DW  Added the SDNSCR01 call fields and a count
      *                  of new vendors put on sanctions hold.
      *   2026-10-15 DW  Added the CURVAL01 call fields - the vendor
      *                  currency is checked against the currency
      *                  master instead of a USD/CAD/GBP list.
      ******************************************************************
       01  WS-VENDOR-FILE-STATUS      PIC X(02).
           88 WS-VENDOR-FILE-OK           VALUE "00".
       01  WS-CURRENCY-SWITCH          PIC X(01) VALUE "N".
           88 WS-CURRENCY-INVALID          VALUE "Y".

      * FIELDS FOR THE CURVAL01 CURRENCY MASTER LOOK-UP.
       01  WS-CV-CURRENCY-CODE         PIC X(03).
       01  WS-CV-DESCRIPTION           PIC X(30).
       01  WS-CV-DECIMAL-PLACES        PIC 9(01).
       01  WS-CV-RAIL-ACH              PIC X(01).
           88 WS-CV-ACH-ALLOWED            VALUE "Y".
       01  WS-CV-RAIL-WIRE             PIC X(01).
           88 WS-CV-WIRE-ALLOWED           VALUE "Y".
       01  WS-CV-RAIL-CHECK            PIC X(01).
           88 WS-CV-CHECK-ALLOWED          VALUE "Y".
       01  WS-CV-RESULT                PIC X(01).
           88 WS-CV-CURRENCY-ACTIVE        VALUE "A".
           88 WS-CV-CURRENCY-INACTIVE      VALUE "I".

       01  WS-TIN-SWITCH               PIC X(01) VALUE "N".
           88 WS-TIN-INVALID               VALUE "Y".
       01  WS-TIN-DUP-SWITCH           PIC X(01) VALUE "N".
                                       INDEXED BY WS-TIN-IDX
                                       PIC X(09).
       01  WS-TIN-SUB                  PIC 9(05) COMP.

      * FIELDS FOR THE SDNSCR01 SANCTIONS SCREEN CALL.
       01  WS-SS-FUNCTION              PIC X(01).
       01  WS-SS-PAYEE-TYPE            PIC X(01).
       01  WS-SS-PAYEE-NUMBER          PIC 9(05).
       01  WS-SS-NAME                  PIC X(30).
       01  WS-SS-ADDRESS               PIC X(30).
       01  WS-SS-CITY                  PIC X(20).
       01  WS-SS-COUNTRY               PIC X(02).
       01  WS-SS-SOURCE                PIC X(01).
       01  WS-SS-PRIOR-STATUS          PIC X(01).
       01  WS-SS-RESULT                PIC X(01).
           88 WS-SS-POTENTIAL-MATCH        VALUE "M".
           88 WS-SS-PAYEE-BLOCKED          VALUE "B".
       01  WS-SS-SCORE                 PIC 9(03).
       01  WS-SS-MATCH-NAME            PIC X(60).
       01  WS-SANCTIONS-HELD           PIC 9(07) COMP VALUE ZERO.

      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Record layout for CHECK-STOCK-LOG-FILE - one
      *              record for every movement of a range of blank
      *              check stock on a disbursement account: received
      *              from the printer's supplier into the vault,
      *              issued from the vault to the check printer for a
      *              run, returned unused to the vault at the end of
      *              the run (with the count taken on return), or
      *              destroyed.  The log is only ever appended to, in
      *              the order things happened, so the last movement
      *              covering a number says where that number's form
      *              is.  CS-CUSTODIAN is the person who took charge
      *              of the stock - who received it, who took it to
      *              the printer, who counted it back in, or who
      *              witnessed it destroyed - and CS-OPERATOR-ID is
      *              who keyed the entry.
      * Tectonics: cobc
      ******************************************************************
       FD  CHECK-STOCK-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHECK-STOCK-LOG-RECORD.
           05 CS-BANK-ACCT-CODE        PIC X(03).
           05 CS-MOVEMENT              PIC X(01).
               88 CS-RECEIVED              VALUE "R".
               88 CS-TO-PRINTER            VALUE "I".
               88 CS-TO-VAULT              VALUE "T".
               88 CS-DESTROYED             VALUE "D".
           05 CS-FIRST-NUMBER          PIC 9(08).
           05 CS-LAST-NUMBER           PIC 9(08).
           05 CS-COUNT                 PIC 9(07).
           05 CS-ENTRY-DATE            PIC 9(08).
           05 CS-ENTRY-TIME            PIC 9(08).
           05 CS-CUSTODIAN             PIC X(08).
           05 CS-OPERATOR-ID           PIC X(08).
           05 CS-REFERENCE             PIC X(30).
           05 FILLER                   PIC X(11).

      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Record layout for REPORT-DIST-FILE.  One record
      *              per report per recipient: the report name is the
      *              name RPTCAT01 catalogs it under (EXCPLIST,
      *              SECRPT, ...), the recipient ID the operator ID
      *              they sign on with, so they can acknowledge their
      *              own copies.  The delivery method says where the
      *              copy goes - a print bin, a secure folder or the
      *              email drop - and the destination names the bin,
      *              folder or address.  Copies only means more than
      *              one to a print bin.  A non-zero RD-ACK-DAYS marks
      *              a sensitive delivery: the recipient has that
      *              many days to acknowledge it before it shows on
      *              the overdue list.  DSTMNT01 maintains the file;
      *              RPTDST01 distributes off it.
      * Tectonics: cobc
      ******************************************************************
       FD  REPORT-DIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-DIST-RECORD.
           05 RD-KEY.
               10 RD-REPORT-NAME       PIC X(12).
               10 RD-RECIPIENT-ID      PIC X(08).
           05 RD-RECIPIENT-NAME        PIC X(30).
           05 RD-DEPT-CODE             PIC X(04).
           05 RD-COPIES                PIC 9(02).
           05 RD-METHOD                PIC X(01).
               88 RD-BY-PRINT-BIN          VALUE "P".
               88 RD-BY-SECURE-FOLDER      VALUE "S".
               88 RD-BY-EMAIL-DROP         VALUE "E".
               88 RD-METHOD-VALID          VALUE "P" "S" "E".
           05 RD-DESTINATION           PIC X(40).
           05 RD-ACK-DAYS              PIC 9(02).
               88 RD-NO-ACK-NEEDED         VALUE ZERO.
           05 RD-LAST-CHANGE-DATE      PIC 9(08).
           05 RD-LAST-CHANGE-OPERATOR  PIC X(08).
           05 FILLER                   PIC X(20).

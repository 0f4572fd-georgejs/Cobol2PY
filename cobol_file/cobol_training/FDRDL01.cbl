      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Record layout for DIST-LOG-FILE.  RPTDST01 writes
      *              one record for each recipient of each cataloged
      *              report it distributes: the copy file written,
      *              how and where it went, and - for a sensitive
      *              delivery - the date the acknowledgment is due.
      *              DSTMNT01 records the acknowledgment: the date,
      *              time and the operator who keyed it.
      *              Acknowledgment status: P pending, A acknowledged,
      *              N none needed, F the copy could not be written
      *              (a rerun of the distribution step redelivers).
      * Tectonics: cobc
      ******************************************************************
       FD  DIST-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  DIST-LOG-RECORD.
           05 DG-KEY.
               10 DG-REPORT-NAME       PIC X(12).
               10 DG-RUN-DATE          PIC 9(08).
               10 DG-RUN-TIME          PIC 9(08).
               10 DG-RECIPIENT-ID      PIC X(08).
           05 DG-ACK-KEY.
               10 DG-ACK-STATUS        PIC X(01).
                   88 DG-ACK-PENDING       VALUE "P".
                   88 DG-ACK-RECEIVED      VALUE "A".
                   88 DG-ACK-NOT-NEEDED    VALUE "N".
                   88 DG-DELIVERY-FAILED   VALUE "F".
               10 DG-ACK-RECIPIENT     PIC X(08).
           05 DG-RECIPIENT-NAME        PIC X(30).
           05 DG-DEPT-CODE             PIC X(04).
           05 DG-METHOD                PIC X(01).
               88 DG-BY-PRINT-BIN          VALUE "P".
               88 DG-BY-SECURE-FOLDER      VALUE "S".
               88 DG-BY-EMAIL-DROP         VALUE "E".
           05 DG-DESTINATION           PIC X(40).
           05 DG-COPIES                PIC 9(02).
           05 DG-COPY-NAME             PIC X(40).
           05 DG-DIST-DATE             PIC 9(08).
           05 DG-DIST-TIME             PIC 9(08).
           05 DG-ACK-DUE-DATE          PIC 9(08).
           05 DG-ACK-DATE              PIC 9(08).
           05 DG-ACK-TIME              PIC 9(08).
           05 DG-ACK-BY                PIC X(08).
           05 FILLER                   PIC X(20).

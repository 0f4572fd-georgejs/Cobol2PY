      *                  against us in exactly these words.
      *                  Existing OPERATOR.DAT files need a
      *                  one-time reformat.
      *   2026-10-15 DW  Added OP-RELEASE-LIMIT out of the filler -
      *                  the largest single vendor payment the
      *                  operator may release alone.  No reformat:
      *                  an old record's limit reads as not numeric
      *                  and is treated as zero.
      ******************************************************************
       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
           05 OP-PRIOR-PASSWORDS.
               10 OP-PRIOR-PW OCCURS 3 TIMES
                                       PIC X(08).
      * THE LARGEST SINGLE VENDOR PAYMENT THE OPERATOR MAY RELEASE
      * ALONE IN PAYREL01.  ANYTHING OVER IT NEEDS A SECOND
      * RELEASER WHOSE OWN LIMIT COVERS IT.  ZERO (OR A RECORD
      * FROM BEFORE THE FIELD EXISTED) MEANS NO RELEASE AUTHORITY.
           05 OP-RELEASE-LIMIT         PIC S9(09)V99 COMP-3.
           05 FILLER                   PIC X(04).

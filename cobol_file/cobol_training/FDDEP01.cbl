      *              the same office; a code now has to be on this
      *              file before an entry can carry it.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *   DATE       BY  DESCRIPTION
      *   ---------- --- -------------------------------------------
      *   2026-10-15 DW  Added DP-EXT-LOW/DP-EXT-HIGH - the block of
      *                  phone extensions the department has been
      *                  given.  OPEN-WRITE refuses an extension
      *                  outside it.  Zero/zero means no range set.
      *                  Existing DEPTMSTR files need a one-time
      *                  reformat; a department loaded with zeros
      *                  takes any extension until its range is set.
      *   2026-10-15 DW  Added DP-DEPT-HEAD - who the department's
      *                  expense exceptions are addressed to.  The
      *                  DEPTMSTR reformat loads it blank.
      ******************************************************************
       FD  DEPT-FILE
           LABEL RECORDS ARE STANDARD.
           05 DP-DEPT-CODE             PIC X(04).
           05 DP-DEPT-NAME             PIC X(30).
           05 DP-COST-CENTER           PIC X(06).
      * THE BLOCK OF EXTENSIONS THE DEPARTMENT HAS BEEN GIVEN.  BOTH
      * ZERO MEANS NO RANGE HAS BEEN SET AND ANY EXTENSION IS TAKEN.
           05 DP-EXT-LOW               PIC 9(05).
           05 DP-EXT-HIGH              PIC 9(05).
      * WHO HEADS THE DEPARTMENT - THE EXPENSE EXCEPTION REPORT IS
      * ADDRESSED TO THEM.
           05 DP-DEPT-HEAD             PIC X(30).

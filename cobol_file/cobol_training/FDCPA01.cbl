      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Record layout for CAPITAL-ACCOUNT-FILE - one
      *              record per capital GL account: what it is, the
      *              fixed-asset team's asset class for it, and
      *              whether it is active.  A distribution line coded
      *              to an active capital account is fed to the
      *              fixed-asset team as an asset addition (CAPFED01)
      *              instead of being re-keyed off a copy of the
      *              invoice.  CAPMNT01 maintains the file and
      *              CAPRCN01 reconciles the additions to the GL.
      * Tectonics: cobc
      ******************************************************************
       FD  CAPITAL-ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CAPITAL-ACCOUNT-RECORD.
           05 CA-GL-ACCOUNT            PIC X(08).
           05 CA-DESCRIPTION           PIC X(30).
           05 CA-ASSET-CLASS           PIC X(04).
           05 CA-STATUS                PIC X(01).
               88 CA-ACTIVE                VALUE "A".
               88 CA-INACTIVE              VALUE "I".
           05 CA-LAST-CHANGE-DATE      PIC 9(08).
           05 CA-LAST-CHANGE-OPERATOR  PIC X(08).
           05 FILLER                   PIC X(20).

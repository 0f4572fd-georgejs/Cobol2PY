      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Record layout for REBATE-FILE.  A volume rebate
      *              agreement pays us back a percentage of what we
      *              spend with the vendor over the agreement period,
      *              the percentage rising as the spend passes each
      *              tier's floor.  On an ALL-SPEND agreement the
      *              highest tier reached pays on the whole spend; on
      *              an INCREMENTAL one each tier pays only on the
      *              spend that falls inside it.  When qualifying
      *              accounts are listed only spend coded to them
      *              counts; with none listed all spend counts.
      *              RBTMNT01 keeps the agreements; RBTACR01 totals
      *              the spend each month, accrues what has been
      *              earned and claims it at period end.
      * Tectonics: cobc
      ******************************************************************
       FD  REBATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  REBATE-RECORD.
           05 RB-KEY.
               10 RB-VENDOR-NUMBER     PIC 9(05).
               10 RB-PERIOD-START      PIC 9(08).
           05 RB-PERIOD-END            PIC 9(08).
      * THE VENDOR'S AGREEMENT OR CONTRACT NUMBER, QUOTED ON THE
      * CLAIM LETTER.
           05 RB-REFERENCE             PIC X(20).
           05 RB-COMPANY-CODE          PIC X(02).
           05 RB-TIER-METHOD           PIC X(01).
               88 RB-ALL-SPEND             VALUE "A".
               88 RB-INCREMENTAL           VALUE "I".
      * TIERS ASCEND BY FLOOR; THE FIRST FLOOR IS NORMALLY ZERO.
      * THE PERCENTAGE CARRIES TWO DECIMALS - 02.50 IS 2.5%.
           05 RB-TIER-COUNT            PIC 9(01).
           05 RB-TIER OCCURS 5 TIMES.
               10 RB-TIER-FLOOR        PIC S9(09)V99 COMP-3.
               10 RB-TIER-PERCENT      PIC 9(02)V99.
      * ZERO ACCOUNTS LISTED - EVERY DOLLAR PAID THE VENDOR COUNTS.
           05 RB-ACCOUNT-COUNT         PIC 9(01).
           05 RB-QUAL-ACCOUNT          PIC X(08) OCCURS 5 TIMES.
      * WHERE THE AGREEMENT STOOD AT THE LAST MONTHLY RUN.
           05 RB-SPEND-TO-DATE         PIC S9(11)V99 COMP-3.
           05 RB-EARNED-TO-DATE        PIC S9(09)V99 COMP-3.
           05 RB-ACCRUED-TO-DATE       PIC S9(09)V99 COMP-3.
           05 RB-LAST-RUN-DATE         PIC 9(08).
           05 RB-STATUS                PIC X(01).
               88 RB-STATUS-ACTIVE         VALUE "A".
               88 RB-STATUS-CLAIMED        VALUE "C".
               88 RB-STATUS-CANCELLED      VALUE "X".
           05 RB-CLAIM-DATE            PIC 9(08).
           05 RB-LAST-CHANGE-DATE      PIC 9(08).
           05 RB-LAST-CHANGE-OPERATOR  PIC X(08).
           05 FILLER                   PIC X(20).

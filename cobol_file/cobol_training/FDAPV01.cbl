      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Record layout for APPROVER-FILE - the approver
      *              master.  One record per cost center per dollar
      *              band, keyed on cost center plus the band's upper
      *              limit, so positioning on an invoice's cost
      *              center and amount and reading forward lands on
      *              the smallest band that covers it.  The band
      *              names the operator who approves it and, for a
      *              dated window, a delegate who may act in that
      *              approver's place.  A blank cost center is the
      *              default route for an invoice that carries no
      *              distribution, or whose cost center has no band
      *              big enough.  Department heads used to initial
      *              paper after the money had already gone.
      * Tectonics: cobc
      ******************************************************************
       FD  APPROVER-FILE
           LABEL RECORDS ARE STANDARD.
       01  APPROVER-RECORD.
           05 AV-KEY.
               10 AV-COST-CENTER       PIC X(06).
               10 AV-BAND-LIMIT        PIC 9(09)V99.
           05 AV-APPROVER-ID           PIC X(08).
           05 AV-DELEGATE-ID           PIC X(08).
           05 AV-DELEGATE-FROM         PIC 9(08).
           05 AV-DELEGATE-THRU         PIC 9(08).
           05 AV-CHANGED-BY            PIC X(08).
           05 AV-CHANGED-DATE          PIC 9(08).

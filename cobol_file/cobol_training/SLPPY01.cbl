      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     FILE-CONTROL SELECT for PROMPT-PAY-FILE, the
      *              permanent ledger of every vendor invoice paid,
      *              how late, and the late-payment interest paid on
      *              it - written by the release step, read by the
      *              GL extract and the monthly prompt-payment
      *              report.
      * Tectonics: cobc
      ******************************************************************
           SELECT PROMPT-PAY-FILE ASSIGN TO PPAYLG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROMPT-PAY-STATUS.

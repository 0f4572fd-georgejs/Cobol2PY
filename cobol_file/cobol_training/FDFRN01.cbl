      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Record layout for FOREIGN-STATUS-FILE - the
      *              nonresident (chapter 3) tax standing of a payee
      *              the 1099 rules don't cover.  A foreign person
      *              documents that status on a W-8BEN (individual)
      *              or W-8BEN-E (entity), which is good through the
      *              end of the third calendar year after it was
      *              signed, and may claim a treaty rate under an
      *              article of its country's treaty.  FRNMNT01
      *              keeps the record; PAYREL01 withholds from every
      *              payment to a foreign payee at the rate here
      *              while the form is current, and at the
      *              statutory 30% when it is missing or expired.
      *              VND1042 reads the income code and exemption
      *              code for the year-end 1042-S.  A payee marked
      *              a U.S. person (a W-9 on file despite a foreign
      *              currency or address) drops back to the 1099
      *              and backup-withholding rules.  Kept apart from
      *              the vendor master so the master's record length
      *              stays as it is.
      * Tectonics: cobc
      ******************************************************************
       FD  FOREIGN-STATUS-FILE
           LABEL RECORDS ARE STANDARD.
       01  FOREIGN-STATUS-RECORD.
           05 FS-VENDOR-NUMBER         PIC 9(05).
           05 FS-PAYEE-STATUS          PIC X(01).
               88 FS-FOREIGN-PERSON        VALUE "F".
               88 FS-US-PERSON             VALUE "U".
      * THE CERTIFICATE ON FILE.
           05 FS-FORM-TYPE             PIC X(01).
               88 FS-FORM-W8BEN            VALUE "B".
               88 FS-FORM-W8BEN-E          VALUE "E".
               88 FS-FORM-NONE             VALUE SPACE.
           05 FS-FORM-SIGNED-DATE      PIC 9(08).
           05 FS-FORM-EXPIRY-DATE      PIC 9(08).
           05 FS-COUNTRY-CODE          PIC X(02).
           05 FS-FOREIGN-TIN           PIC X(20).
      * 1042-S CHAPTER 3 RECIPIENT STATUS - 16 INDIVIDUAL, 15
      * CORPORATION, AND SO ON PER THE FORM INSTRUCTIONS.
           05 FS-RECIPIENT-CODE        PIC X(02).
      * THE WITHHOLDING TERMS.  WITHOUT A TREATY CLAIM THE RATE IS
      * THE STATUTORY 30% AND THE EXEMPTION CODE 00; A TREATY CLAIM
      * CARRIES ITS ARTICLE AND REDUCED RATE UNDER EXEMPTION CODE 04.
           05 FS-TREATY-FLAG           PIC X(01).
               88 FS-TREATY-CLAIMED        VALUE "Y".
               88 FS-NO-TREATY             VALUE "N" SPACE.
           05 FS-TREATY-ARTICLE        PIC X(10).
           05 FS-INCOME-CODE           PIC X(02).
           05 FS-EXEMPTION-CODE        PIC X(02).
           05 FS-WITHHOLDING-RATE      PIC 9V9999.
           05 FS-LAST-CHANGE-DATE      PIC 9(08).
           05 FS-LAST-CHANGE-OPERATOR  PIC X(08).
           05 FILLER                   PIC X(20).

      ******************************************************************
      * Author:      D. WHITFIELD - AP SYSTEMS
      * Date:
      * Purpose:     Record layout for DIVERSITY-FILE - a vendor's
      *              supplier-diversity certifications, one record
      *              per vendor and classification: SB small
      *              business, MBE minority-owned, WBE woman-owned,
      *              VET veteran-owned, HUB HUBZone.  Each carries
      *              the certifying agency, the certificate number
      *              and its expiry (zero - no expiry stated).  A
      *              vendor's spend counts toward a classification
      *              only while the certificate is current on the
      *              payment date; the nightly sweep lists the ones
      *              running out.
      * Tectonics: cobc
      ******************************************************************
       FD  DIVERSITY-FILE
           LABEL RECORDS ARE STANDARD.
       01  DIVERSITY-RECORD.
           05 DV-KEY.
               10 DV-VENDOR-NUMBER     PIC 9(05).
               10 DV-CLASS             PIC X(03).
                   88 DV-CLASS-SMALL       VALUE "SB ".
                   88 DV-CLASS-MINORITY    VALUE "MBE".
                   88 DV-CLASS-WOMAN       VALUE "WBE".
                   88 DV-CLASS-VETERAN     VALUE "VET".
                   88 DV-CLASS-HUBZONE     VALUE "HUB".
                   88 DV-CLASS-VALID       VALUE "SB " "MBE" "WBE"
                                                 "VET" "HUB".
           05 DV-AGENCY                PIC X(30).
           05 DV-CERT-NUMBER           PIC X(20).
           05 DV-EXPIRY-DATE           PIC 9(08).
           05 DV-ENTERED-BY            PIC X(08).
           05 DV-ENTRY-DATE            PIC 9(08).

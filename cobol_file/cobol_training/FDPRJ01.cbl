      *              carried in full with a reason code.  Reasons:
      *              NAM blank last name, NUM non-numeric phone
      *              number, DUP already on file, DEP department
      *              code not on the department master, EXR
      *              extension outside the department's range, EXU
      *              extension already held by another entry.
      * Tectonics: cobc
      ******************************************************************
       FD  PHONE-REJECT-FILE

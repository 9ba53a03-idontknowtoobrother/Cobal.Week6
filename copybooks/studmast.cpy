      *> real registrar master: enrollment status (WRITE-GRADE1
      *> refuses to grade the withdrawn), program/major code and the
      *> term the student was admitted.
      *> SM-PRIVACY-HOLD/SM-PRIVACY-DATE carry a directory-privacy
      *> (confidentiality) request: when the hold is "Y" and its
      *> effective date (YYYYMMDD) is blank or on/before the run date,
      *> nothing that leaves the registrar's office may name the
      *> student - honor roll, class rank, the outside grade export
      *> and the counter name search all withhold or mask the record.
       01  STUDENT-MASTER.
           05 SM-STU-ID               PIC X(8).
           05 SM-NAME.
              88 SM-GRADUATED         VALUE "G".
           05 SM-MAJOR-CODE           PIC X(4).
           05 SM-ADMIT-TERM           PIC X(6).
           05 SM-PRIVACY-HOLD         PIC X.
              88 SM-PRIVACY-ON        VALUE "Y".
           05 SM-PRIVACY-DATE         PIC X(8).

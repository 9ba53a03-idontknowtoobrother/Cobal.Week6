      *> EMP-HIST-DETAIL record layout - the employee change history
      *> (emp-hist.dat, line sequential) appended by MAINT-EMP1: one
      *> record per add, change or delete applied to emp1.dat and
      *> emp1-idx.dat, holding the record as it was before and after
      *> the transaction (the before image is blank on an add, the
      *> after image blank on a delete), when it was applied
      *> (YYYYMMDDHHMMSS), the program and the transaction's
      *> sequence number in its input file, and the source the
      *> transaction carried (HR form number, clerk id). Never
      *> rewritten - read front to back it is the employee's record
      *> trail in the order changes were made; INQ-EMP-HIST1 uses it
      *> to rebuild EMP-DETAILS as it stood on a given date.
       01  EMP-HIST-DETAIL.
           05 EH-SSN                  PIC 9(9).
           05 EH-ACTION               PIC X.
              88 EH-IS-ADD            VALUE "A".
              88 EH-IS-CHANGE         VALUE "C".
              88 EH-IS-DELETE         VALUE "D".
           05 EH-TIMESTAMP            PIC X(14).
           05 EH-PROGRAM-ID           PIC X(10).
           05 EH-TXN-SEQ              PIC 9(6).
           05 EH-SOURCE               PIC X(10).
           05 EH-BEFORE-IMAGE.
              10 EH-BEF-SURNAME       PIC X(15).
              10 EH-BEF-FORNAME       PIC X(10).
              10 EH-BEF-YOB           PIC 9(4).
              10 EH-BEF-MOB           PIC 9(2).
              10 EH-BEF-DOB           PIC 9(2).
              10 EH-BEF-GENDER        PIC X.
           05 EH-AFTER-IMAGE.
              10 EH-AFT-SURNAME       PIC X(15).
              10 EH-AFT-FORNAME       PIC X(10).
              10 EH-AFT-YOB           PIC 9(4).
              10 EH-AFT-MOB           PIC 9(2).
              10 EH-AFT-DOB           PIC 9(2).
              10 EH-AFT-GENDER        PIC X.

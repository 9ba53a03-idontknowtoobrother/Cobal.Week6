      *> OFFERING-DETAIL record layout - the term course offering
      *> file (offering.dat, line sequential) maintained by
      *> MAINT-OFFER1: one record per section of a course run in a
      *> term, with the employee (OF-EMP-SSN, validated against
      *> emp1-idx.dat) teaching it and the seat capacity REGISTER1
      *> enforces. Read by REGISTER1 and ROSTER-PRINT1.
       01  OFFERING-DETAIL.
           05 OF-TERM-ID              PIC X(6).
           05 OF-COURSE-ID            PIC X(6).
           05 OF-SECTION              PIC X(2).
           05 OF-EMP-SSN              PIC 9(9).
           05 OF-CAPACITY             PIC 9(3).

      *> PREREQ-DETAIL record layout - the course prerequisite master
      *> (prereq.dat, line sequential) maintained by MAINT-PREREQ1:
      *> PR-COURSE-ID cannot be taken until PR-REQ-COURSE-ID has been
      *> passed with at least PR-MIN-GRADE, compared on the
      *> gpa-scale.dat points. One record per course + required
      *> course; a course with several prerequisites has several
      *> records. Read by PREREQ-CHECK1.
       01  PREREQ-DETAIL.
           05 PR-COURSE-ID            PIC X(6).
           05 PR-REQ-COURSE-ID        PIC X(6).
           05 PR-MIN-GRADE            PIC X(2).

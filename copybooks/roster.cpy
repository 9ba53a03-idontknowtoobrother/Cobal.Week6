      *> ROSTER-DETAIL record layout - the class roster (roster.dat,
      *> line sequential) built by REGISTER1 from the registration
      *> transactions: one record per student per course per term,
      *> holding a seat (RS-ENROLLED) or a place on the section's
      *> waitlist (RS-WAITLISTED). RS-REQ-SEQ numbers requests in
      *> the order they were applied, so the lowest-numbered
      *> waitlisted row of a section is the next one seated.
      *> MAINT-SCORE1 and SCORE-IMPORT1 refuse scores for a student
      *> not enrolled in the course, for any term the roster covers.
       01  ROSTER-DETAIL.
           05 RS-TERM-ID              PIC X(6).
           05 RS-COURSE-ID            PIC X(6).
           05 RS-SECTION              PIC X(2).
           05 RS-STU-ID               PIC X(8).
           05 RS-STATUS               PIC X.
              88 RS-ENROLLED          VALUE "E".
              88 RS-WAITLISTED        VALUE "W".
           05 RS-REQ-SEQ              PIC 9(7).
           05 RS-REQ-DATE             PIC X(8).

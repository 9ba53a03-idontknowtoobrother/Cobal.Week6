      *> MAJOR-HIST-DETAIL record layout - the change-of-major history
      *> (major-hist.dat, line sequential) appended by MAJOR-CHANGE1:
      *> one record per change applied to SM-MAJOR-CODE, holding the
      *> major the student left, the major they moved to, the term
      *> the change takes effect, the advisor's reason and the date
      *> (YYYYMMDD) the change was keyed. Never rewritten - the file
      *> is the student's major trail in the order changes were made.
       01  MAJOR-HIST-DETAIL.
           05 MH-STU-ID               PIC X(8).
           05 MH-OLD-MAJOR            PIC X(4).
           05 MH-NEW-MAJOR            PIC X(4).
           05 MH-EFF-TERM-ID          PIC X(6).
           05 MH-REASON               PIC X(30).
           05 MH-CHANGE-DATE          PIC X(8).

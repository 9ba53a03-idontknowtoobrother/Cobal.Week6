      *> TERM-CALENDAR-DETAIL record layout - the term calendar
      *> (term-cal.dat, line sequential) maintained by MAINT-TERMCAL1:
      *> one record per term with its key dates, all YYYYMMDD - the
      *> date instructors' scores are due, the date grades are
      *> posted, and the date the term is meant to be closed by
      *> TERM-CLOSE1. Read by SCORE-CHASE1 for the due date.
       01  TERM-CALENDAR-DETAIL.
           05 TC-TERM-ID              PIC X(6).
           05 TC-SCORE-DUE-DATE       PIC X(8).
           05 TC-GRADE-POST-DATE      PIC X(8).
           05 TC-CLOSE-TARGET-DATE    PIC X(8).

      *> STUDENT-HOLD record layout - the student hold master
      *> (stu-hold.dat, indexed on HOLD-KEY) maintained by MAINT-HOLD1:
      *> one record per student and hold type, carrying the office
      *> that placed it (bursar for fees, dean for a disciplinary
      *> matter, ...), the date placed and the date released (YYYYMMDD).
      *> A hold is in force on a date when HOLD-PLACED-DATE is on or
      *> before it and HOLD-RELEASED-DATE is blank or after it. While
      *> any hold is in force no official output may go out for the
      *> student: TRANSCRIPT1 refuses the request, GRADE-EXPORT1 marks
      *> the row and INQ-STU1 shows the hold first. Placing a type
      *> again after its release reopens the same record.
       01  STUDENT-HOLD.
           05 HOLD-KEY.
              10 HOLD-STU-ID          PIC X(8).
              10 HOLD-TYPE            PIC X(4).
           05 HOLD-OFFICE             PIC X(4).
           05 HOLD-PLACED-DATE        PIC X(8).
           05 HOLD-RELEASED-DATE      PIC X(8).
              88 HOLD-NOT-RELEASED    VALUE SPACES.
           05 HOLD-NOTE               PIC X(30).

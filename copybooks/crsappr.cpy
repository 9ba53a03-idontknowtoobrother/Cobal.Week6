      *> COURSE-APPROVAL-DETAIL record layout - the course approval
      *> master (crs-appr.dat, indexed on CA-KEY = term + course).
      *> WRITE-GRADE1 grades a course into grade.dat and its
      *> provisional history rows into grade-prov.dat, then sets the
      *> course here to "P" (pending) with the row count and date
      *> submitted. GRADE-APPROVE1 applies the department chair's
      *> decision: "A" approved - the course's provisional rows are
      *> posted to grade-hist.dat, CA-POSTED-COUNT holding how many -
      *> or "R" returned to the instructor with the chair's note; a
      *> WRITE-GRADE1 rerun resubmits a returned course as "P".
      *> HONOR-ROLL-REPORT and MAINT-GRADE1 act only on approved
      *> courses, APPR-PEND-RPT lists the rest, and TERM-CLOSE1
      *> refuses a term that still has any course not approved.
       01  COURSE-APPROVAL-DETAIL.
           05 CA-KEY.
              10 CA-TERM-ID           PIC X(6).
              10 CA-COURSE-ID         PIC X(6).
           05 CA-STATUS               PIC X.
              88 CA-IS-PENDING        VALUE "P".
              88 CA-IS-APPROVED       VALUE "A".
              88 CA-IS-RETURNED       VALUE "R".
           05 CA-ROW-COUNT            PIC 9(5).
           05 CA-SUBMIT-DATE          PIC X(8).
           05 CA-ACTION-DATE          PIC X(8).
           05 CA-CHAIR-SSN            PIC 9(9).
           05 CA-POSTED-COUNT         PIC 9(5).
           05 CA-NOTE                 PIC X(30).

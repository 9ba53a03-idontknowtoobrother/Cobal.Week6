      *> finally agrees with the registrar's own figures. An
      *> uncatalogued course (or a run with no catalog) weighs in at
      *> the default 3 credits.
      *> 2026-10-15 JAKKRIT - "I" (incomplete) and "W" (course
      *> withdrawal) rows carry no grade points and no credits, so
      *> they are counted on the totals page and left out of the
      *> student's term GPA; a student with only I/W rows this term
      *> is not ranked at all.
      *> 2026-10-15 JAKKRIT - students under a directory-privacy hold
      *> (SM-PRIVACY-HOLD on stu-mast.dat, in effect on the run date)
      *> are withheld from the roll even when they qualify. The number
      *> withheld goes on the totals page, to the console and into the
      *> run-audit reject count, so the registrar can show the hold
      *> was honored without the report naming anyone.
      *> 2026-10-15 JAKKRIT - only grades the department chair has
      *> approved count toward the roll: a grade.dat row whose course
      *> is not approved on the course approval master (crs-appr.dat,
      *> GRADE-APPROVE1) is still provisional and is left out, and
      *> the rows left out are counted on the totals page and the
      *> console. A run with no approval master on file predates the
      *> approval step and takes every row, as before.
      *> 2026-10-15 JAKKRIT - a stu-mast.dat that cannot be opened
      *> now stops the run with RETURN-CODE 8 before any output is
      *> opened, instead of going on with privacy holds
      *> unchecked and naming a held student on the roll. Whether
      *> crs-appr.dat is on file is kept in its own switch at open
      *> time, so a course with no approval record no longer lets
      *> every row after it count unchecked, and a student not on
      *> stu-mast.dat no longer turns the hold check off for the
      *> students after it.
      *> 2026-10-15 JAKKRIT - a course with no record on crs-appr.dat
      *> was graded before the approval step and now counts toward
      *> the roll, as MAINT-GRADE1 treats it; only a course that is
      *> on the approval master and not yet approved is left out.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              ACCESS MODE IS RANDOM
              RECORD KEY IS CM-COURSE-ID
              FILE STATUS IS WS-COURSE-FILE-STATUS.
           SELECT OPTIONAL STUDENT-FILE ASSIGN TO "stu-mast.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SM-STU-ID
              FILE STATUS IS WS-STUDENT-FILE-STATUS.
           SELECT OPTIONAL COURSE-APPR-FILE ASSIGN TO "crs-appr.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CA-KEY
              FILE STATUS IS WS-CRS-APPR-STATUS.
           SELECT REPORT-FILE ASSIGN TO "honor-roll.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GPA-SCALE-FILE ASSIGN TO "gpa-scale.dat"
       FD  COURSE-FILE.
           COPY crsmast.

       FD  STUDENT-FILE.
           COPY studmast.

       FD  COURSE-APPR-FILE.
           COPY crsappr.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       01  WS-STU-QPOINTS               PIC 9(3)V9(2).
       01  WS-TERM-GPA                  PIC 9V9(2).

       01  WS-STUDENT-FILE-STATUS       PIC X(2).
           88 WS-STUDENT-FILE-FOUND     VALUE "00".
       01  WS-PRIVACY-SW                PIC X.
           88 WS-PRIVACY-HELD           VALUE "Y".
       01  WS-CRS-APPR-STATUS           PIC X(2).
           88 WS-CRS-APPR-FOUND         VALUE "00".
       01  WS-CRS-APPR-OPEN-SW          PIC X VALUE "N".
           88 WS-CRS-APPR-ON-FILE       VALUE "Y".
       01  WS-APPROVED-SW               PIC X.
           88 WS-COURSE-APPROVED        VALUE "Y".

       01  WS-STU-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-STU-IDX                  PIC 9(3) COMP.
       01  WS-STU-FOUND-SW             PIC X.
           05 WS-STUDENT-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-ROW-COUNT             PIC 9(7) VALUE ZERO.
           05 WS-HONOR-COUNT           PIC 9(7) VALUE ZERO.
           05 WS-NON-SCALE-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-WITHHELD-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-UNAPPROVED-COUNT      PIC 9(7) VALUE ZERO.

       01  WS-RUN-DATE.
           05 WS-RUN-YEAR              PIC X(4).

           OPEN INPUT GRADE-FILE
           OPEN INPUT COURSE-FILE
           OPEN INPUT COURSE-APPR-FILE
           IF NOT WS-CRS-APPR-FOUND
                 AND WS-CRS-APPR-STATUS NOT = "05" THEN
              DISPLAY "HONOR-ROLL-REPORT: CRS-APPR.DAT OPEN STATUS "
                 WS-CRS-APPR-STATUS ", RUN ABORTED"
              CLOSE GRADE-FILE
              CLOSE COURSE-FILE
              CLOSE COURSE-APPR-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM 017-WRITE-RUN-AUDIT
              GOBACK
           END-IF
           IF WS-CRS-APPR-FOUND THEN
              SET WS-CRS-APPR-ON-FILE TO TRUE
           END-IF
           OPEN INPUT STUDENT-FILE
           IF NOT WS-STUDENT-FILE-FOUND THEN
              DISPLAY "HONOR-ROLL-REPORT: STU-MAST.DAT OPEN STATUS "
                 WS-STUDENT-FILE-STATUS
                 ", PRIVACY HOLDS CANNOT BE CHECKED, RUN ABORTED"
              CLOSE GRADE-FILE
              CLOSE COURSE-FILE
              CLOSE COURSE-APPR-FILE
              CLOSE STUDENT-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM 017-WRITE-RUN-AUDIT
              GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE

           PERFORM UNTIL WS-EOF
                 AT END SET WS-EOF TO TRUE
              END-READ
              IF NOT WS-EOF THEN
                 PERFORM 010-ACCUMULATE-STUDENT THRU 010-EXIT
              END-IF
           END-PERFORM

           CLOSE GRADE-FILE
           CLOSE COURSE-FILE
           CLOSE COURSE-APPR-FILE

           PERFORM 015-LIST-HONOR-ROLL
           CLOSE STUDENT-FILE
           PERFORM 016-PRINT-TOTALS-PAGE
           CLOSE REPORT-FILE
           DISPLAY "HONOR-ROLL-REPORT: " WS-WITHHELD-COUNT
              " QUALIFYING STUDENT(S) WITHHELD UNDER PRIVACY HOLD"
           DISPLAY "HONOR-ROLL-REPORT: " WS-UNAPPROVED-COUNT
              " GRADE ROW(S) LEFT OUT, COURSE NOT YET APPROVED"
           PERFORM 017-WRITE-RUN-AUDIT
           GOBACK
           .
              MOVE WS-RUN-TERM-ID     TO AUD-TERM-ID
              MOVE WS-ROW-COUNT       TO AUD-READ-COUNT
              MOVE WS-HONOR-COUNT     TO AUD-WRITE-COUNT
              MOVE WS-WITHHELD-COUNT  TO AUD-REJECT-COUNT
              MOVE RETURN-CODE        TO AUD-RETURN-CODE
              WRITE RUN-AUDIT-DETAIL
              CLOSE RUN-AUDIT-FILE

       010-ACCUMULATE-STUDENT.
           ADD 1 TO WS-ROW-COUNT
           PERFORM 027-CHECK-APPROVED
           IF NOT WS-COURSE-APPROVED THEN
              ADD 1 TO WS-UNAPPROVED-COUNT
              GO TO 010-EXIT
           END-IF
           IF GRADE-NON-SCALE THEN
              ADD 1 TO WS-NON-SCALE-COUNT
              GO TO 010-EXIT
           END-IF
           PERFORM 020-LOOKUP-POINTS
           PERFORM 025-LOOKUP-CREDITS
           COMPUTE WS-STU-QPOINTS =
              END-IF
           END-IF
           .
       010-EXIT.
           EXIT.

      *> a course pending or returned on the approval master is left
      *> out; an approved course, a course with no approval record
      *> (graded before the approval step), or a run with no approval
      *> master at all counts, the same rule as MAINT-GRADE1.
       027-CHECK-APPROVED.
           MOVE "Y" TO WS-APPROVED-SW
           IF WS-CRS-APPR-ON-FILE THEN
              MOVE TERM-ID   TO CA-TERM-ID
              MOVE COURSE-ID TO CA-COURSE-ID
              READ COURSE-APPR-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF NOT CA-IS-APPROVED THEN
                       MOVE "N" TO WS-APPROVED-SW
                    END-IF
              END-READ
           END-IF
           .

      *> an uncatalogued course (or a run with no catalog on file)
      *> weighs in at the default credits, so the GPA degrades to
                 WS-STU-TBL-QPOINTS(WS-STU-IDX) /
                 WS-STU-TBL-CREDITS(WS-STU-IDX)
              IF WS-TERM-GPA >= WS-HONOR-THRESHOLD THEN
                 PERFORM 030-CHECK-PRIVACY
              END-IF
              IF WS-TERM-GPA >= WS-HONOR-THRESHOLD
                    AND WS-PRIVACY-HELD THEN
                 ADD 1 TO WS-WITHHELD-COUNT
              END-IF
              IF WS-TERM-GPA >= WS-HONOR-THRESHOLD
                    AND NOT WS-PRIVACY-HELD THEN
                 ADD 1 TO WS-HONOR-COUNT
                 MOVE WS-STU-TBL-ID(WS-STU-IDX) TO RPT-DET-STU-ID
                 MOVE WS-STU-TBL-SURNAME(WS-STU-IDX)
           END-PERFORM
           .

      *> a hold counts from its effective date on; a blank date means
      *> it has been in force since it was placed.
       030-CHECK-PRIVACY.
           MOVE "N" TO WS-PRIVACY-SW
           MOVE WS-STU-TBL-ID(WS-STU-IDX) TO SM-STU-ID
           READ STUDENT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF SM-PRIVACY-ON
                       AND (SM-PRIVACY-DATE = SPACES
                       OR SM-PRIVACY-DATE <= WS-RUN-DATE) THEN
                    SET WS-PRIVACY-HELD TO TRUE
                 END-IF
           END-READ
           .

       016-PRINT-TOTALS-PAGE.
           MOVE 99 TO WS-LINE-COUNT
           MOVE "GRADE ROWS READ    : " TO RPT-TOTAL-LABEL
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE

           MOVE "I/W ROWS (NO GPA)  : " TO RPT-TOTAL-LABEL
           MOVE WS-NON-SCALE-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE

           MOVE "HONOR ROLL COUNT   : " TO RPT-TOTAL-LABEL
           MOVE WS-HONOR-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE

           MOVE "PRIVACY WITHHELD   : " TO RPT-TOTAL-LABEL
           MOVE WS-WITHHELD-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE

           MOVE "UNAPPROVED ROWS    : " TO RPT-TOTAL-LABEL
           MOVE WS-UNAPPROVED-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           .

       040-WRITE-REPORT-LINE.

      *> ties at the cutoff all list), so the registrar can pull
      *> "top 10 of the term" without editing anything. Appends a
      *> run record to run-audit.dat like the rest of the chain.
      *> 2026-10-15 JAKKRIT - "I" (incomplete) and "W" (course
      *> withdrawal) rows have no SUM-SCORE to rank on. They are
      *> counted on the totals page and left out of both sections,
      *> so they neither take a rank nor pull a student's overall
      *> average toward zero.
      *> 2026-10-15 JAKKRIT - students under a directory-privacy hold
      *> (SM-PRIVACY-HOLD on stu-mast.dat, in effect on the run date)
      *> are never printed, in either section. They still count in
      *> the ranked group, so everyone else's rank and percentile are
      *> the same as before - the held student's line is simply not
      *> there. Withheld lines are counted on the totals page, the
      *> console and in the run-audit reject count.
      *> 2026-10-15 JAKKRIT - a stu-mast.dat that cannot be opened
      *> now stops the run with RETURN-CODE 8 before any output is
      *> written, instead of going on with privacy holds
      *> unchecked and printing a held student's line. A student
      *> not on stu-mast.dat no longer turns the hold check off for
      *> every line after it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-FILE ASSIGN TO "grade.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STUDENT-FILE ASSIGN TO "stu-mast.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SM-STU-ID
              FILE STATUS IS WS-STUDENT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "class-rank.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RANK-CFG-FILE ASSIGN TO "rank.cfg"
       FD  GRADE-FILE.
           COPY gradedtl.

       FD  STUDENT-FILE.
           COPY studmast.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       01  WS-TERM-CFG-STATUS          PIC X(2).
           88 WS-TERM-CFG-FOUND        VALUE "00".
       01  WS-RUN-AUDIT-STATUS         PIC X(2).
       01  WS-STUDENT-FILE-STATUS      PIC X(2).
           88 WS-STUDENT-FILE-FOUND    VALUE "00".
       01  WS-PRIVACY-SW               PIC X.
           88 WS-PRIVACY-HELD          VALUE "Y".
       01  WS-AUDIT-START-TS           PIC X(14).
       01  WS-RUN-TERM-ID              PIC X(6) VALUE "2026S1".

              10 WS-ROW-STU-ID         PIC X(8).
              10 WS-ROW-SURNAME        PIC X(15).
              10 WS-ROW-SUM-SCORE      PIC 9(3)V9(2).
              10 WS-ROW-HELD           PIC X.

       01  WS-CRS-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-CRS-IDX                  PIC 9(3) COMP.
              10 WS-STU-TBL-TOTAL      PIC 9(5)V9(2).
              10 WS-STU-TBL-COURSES    PIC 9(3).
              10 WS-STU-TBL-AVG        PIC 9(3)V9(2).
              10 WS-STU-TBL-HELD       PIC X.

      *> the members of the group being ranked, as indexes into the
      *> row table (section 1) or the student table (section 2),
           05 WS-GRADE-READ-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-COURSE-COUNT          PIC 9(7) VALUE ZERO.
           05 WS-OVERALL-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-NON-SCALE-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-WITHHELD-ROW-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-WITHHELD-STU-COUNT    PIC 9(7) VALUE ZERO.

       01  WS-RUN-DATE.
           05 WS-RUN-YEAR              PIC X(4).
           PERFORM 006-LOAD-TOP-N THRU 006-EXIT

           OPEN INPUT GRADE-FILE
           OPEN INPUT STUDENT-FILE
           IF NOT WS-STUDENT-FILE-FOUND THEN
              DISPLAY "CLASS-RANK-RPT: STU-MAST.DAT OPEN STATUS "
                 WS-STUDENT-FILE-STATUS
                 ", PRIVACY HOLDS CANNOT BE CHECKED, RUN ABORTED"
              CLOSE GRADE-FILE
              CLOSE STUDENT-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM 800-WRITE-RUN-AUDIT
              GOBACK
           END-IF
           PERFORM UNTIL WS-EOF
              READ GRADE-FILE
                 AT END SET WS-EOF TO TRUE
              END-IF
           END-PERFORM
           CLOSE GRADE-FILE
           CLOSE STUDENT-FILE

           OPEN OUTPUT REPORT-FILE
           PERFORM 200-RANK-PER-COURSE
              WS-COURSE-COUNT
           DISPLAY "CLASS-RANK-RPT: STUDENTS RANKED "
              WS-OVERALL-COUNT
           DISPLAY "CLASS-RANK-RPT: COURSE LINES WITHHELD (PRIVACY) "
              WS-WITHHELD-ROW-COUNT
           DISPLAY "CLASS-RANK-RPT: OVERALL LINES WITHHELD (PRIVACY) "
              WS-WITHHELD-STU-COUNT
           PERFORM 800-WRITE-RUN-AUDIT
           GOBACK
           .

       100-COLLECT-ROW.
           IF GRADE-NON-SCALE THEN
              ADD 1 TO WS-NON-SCALE-COUNT
              GO TO 100-EXIT
           END-IF
           IF WS-ROW-COUNT >= 1000 THEN
              DISPLAY "CLASS-RANK-RPT: MORE THAN 1000 GRADE ROWS, "
                 COURSE-ID IN GRADE-DETAIL " "
              TO WS-ROW-STU-ID(WS-ROW-COUNT)
           MOVE STU-SURNAME TO WS-ROW-SURNAME(WS-ROW-COUNT)
           MOVE SUM-SCORE   TO WS-ROW-SUM-SCORE(WS-ROW-COUNT)
           PERFORM 150-CHECK-PRIVACY
           MOVE WS-PRIVACY-SW TO WS-ROW-HELD(WS-ROW-COUNT)

           MOVE ZERO TO WS-CRS-FOUND-IDX
           PERFORM VARYING WS-CRS-IDX FROM 1 BY 1
                    TO WS-STU-TBL-SURNAME(WS-STU-COUNT)
                 MOVE SUM-SCORE TO WS-STU-TBL-TOTAL(WS-STU-COUNT)
                 MOVE 1 TO WS-STU-TBL-COURSES(WS-STU-COUNT)
                 MOVE WS-PRIVACY-SW
                    TO WS-STU-TBL-HELD(WS-STU-COUNT)
              END-IF
           END-IF
           .
       100-EXIT.
           EXIT.

      *> a hold counts from its effective date on; a blank date means
      *> it has been in force since it was placed.
       150-CHECK-PRIVACY.
           MOVE "N" TO WS-PRIVACY-SW
           MOVE STU-ID IN GRADE-DETAIL TO SM-STU-ID
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

      *> section 1: one ranked listing per course.
       200-RANK-PER-COURSE.
           PERFORM VARYING WS-CRS-IDX FROM 1 BY 1
                 TO RPT-DET-SURNAME
              MOVE WS-MBR-SCORE(WS-MBR-IDX) TO RPT-DET-SCORE
              MOVE WS-PERCENTILE TO RPT-DET-PCTILE
              IF WS-ROW-HELD(WS-MBR-REF(WS-MBR-IDX)) = "Y" THEN
                 ADD 1 TO WS-WITHHELD-ROW-COUNT
              ELSE
                 MOVE WS-RPT-DETAIL-LINE TO REPORT-LINE
                 PERFORM 040-WRITE-REPORT-LINE
              END-IF
           END-PERFORM
           .

                 MOVE WS-MBR-IDX TO WS-RANK
              END-IF
              MOVE WS-MBR-SCORE(WS-MBR-IDX) TO WS-PREV-SCORE
              IF (WS-TOP-N = ZERO OR WS-RANK <= WS-TOP-N)
                    AND WS-STU-TBL-HELD(WS-MBR-REF(WS-MBR-IDX))
                       = "Y" THEN
                 ADD 1 TO WS-WITHHELD-STU-COUNT
              END-IF
              IF (WS-TOP-N = ZERO OR WS-RANK <= WS-TOP-N)
                    AND WS-STU-TBL-HELD(WS-MBR-REF(WS-MBR-IDX))
                       NOT = "Y" THEN
                 ADD 1 TO WS-OVERALL-COUNT
                 COMPUTE WS-PERCENTILE ROUNDED =
                    (WS-MBR-COUNT - WS-RANK + 1) * 100
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "I/W ROWS NOT RANKED: " TO RPT-TOTAL-LABEL
           MOVE WS-NON-SCALE-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "COURSE LINES HELD  : " TO RPT-TOTAL-LABEL
           MOVE WS-WITHHELD-ROW-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "OVERALL LINES HELD : " TO RPT-TOTAL-LABEL
           MOVE WS-WITHHELD-STU-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           .

       040-WRITE-REPORT-LINE.
              MOVE WS-RUN-TERM-ID     TO AUD-TERM-ID
              MOVE WS-GRADE-READ-COUNT TO AUD-READ-COUNT
              MOVE WS-OVERALL-COUNT   TO AUD-WRITE-COUNT
              COMPUTE AUD-REJECT-COUNT =
                 WS-WITHHELD-ROW-COUNT + WS-WITHHELD-STU-COUNT
              MOVE RETURN-CODE        TO AUD-RETURN-CODE
              WRITE RUN-AUDIT-DETAIL
              CLOSE RUN-AUDIT-FILE

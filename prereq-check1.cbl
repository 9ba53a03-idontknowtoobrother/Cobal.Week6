       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREREQ-CHECK1.
       AUTHOR. JAKKRIT

      *> 2026-10-15 JAKKRIT - new: prerequisite check before grading,
      *> run in the chain straight after ENROLL-CHECK1 so it sees
      *> score.dat and score-txn.dat with the orphans already
      *> pulled out. Every current-term score record and every
      *> pending add/change transaction for the term is an
      *> enrolment; each one is tested against the prerequisite
      *> master (prereq.dat, MAINT-PREREQ1) for its course. A
      *> prerequisite is met when the student's grade-hist.dat
      *> attempts at the required course in EARLIER terms - latest
      *> non-"B" row per term, the usual regrade handling, with "I"
      *> and "W" left out as no attempt at all - meet the minimum
      *> grade on gpa-scale.dat points, the attempts combined by the
      *> same repeat-policy.cfg rule STANDING1 and DEGREE-AUDIT1
      *> apply ("L" latest, "H" highest, "A" average). Violations go
      *> on prereq-viol.rpt in the house style, grouped by course and
      *> by the instructor teaching it this term (instr-asgn.dat,
      *> name from emp1-idx.dat) so each instructor gets a clean
      *> list before the term is graded. Nothing is changed - the
      *> registrar decides. A table overflow aborts before the
      *> report, since a partial list reads as "everyone else is
      *> fine". Appends a run record to run-audit.dat like the rest
      *> of the chain.
      *> 2026-10-15 JAKKRIT - transfer credit (action "T" rows from
      *> TRANSFER-CREDIT1) meets a prerequisite like a course taken
      *> here, whatever term it was posted under - the credit was
      *> earned before the student arrived.
      *> 2026-10-15 JAKKRIT - whether stu-mast.dat and emp1-idx.dat are
      *> on file is kept in switches set at open time, so one student
      *> or instructor missing from the master no longer blanks the
      *> names on every exception line after it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PREREQ-FILE ASSIGN TO "prereq.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PREREQ-FILE-STATUS.
           SELECT OPTIONAL GRADE-HIST-FILE ASSIGN TO "grade-hist.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GRADE-HIST-STATUS.
           SELECT OPTIONAL SCORE-FILE ASSIGN TO "score.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SCORE-KEY
              FILE STATUS IS WS-SCORE-FILE-STATUS.
           SELECT OPTIONAL SCORE-TXN-FILE ASSIGN TO "score-txn.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SCORE-TXN-STATUS.
           SELECT OPTIONAL INSTR-ASGN-FILE ASSIGN TO "instr-asgn.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ASGN-FILE-STATUS.
           SELECT OPTIONAL EMP-FILE-IDX ASSIGN TO "emp1-idx.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMP-SSN-IDX
              FILE STATUS IS WS-EMP-IDX-STATUS.
           SELECT OPTIONAL STUDENT-FILE ASSIGN TO "stu-mast.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SM-STU-ID
              FILE STATUS IS WS-STUDENT-FILE-STATUS.
           SELECT OPTIONAL GPA-SCALE-FILE ASSIGN TO "gpa-scale.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GPA-FILE-STATUS.
           SELECT OPTIONAL REPEAT-CFG-FILE
              ASSIGN TO "repeat-policy.cfg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPEAT-CFG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "prereq-viol.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TERM-CFG-FILE ASSIGN TO "term.cfg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TERM-CFG-STATUS.
           SELECT OPTIONAL RUN-AUDIT-FILE ASSIGN TO "run-audit.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PREREQ-FILE.
           COPY prereq.

       FD  GRADE-HIST-FILE.
           COPY gradehistdtl.

       FD  SCORE-FILE.
           COPY scoredtl.

       FD  SCORE-TXN-FILE.
       01  SCORE-TXN-RECORD.
           05 TXN-CODE                PIC X.
              88 TXN-IS-DELETE        VALUE "D".
           05 TXN-TERM-ID             PIC X(6).
           05 TXN-COURSE-ID           PIC X(6).
           05 TXN-STU-ID              PIC X(8).
           05 TXN-MIDTERM             PIC 9(2)V9(2).
           05 TXN-FINAL-SCORE         PIC 9(2)V9(2).
           05 TXN-PROJECT-SCORE       PIC 9(2)V9(2).

       FD  INSTR-ASGN-FILE.
           COPY instrasgn.

       FD  EMP-FILE-IDX.
           COPY empidxdtl.

       FD  STUDENT-FILE.
           COPY studmast.

       FD  GPA-SCALE-FILE.
       01  GPA-SCALE-RECORD.
           05 GPA-SCALE-GRADE          PIC X(2).
           05 GPA-SCALE-POINTS         PIC 9V9(2).

       FD  REPEAT-CFG-FILE.
       01  REPEAT-CFG-RECORD.
           05 CFG-REPEAT-POLICY        PIC X.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       FD  TERM-CFG-FILE.
       01  TERM-CFG-RECORD.
           05 CFG-TERM-ID              PIC X(6).

       FD  RUN-AUDIT-FILE.
           COPY runaudit.

       WORKING-STORAGE SECTION.
       01  WS-PREREQ-FILE-STATUS       PIC X(2).
           88 WS-PREREQ-FILE-FOUND     VALUE "00".
       01  WS-GRADE-HIST-STATUS        PIC X(2).
           88 WS-GRADE-HIST-FOUND      VALUE "00".
       01  WS-SCORE-FILE-STATUS        PIC X(2).
           88 WS-SCORE-FILE-FOUND      VALUE "00".
       01  WS-SCORE-TXN-STATUS         PIC X(2).
           88 WS-SCORE-TXN-FOUND       VALUE "00".
       01  WS-ASGN-FILE-STATUS         PIC X(2).
           88 WS-ASGN-FILE-FOUND       VALUE "00".
       01  WS-EMP-IDX-STATUS           PIC X(2).
           88 WS-EMP-IDX-FOUND         VALUE "00".
       01  WS-EMP-IDX-OPEN-SW          PIC X VALUE "N".
           88 WS-EMP-IDX-ON-FILE       VALUE "Y".
       01  WS-STUDENT-FILE-STATUS      PIC X(2).
           88 WS-STUDENT-FILE-FOUND    VALUE "00".
       01  WS-STUDENT-OPEN-SW          PIC X VALUE "N".
           88 WS-STUDENT-ON-FILE       VALUE "Y".
       01  WS-GPA-FILE-STATUS          PIC X(2).
           88 WS-GPA-FILE-FOUND        VALUE "00".
       01  WS-REPEAT-CFG-STATUS        PIC X(2).
           88 WS-REPEAT-CFG-FOUND      VALUE "00".
       01  WS-TERM-CFG-STATUS          PIC X(2).
           88 WS-TERM-CFG-FOUND        VALUE "00".
       01  WS-RUN-AUDIT-STATUS         PIC X(2).
       01  WS-AUDIT-START-TS           PIC X(14).
       01  WS-RUN-TERM-ID              PIC X(6) VALUE "2026S1".

       01  WS-FILE-EOF-SW              PIC X VALUE "N".
           88 WS-FILE-EOF              VALUE "Y".
       01  WS-GPA-EOF-SW               PIC X VALUE "N".
           88 WS-GPA-EOF               VALUE "Y".

       01  WS-REPEAT-POLICY            PIC X VALUE "L".
           88 WS-POLICY-LATEST         VALUE "L".
           88 WS-POLICY-HIGHEST        VALUE "H".
           88 WS-POLICY-AVERAGE        VALUE "A".

       01  WS-GPA-COUNT                PIC 9(2) VALUE ZERO.
       01  WS-GPA-TABLE.
           05 WS-GPA-ENTRY OCCURS 1 TO 10 TIMES
                 DEPENDING ON WS-GPA-COUNT
                 INDEXED BY WS-GPA-IDX.
              10 WS-GPA-GRADE          PIC X(2).
              10 WS-GPA-POINTS         PIC 9V9(2).
       01  WS-LOOKUP-GRADE             PIC X(2).
           88 WS-LOOKUP-NON-SCALE      VALUE "I " "W ".
       01  WS-LOOKUP-POINTS            PIC 9V9(2).
       01  WS-LOOKUP-FOUND-SW          PIC X.

       01  WS-PRQ-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-PRQ-IDX                  PIC 9(3) COMP.
       01  WS-PRQ-OVERFLOW-SW          PIC X VALUE "N".
           88 WS-PRQ-OVERFLOW          VALUE "Y".
       01  WS-PRQ-TABLE.
           05 WS-PRQ-ENTRY OCCURS 500 TIMES.
              10 WS-PRQ-TBL-COURSE     PIC X(6).
              10 WS-PRQ-TBL-REQ        PIC X(6).
              10 WS-PRQ-TBL-MIN-GRADE  PIC X(2).
              10 WS-PRQ-TBL-MIN-POINTS PIC 9V9(2).

      *> one row per student, term and required course from the
      *> terms BEFORE this one - the latest non-"B" history row wins
      *> within a term. Only courses some prerequisite names are
      *> kept.
       01  WS-ROW-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-ROW-IDX                  PIC 9(4) COMP.
       01  WS-ROW-FOUND-IDX            PIC 9(4) COMP VALUE ZERO.
       01  WS-ROW-OVERFLOW-SW          PIC X VALUE "N".
           88 WS-ROW-OVERFLOW          VALUE "Y".
       01  WS-ROW-TABLE.
           05 WS-ROW-ENTRY OCCURS 2000 TIMES.
              10 WS-ROW-STU-ID         PIC X(8).
              10 WS-ROW-TERM-ID        PIC X(6).
              10 WS-ROW-COURSE-ID      PIC X(6).
              10 WS-ROW-GRADE          PIC X(2).
       01  WS-REQ-USED-SW              PIC X.

       01  WS-ASGN-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-ASGN-IDX                 PIC 9(3) COMP.
       01  WS-ASGN-TABLE.
           05 WS-ASGN-ENTRY OCCURS 200 TIMES.
              10 WS-ASGN-TBL-SSN       PIC 9(9).
              10 WS-ASGN-TBL-COURSE    PIC X(6).

      *> the enrolment under test
       01  WS-ENR-COURSE-ID            PIC X(6).
       01  WS-ENR-STU-ID               PIC X(8).
       01  WS-ENR-SOURCE               PIC X(3).

      *> the attempts at one required course, combined per policy
       01  WS-GRP-CNT                  PIC 9(3).
       01  WS-GRP-SUM-POINTS           PIC 9(4)V9(2).
       01  WS-GRP-MAX-POINTS           PIC 9V9(2).
       01  WS-GRP-LAST-POINTS          PIC 9V9(2).
       01  WS-GRP-POINTS               PIC 9V9(2).
       01  WS-GRP-LAST-GRADE           PIC X(2).
       01  WS-GRP-LAST-TERM            PIC X(6).

      *> violations, sorted course + instructor + student for the
      *> grouped listing; VIO-SORT-KEY leads the entry so a whole
      *> entry swaps through WS-VIO-SWAP.
       01  WS-VIO-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-VIO-IDX                  PIC 9(3) COMP.
       01  WS-VIO-JDX                  PIC 9(3) COMP.
       01  WS-VIO-FOUND-SW             PIC X.
       01  WS-VIO-OVERFLOW-SW          PIC X VALUE "N".
           88 WS-VIO-OVERFLOW          VALUE "Y".
       01  WS-VIO-TABLE.
           05 WS-VIO-ENTRY OCCURS 500 TIMES.
              10 WS-VIO-SORT-KEY.
                 15 WS-VIO-COURSE-ID   PIC X(6).
                 15 WS-VIO-SSN         PIC 9(9).
                 15 WS-VIO-STU-ID      PIC X(8).
                 15 WS-VIO-REQ-ID      PIC X(6).
              10 WS-VIO-MIN-GRADE      PIC X(2).
              10 WS-VIO-HELD-GRADE     PIC X(2).
              10 WS-VIO-HELD-POINTS    PIC 9V9(2).
              10 WS-VIO-SOURCE         PIC X(3).
       01  WS-VIO-SWAP                 PIC X(39).
       01  WS-PREV-COURSE-ID           PIC X(6).
       01  WS-PREV-SSN                 PIC 9(9).
       01  WS-INSTR-NAME               PIC X(15).

       01  WS-TOTALS.
           05 WS-ENROL-READ-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-ENROL-GATED-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-HIST-READ-COUNT       PIC 9(7) VALUE ZERO.

       01  WS-RUN-DATE.
           05 WS-RUN-YEAR              PIC X(4).
           05 WS-RUN-MONTH             PIC X(2).
           05 WS-RUN-DAY               PIC X(2).
       01  WS-PAGE-NUM                 PIC 9(3) VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE           PIC 9(2) VALUE 55.
       01  WS-RPT-TITLE-LINE.
           05 FILLER                   PIC X(30)
              VALUE "PREREQUISITE VIOLATION REPORT".
           05 FILLER                   PIC X(50) VALUE SPACES.
       01  WS-RPT-DATE-LINE.
           05 FILLER                   PIC X(9) VALUE "RUN DATE ".
           05 RPT-DATE-YEAR            PIC X(4).
           05 FILLER                   PIC X VALUE "-".
           05 RPT-DATE-MONTH           PIC X(2).
           05 FILLER                   PIC X VALUE "-".
           05 RPT-DATE-DAY             PIC X(2).
           05 FILLER                   PIC X(7) VALUE "  TERM ".
           05 RPT-DATE-TERM            PIC X(6).
           05 FILLER                   PIC X(7) VALUE "  PAGE ".
           05 RPT-DATE-PAGE            PIC ZZ9.
           05 FILLER                   PIC X(38) VALUE SPACES.
       01  WS-RPT-SEP-LINE             PIC X(80) VALUE ALL "=".
       01  WS-RPT-COLHEAD-LINE.
           05 FILLER                   PIC X(48) VALUE
              "  STU-ID    SURNAME          FORNAME     REQ-CR".
           05 FILLER                   PIC X(32)
              VALUE " MIN  HELD  PTS   SRC".
       01  WS-RPT-GROUP-LINE.
           05 FILLER                   PIC X(7) VALUE "COURSE ".
           05 RPT-GRP-COURSE-ID        PIC X(6).
           05 FILLER                   PIC X(13)
              VALUE "  INSTRUCTOR ".
           05 RPT-GRP-SSN              PIC X(9).
           05 FILLER                   PIC X VALUE SPACES.
           05 RPT-GRP-NAME             PIC X(15).
           05 FILLER                   PIC X(29) VALUE SPACES.
       01  WS-RPT-DETAIL-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-STU-ID           PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-SURNAME          PIC X(15).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-FORNAME          PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-REQ-ID           PIC X(6).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-MIN-GRADE        PIC X(2).
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 RPT-DET-HELD-GRADE       PIC X(2).
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 RPT-DET-HELD-POINTS      PIC 9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-SOURCE           PIC X(3).
           05 FILLER                   PIC X(11) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL          PIC X(21).
           05 RPT-TOTAL-VALUE          PIC X(30).
           05 FILLER                   PIC X(29) VALUE SPACES.
       01  WS-COUNT-ED                 PIC Z(6)9.
       01  WS-LINE-SAVE                PIC X(80).

       PROCEDURE DIVISION.
       000-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-START-TS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 004-LOAD-TERM-ID THRU 004-EXIT
           PERFORM 005-LOAD-GPA-SCALE THRU 005-EXIT
           PERFORM 012-LOAD-REPEAT-POLICY THRU 012-EXIT

           PERFORM 100-LOAD-PREREQS THRU 100-EXIT
           IF WS-PRQ-COUNT > ZERO THEN
              PERFORM 150-LOAD-ASSIGNMENTS THRU 150-EXIT
              PERFORM 200-COLLECT-HISTORY THRU 200-EXIT
           END-IF
           IF WS-PRQ-OVERFLOW OR WS-ROW-OVERFLOW THEN
              IF WS-PRQ-OVERFLOW THEN
                 DISPLAY "PREREQ-CHECK1: MORE THAN 500 PREREQUISITES, "
                    "RUN ABORTED BEFORE ANY OUTPUT"
              END-IF
              IF WS-ROW-OVERFLOW THEN
                 DISPLAY "PREREQ-CHECK1: MORE THAN 2000 HISTORY "
                    "ROWS, RUN ABORTED BEFORE ANY OUTPUT"
              END-IF
              MOVE 8 TO RETURN-CODE
              PERFORM 800-WRITE-RUN-AUDIT
              GOBACK
           END-IF

           IF WS-PRQ-COUNT = ZERO THEN
              DISPLAY "PREREQ-CHECK1: NO PREREQUISITES ON FILE, "
                 "NOTHING TO CHECK"
           ELSE
              PERFORM 300-CHECK-SCORE-FILE THRU 300-EXIT
              PERFORM 350-CHECK-SCORE-TXNS THRU 350-EXIT
           END-IF
           IF WS-VIO-OVERFLOW THEN
              DISPLAY "PREREQ-CHECK1: MORE THAN 500 VIOLATIONS, "
                 "RUN ABORTED BEFORE ANY OUTPUT"
              MOVE 8 TO RETURN-CODE
              PERFORM 800-WRITE-RUN-AUDIT
              GOBACK
           END-IF

           PERFORM 500-SORT-VIOLATIONS
           OPEN INPUT STUDENT-FILE
           IF WS-STUDENT-FILE-FOUND THEN
              SET WS-STUDENT-ON-FILE TO TRUE
           END-IF
           OPEN INPUT EMP-FILE-IDX
           IF WS-EMP-IDX-FOUND THEN
              SET WS-EMP-IDX-ON-FILE TO TRUE
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM 510-PRINT-VIOLATIONS
           PERFORM 600-PRINT-TOTALS-PAGE
           CLOSE REPORT-FILE
           CLOSE EMP-FILE-IDX
           CLOSE STUDENT-FILE

           DISPLAY "=========================================="
           DISPLAY "PREREQ-CHECK1 CONTROL TOTALS"
           DISPLAY "=========================================="
           DISPLAY "PREREQUISITES      : " WS-PRQ-COUNT
           DISPLAY "ENROLMENTS READ    : " WS-ENROL-READ-COUNT
           DISPLAY "ENROLMENTS GATED   : " WS-ENROL-GATED-COUNT
           DISPLAY "VIOLATIONS         : " WS-VIO-COUNT
           PERFORM 800-WRITE-RUN-AUDIT
           GOBACK
           .

       100-LOAD-PREREQS.
           OPEN INPUT PREREQ-FILE
           IF NOT WS-PREREQ-FILE-FOUND THEN
              CLOSE PREREQ-FILE
              GO TO 100-EXIT
           END-IF
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM UNTIL WS-FILE-EOF
              READ PREREQ-FILE
                 AT END SET WS-FILE-EOF TO TRUE
              END-READ
              IF NOT WS-FILE-EOF THEN
                 IF WS-PRQ-COUNT < 500 THEN
                    ADD 1 TO WS-PRQ-COUNT
                    MOVE PR-COURSE-ID
                       TO WS-PRQ-TBL-COURSE(WS-PRQ-COUNT)
                    MOVE PR-REQ-COURSE-ID
                       TO WS-PRQ-TBL-REQ(WS-PRQ-COUNT)
                    MOVE PR-MIN-GRADE
                       TO WS-PRQ-TBL-MIN-GRADE(WS-PRQ-COUNT)
                    MOVE PR-MIN-GRADE TO WS-LOOKUP-GRADE
                    PERFORM 710-LOOKUP-POINTS
                    IF WS-LOOKUP-FOUND-SW NOT = "Y" THEN
                       DISPLAY "PREREQ-CHECK1: MINIMUM GRADE "
                          PR-MIN-GRADE " FOR " PR-COURSE-ID "/"
                          PR-REQ-COURSE-ID " NOT ON GPA SCALE, "
                          "ANY PASSING GRADE ACCEPTED"
                       MOVE 0.01 TO WS-LOOKUP-POINTS
                    END-IF
                    MOVE WS-LOOKUP-POINTS
                       TO WS-PRQ-TBL-MIN-POINTS(WS-PRQ-COUNT)
                 ELSE
                    SET WS-PRQ-OVERFLOW TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           CLOSE PREREQ-FILE
           .
       100-EXIT.
           EXIT.

      *> this term's assignments only; the first instructor on file
      *> for a course heads its group.
       150-LOAD-ASSIGNMENTS.
           OPEN INPUT INSTR-ASGN-FILE
           IF NOT WS-ASGN-FILE-FOUND THEN
              CLOSE INSTR-ASGN-FILE
              GO TO 150-EXIT
           END-IF
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM UNTIL WS-FILE-EOF
              READ INSTR-ASGN-FILE
                 AT END SET WS-FILE-EOF TO TRUE
              END-READ
              IF NOT WS-FILE-EOF
                    AND IA-TERM-ID = WS-RUN-TERM-ID THEN
                 IF WS-ASGN-COUNT < 200 THEN
                    ADD 1 TO WS-ASGN-COUNT
                    MOVE IA-EMP-SSN
                       TO WS-ASGN-TBL-SSN(WS-ASGN-COUNT)
                    MOVE IA-COURSE-ID
                       TO WS-ASGN-TBL-COURSE(WS-ASGN-COUNT)
                 ELSE
                    DISPLAY "PREREQ-CHECK1: MORE THAN 200 "
                       "ASSIGNMENTS THIS TERM, " IA-COURSE-ID
                       " LISTED UNASSIGNED"
                 END-IF
              END-IF
           END-PERFORM
           CLOSE INSTR-ASGN-FILE
           .
       150-EXIT.
           EXIT.

       200-COLLECT-HISTORY.
           OPEN INPUT GRADE-HIST-FILE
           IF NOT WS-GRADE-HIST-FOUND THEN
              DISPLAY "PREREQ-CHECK1: GRADE-HIST-FILE OPEN STATUS "
                 WS-GRADE-HIST-STATUS ", NO PRIOR GRADES ON FILE"
              CLOSE GRADE-HIST-FILE
              GO TO 200-EXIT
           END-IF
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM UNTIL WS-FILE-EOF
              READ GRADE-HIST-FILE
                 AT END SET WS-FILE-EOF TO TRUE
              END-READ
              IF NOT WS-FILE-EOF
                    AND HIST-GRADE-ACTION NOT = "B"
                    AND (HIST-TERM-ID < WS-RUN-TERM-ID
                       OR HIST-IS-TRANSFER) THEN
                 ADD 1 TO WS-HIST-READ-COUNT
                 PERFORM 220-CHECK-REQ-COURSE
                 IF WS-REQ-USED-SW = "Y" THEN
                    PERFORM 210-COLLECT-ROW
                 END-IF
              END-IF
           END-PERFORM
           CLOSE GRADE-HIST-FILE
           .
       200-EXIT.
           EXIT.

       210-COLLECT-ROW.
           MOVE ZERO TO WS-ROW-FOUND-IDX
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
              UNTIL WS-ROW-IDX > WS-ROW-COUNT
                 OR WS-ROW-FOUND-IDX > ZERO
              IF WS-ROW-STU-ID(WS-ROW-IDX) = HIST-STU-ID
                    AND WS-ROW-TERM-ID(WS-ROW-IDX) = HIST-TERM-ID
                    AND WS-ROW-COURSE-ID(WS-ROW-IDX)
                       = HIST-COURSE-ID THEN
                 MOVE WS-ROW-IDX TO WS-ROW-FOUND-IDX
              END-IF
           END-PERFORM
           IF WS-ROW-FOUND-IDX = ZERO THEN
              IF WS-ROW-COUNT >= 2000 THEN
                 SET WS-ROW-OVERFLOW TO TRUE
              ELSE
                 ADD 1 TO WS-ROW-COUNT
                 MOVE WS-ROW-COUNT TO WS-ROW-FOUND-IDX
                 MOVE HIST-STU-ID
                    TO WS-ROW-STU-ID(WS-ROW-FOUND-IDX)
                 MOVE HIST-TERM-ID
                    TO WS-ROW-TERM-ID(WS-ROW-FOUND-IDX)
                 MOVE HIST-COURSE-ID
                    TO WS-ROW-COURSE-ID(WS-ROW-FOUND-IDX)
              END-IF
           END-IF
           IF WS-ROW-FOUND-IDX > ZERO THEN
              MOVE HIST-GRADE TO WS-ROW-GRADE(WS-ROW-FOUND-IDX)
           END-IF
           .

       220-CHECK-REQ-COURSE.
           MOVE "N" TO WS-REQ-USED-SW
           PERFORM VARYING WS-PRQ-IDX FROM 1 BY 1
              UNTIL WS-PRQ-IDX > WS-PRQ-COUNT
                 OR WS-REQ-USED-SW = "Y"
              IF WS-PRQ-TBL-REQ(WS-PRQ-IDX) = HIST-COURSE-ID THEN
                 MOVE "Y" TO WS-REQ-USED-SW
              END-IF
           END-PERFORM
           .

      *> every current-term score record is an enrolment.
       300-CHECK-SCORE-FILE.
           OPEN INPUT SCORE-FILE
           IF NOT WS-SCORE-FILE-FOUND THEN
              DISPLAY "PREREQ-CHECK1: SCORE.DAT OPEN STATUS "
                 WS-SCORE-FILE-STATUS ", SCORES NOT CHECKED"
              CLOSE SCORE-FILE
              GO TO 300-EXIT
           END-IF
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM UNTIL WS-FILE-EOF
              READ SCORE-FILE NEXT RECORD
                 AT END SET WS-FILE-EOF TO TRUE
              END-READ
              IF NOT WS-FILE-EOF
                    AND TERM-ID IN SCORE-DETAIL = WS-RUN-TERM-ID THEN
                 MOVE COURSE-ID IN SCORE-DETAIL TO WS-ENR-COURSE-ID
                 MOVE STU-ID IN SCORE-DETAIL    TO WS-ENR-STU-ID
                 MOVE "SCR" TO WS-ENR-SOURCE
                 PERFORM 400-CHECK-ENROLMENT
              END-IF
           END-PERFORM
           CLOSE SCORE-FILE
           .
       300-EXIT.
           EXIT.

      *> pending adds and changes for the term are enrolments too -
      *> MAINT-SCORE1 has not applied them yet. Deletes are not.
       350-CHECK-SCORE-TXNS.
           OPEN INPUT SCORE-TXN-FILE
           IF NOT WS-SCORE-TXN-FOUND THEN
              CLOSE SCORE-TXN-FILE
              GO TO 350-EXIT
           END-IF
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM UNTIL WS-FILE-EOF
              READ SCORE-TXN-FILE
                 AT END SET WS-FILE-EOF TO TRUE
              END-READ
              IF NOT WS-FILE-EOF
                    AND NOT TXN-IS-DELETE
                    AND TXN-TERM-ID = WS-RUN-TERM-ID THEN
                 MOVE TXN-COURSE-ID TO WS-ENR-COURSE-ID
                 MOVE TXN-STU-ID    TO WS-ENR-STU-ID
                 MOVE "TXN" TO WS-ENR-SOURCE
                 PERFORM 400-CHECK-ENROLMENT
              END-IF
           END-PERFORM
           CLOSE SCORE-TXN-FILE
           .
       350-EXIT.
           EXIT.

       400-CHECK-ENROLMENT.
           ADD 1 TO WS-ENROL-READ-COUNT
           MOVE "N" TO WS-REQ-USED-SW
           PERFORM VARYING WS-PRQ-IDX FROM 1 BY 1
              UNTIL WS-PRQ-IDX > WS-PRQ-COUNT
              IF WS-PRQ-TBL-COURSE(WS-PRQ-IDX)
                    = WS-ENR-COURSE-ID THEN
                 MOVE "Y" TO WS-REQ-USED-SW
                 PERFORM 410-TEST-PREREQ THRU 410-EXIT
              END-IF
           END-PERFORM
           IF WS-REQ-USED-SW = "Y" THEN
              ADD 1 TO WS-ENROL-GATED-COUNT
           END-IF
           .

      *> gather this student's attempts at the required course and
      *> let the repeat policy pick the points that count; "I" and
      *> "W" are no attempt at all.
       410-TEST-PREREQ.
           MOVE ZERO TO WS-GRP-CNT
           MOVE ZERO TO WS-GRP-SUM-POINTS
           MOVE ZERO TO WS-GRP-MAX-POINTS
           MOVE ZERO TO WS-GRP-LAST-POINTS
           MOVE "--" TO WS-GRP-LAST-GRADE
           MOVE SPACES TO WS-GRP-LAST-TERM
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
              UNTIL WS-ROW-IDX > WS-ROW-COUNT
              IF WS-ROW-STU-ID(WS-ROW-IDX) = WS-ENR-STU-ID
                    AND WS-ROW-COURSE-ID(WS-ROW-IDX)
                       = WS-PRQ-TBL-REQ(WS-PRQ-IDX) THEN
                 MOVE WS-ROW-GRADE(WS-ROW-IDX) TO WS-LOOKUP-GRADE
                 IF NOT WS-LOOKUP-NON-SCALE THEN
                    PERFORM 420-COUNT-ATTEMPT
                 END-IF
              END-IF
           END-PERFORM
           IF WS-GRP-CNT > ZERO THEN
              EVALUATE TRUE
                 WHEN WS-POLICY-HIGHEST
                    MOVE WS-GRP-MAX-POINTS TO WS-GRP-POINTS
                 WHEN WS-POLICY-AVERAGE
                    COMPUTE WS-GRP-POINTS ROUNDED =
                       WS-GRP-SUM-POINTS / WS-GRP-CNT
                 WHEN OTHER
                    MOVE WS-GRP-LAST-POINTS TO WS-GRP-POINTS
              END-EVALUATE
              IF WS-GRP-POINTS >= WS-PRQ-TBL-MIN-POINTS(WS-PRQ-IDX)
                    THEN
                 GO TO 410-EXIT
              END-IF
           ELSE
              MOVE ZERO TO WS-GRP-POINTS
           END-IF
           PERFORM 430-ADD-VIOLATION THRU 430-EXIT
           .
       410-EXIT.
           EXIT.

      *> the table rows are in history order within a term, but the
      *> latest attempt is the one from the latest term.
       420-COUNT-ATTEMPT.
           PERFORM 710-LOOKUP-POINTS
           ADD 1 TO WS-GRP-CNT
           ADD WS-LOOKUP-POINTS TO WS-GRP-SUM-POINTS
           IF WS-LOOKUP-POINTS > WS-GRP-MAX-POINTS THEN
              MOVE WS-LOOKUP-POINTS TO WS-GRP-MAX-POINTS
           END-IF
           IF WS-ROW-TERM-ID(WS-ROW-IDX) >= WS-GRP-LAST-TERM THEN
              MOVE WS-ROW-TERM-ID(WS-ROW-IDX) TO WS-GRP-LAST-TERM
              MOVE WS-LOOKUP-POINTS TO WS-GRP-LAST-POINTS
              MOVE WS-LOOKUP-GRADE  TO WS-GRP-LAST-GRADE
           END-IF
           .

      *> a student in score.dat AND in a pending change for the same
      *> course is one enrolment - listed once.
       430-ADD-VIOLATION.
           MOVE "N" TO WS-VIO-FOUND-SW
           PERFORM VARYING WS-VIO-IDX FROM 1 BY 1
              UNTIL WS-VIO-IDX > WS-VIO-COUNT
                 OR WS-VIO-FOUND-SW = "Y"
              IF WS-VIO-COURSE-ID(WS-VIO-IDX) = WS-ENR-COURSE-ID
                    AND WS-VIO-STU-ID(WS-VIO-IDX) = WS-ENR-STU-ID
                    AND WS-VIO-REQ-ID(WS-VIO-IDX)
                       = WS-PRQ-TBL-REQ(WS-PRQ-IDX) THEN
                 MOVE "Y" TO WS-VIO-FOUND-SW
              END-IF
           END-PERFORM
           IF WS-VIO-FOUND-SW = "Y" THEN
              GO TO 430-EXIT
           END-IF
           IF WS-VIO-COUNT >= 500 THEN
              SET WS-VIO-OVERFLOW TO TRUE
              GO TO 430-EXIT
           END-IF
           ADD 1 TO WS-VIO-COUNT
           MOVE WS-ENR-COURSE-ID TO WS-VIO-COURSE-ID(WS-VIO-COUNT)
           MOVE ZERO TO WS-VIO-SSN(WS-VIO-COUNT)
           PERFORM VARYING WS-ASGN-IDX FROM WS-ASGN-COUNT BY -1
              UNTIL WS-ASGN-IDX < 1
              IF WS-ASGN-TBL-COURSE(WS-ASGN-IDX)
                    = WS-ENR-COURSE-ID THEN
                 MOVE WS-ASGN-TBL-SSN(WS-ASGN-IDX)
                    TO WS-VIO-SSN(WS-VIO-COUNT)
              END-IF
           END-PERFORM
           MOVE WS-ENR-STU-ID TO WS-VIO-STU-ID(WS-VIO-COUNT)
           MOVE WS-PRQ-TBL-REQ(WS-PRQ-IDX)
              TO WS-VIO-REQ-ID(WS-VIO-COUNT)
           MOVE WS-PRQ-TBL-MIN-GRADE(WS-PRQ-IDX)
              TO WS-VIO-MIN-GRADE(WS-VIO-COUNT)
           MOVE WS-GRP-LAST-GRADE TO WS-VIO-HELD-GRADE(WS-VIO-COUNT)
           MOVE WS-GRP-POINTS TO WS-VIO-HELD-POINTS(WS-VIO-COUNT)
           MOVE WS-ENR-SOURCE TO WS-VIO-SOURCE(WS-VIO-COUNT)
           .
       430-EXIT.
           EXIT.

       500-SORT-VIOLATIONS.
           PERFORM VARYING WS-VIO-IDX FROM 1 BY 1
              UNTIL WS-VIO-IDX >= WS-VIO-COUNT
              PERFORM VARYING WS-VIO-JDX FROM 1 BY 1
                 UNTIL WS-VIO-JDX > WS-VIO-COUNT - WS-VIO-IDX
                 IF WS-VIO-SORT-KEY(WS-VIO-JDX) >
                       WS-VIO-SORT-KEY(WS-VIO-JDX + 1) THEN
                    MOVE WS-VIO-ENTRY(WS-VIO-JDX) TO WS-VIO-SWAP
                    MOVE WS-VIO-ENTRY(WS-VIO-JDX + 1)
                       TO WS-VIO-ENTRY(WS-VIO-JDX)
                    MOVE WS-VIO-SWAP TO WS-VIO-ENTRY(WS-VIO-JDX + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           .

       510-PRINT-VIOLATIONS.
           MOVE SPACES TO WS-PREV-COURSE-ID
           MOVE ZERO TO WS-PREV-SSN
           PERFORM VARYING WS-VIO-IDX FROM 1 BY 1
              UNTIL WS-VIO-IDX > WS-VIO-COUNT
              IF WS-VIO-COURSE-ID(WS-VIO-IDX) NOT = WS-PREV-COURSE-ID
                    OR WS-VIO-SSN(WS-VIO-IDX) NOT = WS-PREV-SSN THEN
                 PERFORM 520-PRINT-GROUP-LINE
              END-IF
              PERFORM 530-PRINT-DETAIL-LINE
           END-PERFORM
           .

       520-PRINT-GROUP-LINE.
           MOVE WS-VIO-COURSE-ID(WS-VIO-IDX) TO WS-PREV-COURSE-ID
           MOVE WS-VIO-SSN(WS-VIO-IDX)       TO WS-PREV-SSN
           MOVE WS-VIO-COURSE-ID(WS-VIO-IDX) TO RPT-GRP-COURSE-ID
           IF WS-VIO-SSN(WS-VIO-IDX) = ZERO THEN
              MOVE SPACES TO RPT-GRP-SSN
              MOVE "(UNASSIGNED)" TO RPT-GRP-NAME
           ELSE
              MOVE WS-VIO-SSN(WS-VIO-IDX) TO RPT-GRP-SSN
              PERFORM 540-LOOKUP-INSTR-NAME
              MOVE WS-INSTR-NAME TO RPT-GRP-NAME
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE WS-RPT-GROUP-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           .

       530-PRINT-DETAIL-LINE.
           MOVE WS-VIO-STU-ID(WS-VIO-IDX) TO RPT-DET-STU-ID
           MOVE SPACES TO RPT-DET-SURNAME
           MOVE SPACES TO RPT-DET-FORNAME
           IF WS-STUDENT-ON-FILE THEN
              MOVE WS-VIO-STU-ID(WS-VIO-IDX) TO SM-STU-ID
              READ STUDENT-FILE
                 INVALID KEY
                    MOVE "(NOT ON MASTER)" TO RPT-DET-SURNAME
                 NOT INVALID KEY
                    MOVE SM-SURNAME TO RPT-DET-SURNAME
                    MOVE SM-FORNAME TO RPT-DET-FORNAME
              END-READ
           END-IF
           MOVE WS-VIO-REQ-ID(WS-VIO-IDX)      TO RPT-DET-REQ-ID
           MOVE WS-VIO-MIN-GRADE(WS-VIO-IDX)   TO RPT-DET-MIN-GRADE
           MOVE WS-VIO-HELD-GRADE(WS-VIO-IDX)  TO RPT-DET-HELD-GRADE
           MOVE WS-VIO-HELD-POINTS(WS-VIO-IDX) TO RPT-DET-HELD-POINTS
           MOVE WS-VIO-SOURCE(WS-VIO-IDX)      TO RPT-DET-SOURCE
           MOVE WS-RPT-DETAIL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           .

       540-LOOKUP-INSTR-NAME.
           MOVE SPACES TO WS-INSTR-NAME
           IF WS-EMP-IDX-ON-FILE THEN
              MOVE WS-VIO-SSN(WS-VIO-IDX) TO EMP-SSN-IDX
              READ EMP-FILE-IDX
                 INVALID KEY
                    MOVE "(NOT ON MASTER)" TO WS-INSTR-NAME
                 NOT INVALID KEY
                    MOVE EMP-SURNAME-IDX TO WS-INSTR-NAME
              END-READ
           ELSE
              MOVE "(NO MASTER)" TO WS-INSTR-NAME
           END-IF
           .

       600-PRINT-TOTALS-PAGE.
           MOVE 99 TO WS-LINE-COUNT
           MOVE "PREREQUISITES      : " TO RPT-TOTAL-LABEL
           MOVE WS-PRQ-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "ENROLMENTS READ    : " TO RPT-TOTAL-LABEL
           MOVE WS-ENROL-READ-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "ENROLMENTS GATED   : " TO RPT-TOTAL-LABEL
           MOVE WS-ENROL-GATED-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "VIOLATIONS         : " TO RPT-TOTAL-LABEL
           MOVE WS-VIO-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           .

       040-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE THEN
              PERFORM 050-PAGE-HEADING
           END-IF
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT
           .

       050-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUM
           MOVE REPORT-LINE TO WS-LINE-SAVE
           MOVE WS-RPT-SEP-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RPT-TITLE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RUN-YEAR   TO RPT-DATE-YEAR
           MOVE WS-RUN-MONTH  TO RPT-DATE-MONTH
           MOVE WS-RUN-DAY    TO RPT-DATE-DAY
           MOVE WS-RUN-TERM-ID TO RPT-DATE-TERM
           MOVE WS-PAGE-NUM   TO RPT-DATE-PAGE
           MOVE WS-RPT-DATE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RPT-SEP-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RPT-COLHEAD-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 5 TO WS-LINE-COUNT
           MOVE WS-LINE-SAVE TO REPORT-LINE
           .

       710-LOOKUP-POINTS.
           MOVE ZERO TO WS-LOOKUP-POINTS
           MOVE "N" TO WS-LOOKUP-FOUND-SW
           SET WS-GPA-IDX TO 1
           SEARCH WS-GPA-ENTRY
              AT END
                 CONTINUE
              WHEN WS-GPA-GRADE(WS-GPA-IDX) = WS-LOOKUP-GRADE
                 MOVE WS-GPA-POINTS(WS-GPA-IDX) TO WS-LOOKUP-POINTS
                 MOVE "Y" TO WS-LOOKUP-FOUND-SW
           END-SEARCH
           .

       800-WRITE-RUN-AUDIT.
           OPEN EXTEND RUN-AUDIT-FILE
           IF WS-RUN-AUDIT-STATUS = "00" OR "05" THEN
              MOVE "PREREQ-CHECK1"    TO AUD-PROGRAM-ID
              MOVE WS-AUDIT-START-TS  TO AUD-START-TS
              MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-END-TS
              MOVE WS-RUN-TERM-ID     TO AUD-TERM-ID
              MOVE WS-ENROL-READ-COUNT TO AUD-READ-COUNT
              MOVE WS-VIO-COUNT       TO AUD-WRITE-COUNT
              MOVE ZERO               TO AUD-REJECT-COUNT
              MOVE RETURN-CODE        TO AUD-RETURN-CODE
              WRITE RUN-AUDIT-DETAIL
              CLOSE RUN-AUDIT-FILE
           ELSE
              DISPLAY "PREREQ-CHECK1: RUN-AUDIT-FILE OPEN STATUS "
                 WS-RUN-AUDIT-STATUS ", AUDIT RECORD NOT WRITTEN"
           END-IF
           .

       005-LOAD-GPA-SCALE.
           OPEN INPUT GPA-SCALE-FILE
           IF WS-GPA-FILE-FOUND THEN
              PERFORM UNTIL WS-GPA-EOF
                 READ GPA-SCALE-FILE
                    AT END SET WS-GPA-EOF TO TRUE
                 END-READ
                 IF NOT WS-GPA-EOF THEN
                    IF WS-GPA-COUNT < 10 THEN
                       ADD 1 TO WS-GPA-COUNT
                       MOVE GPA-SCALE-GRADE
                          TO WS-GPA-GRADE(WS-GPA-COUNT)
                       MOVE GPA-SCALE-POINTS
                          TO WS-GPA-POINTS(WS-GPA-COUNT)
                    ELSE
                       DISPLAY "PREREQ-CHECK1: GPA-SCALE.DAT HAS "
                          "MORE THAN 10 ROWS, EXTRA ROWS IGNORED"
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE GPA-SCALE-FILE
           ELSE
              PERFORM 007-DEFAULT-GPA-SCALE
           END-IF
           .
       005-EXIT.
           EXIT.

       007-DEFAULT-GPA-SCALE.
           MOVE 8 TO WS-GPA-COUNT
           MOVE "A "  TO WS-GPA-GRADE(1)
           MOVE 4.00  TO WS-GPA-POINTS(1)
           MOVE "B+"  TO WS-GPA-GRADE(2)
           MOVE 3.50  TO WS-GPA-POINTS(2)
           MOVE "B "  TO WS-GPA-GRADE(3)
           MOVE 3.00  TO WS-GPA-POINTS(3)
           MOVE "C+"  TO WS-GPA-GRADE(4)
           MOVE 2.50  TO WS-GPA-POINTS(4)
           MOVE "C "  TO WS-GPA-GRADE(5)
           MOVE 2.00  TO WS-GPA-POINTS(5)
           MOVE "D+"  TO WS-GPA-GRADE(6)
           MOVE 1.50  TO WS-GPA-POINTS(6)
           MOVE "D "  TO WS-GPA-GRADE(7)
           MOVE 1.00  TO WS-GPA-POINTS(7)
           MOVE "F "  TO WS-GPA-GRADE(8)
           MOVE 0.00  TO WS-GPA-POINTS(8)
           .

      *> "L" latest attempt (the university's rule, and the default
      *> when the file is absent), "H" highest attempt, "A" average
      *> of attempts. Anything else keeps the default and says so.
       012-LOAD-REPEAT-POLICY.
           OPEN INPUT REPEAT-CFG-FILE
           IF WS-REPEAT-CFG-FOUND THEN
              READ REPEAT-CFG-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF CFG-REPEAT-POLICY = "L" OR "H" OR "A" THEN
                       MOVE CFG-REPEAT-POLICY TO WS-REPEAT-POLICY
                    ELSE
                       DISPLAY "PREREQ-CHECK1: BAD REPEAT POLICY '"
                          CFG-REPEAT-POLICY "', USING LATEST"
                    END-IF
              END-READ
              CLOSE REPEAT-CFG-FILE
           END-IF
           .
       012-EXIT.
           EXIT.

       004-LOAD-TERM-ID.
           OPEN INPUT TERM-CFG-FILE
           IF WS-TERM-CFG-FOUND THEN
              READ TERM-CFG-FILE
                 AT END CONTINUE
                 NOT AT END
                    MOVE CFG-TERM-ID TO WS-RUN-TERM-ID
              END-READ
              CLOSE TERM-CFG-FILE
           END-IF
           .
       004-EXIT.
           EXIT.

      *> statistics are kept per student and course while the
      *> history is read, and the policy picks what feeds credits
      *> earned and the cumulative GPA.
      *> 2026-10-15 JAKKRIT - "I" (incomplete) and "W" (course
      *> withdrawal) attempts are off the GPA scale: they are marked
      *> done with the rest of the course group but count neither as
      *> an attempt nor toward credits earned or the cumulative GPA.
      *> A course with only I/W attempts drops out of the audit until
      *> a real grade (or the INC-LAPSE1 "F") is posted.
      *> 2026-10-15 JAKKRIT - transfer credit posted by
      *> TRANSFER-CREDIT1 (action "T" on grade-hist.dat) counts
      *> toward credits earned when the student has no local attempt
      *> at the course; a local attempt always governs. Whether the
      *> transfer grade enters the cumulative GPA is the policy on
      *> transfer-gpa.cfg ("Y" counts it, "N" - the default - does
      *> not), the same control file STANDING1 and TRANSCRIPT1 read.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              ASSIGN TO "repeat-policy.cfg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPEAT-CFG-STATUS.
           SELECT OPTIONAL XFER-CFG-FILE
              ASSIGN TO "transfer-gpa.cfg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-XFER-CFG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "grad-cand.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRAD-INTAKE-FILE ASSIGN TO "grad-intake.dat"
       01  REPEAT-CFG-RECORD.
           05 CFG-REPEAT-POLICY        PIC X.

       FD  XFER-CFG-FILE.
       01  XFER-CFG-RECORD.
           05 CFG-XFER-IN-GPA          PIC X.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

           88 WS-POLICY-HIGHEST        VALUE "H".
           88 WS-POLICY-AVERAGE        VALUE "A".
       01  WS-LOOKUP-GRADE             PIC X(2).
           88 WS-LOOKUP-NON-SCALE      VALUE "I " "W ".
       01  WS-XFER-CFG-STATUS          PIC X(2).
           88 WS-XFER-CFG-FOUND        VALUE "00".
       01  WS-XFER-IN-GPA-SW           PIC X VALUE "N".
           88 WS-XFER-IN-GPA           VALUE "Y".
       01  WS-HIST-XFER-SW             PIC X.

      *> one row per student, term and course - the latest non-"B"
      *> history row wins within a term, the usual regrade handling.
              10 WS-ROW-COURSE-ID      PIC X(6).
              10 WS-ROW-GRADE          PIC X(2).
              10 WS-ROW-DONE-SW        PIC X.
              10 WS-ROW-XFER-SW        PIC X.

       01  WS-GRP-STU-ID               PIC X(8).
       01  WS-GRP-COURSE-ID            PIC X(6).
       01  WS-GRP-MAX-POINTS           PIC 9V9(2).
       01  WS-GRP-LAST-POINTS          PIC 9V9(2).
       01  WS-GRP-POINTS               PIC 9V9(2).
       01  WS-GRP-XFER-SW              PIC X.
           88 WS-GRP-HAS-XFER          VALUE "Y".
       01  WS-GRP-XFER-POINTS          PIC 9V9(2).

       01  WS-STU-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-STU-IDX                  PIC 9(3) COMP.
           05 WS-HIST-READ-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-STU-CHECKED-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-CANDIDATE-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-XFER-COURSE-COUNT     PIC 9(7) VALUE ZERO.

       01  WS-RUN-DATE.
           05 WS-RUN-YEAR              PIC X(4).
           PERFORM 008-LOAD-COURSE-CREDITS THRU 008-EXIT
           PERFORM 009-LOAD-MAJOR-REQS THRU 009-EXIT
           PERFORM 012-LOAD-REPEAT-POLICY THRU 012-EXIT
           PERFORM 013-LOAD-XFER-POLICY THRU 013-EXIT

           PERFORM 100-LOAD-ACTIVE-STUDENTS THRU 100-EXIT
           IF WS-STU-COUNT = ZERO THEN

      *> latest non-"B" row per student, term and course wins, the
      *> usual regrade handling; a retake next term gets its own row
      *> for the fold pass to group. A transfer posting keeps a row
      *> of its own, apart from any local grade in the same term.
       210-COLLECT-ROW.
           IF HIST-IS-TRANSFER THEN
              MOVE "Y" TO WS-HIST-XFER-SW
           ELSE
              MOVE "N" TO WS-HIST-XFER-SW
           END-IF
           MOVE ZERO TO WS-ROW-FOUND-IDX
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
              UNTIL WS-ROW-IDX > WS-ROW-COUNT
              IF WS-ROW-STU-ID(WS-ROW-IDX) = HIST-STU-ID
                    AND WS-ROW-TERM-ID(WS-ROW-IDX) = HIST-TERM-ID
                    AND WS-ROW-COURSE-ID(WS-ROW-IDX)
                       = HIST-COURSE-ID
                    AND WS-ROW-XFER-SW(WS-ROW-IDX)
                       = WS-HIST-XFER-SW THEN
                 MOVE WS-ROW-IDX TO WS-ROW-FOUND-IDX
              END-IF
           END-PERFORM
                 MOVE HIST-COURSE-ID
                    TO WS-ROW-COURSE-ID(WS-ROW-FOUND-IDX)
                 MOVE "N" TO WS-ROW-DONE-SW(WS-ROW-FOUND-IDX)
                 MOVE WS-HIST-XFER-SW
                    TO WS-ROW-XFER-SW(WS-ROW-FOUND-IDX)
              END-IF
           END-IF
           IF WS-ROW-FOUND-IDX > ZERO THEN
      *> is the latest attempt. The policy picks the points that
      *> count; the course's credits count once, attempted always,
      *> earned only when the counted points are above zero on the
      *> GPA scale - a passing grade. A transfer row is not an
      *> attempt here; it only counts when there is no local attempt
      *> at the course (350-COUNT-TRANSFER).
       330-FOLD-COURSE-GROUP.
           MOVE WS-ROW-STU-ID(WS-ROW-IDX)    TO WS-GRP-STU-ID
           MOVE WS-ROW-COURSE-ID(WS-ROW-IDX) TO WS-GRP-COURSE-ID
           MOVE ZERO TO WS-GRP-SUM-POINTS
           MOVE ZERO TO WS-GRP-MAX-POINTS
           MOVE ZERO TO WS-GRP-LAST-POINTS
           MOVE "N"  TO WS-GRP-XFER-SW
           MOVE ZERO TO WS-GRP-XFER-POINTS
           PERFORM VARYING WS-GRP-IDX FROM WS-ROW-IDX BY 1
              UNTIL WS-GRP-IDX > WS-ROW-COUNT
              IF WS-ROW-STU-ID(WS-GRP-IDX) = WS-GRP-STU-ID
                       = WS-GRP-COURSE-ID THEN
                 MOVE "Y" TO WS-ROW-DONE-SW(WS-GRP-IDX)
                 MOVE WS-ROW-GRADE(WS-GRP-IDX) TO WS-LOOKUP-GRADE
                 IF WS-ROW-XFER-SW(WS-GRP-IDX) = "Y" THEN
                    PERFORM 310-LOOKUP-ROW-POINTS
                    MOVE "Y" TO WS-GRP-XFER-SW
                    MOVE WS-ROW-POINTS TO WS-GRP-XFER-POINTS
                 ELSE
                    IF NOT WS-LOOKUP-NON-SCALE THEN
                       PERFORM 340-COUNT-ATTEMPT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-STU-FOUND-IDX = ZERO THEN
              GO TO 330-EXIT
           END-IF
           IF WS-GRP-CNT = ZERO THEN
              IF WS-GRP-HAS-XFER THEN
                 PERFORM 350-COUNT-TRANSFER
              END-IF
              GO TO 330-EXIT
           END-IF
           EVALUATE TRUE
       330-EXIT.
           EXIT.

       340-COUNT-ATTEMPT.
           PERFORM 310-LOOKUP-ROW-POINTS
           ADD 1 TO WS-GRP-CNT
           ADD WS-ROW-POINTS TO WS-GRP-SUM-POINTS
           IF WS-ROW-POINTS > WS-GRP-MAX-POINTS THEN
              MOVE WS-ROW-POINTS TO WS-GRP-MAX-POINTS
           END-IF
           MOVE WS-ROW-POINTS TO WS-GRP-LAST-POINTS
           .

      *> transfer credit with no local attempt: the credits are
      *> earned; the grade reaches the cumulative GPA only under the
      *> transfer-gpa.cfg policy.
       350-COUNT-TRANSFER.
           PERFORM 320-LOOKUP-ROW-CREDITS
           ADD 1 TO WS-XFER-COURSE-COUNT
           IF WS-GRP-XFER-POINTS > ZERO THEN
              ADD WS-ROW-CREDITS
                 TO WS-STU-EARN-CREDITS(WS-STU-FOUND-IDX)
           END-IF
           IF WS-XFER-IN-GPA THEN
              COMPUTE WS-STU-QPOINTS(WS-STU-FOUND-IDX) =
                 WS-STU-QPOINTS(WS-STU-FOUND-IDX) +
                 (WS-GRP-XFER-POINTS * WS-ROW-CREDITS)
              ADD WS-ROW-CREDITS
                 TO WS-STU-ATT-CREDITS(WS-STU-FOUND-IDX)
           END-IF
           .

       310-LOOKUP-ROW-POINTS.
           MOVE ZERO TO WS-ROW-POINTS
           SET WS-GPA-IDX TO 1
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "TRANSFER COURSES   : " TO RPT-TOTAL-LABEL
           MOVE WS-XFER-COURSE-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "TRANSFER IN GPA    : " TO RPT-TOTAL-LABEL
           MOVE WS-XFER-IN-GPA-SW TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           .

       040-WRITE-REPORT-LINE.
       012-EXIT.
           EXIT.

      *> "Y" transfer grades count in the cumulative GPA, "N" (the
      *> default when the file is absent) they carry credit only.
      *> Anything else keeps the default and says so.
       013-LOAD-XFER-POLICY.
           OPEN INPUT XFER-CFG-FILE
           IF WS-XFER-CFG-FOUND THEN
              READ XFER-CFG-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF CFG-XFER-IN-GPA = "Y" OR "N" THEN
                       MOVE CFG-XFER-IN-GPA TO WS-XFER-IN-GPA-SW
                    ELSE
                       DISPLAY "DEGREE-AUDIT1: BAD TRANSFER GPA "
                          "POLICY '" CFG-XFER-IN-GPA "', USING N"
                    END-IF
              END-READ
              CLOSE XFER-CFG-FILE
           END-IF
           .
       013-EXIT.
           EXIT.

       004-LOAD-TERM-ID.
           OPEN INPUT TERM-CFG-FILE
           IF WS-TERM-CFG-FOUND THEN

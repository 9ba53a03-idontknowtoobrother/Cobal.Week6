      *> can generate the notification letters from the same facts
      *> the listing prints instead of the dean's office retyping
      *> them from standing-except.rpt.
      *> 2026-10-15 JAKKRIT - "I" (incomplete) and "W" (course
      *> withdrawal) rows are skipped by the course fold: neither
      *> attempted nor earned, so they move no GPA and no credits,
      *> and an attempt group made up only of I/W rows contributes
      *> nothing. A lapsed incomplete's "C" row carries the F and
      *> counts like any other grade.
      *> 2026-10-15 JAKKRIT - transfer credit posted by
      *> TRANSFER-CREDIT1 (action "T") never counts toward the term
      *> GPA. It reaches the cumulative GPA only when the policy on
      *> transfer-gpa.cfg is "Y" ("N", the default, leaves it out),
      *> and only for a course the student has no local attempt at -
      *> a local attempt always governs, as in DEGREE-AUDIT1.
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
           SELECT OPTIONAL TERM-CFG-FILE ASSIGN TO "term.cfg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TERM-CFG-STATUS.
       01  REPEAT-CFG-RECORD.
           05 CFG-REPEAT-POLICY        PIC X.

       FD  XFER-CFG-FILE.
       01  XFER-CFG-RECORD.
           05 CFG-XFER-IN-GPA          PIC X.

       FD  TERM-CFG-FILE.
       01  TERM-CFG-RECORD.
           05 CFG-TERM-ID              PIC X(6).
           88 WS-POLICY-LATEST         VALUE "L".
           88 WS-POLICY-HIGHEST        VALUE "H".
           88 WS-POLICY-AVERAGE        VALUE "A".
       01  WS-XFER-CFG-STATUS          PIC X(2).
           88 WS-XFER-CFG-FOUND        VALUE "00".
       01  WS-XFER-IN-GPA-SW           PIC X VALUE "N".
           88 WS-XFER-IN-GPA           VALUE "Y".
       01  WS-HIST-XFER-SW             PIC X.
       01  WS-TERM-CFG-STATUS          PIC X(2).
           88 WS-TERM-CFG-FOUND        VALUE "00".
       01  WS-RUN-AUDIT-STATUS         PIC X(2).
              10 WS-ROW-COURSE-ID      PIC X(6).
              10 WS-ROW-GRADE          PIC X(2).
              10 WS-ROW-DONE-SW        PIC X.
              10 WS-ROW-XFER-SW        PIC X.

       01  WS-LOOKUP-GRADE             PIC X(2).
           88 WS-LOOKUP-NON-SCALE      VALUE "I " "W ".
       01  WS-GRP-STU-ID               PIC X(8).
       01  WS-GRP-COURSE-ID            PIC X(6).
       01  WS-GRP-IDX                  PIC 9(4) COMP.
       01  WS-GRP-MAX-POINTS           PIC 9V9(2).
       01  WS-GRP-LAST-POINTS          PIC 9V9(2).
       01  WS-GRP-POINTS               PIC 9V9(2).
       01  WS-GRP-XFER-SW              PIC X.
           88 WS-GRP-HAS-XFER          VALUE "Y".
       01  WS-GRP-XFER-POINTS          PIC 9V9(2).

       01  WS-STU-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-STU-IDX                  PIC 9(3) COMP.
           PERFORM 006-LOAD-THRESHOLDS THRU 006-EXIT
           PERFORM 008-LOAD-COURSE-CREDITS THRU 008-EXIT
           PERFORM 009-LOAD-REPEAT-POLICY THRU 009-EXIT
           PERFORM 010-LOAD-XFER-POLICY THRU 010-EXIT

           PERFORM 100-COLLECT-HISTORY THRU 100-EXIT

       100-EXIT.
           EXIT.

      *> a transfer posting keeps a row of its own, apart from any
      *> local grade for the course in the same term.
       110-COLLECT-ROW.
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
      *> so the last matching row IS the latest attempt. The current
      *> term's own attempt always feeds the term GPA; the policy
      *> decides what feeds the cumulative, with the course's
      *> credits counted once. A transfer row is never an attempt and
      *> never in the term GPA; with no local attempt at the course
      *> it feeds the cumulative only under the transfer policy.
       230-FOLD-COURSE-GROUP.
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
                    PERFORM 210-LOOKUP-ROW-POINTS
                    MOVE "Y" TO WS-GRP-XFER-SW
                    MOVE WS-ROW-POINTS TO WS-GRP-XFER-POINTS
                 ELSE
                    IF NOT WS-LOOKUP-NON-SCALE THEN
                       PERFORM 250-COUNT-ATTEMPT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-STU-FOUND-IDX = ZERO THEN
              GO TO 230-EXIT
           END-IF
           IF WS-GRP-CNT = ZERO THEN
              IF WS-GRP-HAS-XFER AND WS-XFER-IN-GPA THEN
                 COMPUTE WS-ROW-QPOINTS =
                    WS-GRP-XFER-POINTS * WS-ROW-CREDITS
                 ADD WS-ROW-QPOINTS
                    TO WS-STU-CUM-QPOINTS(WS-STU-FOUND-IDX)
                 ADD WS-ROW-CREDITS
                    TO WS-STU-CUM-CREDITS(WS-STU-FOUND-IDX)
              END-IF
              GO TO 230-EXIT
           END-IF
           EVALUATE TRUE
       230-EXIT.
           EXIT.

       250-COUNT-ATTEMPT.
           PERFORM 210-LOOKUP-ROW-POINTS
           ADD 1 TO WS-GRP-CNT
           ADD WS-ROW-POINTS TO WS-GRP-SUM-POINTS
           IF WS-ROW-POINTS > WS-GRP-MAX-POINTS THEN
              MOVE WS-ROW-POINTS TO WS-GRP-MAX-POINTS
           END-IF
           MOVE WS-ROW-POINTS TO WS-GRP-LAST-POINTS
           IF WS-ROW-TERM-ID(WS-GRP-IDX) = WS-RUN-TERM-ID
                 AND WS-STU-FOUND-IDX > ZERO THEN
              COMPUTE WS-ROW-QPOINTS =
                 WS-ROW-POINTS * WS-ROW-CREDITS
              ADD WS-ROW-QPOINTS
                 TO WS-STU-CUR-QPOINTS(WS-STU-FOUND-IDX)
              ADD WS-ROW-CREDITS
                 TO WS-STU-CUR-CREDITS(WS-STU-FOUND-IDX)
           END-IF
           .

       240-FIND-STUDENT.
           MOVE ZERO TO WS-STU-FOUND-IDX
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
       009-EXIT.
           EXIT.

      *> "Y" transfer grades count in the cumulative GPA, "N" (the
      *> default when the file is absent) they carry credit only.
      *> Anything else keeps the default and says so.
       010-LOAD-XFER-POLICY.
           OPEN INPUT XFER-CFG-FILE
           IF WS-XFER-CFG-FOUND THEN
              READ XFER-CFG-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF CFG-XFER-IN-GPA = "Y" OR "N" THEN
                       MOVE CFG-XFER-IN-GPA TO WS-XFER-IN-GPA-SW
                    ELSE
                       DISPLAY "STANDING1: BAD TRANSFER GPA "
                          "POLICY '" CFG-XFER-IN-GPA "', USING N"
                    END-IF
              END-READ
              CLOSE XFER-CFG-FILE
           END-IF
           .
       010-EXIT.
           EXIT.

       006-LOAD-THRESHOLDS.
           OPEN INPUT STANDING-CFG-FILE
           IF WS-STANDING-CFG-FOUND THEN

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAP-EVAL1.
       AUTHOR. JAKKRIT

      *> 2026-10-15 JAKKRIT - new: term-end satisfactory academic
      *> progress (SAP) run for the financial aid office, so they
      *> stop rebuilding it from transcript printouts. For every
      *> SM-ACTIVE student on stu-mast.dat it reads grade-hist.dat
      *> (latest non-"B" row per term and course, the usual regrade
      *> handling) and computes the three SAP measures:
      *>   - cumulative GPA, credit weighted and folded per the
      *>     repeat and transfer policies exactly as DEGREE-AUDIT1
      *>     computes it;
      *>   - pace, credits earned over credits attempted. Every
      *>     attempt is attempted, retakes included, and so are "I"
      *>     and "W" rows; credits are earned once per course when
      *>     the counted grade is a pass. Accepted transfer credit
      *>     (no local attempt) is both attempted and earned;
      *>   - maximum time-frame, credits attempted against 150% of
      *>     the major's MR-MIN-CREDITS on major-req.dat (120 when
      *>     the file or the major is absent).
      *> Minimums come from sap.cfg (minimum GPA, minimum pace,
      *> time-frame percent; defaults 2.00 / 0.67 / 150). A student
      *> meeting all three is "M" meeting. One who misses GPA or
      *> pace is "W" warning when the status carried forward from
      *> the previous term was meeting (or this is the first
      *> evaluation), "S" suspended when it was already warning or
      *> suspended; over the time-frame is "S" at once. Status lives
      *> on the indexed SAP master (sap.dat, copybooks/sapmast.cpy),
      *> which keeps the prior status so a rerun in the same term
      *> starts from the same place. Output is the fixed-layout feed
      *> for the aid office (sap-feed.dat, one record per student)
      *> and a house-style exception list of every student whose
      *> status changed (sap-change.rpt). A history or student table
      *> overflow aborts before the master is opened, the way
      *> STANDING1 aborts. Appends a run record to run-audit.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STUDENT-FILE ASSIGN TO "stu-mast.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SM-STU-ID
              FILE STATUS IS WS-STUDENT-FILE-STATUS.
           SELECT OPTIONAL GRADE-HIST-FILE ASSIGN TO "grade-hist.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GRADE-HIST-STATUS.
           SELECT OPTIONAL SAP-FILE ASSIGN TO "sap.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SAP-STU-ID
              FILE STATUS IS WS-SAP-FILE-STATUS.
           SELECT OPTIONAL COURSE-FILE ASSIGN TO "course-mast.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CM-COURSE-ID
              FILE STATUS IS WS-COURSE-FILE-STATUS.
           SELECT OPTIONAL GPA-SCALE-FILE ASSIGN TO "gpa-scale.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GPA-FILE-STATUS.
           SELECT OPTIONAL MAJOR-REQ-FILE ASSIGN TO "major-req.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MAJOR-REQ-STATUS.
           SELECT OPTIONAL REPEAT-CFG-FILE
              ASSIGN TO "repeat-policy.cfg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPEAT-CFG-STATUS.
           SELECT OPTIONAL XFER-CFG-FILE
              ASSIGN TO "transfer-gpa.cfg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-XFER-CFG-STATUS.
           SELECT OPTIONAL SAP-CFG-FILE ASSIGN TO "sap.cfg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SAP-CFG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "sap-change.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SAP-FEED-FILE ASSIGN TO "sap-feed.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TERM-CFG-FILE ASSIGN TO "term.cfg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TERM-CFG-STATUS.
           SELECT OPTIONAL RUN-AUDIT-FILE ASSIGN TO "run-audit.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
           COPY studmast.

       FD  GRADE-HIST-FILE.
           COPY gradehistdtl.

       FD  SAP-FILE.
           COPY sapmast.

       FD  COURSE-FILE.
           COPY crsmast.

       FD  GPA-SCALE-FILE.
       01  GPA-SCALE-RECORD.
           05 GPA-SCALE-GRADE          PIC X(2).
           05 GPA-SCALE-POINTS         PIC 9V9(2).

       FD  MAJOR-REQ-FILE.
       01  MAJOR-REQ-RECORD.
           05 MR-MAJOR-CODE            PIC X(4).
           05 MR-MIN-CREDITS           PIC 9(3).
           05 MR-MIN-GPA               PIC 9V9(2).

       FD  REPEAT-CFG-FILE.
       01  REPEAT-CFG-RECORD.
           05 CFG-REPEAT-POLICY        PIC X.

       FD  XFER-CFG-FILE.
       01  XFER-CFG-RECORD.
           05 CFG-XFER-IN-GPA          PIC X.

       FD  SAP-CFG-FILE.
       01  SAP-CFG-RECORD.
           05 CFG-SAP-MIN-GPA          PIC 9V9(2).
           05 CFG-SAP-MIN-PACE         PIC 9V9(2).
           05 CFG-SAP-MAX-PCT          PIC 9(3).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

      *> the aid office feed: one fixed-layout record per active
      *> student evaluated. The three MET flags are "Y"/"N" for GPA,
      *> pace and maximum time-frame.
       FD  SAP-FEED-FILE.
       01  SAP-FEED-RECORD.
           05 SF-STU-ID                PIC X(8).
           05 SF-TERM-ID               PIC X(6).
           05 SF-STATUS                PIC X.
           05 SF-PREV-STATUS           PIC X.
           05 SF-CUM-GPA               PIC 9V9(2).
           05 SF-PACE                  PIC 9V9(2).
           05 SF-ATT-CREDITS           PIC 9(4).
           05 SF-EARN-CREDITS          PIC 9(4).
           05 SF-MAX-CREDITS           PIC 9(4).
           05 SF-GPA-MET               PIC X.
           05 SF-PACE-MET              PIC X.
           05 SF-TIMEFRAME-MET         PIC X.
           05 SF-MAJOR-CODE            PIC X(4).
           05 SF-RUN-DATE              PIC X(8).

       FD  TERM-CFG-FILE.
       01  TERM-CFG-RECORD.
           05 CFG-TERM-ID              PIC X(6).

       FD  RUN-AUDIT-FILE.
           COPY runaudit.

       WORKING-STORAGE SECTION.
       01  WS-STUDENT-FILE-STATUS      PIC X(2).
           88 WS-STUDENT-FILE-FOUND    VALUE "00".
       01  WS-GRADE-HIST-STATUS        PIC X(2).
           88 WS-GRADE-HIST-FOUND      VALUE "00".
       01  WS-SAP-FILE-STATUS          PIC X(2).
       01  WS-COURSE-FILE-STATUS       PIC X(2).
           88 WS-COURSE-FILE-FOUND     VALUE "00".
       01  WS-GPA-FILE-STATUS          PIC X(2).
           88 WS-GPA-FILE-FOUND        VALUE "00".
       01  WS-MAJOR-REQ-STATUS         PIC X(2).
           88 WS-MAJOR-REQ-FOUND       VALUE "00".
       01  WS-SAP-CFG-STATUS           PIC X(2).
           88 WS-SAP-CFG-FOUND         VALUE "00".
       01  WS-TERM-CFG-STATUS          PIC X(2).
           88 WS-TERM-CFG-FOUND        VALUE "00".
       01  WS-RUN-AUDIT-STATUS         PIC X(2).
       01  WS-AUDIT-START-TS           PIC X(14).
       01  WS-RUN-TERM-ID              PIC X(6) VALUE "2026S1".

       01  WS-SAP-MIN-GPA              PIC 9V9(2) VALUE 2.00.
       01  WS-SAP-MIN-PACE             PIC 9V9(2) VALUE 0.67.
       01  WS-SAP-MAX-PCT              PIC 9(3) VALUE 150.

       01  WS-FILE-EOF-SW              PIC X VALUE "N".
           88 WS-FILE-EOF              VALUE "Y".
       01  WS-GPA-EOF-SW               PIC X VALUE "N".
           88 WS-GPA-EOF               VALUE "Y".

       01  WS-GPA-COUNT                PIC 9(2) VALUE ZERO.
       01  WS-GPA-TABLE.
           05 WS-GPA-ENTRY OCCURS 1 TO 10 TIMES
                 DEPENDING ON WS-GPA-COUNT
                 INDEXED BY WS-GPA-IDX.
              10 WS-GPA-GRADE          PIC X(2).
              10 WS-GPA-POINTS         PIC 9V9(2).
       01  WS-ROW-POINTS               PIC 9V9(2).
       01  WS-ROW-CREDITS              PIC 9(2).
       01  WS-DEFAULT-CREDITS          PIC 9(2) VALUE 3.

       01  WS-CRS-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-CRS-IDX                  PIC 9(3) COMP.
       01  WS-CRS-FOUND-IDX            PIC 9(3) COMP VALUE ZERO.
       01  WS-CRS-TABLE.
           05 WS-CRS-ENTRY OCCURS 200 TIMES.
              10 WS-CRS-TBL-ID         PIC X(6).
              10 WS-CRS-TBL-CREDITS    PIC 9(2).

       01  WS-REQ-COUNT                PIC 9(2) VALUE ZERO.
       01  WS-REQ-IDX                  PIC 9(2) COMP.
       01  WS-REQ-FOUND-IDX            PIC 9(2) COMP VALUE ZERO.
       01  WS-REQ-TABLE.
           05 WS-REQ-ENTRY OCCURS 50 TIMES.
              10 WS-REQ-MAJOR          PIC X(4).
              10 WS-REQ-CREDITS        PIC 9(3).
       01  WS-DEF-MIN-CREDITS          PIC 9(3) VALUE 120.
       01  WS-MIN-CREDITS              PIC 9(3).
       01  WS-MAX-CREDITS              PIC 9(4).

       01  WS-REPEAT-CFG-STATUS        PIC X(2).
           88 WS-REPEAT-CFG-FOUND      VALUE "00".
       01  WS-REPEAT-POLICY            PIC X VALUE "L".
           88 WS-POLICY-LATEST         VALUE "L".
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
      *> history row wins within a term; a retake lands under its own
      *> term and the fold pass groups the attempts per course.
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
              10 WS-ROW-DONE-SW        PIC X.
              10 WS-ROW-XFER-SW        PIC X.

       01  WS-GRP-STU-ID               PIC X(8).
       01  WS-GRP-COURSE-ID            PIC X(6).
       01  WS-GRP-IDX                  PIC 9(4) COMP.
       01  WS-GRP-CNT                  PIC 9(3).
       01  WS-GRP-ATTEMPTS             PIC 9(3).
       01  WS-GRP-SUM-POINTS           PIC 9(4)V9(2).
       01  WS-GRP-MAX-POINTS           PIC 9V9(2).
       01  WS-GRP-LAST-POINTS          PIC 9V9(2).
       01  WS-GRP-POINTS               PIC 9V9(2).
       01  WS-GRP-XFER-SW              PIC X.
           88 WS-GRP-HAS-XFER          VALUE "Y".
       01  WS-GRP-XFER-POINTS          PIC 9V9(2).

      *> GPA-CREDITS are the credits behind the cumulative GPA (once
      *> per course, per the policies); ATT-CREDITS are SAP attempted
      *> credits (every attempt, I and W included).
       01  WS-STU-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-STU-IDX                  PIC 9(3) COMP.
       01  WS-STU-FOUND-IDX            PIC 9(3) COMP VALUE ZERO.
       01  WS-STU-OVERFLOW-SW          PIC X VALUE "N".
           88 WS-STU-OVERFLOW          VALUE "Y".
       01  WS-STU-TABLE.
           05 WS-STU-ENTRY OCCURS 500 TIMES.
              10 WS-STU-TBL-ID         PIC X(8).
              10 WS-STU-TBL-NAME.
                 15 WS-STU-TBL-SURNAME PIC X(15).
                 15 WS-STU-TBL-FORNAME PIC X(10).
              10 WS-STU-TBL-MAJOR      PIC X(4).
              10 WS-STU-QPOINTS        PIC 9(5)V9(2).
              10 WS-STU-GPA-CREDITS    PIC 9(4).
              10 WS-STU-ATT-CREDITS    PIC 9(4).
              10 WS-STU-EARN-CREDITS   PIC 9(4).

       01  WS-CUM-GPA                  PIC 9V9(2).
       01  WS-PACE                     PIC 9V9(2).
       01  WS-PACE-PCT                 PIC 9(3).
       01  WS-GPA-MET-SW               PIC X.
           88 WS-GPA-MET               VALUE "Y".
       01  WS-PACE-MET-SW              PIC X.
           88 WS-PACE-MET              VALUE "Y".
       01  WS-TIMEFRAME-MET-SW         PIC X.
           88 WS-TIMEFRAME-MET         VALUE "Y".
       01  WS-NEW-STATUS               PIC X.
       01  WS-BASIS-STATUS             PIC X.
       01  WS-RECORD-ON-FILE-SW        PIC X.
           88 WS-RECORD-ON-FILE        VALUE "Y".
       01  WS-REASON-TEXT              PIC X(13).
       01  WS-REASON-PTR               PIC 9(2) COMP.

       01  WS-TOTALS.
           05 WS-HIST-READ-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-STU-EVAL-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-MEETING-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-WARNING-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-SUSPENDED-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-CHANGED-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-TIMEFRAME-COUNT       PIC 9(7) VALUE ZERO.

       01  WS-RUN-DATE.
           05 WS-RUN-YEAR              PIC X(4).
           05 WS-RUN-MONTH             PIC X(2).
           05 WS-RUN-DAY               PIC X(2).
       01  WS-PAGE-NUM                 PIC 9(3) VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE           PIC 9(2) VALUE 55.
       01  WS-RPT-TITLE-LINE.
           05 FILLER                   PIC X(40)
              VALUE "SATISFACTORY ACADEMIC PROGRESS CHANGES".
           05 FILLER                   PIC X(40) VALUE SPACES.
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
              "  STU-ID    SURNAME          FORNAME     WAS NOW".
           05 FILLER                   PIC X(32)
              VALUE "GPA   PACE   ATT  MISSED".
       01  WS-RPT-DETAIL-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-STU-ID           PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-SURNAME          PIC X(15).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-FORNAME          PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-OLD-STATUS       PIC X.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 RPT-DET-NEW-STATUS       PIC X.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-GPA              PIC 9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-PACE             PIC ZZ9.
           05 FILLER                   PIC X VALUE "%".
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-ATT              PIC ZZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-REASON           PIC X(13).
           05 FILLER                   PIC X VALUE SPACE.
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
           PERFORM 006-LOAD-SAP-LIMITS THRU 006-EXIT
           PERFORM 008-LOAD-COURSE-CREDITS THRU 008-EXIT
           PERFORM 009-LOAD-MAJOR-REQS THRU 009-EXIT
           PERFORM 012-LOAD-REPEAT-POLICY THRU 012-EXIT
           PERFORM 013-LOAD-XFER-POLICY THRU 013-EXIT

           PERFORM 100-LOAD-ACTIVE-STUDENTS THRU 100-EXIT
           IF WS-STU-COUNT = ZERO THEN
              DISPLAY "SAP-EVAL1: NO ACTIVE STUDENTS ON THE MASTER, "
                 "NOTHING TO EVALUATE"
              MOVE 8 TO RETURN-CODE
              PERFORM 800-WRITE-RUN-AUDIT
              GOBACK
           END-IF
           PERFORM 200-COLLECT-HISTORY THRU 200-EXIT

      *> a SAP status from partial credit totals can suspend a
      *> student's aid - stop before the master is even opened.
           IF WS-ROW-OVERFLOW OR WS-STU-OVERFLOW THEN
              IF WS-ROW-OVERFLOW THEN
                 DISPLAY "SAP-EVAL1: MORE THAN 2000 HISTORY ROWS, "
                    "RUN ABORTED BEFORE ANY CHANGE"
              END-IF
              IF WS-STU-OVERFLOW THEN
                 DISPLAY "SAP-EVAL1: MORE THAN 500 ACTIVE STUDENTS, "
                    "RUN ABORTED BEFORE ANY CHANGE"
              END-IF
              MOVE 8 TO RETURN-CODE
              PERFORM 800-WRITE-RUN-AUDIT
              GOBACK
           END-IF

           PERFORM 300-ACCUMULATE-STUDENTS

           OPEN I-O SAP-FILE
           IF WS-SAP-FILE-STATUS NOT = "00" AND NOT = "05" THEN
              DISPLAY "SAP-EVAL1: SAP.DAT OPEN STATUS "
                 WS-SAP-FILE-STATUS ", ABORTING"
              MOVE 8 TO RETURN-CODE
              PERFORM 800-WRITE-RUN-AUDIT
              GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT SAP-FEED-FILE
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
              UNTIL WS-STU-IDX > WS-STU-COUNT
              ADD 1 TO WS-STU-EVAL-COUNT
              PERFORM 400-EVALUATE-STUDENT
           END-PERFORM
           PERFORM 600-PRINT-TOTALS-PAGE
           CLOSE SAP-FEED-FILE
           CLOSE REPORT-FILE
           CLOSE SAP-FILE

           DISPLAY "=========================================="
           DISPLAY "SAP-EVAL1: STUDENTS EVALUATED " WS-STU-EVAL-COUNT
           DISPLAY "SAP-EVAL1: MEETING            " WS-MEETING-COUNT
           DISPLAY "SAP-EVAL1: WARNING            " WS-WARNING-COUNT
           DISPLAY "SAP-EVAL1: SUSPENDED          " WS-SUSPENDED-COUNT
           DISPLAY "SAP-EVAL1: STATUS CHANGED     " WS-CHANGED-COUNT
           PERFORM 800-WRITE-RUN-AUDIT
           GOBACK
           .

       100-LOAD-ACTIVE-STUDENTS.
           OPEN INPUT STUDENT-FILE
           IF NOT WS-STUDENT-FILE-FOUND
                 AND WS-STUDENT-FILE-STATUS NOT = "05" THEN
              DISPLAY "SAP-EVAL1: STU-MAST.DAT OPEN STATUS "
                 WS-STUDENT-FILE-STATUS
              CLOSE STUDENT-FILE
              GO TO 100-EXIT
           END-IF
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM UNTIL WS-FILE-EOF
              READ STUDENT-FILE
                 AT END SET WS-FILE-EOF TO TRUE
              END-READ
              IF NOT WS-FILE-EOF AND SM-ACTIVE THEN
                 IF WS-STU-COUNT < 500 THEN
                    ADD 1 TO WS-STU-COUNT
                    MOVE SM-STU-ID TO WS-STU-TBL-ID(WS-STU-COUNT)
                    MOVE SM-SURNAME
                       TO WS-STU-TBL-SURNAME(WS-STU-COUNT)
                    MOVE SM-FORNAME
                       TO WS-STU-TBL-FORNAME(WS-STU-COUNT)
                    MOVE SM-MAJOR-CODE
                       TO WS-STU-TBL-MAJOR(WS-STU-COUNT)
                    MOVE ZERO TO WS-STU-QPOINTS(WS-STU-COUNT)
                    MOVE ZERO TO WS-STU-GPA-CREDITS(WS-STU-COUNT)
                    MOVE ZERO TO WS-STU-ATT-CREDITS(WS-STU-COUNT)
                    MOVE ZERO TO WS-STU-EARN-CREDITS(WS-STU-COUNT)
                 ELSE
                    SET WS-STU-OVERFLOW TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           CLOSE STUDENT-FILE
           .
       100-EXIT.
           EXIT.

       200-COLLECT-HISTORY.
           OPEN INPUT GRADE-HIST-FILE
           IF NOT WS-GRADE-HIST-FOUND THEN
              DISPLAY "SAP-EVAL1: GRADE-HIST-FILE OPEN STATUS "
                 WS-GRADE-HIST-STATUS ", NO CREDITS TO EVALUATE"
              CLOSE GRADE-HIST-FILE
              GO TO 200-EXIT
           END-IF
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM UNTIL WS-FILE-EOF
              READ GRADE-HIST-FILE
                 AT END SET WS-FILE-EOF TO TRUE
              END-READ
              IF NOT WS-FILE-EOF
                    AND HIST-GRADE-ACTION NOT = "B" THEN
                 ADD 1 TO WS-HIST-READ-COUNT
                 PERFORM 210-COLLECT-ROW
              END-IF
           END-PERFORM
           CLOSE GRADE-HIST-FILE
           .
       200-EXIT.
           EXIT.

      *> latest non-"B" row per student, term and course wins; a
      *> transfer posting keeps a row of its own.
       210-COLLECT-ROW.
           IF HIST-IS-TRANSFER THEN
              MOVE "Y" TO WS-HIST-XFER-SW
           ELSE
              MOVE "N" TO WS-HIST-XFER-SW
           END-IF
           MOVE ZERO TO WS-ROW-FOUND-IDX
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
              UNTIL WS-ROW-IDX > WS-ROW-COUNT
                 OR WS-ROW-FOUND-IDX > ZERO
              IF WS-ROW-STU-ID(WS-ROW-IDX) = HIST-STU-ID
                    AND WS-ROW-TERM-ID(WS-ROW-IDX) = HIST-TERM-ID
                    AND WS-ROW-COURSE-ID(WS-ROW-IDX)
                       = HIST-COURSE-ID
                    AND WS-ROW-XFER-SW(WS-ROW-IDX)
                       = WS-HIST-XFER-SW THEN
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
                 MOVE "N" TO WS-ROW-DONE-SW(WS-ROW-FOUND-IDX)
                 MOVE WS-HIST-XFER-SW
                    TO WS-ROW-XFER-SW(WS-ROW-FOUND-IDX)
              END-IF
           END-IF
           IF WS-ROW-FOUND-IDX > ZERO THEN
              MOVE HIST-GRADE TO WS-ROW-GRADE(WS-ROW-FOUND-IDX)
           END-IF
           .

       300-ACCUMULATE-STUDENTS.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
              UNTIL WS-ROW-IDX > WS-ROW-COUNT
              IF WS-ROW-DONE-SW(WS-ROW-IDX) NOT = "Y" THEN
                 PERFORM 330-FOLD-COURSE-GROUP THRU 330-EXIT
              END-IF
           END-PERFORM
           .

      *> gather every attempt this student made at this course. For
      *> the GPA the policy picks the points that count and the
      *> course's credits count once, as in DEGREE-AUDIT1. For pace
      *> every attempt row is attempted - I and W rows too, though
      *> they have no points - and the credits are earned once when
      *> the counted grade is a pass.
       330-FOLD-COURSE-GROUP.
           MOVE WS-ROW-STU-ID(WS-ROW-IDX)    TO WS-GRP-STU-ID
           MOVE WS-ROW-COURSE-ID(WS-ROW-IDX) TO WS-GRP-COURSE-ID
           MOVE ZERO TO WS-STU-FOUND-IDX
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
              UNTIL WS-STU-IDX > WS-STU-COUNT
                 OR WS-STU-FOUND-IDX > ZERO
              IF WS-STU-TBL-ID(WS-STU-IDX) = WS-GRP-STU-ID THEN
                 MOVE WS-STU-IDX TO WS-STU-FOUND-IDX
              END-IF
           END-PERFORM
           MOVE ZERO TO WS-GRP-CNT
           MOVE ZERO TO WS-GRP-ATTEMPTS
           MOVE ZERO TO WS-GRP-SUM-POINTS
           MOVE ZERO TO WS-GRP-MAX-POINTS
           MOVE ZERO TO WS-GRP-LAST-POINTS
           MOVE "N"  TO WS-GRP-XFER-SW
           MOVE ZERO TO WS-GRP-XFER-POINTS
           PERFORM VARYING WS-GRP-IDX FROM WS-ROW-IDX BY 1
              UNTIL WS-GRP-IDX > WS-ROW-COUNT
              IF WS-ROW-STU-ID(WS-GRP-IDX) = WS-GRP-STU-ID
                    AND WS-ROW-COURSE-ID(WS-GRP-IDX)
                       = WS-GRP-COURSE-ID THEN
                 MOVE "Y" TO WS-ROW-DONE-SW(WS-GRP-IDX)
                 MOVE WS-ROW-GRADE(WS-GRP-IDX) TO WS-LOOKUP-GRADE
                 IF WS-ROW-XFER-SW(WS-GRP-IDX) = "Y" THEN
                    PERFORM 310-LOOKUP-ROW-POINTS
                    MOVE "Y" TO WS-GRP-XFER-SW
                    MOVE WS-ROW-POINTS TO WS-GRP-XFER-POINTS
                 ELSE
                    ADD 1 TO WS-GRP-ATTEMPTS
                    IF NOT WS-LOOKUP-NON-SCALE THEN
                       PERFORM 340-COUNT-ATTEMPT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-STU-FOUND-IDX = ZERO THEN
              GO TO 330-EXIT
           END-IF
           PERFORM 320-LOOKUP-ROW-CREDITS
           IF WS-GRP-ATTEMPTS = ZERO THEN
              IF WS-GRP-HAS-XFER THEN
                 PERFORM 350-COUNT-TRANSFER
              END-IF
              GO TO 330-EXIT
           END-IF
           COMPUTE WS-STU-ATT-CREDITS(WS-STU-FOUND-IDX) =
              WS-STU-ATT-CREDITS(WS-STU-FOUND-IDX) +
              (WS-GRP-ATTEMPTS * WS-ROW-CREDITS)
           IF WS-GRP-CNT = ZERO THEN
              GO TO 330-EXIT
           END-IF
           EVALUATE TRUE
              WHEN WS-POLICY-HIGHEST
                 MOVE WS-GRP-MAX-POINTS TO WS-GRP-POINTS
              WHEN WS-POLICY-AVERAGE
                 COMPUTE WS-GRP-POINTS ROUNDED =
                    WS-GRP-SUM-POINTS / WS-GRP-CNT
              WHEN OTHER
                 MOVE WS-GRP-LAST-POINTS TO WS-GRP-POINTS
           END-EVALUATE
           COMPUTE WS-STU-QPOINTS(WS-STU-FOUND-IDX) =
              WS-STU-QPOINTS(WS-STU-FOUND-IDX) +
              (WS-GRP-POINTS * WS-ROW-CREDITS)
           ADD WS-ROW-CREDITS
              TO WS-STU-GPA-CREDITS(WS-STU-FOUND-IDX)
           IF WS-GRP-POINTS > ZERO THEN
              ADD WS-ROW-CREDITS
                 TO WS-STU-EARN-CREDITS(WS-STU-FOUND-IDX)
           END-IF
           .
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

      *> accepted transfer credit with no local attempt: attempted,
      *> and earned when it is a pass; the grade reaches the GPA
      *> only under the transfer-gpa.cfg policy.
       350-COUNT-TRANSFER.
           ADD WS-ROW-CREDITS
              TO WS-STU-ATT-CREDITS(WS-STU-FOUND-IDX)
           IF WS-GRP-XFER-POINTS > ZERO THEN
              ADD WS-ROW-CREDITS
                 TO WS-STU-EARN-CREDITS(WS-STU-FOUND-IDX)
           END-IF
           IF WS-XFER-IN-GPA THEN
              COMPUTE WS-STU-QPOINTS(WS-STU-FOUND-IDX) =
                 WS-STU-QPOINTS(WS-STU-FOUND-IDX) +
                 (WS-GRP-XFER-POINTS * WS-ROW-CREDITS)
              ADD WS-ROW-CREDITS
                 TO WS-STU-GPA-CREDITS(WS-STU-FOUND-IDX)
           END-IF
           .

       310-LOOKUP-ROW-POINTS.
           MOVE ZERO TO WS-ROW-POINTS
           SET WS-GPA-IDX TO 1
           SEARCH WS-GPA-ENTRY
              AT END
                 IF NOT WS-LOOKUP-NON-SCALE THEN
                    DISPLAY "SAP-EVAL1: UNKNOWN GRADE "
                       WS-LOOKUP-GRADE " FOR " WS-GRP-STU-ID
                 END-IF
              WHEN WS-GPA-GRADE(WS-GPA-IDX) = WS-LOOKUP-GRADE
                 MOVE WS-GPA-POINTS(WS-GPA-IDX) TO WS-ROW-POINTS
           END-SEARCH
           .

       320-LOOKUP-ROW-CREDITS.
           MOVE WS-DEFAULT-CREDITS TO WS-ROW-CREDITS
           MOVE ZERO TO WS-CRS-FOUND-IDX
           PERFORM VARYING WS-CRS-IDX FROM 1 BY 1
              UNTIL WS-CRS-IDX > WS-CRS-COUNT
                 OR WS-CRS-FOUND-IDX > ZERO
              IF WS-CRS-TBL-ID(WS-CRS-IDX)
                    = WS-ROW-COURSE-ID(WS-ROW-IDX) THEN
                 MOVE WS-CRS-IDX TO WS-CRS-FOUND-IDX
                 MOVE WS-CRS-TBL-CREDITS(WS-CRS-IDX)
                    TO WS-ROW-CREDITS
              END-IF
           END-PERFORM
           .

      *> the three measures, then the status. The basis is the status
      *> carried forward from the previous term: the master's current
      *> status, or - when this term has already been evaluated once -
      *> the prior status it keeps, so a rerun lands the same way.
       400-EVALUATE-STUDENT.
           PERFORM 410-COMPUTE-MEASURES

           MOVE WS-STU-TBL-ID(WS-STU-IDX) TO SAP-STU-ID
           MOVE "N" TO WS-RECORD-ON-FILE-SW
           MOVE SPACE TO WS-BASIS-STATUS
           READ SAP-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-RECORD-ON-FILE TO TRUE
                 IF SAP-EVAL-TERM-ID = WS-RUN-TERM-ID THEN
                    MOVE SAP-PREV-STATUS TO WS-BASIS-STATUS
                 ELSE
                    MOVE SAP-STATUS TO WS-BASIS-STATUS
                 END-IF
           END-READ

           EVALUATE TRUE
              WHEN NOT WS-TIMEFRAME-MET
                 MOVE "S" TO WS-NEW-STATUS
              WHEN WS-GPA-MET AND WS-PACE-MET
                 MOVE "M" TO WS-NEW-STATUS
              WHEN WS-BASIS-STATUS = "W" OR WS-BASIS-STATUS = "S"
                 MOVE "S" TO WS-NEW-STATUS
              WHEN OTHER
                 MOVE "W" TO WS-NEW-STATUS
           END-EVALUATE
           EVALUATE WS-NEW-STATUS
              WHEN "M" ADD 1 TO WS-MEETING-COUNT
              WHEN "W" ADD 1 TO WS-WARNING-COUNT
              WHEN "S" ADD 1 TO WS-SUSPENDED-COUNT
           END-EVALUATE

           MOVE WS-STU-TBL-ID(WS-STU-IDX) TO SAP-STU-ID
           MOVE WS-NEW-STATUS   TO SAP-STATUS
           MOVE WS-BASIS-STATUS TO SAP-PREV-STATUS
           MOVE WS-RUN-TERM-ID  TO SAP-EVAL-TERM-ID
           MOVE WS-CUM-GPA      TO SAP-CUM-GPA
           MOVE WS-PACE         TO SAP-PACE
           MOVE WS-STU-ATT-CREDITS(WS-STU-IDX)  TO SAP-ATT-CREDITS
           MOVE WS-STU-EARN-CREDITS(WS-STU-IDX) TO SAP-EARN-CREDITS
           IF WS-RECORD-ON-FILE THEN
              REWRITE SAP-MASTER
                 INVALID KEY
                    DISPLAY "SAP-EVAL1: REWRITE FAILED " SAP-STU-ID
              END-REWRITE
           ELSE
              WRITE SAP-MASTER
                 INVALID KEY
                    DISPLAY "SAP-EVAL1: WRITE FAILED " SAP-STU-ID
              END-WRITE
           END-IF

           PERFORM 430-WRITE-FEED-RECORD
      *> a first evaluation that is meeting is no change worth a
      *> line; a first evaluation that is not, is.
           IF WS-NEW-STATUS NOT = WS-BASIS-STATUS
                 AND NOT (WS-BASIS-STATUS = SPACE
                    AND WS-NEW-STATUS = "M") THEN
              ADD 1 TO WS-CHANGED-COUNT
              PERFORM 420-REPORT-CHANGE
           END-IF
           .

      *> no GPA credits yet (nothing graded) meets the GPA measure,
      *> and no attempted credits meets pace - a new student starts
      *> out meeting.
       410-COMPUTE-MEASURES.
           MOVE ZERO TO WS-CUM-GPA
           MOVE "Y" TO WS-GPA-MET-SW
           IF WS-STU-GPA-CREDITS(WS-STU-IDX) > ZERO THEN
              COMPUTE WS-CUM-GPA ROUNDED =
                 WS-STU-QPOINTS(WS-STU-IDX) /
                 WS-STU-GPA-CREDITS(WS-STU-IDX)
              IF WS-CUM-GPA < WS-SAP-MIN-GPA THEN
                 MOVE "N" TO WS-GPA-MET-SW
              END-IF
           END-IF
           MOVE 1.00 TO WS-PACE
           MOVE "Y" TO WS-PACE-MET-SW
           IF WS-STU-ATT-CREDITS(WS-STU-IDX) > ZERO THEN
              COMPUTE WS-PACE =
                 WS-STU-EARN-CREDITS(WS-STU-IDX) /
                 WS-STU-ATT-CREDITS(WS-STU-IDX)
              IF WS-PACE < WS-SAP-MIN-PACE THEN
                 MOVE "N" TO WS-PACE-MET-SW
              END-IF
           END-IF
           MOVE WS-DEF-MIN-CREDITS TO WS-MIN-CREDITS
           MOVE ZERO TO WS-REQ-FOUND-IDX
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
              UNTIL WS-REQ-IDX > WS-REQ-COUNT
                 OR WS-REQ-FOUND-IDX > ZERO
              IF WS-REQ-MAJOR(WS-REQ-IDX)
                    = WS-STU-TBL-MAJOR(WS-STU-IDX) THEN
                 MOVE WS-REQ-IDX TO WS-REQ-FOUND-IDX
                 MOVE WS-REQ-CREDITS(WS-REQ-IDX) TO WS-MIN-CREDITS
              END-IF
           END-PERFORM
           COMPUTE WS-MAX-CREDITS =
              WS-MIN-CREDITS * WS-SAP-MAX-PCT / 100
           MOVE "Y" TO WS-TIMEFRAME-MET-SW
           IF WS-STU-ATT-CREDITS(WS-STU-IDX) > WS-MAX-CREDITS THEN
              MOVE "N" TO WS-TIMEFRAME-MET-SW
              ADD 1 TO WS-TIMEFRAME-COUNT
           END-IF
           .

       420-REPORT-CHANGE.
           MOVE WS-STU-TBL-ID(WS-STU-IDX)      TO RPT-DET-STU-ID
           MOVE WS-STU-TBL-SURNAME(WS-STU-IDX) TO RPT-DET-SURNAME
           MOVE WS-STU-TBL-FORNAME(WS-STU-IDX) TO RPT-DET-FORNAME
           MOVE WS-BASIS-STATUS                TO RPT-DET-OLD-STATUS
           MOVE WS-NEW-STATUS                  TO RPT-DET-NEW-STATUS
           MOVE WS-CUM-GPA                     TO RPT-DET-GPA
           COMPUTE WS-PACE-PCT = WS-PACE * 100
           MOVE WS-PACE-PCT                    TO RPT-DET-PACE
           MOVE WS-STU-ATT-CREDITS(WS-STU-IDX) TO RPT-DET-ATT
           MOVE SPACES TO WS-REASON-TEXT
           MOVE 1 TO WS-REASON-PTR
           IF NOT WS-GPA-MET THEN
              STRING "GPA " DELIMITED BY SIZE
                 INTO WS-REASON-TEXT WITH POINTER WS-REASON-PTR
              END-STRING
           END-IF
           IF NOT WS-PACE-MET THEN
              STRING "PACE " DELIMITED BY SIZE
                 INTO WS-REASON-TEXT WITH POINTER WS-REASON-PTR
              END-STRING
           END-IF
           IF NOT WS-TIMEFRAME-MET THEN
              STRING "MAX" DELIMITED BY SIZE
                 INTO WS-REASON-TEXT WITH POINTER WS-REASON-PTR
              END-STRING
           END-IF
           MOVE WS-REASON-TEXT TO RPT-DET-REASON
           MOVE WS-RPT-DETAIL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           .

       430-WRITE-FEED-RECORD.
           MOVE SPACES TO SAP-FEED-RECORD
           MOVE WS-STU-TBL-ID(WS-STU-IDX)       TO SF-STU-ID
           MOVE WS-RUN-TERM-ID                  TO SF-TERM-ID
           MOVE WS-NEW-STATUS                   TO SF-STATUS
           MOVE WS-BASIS-STATUS                 TO SF-PREV-STATUS
           MOVE WS-CUM-GPA                      TO SF-CUM-GPA
           MOVE WS-PACE                         TO SF-PACE
           MOVE WS-STU-ATT-CREDITS(WS-STU-IDX)  TO SF-ATT-CREDITS
           MOVE WS-STU-EARN-CREDITS(WS-STU-IDX) TO SF-EARN-CREDITS
           MOVE WS-MAX-CREDITS                  TO SF-MAX-CREDITS
           MOVE WS-GPA-MET-SW                   TO SF-GPA-MET
           MOVE WS-PACE-MET-SW                  TO SF-PACE-MET
           MOVE WS-TIMEFRAME-MET-SW             TO SF-TIMEFRAME-MET
           MOVE WS-STU-TBL-MAJOR(WS-STU-IDX)    TO SF-MAJOR-CODE
           MOVE WS-RUN-DATE                     TO SF-RUN-DATE
           WRITE SAP-FEED-RECORD
           .

       600-PRINT-TOTALS-PAGE.
           MOVE 99 TO WS-LINE-COUNT
           MOVE "STUDENTS EVALUATED : " TO RPT-TOTAL-LABEL
           MOVE WS-STU-EVAL-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "MEETING            : " TO RPT-TOTAL-LABEL
           MOVE WS-MEETING-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "WARNING            : " TO RPT-TOTAL-LABEL
           MOVE WS-WARNING-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "SUSPENDED          : " TO RPT-TOTAL-LABEL
           MOVE WS-SUSPENDED-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "OVER MAX TIME-FRAME: " TO RPT-TOTAL-LABEL
           MOVE WS-TIMEFRAME-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "STATUS CHANGED     : " TO RPT-TOTAL-LABEL
           MOVE WS-CHANGED-COUNT TO WS-COUNT-ED
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

       800-WRITE-RUN-AUDIT.
           OPEN EXTEND RUN-AUDIT-FILE
           IF WS-RUN-AUDIT-STATUS = "00" OR "05" THEN
              MOVE "SAP-EVAL1"        TO AUD-PROGRAM-ID
              MOVE WS-AUDIT-START-TS  TO AUD-START-TS
              MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-END-TS
              MOVE WS-RUN-TERM-ID     TO AUD-TERM-ID
              MOVE WS-HIST-READ-COUNT TO AUD-READ-COUNT
              MOVE WS-STU-EVAL-COUNT  TO AUD-WRITE-COUNT
              MOVE WS-CHANGED-COUNT   TO AUD-REJECT-COUNT
              MOVE RETURN-CODE        TO AUD-RETURN-CODE
              WRITE RUN-AUDIT-DETAIL
              CLOSE RUN-AUDIT-FILE
           ELSE
              DISPLAY "SAP-EVAL1: RUN-AUDIT-FILE OPEN STATUS "
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
                       DISPLAY "SAP-EVAL1: GPA-SCALE.DAT HAS "
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

      *> minimum cumulative GPA, minimum pace (earned over
      *> attempted, 0.67 is two credits in three) and the maximum
      *> time-frame as a percent of the major's required credits.
       006-LOAD-SAP-LIMITS.
           OPEN INPUT SAP-CFG-FILE
           IF WS-SAP-CFG-FOUND THEN
              READ SAP-CFG-FILE
                 AT END CONTINUE
                 NOT AT END
                    MOVE CFG-SAP-MIN-GPA  TO WS-SAP-MIN-GPA
                    MOVE CFG-SAP-MIN-PACE TO WS-SAP-MIN-PACE
                    IF CFG-SAP-MAX-PCT NUMERIC
                          AND CFG-SAP-MAX-PCT >= 100 THEN
                       MOVE CFG-SAP-MAX-PCT TO WS-SAP-MAX-PCT
                    ELSE
                       DISPLAY "SAP-EVAL1: BAD TIME-FRAME PERCENT '"
                          CFG-SAP-MAX-PCT "', USING 150"
                    END-IF
              END-READ
              CLOSE SAP-CFG-FILE
           END-IF
           .
       006-EXIT.
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

       008-LOAD-COURSE-CREDITS.
           OPEN INPUT COURSE-FILE
           IF NOT WS-COURSE-FILE-FOUND
                 AND WS-COURSE-FILE-STATUS NOT = "05" THEN
              DISPLAY "SAP-EVAL1: COURSE-MAST.DAT OPEN STATUS "
                 WS-COURSE-FILE-STATUS ", DEFAULT CREDITS USED"
              CLOSE COURSE-FILE
              GO TO 008-EXIT
           END-IF
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM UNTIL WS-FILE-EOF
              READ COURSE-FILE
                 AT END SET WS-FILE-EOF TO TRUE
              END-READ
              IF NOT WS-FILE-EOF THEN
                 IF WS-CRS-COUNT < 200 THEN
                    ADD 1 TO WS-CRS-COUNT
                    MOVE CM-COURSE-ID
                       TO WS-CRS-TBL-ID(WS-CRS-COUNT)
                    MOVE CM-CREDIT-HOURS
                       TO WS-CRS-TBL-CREDITS(WS-CRS-COUNT)
                 ELSE
                    DISPLAY "SAP-EVAL1: MORE THAN 200 COURSES ON THE "
                       "CATALOG, EXTRA ROWS AT DEFAULT CREDITS"
                 END-IF
              END-IF
           END-PERFORM
           CLOSE COURSE-FILE
           .
       008-EXIT.
           EXIT.

       009-LOAD-MAJOR-REQS.
           OPEN INPUT MAJOR-REQ-FILE
           IF WS-MAJOR-REQ-FOUND THEN
              MOVE "N" TO WS-FILE-EOF-SW
              PERFORM UNTIL WS-FILE-EOF
                 READ MAJOR-REQ-FILE
                    AT END SET WS-FILE-EOF TO TRUE
                 END-READ
                 IF NOT WS-FILE-EOF THEN
                    IF WS-REQ-COUNT < 50 THEN
                       ADD 1 TO WS-REQ-COUNT
                       MOVE MR-MAJOR-CODE
                          TO WS-REQ-MAJOR(WS-REQ-COUNT)
                       MOVE MR-MIN-CREDITS
                          TO WS-REQ-CREDITS(WS-REQ-COUNT)
                    ELSE
                       DISPLAY "SAP-EVAL1: MAJOR-REQ.DAT HAS "
                          "MORE THAN 50 ROWS, EXTRA ROWS IGNORED"
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE MAJOR-REQ-FILE
           END-IF
           .
       009-EXIT.
           EXIT.

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
                       DISPLAY "SAP-EVAL1: BAD REPEAT POLICY '"
                          CFG-REPEAT-POLICY "', USING LATEST"
                    END-IF
              END-READ
              CLOSE REPEAT-CFG-FILE
           END-IF
           .
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
                       DISPLAY "SAP-EVAL1: BAD TRANSFER GPA "
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

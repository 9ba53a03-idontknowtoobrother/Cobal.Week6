       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJOR-CHANGE1.
       AUTHOR. JAKKRIT

      *> 2026-10-15 JAKKRIT - new: change-of-major transactions, so a
      *> switch stops being an intake "C" that overwrites
      *> SM-MAJOR-CODE and forgets where the student came from.
      *> Applies major-change.dat (student, new major, effective term,
      *> reason) against stu-mast.dat and appends every change made
      *> to the major history major-hist.dat (copybooks/majhist.cpy):
      *> old major, new major, effective term, reason and the date it
      *> was keyed. A blank effective term means the run term from
      *> term.cfg. Refused - to major-change-except.dat with the
      *> reason, like STU-INTAKE1's exceptions - are a student not on
      *> the master or not active, a new major that is the student's
      *> current one, and any major with no major-req.dat row, since
      *> DEGREE-AUDIT1 could only audit such a student against the
      *> default requirements. Every student who switched is then
      *> re-audited straight away from grade-hist.dat, the same way
      *> DEGREE-AUDIT1 does it (repeat policy, gpa-scale.dat points,
      *> course-mast.dat credit hours): major-change.rpt shows
      *> credits earned and cumulative GPA against the new major's
      *> requirements, and the credits still needed under the old and
      *> the new major, so the advisor sees what the switch costs.
      *> Appends a run record to run-audit.dat like the rest of the
      *> chain.
      *> 2026-10-15 JAKKRIT - the re-audit counts TRANSFER-CREDIT1
      *> transfer credit (action "T") the way DEGREE-AUDIT1 does:
      *> earned when there is no local attempt at the course, in the
      *> cumulative GPA only under the transfer-gpa.cfg policy.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STUDENT-FILE ASSIGN TO "stu-mast.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SM-STU-ID
              FILE STATUS IS WS-STUDENT-FILE-STATUS.
           SELECT CHANGE-FILE ASSIGN TO "major-change.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHANGE-EXCEPTION-FILE
              ASSIGN TO "major-change-except.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MAJOR-HIST-FILE ASSIGN TO "major-hist.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MAJOR-HIST-STATUS.
           SELECT OPTIONAL GRADE-HIST-FILE ASSIGN TO "grade-hist.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GRADE-HIST-STATUS.
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
           SELECT REPORT-FILE ASSIGN TO "major-change.rpt"
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

       FD  CHANGE-FILE.
       01  CHANGE-RECORD.
           05 MCT-STU-ID               PIC X(8).
           05 MCT-NEW-MAJOR            PIC X(4).
           05 MCT-EFF-TERM-ID          PIC X(6).
           05 MCT-REASON               PIC X(30).

       FD  CHANGE-EXCEPTION-FILE.
       01  CHANGE-EXCEPTION-LINE.
           05 EXC-STU-ID               PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 EXC-NEW-MAJOR            PIC X(4).
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 EXC-REASON               PIC X(40).

       FD  MAJOR-HIST-FILE.
           COPY majhist.

       FD  GRADE-HIST-FILE.
           COPY gradehistdtl.

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

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       FD  TERM-CFG-FILE.
       01  TERM-CFG-RECORD.
           05 CFG-TERM-ID              PIC X(6).

       FD  RUN-AUDIT-FILE.
           COPY runaudit.

       WORKING-STORAGE SECTION.
       01  WS-STUDENT-FILE-STATUS      PIC X(2).
       01  WS-MAJOR-HIST-STATUS        PIC X(2).
       01  WS-GRADE-HIST-STATUS        PIC X(2).
           88 WS-GRADE-HIST-FOUND      VALUE "00".
       01  WS-COURSE-FILE-STATUS       PIC X(2).
           88 WS-COURSE-FILE-FOUND     VALUE "00".
       01  WS-GPA-FILE-STATUS          PIC X(2).
           88 WS-GPA-FILE-FOUND        VALUE "00".
       01  WS-MAJOR-REQ-STATUS         PIC X(2).
           88 WS-MAJOR-REQ-FOUND       VALUE "00".
       01  WS-TERM-CFG-STATUS          PIC X(2).
           88 WS-TERM-CFG-FOUND        VALUE "00".
       01  WS-RUN-AUDIT-STATUS         PIC X(2).
       01  WS-AUDIT-START-TS           PIC X(14).
       01  WS-RUN-TERM-ID              PIC X(6) VALUE "2026S1".

       01  WS-FILE-EOF-SW              PIC X VALUE "N".
           88 WS-FILE-EOF              VALUE "Y".
       01  WS-GPA-EOF-SW               PIC X VALUE "N".
           88 WS-GPA-EOF               VALUE "Y".
       01  WS-CHANGE-EOF-SW            PIC X VALUE "N".
           88 WS-CHANGE-EOF            VALUE "Y".
       01  WS-REASON                   PIC X(40).
       01  WS-OLD-MAJOR                PIC X(4).
       01  WS-EFF-TERM-ID              PIC X(6).

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

      *> DEGREE-AUDIT1's defaults stand in for an old major that was
      *> set before major-req.dat knew it; a NEW major must be there.
       01  WS-REQ-COUNT                PIC 9(2) VALUE ZERO.
       01  WS-REQ-IDX                  PIC 9(2) COMP.
       01  WS-REQ-FOUND-IDX            PIC 9(2) COMP VALUE ZERO.
       01  WS-REQ-TABLE.
           05 WS-REQ-ENTRY OCCURS 50 TIMES.
              10 WS-REQ-MAJOR          PIC X(4).
              10 WS-REQ-CREDITS        PIC 9(3).
              10 WS-REQ-GPA            PIC 9V9(2).
       01  WS-DEF-MIN-CREDITS          PIC 9(3) VALUE 120.
       01  WS-DEF-MIN-GPA              PIC 9V9(2) VALUE 2.00.
       01  WS-FIND-MAJOR               PIC X(4).
       01  WS-MIN-CREDITS              PIC 9(3).
       01  WS-MIN-GPA                  PIC 9V9(2).

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

      *> the students switched this run - one entry each, however
      *> many changes they had: the major they started the run in
      *> and the one they finished it in.
       01  WS-STU-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-STU-IDX                  PIC 9(3) COMP.
       01  WS-STU-FOUND-IDX            PIC 9(3) COMP VALUE ZERO.
       01  WS-STU-TABLE.
           05 WS-STU-ENTRY OCCURS 500 TIMES.
              10 WS-STU-TBL-ID         PIC X(8).
              10 WS-STU-TBL-SURNAME    PIC X(15).
              10 WS-STU-TBL-OLD-MAJOR  PIC X(4).
              10 WS-STU-TBL-NEW-MAJOR  PIC X(4).
              10 WS-STU-QPOINTS        PIC 9(5)V9(2).
              10 WS-STU-ATT-CREDITS    PIC 9(4).
              10 WS-STU-EARN-CREDITS   PIC 9(4).

      *> one row per switched student, term and course - the latest
      *> non-"B" history row wins within a term, as in DEGREE-AUDIT1.
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
       01  WS-GRP-SUM-POINTS           PIC 9(4)V9(2).
       01  WS-GRP-MAX-POINTS           PIC 9V9(2).
       01  WS-GRP-LAST-POINTS          PIC 9V9(2).
       01  WS-GRP-POINTS               PIC 9V9(2).
       01  WS-GRP-XFER-SW              PIC X.
           88 WS-GRP-HAS-XFER          VALUE "Y".
       01  WS-GRP-XFER-POINTS          PIC 9V9(2).

       01  WS-CUM-GPA                  PIC 9V9(2).
       01  WS-OLD-MIN-CREDITS          PIC 9(3).
       01  WS-CREDITS-LEFT             PIC 9(3).

       01  WS-TOTALS.
           05 WS-CHANGE-READ-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-APPLIED-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-ERROR-COUNT           PIC 9(7) VALUE ZERO.
           05 WS-HIST-READ-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-REAUDIT-COUNT         PIC 9(7) VALUE ZERO.

       01  WS-RUN-DATE.
           05 WS-RUN-YEAR              PIC X(4).
           05 WS-RUN-MONTH             PIC X(2).
           05 WS-RUN-DAY               PIC X(2).
       01  WS-PAGE-NUM                 PIC 9(3) VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE           PIC 9(2) VALUE 55.
       01  WS-RPT-TITLE-LINE.
           05 FILLER                   PIC X(30)
              VALUE "CHANGE OF MAJOR RE-AUDIT".
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
              "  STU-ID    SURNAME          OLD   NEW   EARN   ".
           05 FILLER                   PIC X(32)
              VALUE "GPA  MIN O-LEFT N-LEFT  STATUS".
       01  WS-RPT-DETAIL-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-STU-ID           PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-SURNAME          PIC X(15).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-OLD-MAJOR        PIC X(4).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-NEW-MAJOR        PIC X(4).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-EARNED           PIC ZZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-GPA              PIC 9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-MIN-GPA          PIC 9.99.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 RPT-DET-OLD-LEFT         PIC ZZ9.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 RPT-DET-NEW-LEFT         PIC ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-STATUS           PIC X(6).
           05 FILLER                   PIC X(2) VALUE SPACES.
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
           PERFORM 008-LOAD-COURSE-CREDITS THRU 008-EXIT
           PERFORM 009-LOAD-MAJOR-REQS THRU 009-EXIT
           PERFORM 012-LOAD-REPEAT-POLICY THRU 012-EXIT
           PERFORM 013-LOAD-XFER-POLICY THRU 013-EXIT

           OPEN I-O STUDENT-FILE
           IF WS-STUDENT-FILE-STATUS NOT = "00" AND NOT = "05" THEN
              DISPLAY "MAJOR-CHANGE1: STU-MAST.DAT OPEN STATUS "
                 WS-STUDENT-FILE-STATUS ", ABORTING"
              MOVE 8 TO RETURN-CODE
              PERFORM 800-WRITE-RUN-AUDIT
              GOBACK
           END-IF
           OPEN EXTEND MAJOR-HIST-FILE
           IF WS-MAJOR-HIST-STATUS NOT = "00" AND NOT = "05" THEN
              DISPLAY "MAJOR-CHANGE1: MAJOR-HIST.DAT OPEN STATUS "
                 WS-MAJOR-HIST-STATUS ", ABORTING BEFORE ANY CHANGE"
              CLOSE STUDENT-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM 800-WRITE-RUN-AUDIT
              GOBACK
           END-IF
           OPEN INPUT CHANGE-FILE
           OPEN OUTPUT CHANGE-EXCEPTION-FILE

           PERFORM UNTIL WS-CHANGE-EOF
              READ CHANGE-FILE
                 AT END SET WS-CHANGE-EOF TO TRUE
              END-READ
              IF NOT WS-CHANGE-EOF THEN
                 ADD 1 TO WS-CHANGE-READ-COUNT
                 PERFORM 100-APPLY-CHANGE THRU 100-EXIT
              END-IF
           END-PERFORM

           CLOSE STUDENT-FILE
           CLOSE MAJOR-HIST-FILE
           CLOSE CHANGE-FILE
           CLOSE CHANGE-EXCEPTION-FILE

           PERFORM 200-COLLECT-HISTORY THRU 200-EXIT
           OPEN OUTPUT REPORT-FILE
      *> the changes are already on the master by now; a history
      *> overflow only costs the re-audit figures, so say so on the
      *> report and leave the full audit to DEGREE-AUDIT1.
           IF WS-ROW-OVERFLOW THEN
              DISPLAY "MAJOR-CHANGE1: MORE THAN 2000 HISTORY ROWS, "
                 "RE-AUDIT FIGURES NOT PRODUCED"
              MOVE "** MORE THAN 2000 HISTORY ROWS - RE-AUDIT NOT "
                 TO REPORT-LINE
              PERFORM 040-WRITE-REPORT-LINE
              MOVE "** PRODUCED, RUN DEGREE-AUDIT1 FOR THESE STUDENTS"
                 TO REPORT-LINE
              PERFORM 040-WRITE-REPORT-LINE
              MOVE 4 TO RETURN-CODE
           ELSE
              PERFORM 300-ACCUMULATE-STUDENTS
              PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                 UNTIL WS-STU-IDX > WS-STU-COUNT
                 PERFORM 400-REAUDIT-STUDENT
              END-PERFORM
           END-IF
           PERFORM 600-PRINT-TOTALS-PAGE
           CLOSE REPORT-FILE

           PERFORM 700-PRINT-TOTALS
           PERFORM 800-WRITE-RUN-AUDIT
           GOBACK
           .

       100-APPLY-CHANGE.
           PERFORM 140-VALIDATE-CHANGE THRU 140-EXIT
           IF WS-REASON NOT = SPACES THEN
              PERFORM 150-REPORT-EXCEPTION
              GO TO 100-EXIT
           END-IF
           MOVE MCT-STU-ID TO SM-STU-ID
           READ STUDENT-FILE
              INVALID KEY
                 MOVE "CHANGE FAILED - STU-ID NOT ON MASTER"
                    TO WS-REASON
           END-READ
           IF WS-REASON = SPACES AND NOT SM-ACTIVE THEN
              MOVE "CHANGE FAILED - STUDENT NOT ACTIVE" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES
                 AND SM-MAJOR-CODE = MCT-NEW-MAJOR THEN
              MOVE "CHANGE FAILED - ALREADY IN THAT MAJOR"
                 TO WS-REASON
           END-IF
           IF WS-REASON NOT = SPACES THEN
              PERFORM 150-REPORT-EXCEPTION
              GO TO 100-EXIT
           END-IF
           PERFORM 110-CHANGE-MAJOR
           .
       100-EXIT.
           EXIT.

       110-CHANGE-MAJOR.
           MOVE SM-MAJOR-CODE TO WS-OLD-MAJOR
           MOVE MCT-NEW-MAJOR TO SM-MAJOR-CODE
           REWRITE STUDENT-MASTER
              INVALID KEY
                 MOVE "CHANGE FAILED - REWRITE ERROR" TO WS-REASON
                 PERFORM 150-REPORT-EXCEPTION
              NOT INVALID KEY
                 ADD 1 TO WS-APPLIED-COUNT
                 PERFORM 120-WRITE-HISTORY
                 PERFORM 130-REMEMBER-SWITCH
                 DISPLAY "MAJOR-CHANGE1: " MCT-STU-ID " "
                    WS-OLD-MAJOR " -> " MCT-NEW-MAJOR
                    " EFFECTIVE " WS-EFF-TERM-ID
           END-REWRITE
           .

       120-WRITE-HISTORY.
           MOVE SPACES TO MAJOR-HIST-DETAIL
           MOVE MCT-STU-ID     TO MH-STU-ID
           MOVE WS-OLD-MAJOR   TO MH-OLD-MAJOR
           MOVE MCT-NEW-MAJOR  TO MH-NEW-MAJOR
           MOVE WS-EFF-TERM-ID TO MH-EFF-TERM-ID
           MOVE MCT-REASON     TO MH-REASON
           MOVE WS-RUN-DATE    TO MH-CHANGE-DATE
           WRITE MAJOR-HIST-DETAIL
           .

      *> a second change for the same student in one run keeps the
      *> major they started from and takes the latest destination.
       130-REMEMBER-SWITCH.
           MOVE ZERO TO WS-STU-FOUND-IDX
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
              UNTIL WS-STU-IDX > WS-STU-COUNT
                 OR WS-STU-FOUND-IDX > ZERO
              IF WS-STU-TBL-ID(WS-STU-IDX) = MCT-STU-ID THEN
                 MOVE WS-STU-IDX TO WS-STU-FOUND-IDX
              END-IF
           END-PERFORM
           IF WS-STU-FOUND-IDX > ZERO THEN
              MOVE MCT-NEW-MAJOR
                 TO WS-STU-TBL-NEW-MAJOR(WS-STU-FOUND-IDX)
           ELSE
              IF WS-STU-COUNT < 500 THEN
                 ADD 1 TO WS-STU-COUNT
                 MOVE MCT-STU-ID   TO WS-STU-TBL-ID(WS-STU-COUNT)
                 MOVE SM-SURNAME
                    TO WS-STU-TBL-SURNAME(WS-STU-COUNT)
                 MOVE WS-OLD-MAJOR
                    TO WS-STU-TBL-OLD-MAJOR(WS-STU-COUNT)
                 MOVE MCT-NEW-MAJOR
                    TO WS-STU-TBL-NEW-MAJOR(WS-STU-COUNT)
                 MOVE ZERO TO WS-STU-QPOINTS(WS-STU-COUNT)
                 MOVE ZERO TO WS-STU-ATT-CREDITS(WS-STU-COUNT)
                 MOVE ZERO TO WS-STU-EARN-CREDITS(WS-STU-COUNT)
              ELSE
                 DISPLAY "MAJOR-CHANGE1: MORE THAN 500 STUDENTS "
                    "SWITCHED, " MCT-STU-ID " NOT RE-AUDITED"
              END-IF
           END-IF
           .

       140-VALIDATE-CHANGE.
           MOVE SPACES TO WS-REASON
           IF MCT-STU-ID = SPACES THEN
              MOVE "BLANK STU-ID" TO WS-REASON
              GO TO 140-EXIT
           END-IF
           IF MCT-NEW-MAJOR = SPACES THEN
              MOVE "BLANK NEW MAJOR" TO WS-REASON
              GO TO 140-EXIT
           END-IF
           MOVE MCT-NEW-MAJOR TO WS-FIND-MAJOR
           PERFORM 410-SELECT-REQUIREMENTS
           IF WS-REQ-FOUND-IDX = ZERO THEN
              MOVE "NEW MAJOR HAS NO MAJOR-REQ.DAT ENTRY"
                 TO WS-REASON
              GO TO 140-EXIT
           END-IF
           IF MCT-EFF-TERM-ID = SPACES THEN
              MOVE WS-RUN-TERM-ID TO WS-EFF-TERM-ID
           ELSE
              MOVE MCT-EFF-TERM-ID TO WS-EFF-TERM-ID
           END-IF
           .
       140-EXIT.
           EXIT.

       150-REPORT-EXCEPTION.
           MOVE SPACES TO CHANGE-EXCEPTION-LINE
           MOVE MCT-STU-ID    TO EXC-STU-ID
           MOVE MCT-NEW-MAJOR TO EXC-NEW-MAJOR
           MOVE WS-REASON     TO EXC-REASON
           WRITE CHANGE-EXCEPTION-LINE
           ADD 1 TO WS-ERROR-COUNT
           DISPLAY "MAJOR-CHANGE1: " MCT-STU-ID " - " WS-REASON
           .

       200-COLLECT-HISTORY.
           IF WS-STU-COUNT = ZERO THEN
              GO TO 200-EXIT
           END-IF
           OPEN INPUT GRADE-HIST-FILE
           IF NOT WS-GRADE-HIST-FOUND THEN
              DISPLAY "MAJOR-CHANGE1: GRADE-HIST-FILE OPEN STATUS "
                 WS-GRADE-HIST-STATUS ", RE-AUDIT SHOWS NO CREDITS"
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
                 PERFORM 205-FIND-SWITCHED
                 IF WS-STU-FOUND-IDX > ZERO THEN
                    PERFORM 210-COLLECT-ROW
                 END-IF
              END-IF
           END-PERFORM
           CLOSE GRADE-HIST-FILE
           .
       200-EXIT.
           EXIT.

       205-FIND-SWITCHED.
           MOVE ZERO TO WS-STU-FOUND-IDX
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
              UNTIL WS-STU-IDX > WS-STU-COUNT
                 OR WS-STU-FOUND-IDX > ZERO
              IF WS-STU-TBL-ID(WS-STU-IDX) = HIST-STU-ID THEN
                 MOVE WS-STU-IDX TO WS-STU-FOUND-IDX
              END-IF
           END-PERFORM
           .

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

      *> the same fold DEGREE-AUDIT1 does: every attempt at the
      *> course, the repeat policy picks the points that count, the
      *> credits count once - attempted always, earned only on a
      *> passing grade. I/W attempts are off the scale. A transfer row
      *> counts only when there is no local attempt at the course.
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
              WHEN WS-POLICY-HIGHEST
                 MOVE WS-GRP-MAX-POINTS TO WS-GRP-POINTS
              WHEN WS-POLICY-AVERAGE
                 COMPUTE WS-GRP-POINTS ROUNDED =
                    WS-GRP-SUM-POINTS / WS-GRP-CNT
              WHEN OTHER
                 MOVE WS-GRP-LAST-POINTS TO WS-GRP-POINTS
           END-EVALUATE
           PERFORM 320-LOOKUP-ROW-CREDITS
           COMPUTE WS-STU-QPOINTS(WS-STU-FOUND-IDX) =
              WS-STU-QPOINTS(WS-STU-FOUND-IDX) +
              (WS-GRP-POINTS * WS-ROW-CREDITS)
           ADD WS-ROW-CREDITS
              TO WS-STU-ATT-CREDITS(WS-STU-FOUND-IDX)
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

      *> transfer credit with no local attempt: the credits are
      *> earned; the grade reaches the cumulative GPA only under the
      *> transfer-gpa.cfg policy.
       350-COUNT-TRANSFER.
           PERFORM 320-LOOKUP-ROW-CREDITS
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
           SEARCH WS-GPA-ENTRY
              AT END
                 DISPLAY "MAJOR-CHANGE1: UNKNOWN GRADE "
                    WS-LOOKUP-GRADE " FOR " WS-GRP-STU-ID
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

      *> credits left are what each major still asks of the student;
      *> the status is against the new major - BELOW when the
      *> cumulative GPA misses its minimum, SHORT when only credits
      *> are still owed, MEETS when the student would already be a
      *> graduation candidate under it.
       400-REAUDIT-STUDENT.
           ADD 1 TO WS-REAUDIT-COUNT
           MOVE ZERO TO WS-CUM-GPA
           IF WS-STU-ATT-CREDITS(WS-STU-IDX) > ZERO THEN
              COMPUTE WS-CUM-GPA ROUNDED =
                 WS-STU-QPOINTS(WS-STU-IDX) /
                 WS-STU-ATT-CREDITS(WS-STU-IDX)
           END-IF
           MOVE WS-STU-TBL-OLD-MAJOR(WS-STU-IDX) TO WS-FIND-MAJOR
           PERFORM 410-SELECT-REQUIREMENTS
           MOVE WS-MIN-CREDITS TO WS-OLD-MIN-CREDITS
           MOVE ZERO TO WS-CREDITS-LEFT
           IF WS-OLD-MIN-CREDITS > WS-STU-EARN-CREDITS(WS-STU-IDX)
                 THEN
              COMPUTE WS-CREDITS-LEFT =
                 WS-OLD-MIN-CREDITS - WS-STU-EARN-CREDITS(WS-STU-IDX)
           END-IF
           MOVE WS-CREDITS-LEFT TO RPT-DET-OLD-LEFT

           MOVE WS-STU-TBL-NEW-MAJOR(WS-STU-IDX) TO WS-FIND-MAJOR
           PERFORM 410-SELECT-REQUIREMENTS
           MOVE ZERO TO WS-CREDITS-LEFT
           IF WS-MIN-CREDITS > WS-STU-EARN-CREDITS(WS-STU-IDX) THEN
              COMPUTE WS-CREDITS-LEFT =
                 WS-MIN-CREDITS - WS-STU-EARN-CREDITS(WS-STU-IDX)
           END-IF
           MOVE WS-CREDITS-LEFT TO RPT-DET-NEW-LEFT

           EVALUATE TRUE
              WHEN WS-CUM-GPA < WS-MIN-GPA
                 MOVE "BELOW" TO RPT-DET-STATUS
              WHEN WS-CREDITS-LEFT > ZERO
                 MOVE "SHORT" TO RPT-DET-STATUS
              WHEN OTHER
                 MOVE "MEETS" TO RPT-DET-STATUS
           END-EVALUATE
           MOVE WS-STU-TBL-ID(WS-STU-IDX)       TO RPT-DET-STU-ID
           MOVE WS-STU-TBL-SURNAME(WS-STU-IDX)  TO RPT-DET-SURNAME
           MOVE WS-STU-TBL-OLD-MAJOR(WS-STU-IDX)
              TO RPT-DET-OLD-MAJOR
           MOVE WS-STU-TBL-NEW-MAJOR(WS-STU-IDX)
              TO RPT-DET-NEW-MAJOR
           MOVE WS-STU-EARN-CREDITS(WS-STU-IDX) TO RPT-DET-EARNED
           MOVE WS-CUM-GPA                      TO RPT-DET-GPA
           MOVE WS-MIN-GPA                      TO RPT-DET-MIN-GPA
           MOVE WS-RPT-DETAIL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           .

      *> requirements for WS-FIND-MAJOR; WS-REQ-FOUND-IDX stays zero
      *> (and the defaults apply) when major-req.dat has no row.
       410-SELECT-REQUIREMENTS.
           MOVE WS-DEF-MIN-CREDITS TO WS-MIN-CREDITS
           MOVE WS-DEF-MIN-GPA     TO WS-MIN-GPA
           MOVE ZERO TO WS-REQ-FOUND-IDX
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
              UNTIL WS-REQ-IDX > WS-REQ-COUNT
                 OR WS-REQ-FOUND-IDX > ZERO
              IF WS-REQ-MAJOR(WS-REQ-IDX) = WS-FIND-MAJOR THEN
                 MOVE WS-REQ-IDX TO WS-REQ-FOUND-IDX
                 MOVE WS-REQ-CREDITS(WS-REQ-IDX) TO WS-MIN-CREDITS
                 MOVE WS-REQ-GPA(WS-REQ-IDX)     TO WS-MIN-GPA
              END-IF
           END-PERFORM
           .

       600-PRINT-TOTALS-PAGE.
           MOVE 99 TO WS-LINE-COUNT
           MOVE "CHANGES READ       : " TO RPT-TOTAL-LABEL
           MOVE WS-CHANGE-READ-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "CHANGES APPLIED    : " TO RPT-TOTAL-LABEL
           MOVE WS-APPLIED-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "CHANGES REFUSED    : " TO RPT-TOTAL-LABEL
           MOVE WS-ERROR-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "STUDENTS RE-AUDITED: " TO RPT-TOTAL-LABEL
           MOVE WS-REAUDIT-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           .

       700-PRINT-TOTALS.
           DISPLAY "=========================================="
           DISPLAY "MAJOR-CHANGE1 CONTROL TOTALS"
           DISPLAY "=========================================="
           DISPLAY "CHANGES READ        : " WS-CHANGE-READ-COUNT
           DISPLAY "CHANGES APPLIED     : " WS-APPLIED-COUNT
           DISPLAY "CHANGES REFUSED     : " WS-ERROR-COUNT
           DISPLAY "STUDENTS RE-AUDITED : " WS-REAUDIT-COUNT
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
              MOVE "MAJOR-CHANGE1"    TO AUD-PROGRAM-ID
              MOVE WS-AUDIT-START-TS  TO AUD-START-TS
              MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-END-TS
              MOVE WS-RUN-TERM-ID     TO AUD-TERM-ID
              MOVE WS-CHANGE-READ-COUNT TO AUD-READ-COUNT
              MOVE WS-APPLIED-COUNT   TO AUD-WRITE-COUNT
              MOVE WS-ERROR-COUNT     TO AUD-REJECT-COUNT
              MOVE RETURN-CODE        TO AUD-RETURN-CODE
              WRITE RUN-AUDIT-DETAIL
              CLOSE RUN-AUDIT-FILE
           ELSE
              DISPLAY "MAJOR-CHANGE1: RUN-AUDIT-FILE OPEN STATUS "
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
                       DISPLAY "MAJOR-CHANGE1: GPA-SCALE.DAT HAS "
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

       008-LOAD-COURSE-CREDITS.
           OPEN INPUT COURSE-FILE
           IF NOT WS-COURSE-FILE-FOUND
                 AND WS-COURSE-FILE-STATUS NOT = "05" THEN
              DISPLAY "MAJOR-CHANGE1: COURSE-MAST.DAT OPEN STATUS "
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
                    DISPLAY "MAJOR-CHANGE1: MORE THAN 200 COURSES "
                       "ON THE CATALOG, EXTRA ROWS AT DEFAULT "
                       "CREDITS"
                 END-IF
              END-IF
           END-PERFORM
           CLOSE COURSE-FILE
           .
       008-EXIT.
           EXIT.

      *> without major-req.dat every change is refused - there is no
      *> requirement row to move anyone into.
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
                       MOVE MR-MIN-GPA
                          TO WS-REQ-GPA(WS-REQ-COUNT)
                    ELSE
                       DISPLAY "MAJOR-CHANGE1: MAJOR-REQ.DAT HAS "
                          "MORE THAN 50 ROWS, EXTRA ROWS IGNORED"
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE MAJOR-REQ-FILE
           ELSE
              DISPLAY "MAJOR-CHANGE1: NO MAJOR-REQ.DAT, EVERY CHANGE "
                 "WILL BE REFUSED"
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
                       DISPLAY "MAJOR-CHANGE1: BAD REPEAT POLICY '"
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
                       DISPLAY "MAJOR-CHANGE1: BAD TRANSFER GPA "
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCORE-CHASE1.
       AUTHOR. JAKKRIT

      *> 2026-10-15 JAKKRIT - new: daily score-submission chase list,
      *> run in the weeks before the term's score due date. A course
      *> on instr-asgn.dat with nothing on score.dat or score-txn.dat
      *> just dropped out of WRITE-GRADE1 and nobody noticed. For
      *> every course assigned this term, lists the instructor (name
      *> from emp1-idx.dat), how many students the course should
      *> have - its enrolled rows on roster.dat, when the term is on
      *> the roster at all - and how many scores have arrived: the
      *> term's score.dat rows plus the add transactions still
      *> waiting on score-txn.dat. A course is OUTSTANDING while
      *> scores are missing (or, with no roster for the term, while
      *> none has arrived) and OVERDUE once today is past the score
      *> due date on the term calendar (term-cal.dat, MAINT-TERMCAL1).
      *> With no calendar row for the term nothing is marked overdue
      *> and the report says so. Print-image report (score-chase.rpt)
      *> in the house report style. Ends with RETURN-CODE 4 when any
      *> course is outstanding or overdue, so BATCH-RUN-GRADES can
      *> warn at the start of a run; 8 on a table overflow, which
      *> aborts before the report. Appends a run record to
      *> run-audit.dat like the rest of the chain.
      *> 2026-10-15 JAKKRIT - whether emp1-idx.dat is on file is kept in
      *> a switch set at open time, so one unknown instructor no
      *> longer blanks every instructor name after it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INSTR-ASGN-FILE ASSIGN TO "instr-asgn.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ASGN-FILE-STATUS.
           SELECT OPTIONAL ROSTER-FILE ASSIGN TO "roster.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ROSTER-FILE-STATUS.
           SELECT OPTIONAL SCORE-FILE ASSIGN TO "score.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SCORE-KEY
              FILE STATUS IS WS-SCORE-FILE-STATUS.
           SELECT OPTIONAL SCORE-TXN-FILE ASSIGN TO "score-txn.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SCORE-TXN-STATUS.
           SELECT OPTIONAL TERM-CAL-FILE ASSIGN TO "term-cal.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TERM-CAL-STATUS.
           SELECT OPTIONAL EMP-FILE-IDX ASSIGN TO "emp1-idx.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMP-SSN-IDX
              FILE STATUS IS WS-EMP-IDX-STATUS.
           SELECT REPORT-FILE ASSIGN TO "score-chase.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TERM-CFG-FILE ASSIGN TO "term.cfg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TERM-CFG-STATUS.
           SELECT OPTIONAL RUN-AUDIT-FILE ASSIGN TO "run-audit.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSTR-ASGN-FILE.
           COPY instrasgn.

       FD  ROSTER-FILE.
           COPY roster.

       FD  SCORE-FILE.
           COPY scoredtl.

       FD  SCORE-TXN-FILE.
       01  SCORE-TXN-RECORD.
           05 TXN-CODE                PIC X.
              88 TXN-IS-ADD           VALUE "A".
           05 TXN-TERM-ID             PIC X(6).
           05 TXN-COURSE-ID           PIC X(6).
           05 TXN-STU-ID              PIC X(8).
           05 TXN-MIDTERM             PIC 9(2)V9(2).
           05 TXN-FINAL-SCORE         PIC 9(2)V9(2).
           05 TXN-PROJECT-SCORE       PIC 9(2)V9(2).

       FD  TERM-CAL-FILE.
           COPY termcal.

       FD  EMP-FILE-IDX.
           COPY empidxdtl.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       FD  TERM-CFG-FILE.
       01  TERM-CFG-RECORD.
           05 CFG-TERM-ID              PIC X(6).

       FD  RUN-AUDIT-FILE.
           COPY runaudit.

       WORKING-STORAGE SECTION.
       01  WS-ASGN-FILE-STATUS         PIC X(2).
           88 WS-ASGN-FILE-FOUND       VALUE "00".
       01  WS-ROSTER-FILE-STATUS       PIC X(2).
           88 WS-ROSTER-FILE-FOUND     VALUE "00".
       01  WS-SCORE-FILE-STATUS        PIC X(2).
           88 WS-SCORE-FILE-FOUND      VALUE "00".
       01  WS-SCORE-TXN-STATUS         PIC X(2).
           88 WS-SCORE-TXN-FOUND       VALUE "00".
       01  WS-TERM-CAL-STATUS          PIC X(2).
           88 WS-TERM-CAL-FOUND        VALUE "00".
       01  WS-EMP-IDX-STATUS           PIC X(2).
           88 WS-EMP-IDX-FOUND         VALUE "00".
       01  WS-EMP-IDX-OPEN-SW          PIC X VALUE "N".
           88 WS-EMP-IDX-ON-FILE       VALUE "Y".
       01  WS-TERM-CFG-STATUS          PIC X(2).
           88 WS-TERM-CFG-FOUND        VALUE "00".
       01  WS-RUN-AUDIT-STATUS         PIC X(2).
       01  WS-AUDIT-START-TS           PIC X(14).
       01  WS-RUN-TERM-ID              PIC X(6) VALUE "2026S1".

       01  WS-FILE-EOF-SW              PIC X VALUE "N".
           88 WS-FILE-EOF              VALUE "Y".

      *> the term's calendar dates; spaces when the term has no row
       01  WS-CAL-FOUND-SW             PIC X VALUE "N".
           88 WS-CAL-FOUND             VALUE "Y".
       01  WS-SCORE-DUE-DATE           PIC X(8) VALUE SPACES.
       01  WS-GRADE-POST-DATE          PIC X(8) VALUE SPACES.
       01  WS-CLOSE-TARGET-DATE        PIC X(8) VALUE SPACES.
       01  WS-SHOW-DATE                PIC X(8).
       01  WS-PAST-DUE-SW              PIC X VALUE "N".
           88 WS-PAST-DUE              VALUE "Y".

      *> the roster only vouches for a course's size when the term
      *> is on it at all
       01  WS-TERM-ON-ROSTER-SW        PIC X VALUE "N".
           88 WS-TERM-ON-ROSTER        VALUE "Y".

      *> ASGN-SORT-KEY leads the entry so a whole entry swaps through
      *> WS-ASGN-SWAP in instructor, course order.
       01  WS-ASGN-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-ASGN-IDX                 PIC 9(3) COMP.
       01  WS-ASGN-JDX                 PIC 9(3) COMP.
       01  WS-ASGN-OVERFLOW-SW         PIC X VALUE "N".
           88 WS-ASGN-OVERFLOW         VALUE "Y".
       01  WS-ASGN-TABLE.
           05 WS-ASGN-ENTRY OCCURS 200 TIMES.
              10 WS-ASGN-SORT-KEY.
                 15 WS-ASGN-TBL-SSN    PIC 9(9).
                 15 WS-ASGN-TBL-COURSE PIC X(6).
              10 WS-ASGN-TBL-EXPECTED  PIC 9(5).
              10 WS-ASGN-TBL-ARRIVED   PIC 9(5).
       01  WS-ASGN-SWAP                PIC X(25).
       01  WS-MATCH-COURSE             PIC X(6).

       01  WS-INSTR-NAME               PIC X(15).
       01  WS-MISSING                  PIC 9(5).
       01  WS-OUTSTANDING-SW           PIC X.
           88 WS-COURSE-OUTSTANDING    VALUE "Y".

       01  WS-TOTALS.
           05 WS-SCORE-READ-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-TXN-READ-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-COMPLETE-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-OUTSTANDING-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-OVERDUE-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-MISSING-TOTAL         PIC 9(7) VALUE ZERO.

       01  WS-RUN-DATE.
           05 WS-RUN-YEAR              PIC X(4).
           05 WS-RUN-MONTH             PIC X(2).
           05 WS-RUN-DAY               PIC X(2).
       01  WS-PAGE-NUM                 PIC 9(3) VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE           PIC 9(2) VALUE 55.
       01  WS-RPT-TITLE-LINE.
           05 FILLER                   PIC X(30)
              VALUE "SCORE SUBMISSION CHASE LIST".
           05 FILLER                   PIC X(11) VALUE "SCORES DUE ".
           05 RPT-TITLE-DUE            PIC X(17).
           05 FILLER                   PIC X(22) VALUE SPACES.
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
              "  SSN        INSTRUCTOR       COURSE  EXPECTED  ".
           05 FILLER                   PIC X(32)
              VALUE "ARRIVED  MISSING  STATUS".
       01  WS-RPT-DETAIL-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-SSN              PIC 9(9).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-NAME             PIC X(15).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-COURSE           PIC X(6).
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 RPT-DET-EXPECTED         PIC X(5).
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 RPT-DET-ARRIVED          PIC ZZZZ9.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 RPT-DET-MISSING          PIC X(5).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-STATUS           PIC X(11).
           05 FILLER                   PIC X(3) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL          PIC X(21).
           05 RPT-TOTAL-VALUE          PIC X(30).
           05 FILLER                   PIC X(29) VALUE SPACES.
       01  WS-COUNT-ED                 PIC Z(6)9.
       01  WS-SMALL-ED                 PIC ZZZZ9.
       01  WS-LINE-SAVE                PIC X(80).

       PROCEDURE DIVISION.
       000-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-START-TS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 004-LOAD-TERM-ID THRU 004-EXIT
           PERFORM 006-LOAD-CALENDAR THRU 006-EXIT
           PERFORM 100-LOAD-ASSIGNMENTS THRU 100-EXIT
           IF WS-ASGN-OVERFLOW THEN
              DISPLAY "SCORE-CHASE1: MORE THAN 200 ASSIGNMENTS THIS "
                 "TERM, RUN ABORTED BEFORE ANY OUTPUT"
              MOVE 8 TO RETURN-CODE
              PERFORM 800-WRITE-RUN-AUDIT
              GOBACK
           END-IF
           PERFORM 150-COUNT-ROSTER THRU 150-EXIT
           PERFORM 200-COUNT-SCORES THRU 200-EXIT
           PERFORM 250-COUNT-SCORE-TXNS THRU 250-EXIT
           PERFORM 300-SORT-ASSIGNMENTS

           OPEN INPUT EMP-FILE-IDX
           IF WS-EMP-IDX-FOUND THEN
              SET WS-EMP-IDX-ON-FILE TO TRUE
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM 400-PRINT-COURSE-LINE
              VARYING WS-ASGN-IDX FROM 1 BY 1
              UNTIL WS-ASGN-IDX > WS-ASGN-COUNT
           PERFORM 600-PRINT-TOTALS-PAGE
           CLOSE REPORT-FILE
           CLOSE EMP-FILE-IDX

           DISPLAY "=========================================="
           DISPLAY "SCORE-CHASE1 CONTROL TOTALS"
           DISPLAY "=========================================="
           IF WS-CAL-FOUND THEN
              DISPLAY "SCORES DUE         : " WS-SCORE-DUE-DATE
           ELSE
              DISPLAY "SCORES DUE         : NOT ON TERM CALENDAR"
           END-IF
           DISPLAY "COURSES ASSIGNED   : " WS-ASGN-COUNT
           DISPLAY "COMPLETE           : " WS-COMPLETE-COUNT
           DISPLAY "OUTSTANDING        : " WS-OUTSTANDING-COUNT
           DISPLAY "OVERDUE            : " WS-OVERDUE-COUNT
           DISPLAY "SCORES MISSING     : " WS-MISSING-TOTAL
           IF WS-OUTSTANDING-COUNT + WS-OVERDUE-COUNT > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 800-WRITE-RUN-AUDIT
           GOBACK
           .

       100-LOAD-ASSIGNMENTS.
           OPEN INPUT INSTR-ASGN-FILE
           IF NOT WS-ASGN-FILE-FOUND THEN
              DISPLAY "SCORE-CHASE1: INSTR-ASGN.DAT OPEN STATUS "
                 WS-ASGN-FILE-STATUS ", NO ASSIGNMENTS TO CHASE"
              CLOSE INSTR-ASGN-FILE
              GO TO 100-EXIT
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
                    MOVE ZERO TO WS-ASGN-TBL-EXPECTED(WS-ASGN-COUNT)
                    MOVE ZERO TO WS-ASGN-TBL-ARRIVED(WS-ASGN-COUNT)
                 ELSE
                    SET WS-ASGN-OVERFLOW TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           CLOSE INSTR-ASGN-FILE
           .
       100-EXIT.
           EXIT.

      *> enrolled rows only - a waitlisted student owes no score.
       150-COUNT-ROSTER.
           OPEN INPUT ROSTER-FILE
           IF NOT WS-ROSTER-FILE-FOUND THEN
              CLOSE ROSTER-FILE
              GO TO 150-EXIT
           END-IF
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM UNTIL WS-FILE-EOF
              READ ROSTER-FILE
                 AT END SET WS-FILE-EOF TO TRUE
              END-READ
              IF NOT WS-FILE-EOF
                    AND RS-TERM-ID = WS-RUN-TERM-ID THEN
                 SET WS-TERM-ON-ROSTER TO TRUE
                 IF RS-ENROLLED THEN
                    MOVE RS-COURSE-ID TO WS-MATCH-COURSE
                    PERFORM VARYING WS-ASGN-IDX FROM 1 BY 1
                       UNTIL WS-ASGN-IDX > WS-ASGN-COUNT
                       IF WS-ASGN-TBL-COURSE(WS-ASGN-IDX)
                             = WS-MATCH-COURSE THEN
                          ADD 1 TO WS-ASGN-TBL-EXPECTED(WS-ASGN-IDX)
                       END-IF
                    END-PERFORM
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ROSTER-FILE
           .
       150-EXIT.
           EXIT.

       200-COUNT-SCORES.
           OPEN INPUT SCORE-FILE
           IF NOT WS-SCORE-FILE-FOUND THEN
              DISPLAY "SCORE-CHASE1: SCORE.DAT OPEN STATUS "
                 WS-SCORE-FILE-STATUS ", NO SCORES ON FILE"
              CLOSE SCORE-FILE
              GO TO 200-EXIT
           END-IF
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM UNTIL WS-FILE-EOF
              READ SCORE-FILE NEXT RECORD
                 AT END SET WS-FILE-EOF TO TRUE
              END-READ
              IF NOT WS-FILE-EOF
                    AND TERM-ID IN SCORE-DETAIL = WS-RUN-TERM-ID THEN
                 ADD 1 TO WS-SCORE-READ-COUNT
                 MOVE COURSE-ID IN SCORE-DETAIL TO WS-MATCH-COURSE
                 PERFORM 270-COUNT-ARRIVAL
              END-IF
           END-PERFORM
           CLOSE SCORE-FILE
           .
       200-EXIT.
           EXIT.

      *> an add still waiting for MAINT-SCORE1 has arrived all the
      *> same; changes are to scores already counted on score.dat.
       250-COUNT-SCORE-TXNS.
           OPEN INPUT SCORE-TXN-FILE
           IF NOT WS-SCORE-TXN-FOUND THEN
              CLOSE SCORE-TXN-FILE
              GO TO 250-EXIT
           END-IF
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM UNTIL WS-FILE-EOF
              READ SCORE-TXN-FILE
                 AT END SET WS-FILE-EOF TO TRUE
              END-READ
              IF NOT WS-FILE-EOF
                    AND TXN-IS-ADD
                    AND TXN-TERM-ID = WS-RUN-TERM-ID THEN
                 ADD 1 TO WS-TXN-READ-COUNT
                 MOVE TXN-COURSE-ID TO WS-MATCH-COURSE
                 PERFORM 270-COUNT-ARRIVAL
              END-IF
           END-PERFORM
           CLOSE SCORE-TXN-FILE
           .
       250-EXIT.
           EXIT.

       270-COUNT-ARRIVAL.
           PERFORM VARYING WS-ASGN-IDX FROM 1 BY 1
              UNTIL WS-ASGN-IDX > WS-ASGN-COUNT
              IF WS-ASGN-TBL-COURSE(WS-ASGN-IDX) = WS-MATCH-COURSE
                    THEN
                 ADD 1 TO WS-ASGN-TBL-ARRIVED(WS-ASGN-IDX)
              END-IF
           END-PERFORM
           .

       300-SORT-ASSIGNMENTS.
           PERFORM VARYING WS-ASGN-IDX FROM 1 BY 1
              UNTIL WS-ASGN-IDX >= WS-ASGN-COUNT
              PERFORM VARYING WS-ASGN-JDX FROM 1 BY 1
                 UNTIL WS-ASGN-JDX > WS-ASGN-COUNT - WS-ASGN-IDX
                 IF WS-ASGN-SORT-KEY(WS-ASGN-JDX) >
                       WS-ASGN-SORT-KEY(WS-ASGN-JDX + 1) THEN
                    MOVE WS-ASGN-ENTRY(WS-ASGN-JDX) TO WS-ASGN-SWAP
                    MOVE WS-ASGN-ENTRY(WS-ASGN-JDX + 1)
                       TO WS-ASGN-ENTRY(WS-ASGN-JDX)
                    MOVE WS-ASGN-SWAP
                       TO WS-ASGN-ENTRY(WS-ASGN-JDX + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           .

      *> with a roster for the term a course is outstanding while
      *> fewer scores than enrolled students have arrived; without
      *> one, only a course with no score at all can be called out.
       400-PRINT-COURSE-LINE.
           MOVE "N" TO WS-OUTSTANDING-SW
           MOVE WS-ASGN-TBL-SSN(WS-ASGN-IDX)    TO RPT-DET-SSN
           PERFORM 410-LOOKUP-INSTR-NAME
           MOVE WS-INSTR-NAME                   TO RPT-DET-NAME
           MOVE WS-ASGN-TBL-COURSE(WS-ASGN-IDX) TO RPT-DET-COURSE
           MOVE WS-ASGN-TBL-ARRIVED(WS-ASGN-IDX) TO RPT-DET-ARRIVED
           IF WS-TERM-ON-ROSTER THEN
              MOVE WS-ASGN-TBL-EXPECTED(WS-ASGN-IDX) TO WS-SMALL-ED
              MOVE WS-SMALL-ED TO RPT-DET-EXPECTED
              IF WS-ASGN-TBL-ARRIVED(WS-ASGN-IDX)
                    < WS-ASGN-TBL-EXPECTED(WS-ASGN-IDX) THEN
                 SET WS-COURSE-OUTSTANDING TO TRUE
                 COMPUTE WS-MISSING =
                    WS-ASGN-TBL-EXPECTED(WS-ASGN-IDX)
                    - WS-ASGN-TBL-ARRIVED(WS-ASGN-IDX)
                 ADD WS-MISSING TO WS-MISSING-TOTAL
              ELSE
                 MOVE ZERO TO WS-MISSING
              END-IF
              MOVE WS-MISSING TO WS-SMALL-ED
              MOVE WS-SMALL-ED TO RPT-DET-MISSING
           ELSE
              MOVE "    -" TO RPT-DET-EXPECTED
              MOVE "    -" TO RPT-DET-MISSING
              IF WS-ASGN-TBL-ARRIVED(WS-ASGN-IDX) = ZERO THEN
                 SET WS-COURSE-OUTSTANDING TO TRUE
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN NOT WS-COURSE-OUTSTANDING
                 MOVE "COMPLETE" TO RPT-DET-STATUS
                 ADD 1 TO WS-COMPLETE-COUNT
              WHEN WS-PAST-DUE
                 MOVE "** OVERDUE" TO RPT-DET-STATUS
                 ADD 1 TO WS-OVERDUE-COUNT
              WHEN OTHER
                 MOVE "OUTSTANDING" TO RPT-DET-STATUS
                 ADD 1 TO WS-OUTSTANDING-COUNT
           END-EVALUATE
           MOVE WS-RPT-DETAIL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           .

       410-LOOKUP-INSTR-NAME.
           MOVE SPACES TO WS-INSTR-NAME
           IF WS-EMP-IDX-ON-FILE THEN
              MOVE WS-ASGN-TBL-SSN(WS-ASGN-IDX) TO EMP-SSN-IDX
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
           MOVE "SCORES DUE         : " TO RPT-TOTAL-LABEL
           MOVE WS-SCORE-DUE-DATE TO WS-SHOW-DATE
           PERFORM 610-MOVE-CAL-DATE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "GRADES POSTED      : " TO RPT-TOTAL-LABEL
           MOVE WS-GRADE-POST-DATE TO WS-SHOW-DATE
           PERFORM 610-MOVE-CAL-DATE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "TERM CLOSE TARGET  : " TO RPT-TOTAL-LABEL
           MOVE WS-CLOSE-TARGET-DATE TO WS-SHOW-DATE
           PERFORM 610-MOVE-CAL-DATE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "COURSES ASSIGNED   : " TO RPT-TOTAL-LABEL
           MOVE WS-ASGN-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "COMPLETE           : " TO RPT-TOTAL-LABEL
           MOVE WS-COMPLETE-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "OUTSTANDING        : " TO RPT-TOTAL-LABEL
           MOVE WS-OUTSTANDING-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "OVERDUE            : " TO RPT-TOTAL-LABEL
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "SCORES MISSING     : " TO RPT-TOTAL-LABEL
           MOVE WS-MISSING-TOTAL TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           IF NOT WS-TERM-ON-ROSTER THEN
              MOVE "NOTE               : " TO RPT-TOTAL-LABEL
              MOVE "NO ROSTER FOR TERM, EXPECTED -"
                 TO RPT-TOTAL-VALUE
              MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
              PERFORM 040-WRITE-REPORT-LINE
           END-IF
           .

      *> without a calendar row the line says so instead.
       610-MOVE-CAL-DATE.
           IF WS-CAL-FOUND THEN
              MOVE WS-SHOW-DATE TO RPT-TOTAL-VALUE
           ELSE
              MOVE "NOT ON TERM CALENDAR" TO RPT-TOTAL-VALUE
           END-IF
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
           IF WS-CAL-FOUND THEN
              MOVE WS-SCORE-DUE-DATE TO RPT-TITLE-DUE
           ELSE
              MOVE "(NOT ON CALENDAR)" TO RPT-TITLE-DUE
           END-IF
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
              MOVE "SCORE-CHASE1"     TO AUD-PROGRAM-ID
              MOVE WS-AUDIT-START-TS  TO AUD-START-TS
              MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-END-TS
              MOVE WS-RUN-TERM-ID     TO AUD-TERM-ID
              MOVE WS-ASGN-COUNT      TO AUD-READ-COUNT
              MOVE WS-ASGN-COUNT      TO AUD-WRITE-COUNT
              COMPUTE AUD-REJECT-COUNT =
                 WS-OUTSTANDING-COUNT + WS-OVERDUE-COUNT
              MOVE RETURN-CODE        TO AUD-RETURN-CODE
              WRITE RUN-AUDIT-DETAIL
              CLOSE RUN-AUDIT-FILE
           ELSE
              DISPLAY "SCORE-CHASE1: RUN-AUDIT-FILE OPEN STATUS "
                 WS-RUN-AUDIT-STATUS ", AUDIT RECORD NOT WRITTEN"
           END-IF
           .

      *> the run term's row on the term calendar; today past its
      *> score due date makes every outstanding course overdue.
       006-LOAD-CALENDAR.
           OPEN INPUT TERM-CAL-FILE
           IF NOT WS-TERM-CAL-FOUND THEN
              DISPLAY "SCORE-CHASE1: TERM-CAL.DAT OPEN STATUS "
                 WS-TERM-CAL-STATUS ", NOTHING MARKED OVERDUE"
              CLOSE TERM-CAL-FILE
              GO TO 006-EXIT
           END-IF
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM UNTIL WS-FILE-EOF OR WS-CAL-FOUND
              READ TERM-CAL-FILE
                 AT END SET WS-FILE-EOF TO TRUE
              END-READ
              IF NOT WS-FILE-EOF
                    AND TC-TERM-ID = WS-RUN-TERM-ID THEN
                 SET WS-CAL-FOUND TO TRUE
                 MOVE TC-SCORE-DUE-DATE    TO WS-SCORE-DUE-DATE
                 MOVE TC-GRADE-POST-DATE   TO WS-GRADE-POST-DATE
                 MOVE TC-CLOSE-TARGET-DATE TO WS-CLOSE-TARGET-DATE
              END-IF
           END-PERFORM
           CLOSE TERM-CAL-FILE
           IF NOT WS-CAL-FOUND THEN
              DISPLAY "SCORE-CHASE1: TERM " WS-RUN-TERM-ID
                 " NOT ON TERM CALENDAR, NOTHING MARKED OVERDUE"
              GO TO 006-EXIT
           END-IF
           IF WS-RUN-DATE > WS-SCORE-DUE-DATE THEN
              SET WS-PAST-DUE TO TRUE
           END-IF
           .
       006-EXIT.
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPR-PEND-RPT.
       AUTHOR. JAKKRIT

      *> 2026-10-15 JAKKRIT - new: pending grade approval report, so
      *> the department chairs and the registrar can see which of the
      *> term's courses are still provisional and who is holding them
      *> up. Reads the course approval master (crs-appr.dat,
      *> WRITE-GRADE1 / GRADE-APPROVE1) for every course of the run's
      *> term (term.cfg) not yet approved - pending with the chair,
      *> or returned to the instructor - and prints them grouped by
      *> instructor from instr-asgn.dat, instructors in name order
      *> (emp1-idx.dat), courses in course order within each. A
      *> co-taught course is listed under each of its instructors;
      *> courses with no instructor assigned close the report in a
      *> section of their own. Each line carries the provisional row
      *> count, the date the course has been waiting since (submitted
      *> for a pending course, returned for a returned one), the days
      *> waiting and, for a returned course, the chair's note. Print-
      *> image report (appr-pend.rpt) in the house report style, run
      *> record appended to run-audit.dat; RETURN-CODE 4 while any
      *> course of the term is unapproved, the way SCORE-CHASE1 flags
      *> outstanding scores. A table overflow aborts before the
      *> report.
      *> 2026-10-15 JAKKRIT - whether emp1-idx.dat is on file is kept in
      *> a switch set at open time, so one unknown instructor no
      *> longer blanks the instructor on every group after it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COURSE-APPR-FILE ASSIGN TO "crs-appr.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CA-KEY
              FILE STATUS IS WS-CRS-APPR-STATUS.
           SELECT OPTIONAL INSTR-ASGN-FILE ASSIGN TO "instr-asgn.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INSTR-ASGN-STATUS.
           SELECT OPTIONAL EMP-FILE-IDX ASSIGN TO "emp1-idx.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMP-SSN-IDX
              FILE STATUS IS WS-EMP-IDX-STATUS.
           SELECT REPORT-FILE ASSIGN TO "appr-pend.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TERM-CFG-FILE ASSIGN TO "term.cfg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TERM-CFG-STATUS.
           SELECT OPTIONAL RUN-AUDIT-FILE ASSIGN TO "run-audit.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COURSE-APPR-FILE.
           COPY crsappr.

       FD  INSTR-ASGN-FILE.
           COPY instrasgn.

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
       01  WS-CRS-APPR-STATUS          PIC X(2).
           88 WS-CRS-APPR-FOUND        VALUE "00".
       01  WS-INSTR-ASGN-STATUS        PIC X(2).
           88 WS-INSTR-ASGN-FOUND      VALUE "00".
       01  WS-EMP-IDX-STATUS           PIC X(2).
           88 WS-EMP-IDX-FOUND         VALUE "00".
       01  WS-EMP-IDX-OPEN-SW          PIC X VALUE "N".
           88 WS-EMP-IDX-ON-FILE       VALUE "Y".
       01  WS-TERM-CFG-STATUS          PIC X(2).
           88 WS-TERM-CFG-FOUND        VALUE "00".
       01  WS-RUN-AUDIT-STATUS         PIC X(2).
       01  WS-AUDIT-START-TS           PIC X(14).
       01  WS-RUN-TERM-ID              PIC X(6) VALUE "2026S1".
       01  WS-EOF-SW                   PIC X VALUE "N".
           88 WS-EOF                   VALUE "Y".
       01  WS-ASG-EOF-SW               PIC X VALUE "N".
           88 WS-ASG-EOF               VALUE "Y".

       01  WS-TODAY-NUM                PIC 9(8).
       01  WS-SINCE-NUM                PIC 9(8).
       01  WS-TODAY-DAYNO              PIC 9(7).

      *> the term's courses not yet approved, in course order
       01  WS-CRS-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-CRS-IDX                  PIC 9(3) COMP.
       01  WS-CRS-FOUND-IDX            PIC 9(3) COMP VALUE ZERO.
       01  WS-CRS-OVERFLOW-SW          PIC X VALUE "N".
           88 WS-CRS-OVERFLOW          VALUE "Y".
       01  WS-CRS-TABLE.
           05 WS-CRS-ENTRY OCCURS 500 TIMES.
              10 WS-CRS-COURSE-ID      PIC X(6).
              10 WS-CRS-STATUS         PIC X.
              10 WS-CRS-ROWS           PIC 9(5).
              10 WS-CRS-SINCE          PIC X(8).
              10 WS-CRS-DAYS           PIC 9(5).
              10 WS-CRS-NOTE           PIC X(30).
              10 WS-CRS-ASSIGNED-SW    PIC X.
       01  WS-CRS-SAVE-ENTRY           PIC X(56).

      *> instructor assignments to those courses
       01  WS-ASG-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-ASG-IDX                  PIC 9(4) COMP.
       01  WS-ASG-OVERFLOW-SW          PIC X VALUE "N".
           88 WS-ASG-OVERFLOW          VALUE "Y".
       01  WS-ASG-DUP-SW               PIC X.
       01  WS-ASG-TABLE.
           05 WS-ASG-ENTRY OCCURS 1000 TIMES.
              10 WS-ASG-SSN            PIC 9(9).
              10 WS-ASG-COURSE-ID      PIC X(6).

      *> the instructors holding them, put in name order
       01  WS-INS-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-INS-IDX                  PIC 9(3) COMP.
       01  WS-INS-FOUND-IDX            PIC 9(3) COMP VALUE ZERO.
       01  WS-INS-OVERFLOW-SW          PIC X VALUE "N".
           88 WS-INS-OVERFLOW          VALUE "Y".
       01  WS-INS-TABLE.
           05 WS-INS-ENTRY OCCURS 300 TIMES.
              10 WS-INS-SORT-KEY.
                 15 WS-INS-SURNAME     PIC X(15).
                 15 WS-INS-FORNAME     PIC X(10).
                 15 WS-INS-SSN         PIC 9(9).
       01  WS-INS-SAVE-ENTRY           PIC X(34).
       01  WS-INS-PENDING              PIC 9(5).
       01  WS-INS-RETURNED             PIC 9(5).

       01  WS-SORT-I                   PIC 9(4) COMP.
       01  WS-SORT-J                   PIC 9(4) COMP.

       01  WS-TOTALS.
           05 WS-APPR-READ-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-APPROVED-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-PENDING-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-RETURNED-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-UNASSIGNED-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-LINE-PRINT-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-NO-MASTER-COUNT       PIC 9(7) VALUE ZERO.

       01  WS-RUN-DATE.
           05 WS-RUN-YEAR              PIC X(4).
           05 WS-RUN-MONTH             PIC X(2).
           05 WS-RUN-DAY               PIC X(2).
       01  WS-PAGE-NUM                 PIC 9(3) VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE           PIC 9(2) VALUE 55.
       01  WS-RPT-TITLE-LINE.
           05 FILLER                   PIC X(40)
              VALUE "GRADES PENDING APPROVAL BY INSTRUCTOR".
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
       01  WS-RPT-DASH-LINE            PIC X(80) VALUE ALL "-".
       01  WS-RPT-COLHEAD-LINE.
           05 FILLER                   PIC X(47) VALUE
              "  COURSE  STATUS     ROWS  SINCE     DAYS  NOTE".
           05 FILLER                   PIC X(33) VALUE SPACES.
       01  WS-RPT-SECTION-LINE.
           05 FILLER                   PIC X(11)
              VALUE "INSTRUCTOR ".
           05 RPT-SECTION-SSN          PIC 9(9).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-SECTION-SURNAME      PIC X(15).
           05 FILLER                   PIC X VALUE SPACE.
           05 RPT-SECTION-FORNAME      PIC X(10).
           05 FILLER                   PIC X(32) VALUE SPACES.
       01  WS-RPT-UNASSIGNED-LINE.
           05 FILLER                   PIC X(40)
              VALUE "NO INSTRUCTOR ASSIGNED ON INSTR-ASGN.DAT".
           05 FILLER                   PIC X(40) VALUE SPACES.
       01  WS-RPT-DETAIL-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-COURSE-ID        PIC X(6).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-STATUS           PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-ROWS             PIC ZZZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-SINCE            PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-DAYS             PIC ZZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-NOTE             PIC X(30).
           05 FILLER                   PIC X(7) VALUE SPACES.
       01  WS-RPT-GROUP-TOTAL-LINE.
           05 FILLER                   PIC X(10) VALUE "  PENDING ".
           05 RPT-GRP-PENDING          PIC ZZZ9.
           05 FILLER                   PIC X(11)
              VALUE "  RETURNED ".
           05 RPT-GRP-RETURNED         PIC ZZZ9.
           05 FILLER                   PIC X(51) VALUE SPACES.
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
           MOVE WS-RUN-DATE TO WS-TODAY-NUM
           COMPUTE WS-TODAY-DAYNO =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           PERFORM 004-LOAD-TERM-ID THRU 004-EXIT

           PERFORM 100-LOAD-APPROVALS THRU 100-EXIT
           IF WS-CRS-COUNT > ZERO AND NOT WS-CRS-OVERFLOW THEN
              OPEN INPUT EMP-FILE-IDX
              IF WS-EMP-IDX-FOUND THEN
                 SET WS-EMP-IDX-ON-FILE TO TRUE
              ELSE
                 DISPLAY "APPR-PEND-RPT: EMP1-IDX.DAT OPEN STATUS "
                    WS-EMP-IDX-STATUS ", NAMES NOT SHOWN"
              END-IF
              PERFORM 150-LOAD-ASSIGNMENTS THRU 150-EXIT
              CLOSE EMP-FILE-IDX
           END-IF
           IF WS-CRS-OVERFLOW OR WS-ASG-OVERFLOW
                 OR WS-INS-OVERFLOW THEN
              IF WS-CRS-OVERFLOW THEN
                 DISPLAY "APPR-PEND-RPT: MORE THAN 500 UNAPPROVED "
                    "COURSES, REPORT NOT PRODUCED"
              END-IF
              IF WS-ASG-OVERFLOW THEN
                 DISPLAY "APPR-PEND-RPT: MORE THAN 1000 INSTRUCTOR "
                    "ASSIGNMENTS, REPORT NOT PRODUCED"
              END-IF
              IF WS-INS-OVERFLOW THEN
                 DISPLAY "APPR-PEND-RPT: MORE THAN 300 INSTRUCTORS, "
                    "REPORT NOT PRODUCED"
              END-IF
              MOVE 8 TO RETURN-CODE
              PERFORM 800-WRITE-RUN-AUDIT
              GOBACK
           END-IF
           PERFORM 180-COUNT-UNASSIGNED
           PERFORM 200-SORT-COURSES
           PERFORM 210-SORT-INSTRUCTORS

           OPEN OUTPUT REPORT-FILE
           PERFORM VARYING WS-INS-IDX FROM 1 BY 1
              UNTIL WS-INS-IDX > WS-INS-COUNT
              PERFORM 300-PRINT-INSTRUCTOR
           END-PERFORM
           IF WS-UNASSIGNED-COUNT > ZERO THEN
              PERFORM 350-PRINT-UNASSIGNED
           END-IF
           PERFORM 600-PRINT-TOTALS-PAGE
           CLOSE REPORT-FILE

           IF WS-CRS-COUNT > ZERO AND RETURN-CODE < 4 THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "=========================================="
           DISPLAY "APPR-PEND-RPT: TERM " WS-RUN-TERM-ID
           DISPLAY "APPR-PEND-RPT: COURSES APPROVED " WS-APPROVED-COUNT
           DISPLAY "APPR-PEND-RPT: COURSES PENDING  " WS-PENDING-COUNT
           DISPLAY "APPR-PEND-RPT: COURSES RETURNED "
              WS-RETURNED-COUNT
           PERFORM 800-WRITE-RUN-AUDIT
           GOBACK
           .

      *> the term's approval records; no approval master at all is
      *> an empty report.
       100-LOAD-APPROVALS.
           OPEN INPUT COURSE-APPR-FILE
           IF NOT WS-CRS-APPR-FOUND THEN
              IF WS-CRS-APPR-STATUS NOT = "05" THEN
                 DISPLAY "APPR-PEND-RPT: CRS-APPR.DAT OPEN STATUS "
                    WS-CRS-APPR-STATUS
                 MOVE 8 TO RETURN-CODE
              END-IF
              CLOSE COURSE-APPR-FILE
              GO TO 100-EXIT
           END-IF
           PERFORM UNTIL WS-EOF
              READ COURSE-APPR-FILE
                 AT END SET WS-EOF TO TRUE
              END-READ
              IF NOT WS-EOF AND CA-TERM-ID = WS-RUN-TERM-ID THEN
                 ADD 1 TO WS-APPR-READ-COUNT
                 EVALUATE TRUE
                    WHEN CA-IS-APPROVED
                       ADD 1 TO WS-APPROVED-COUNT
                    WHEN CA-IS-RETURNED
                       ADD 1 TO WS-RETURNED-COUNT
                       PERFORM 110-KEEP-COURSE
                    WHEN OTHER
                       ADD 1 TO WS-PENDING-COUNT
                       PERFORM 110-KEEP-COURSE
                 END-EVALUATE
              END-IF
           END-PERFORM
           CLOSE COURSE-APPR-FILE
           .
       100-EXIT.
           EXIT.

       110-KEEP-COURSE.
           IF WS-CRS-COUNT >= 500 THEN
              SET WS-CRS-OVERFLOW TO TRUE
           ELSE
              ADD 1 TO WS-CRS-COUNT
              MOVE CA-COURSE-ID TO WS-CRS-COURSE-ID(WS-CRS-COUNT)
              MOVE CA-STATUS    TO WS-CRS-STATUS(WS-CRS-COUNT)
              MOVE CA-ROW-COUNT TO WS-CRS-ROWS(WS-CRS-COUNT)
              MOVE "N"          TO WS-CRS-ASSIGNED-SW(WS-CRS-COUNT)
              IF CA-IS-RETURNED THEN
                 MOVE CA-ACTION-DATE TO WS-CRS-SINCE(WS-CRS-COUNT)
                 MOVE CA-NOTE        TO WS-CRS-NOTE(WS-CRS-COUNT)
              ELSE
                 MOVE CA-SUBMIT-DATE TO WS-CRS-SINCE(WS-CRS-COUNT)
                 MOVE SPACES         TO WS-CRS-NOTE(WS-CRS-COUNT)
              END-IF
              MOVE ZERO TO WS-CRS-DAYS(WS-CRS-COUNT)
              IF WS-CRS-SINCE(WS-CRS-COUNT) IS NUMERIC THEN
                 MOVE WS-CRS-SINCE(WS-CRS-COUNT) TO WS-SINCE-NUM
                 COMPUTE WS-CRS-DAYS(WS-CRS-COUNT) = WS-TODAY-DAYNO
                    - FUNCTION INTEGER-OF-DATE(WS-SINCE-NUM)
              END-IF
           END-IF
           .

      *> only assignments to an unapproved course of the term matter;
      *> the same instructor and course twice is kept once.
       150-LOAD-ASSIGNMENTS.
           OPEN INPUT INSTR-ASGN-FILE
           IF NOT WS-INSTR-ASGN-FOUND THEN
              CLOSE INSTR-ASGN-FILE
              GO TO 150-EXIT
           END-IF
           PERFORM UNTIL WS-ASG-EOF
              READ INSTR-ASGN-FILE
                 AT END SET WS-ASG-EOF TO TRUE
              END-READ
              IF NOT WS-ASG-EOF AND IA-TERM-ID = WS-RUN-TERM-ID THEN
                 PERFORM 160-KEEP-ASSIGNMENT THRU 160-EXIT
              END-IF
           END-PERFORM
           CLOSE INSTR-ASGN-FILE
           .
       150-EXIT.
           EXIT.

       160-KEEP-ASSIGNMENT.
           MOVE ZERO TO WS-CRS-FOUND-IDX
           PERFORM VARYING WS-CRS-IDX FROM 1 BY 1
              UNTIL WS-CRS-IDX > WS-CRS-COUNT
                 OR WS-CRS-FOUND-IDX > ZERO
              IF WS-CRS-COURSE-ID(WS-CRS-IDX) = IA-COURSE-ID THEN
                 MOVE WS-CRS-IDX TO WS-CRS-FOUND-IDX
              END-IF
           END-PERFORM
           IF WS-CRS-FOUND-IDX = ZERO THEN
              GO TO 160-EXIT
           END-IF
           MOVE "N" TO WS-ASG-DUP-SW
           PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
              UNTIL WS-ASG-IDX > WS-ASG-COUNT
              IF WS-ASG-SSN(WS-ASG-IDX) = IA-EMP-SSN
                    AND WS-ASG-COURSE-ID(WS-ASG-IDX) = IA-COURSE-ID
                    THEN
                 MOVE "Y" TO WS-ASG-DUP-SW
              END-IF
           END-PERFORM
           IF WS-ASG-DUP-SW = "Y" THEN
              GO TO 160-EXIT
           END-IF
           IF WS-ASG-COUNT >= 1000 THEN
              SET WS-ASG-OVERFLOW TO TRUE
           ELSE
              ADD 1 TO WS-ASG-COUNT
              MOVE IA-EMP-SSN   TO WS-ASG-SSN(WS-ASG-COUNT)
              MOVE IA-COURSE-ID TO WS-ASG-COURSE-ID(WS-ASG-COUNT)
              MOVE "Y" TO WS-CRS-ASSIGNED-SW(WS-CRS-FOUND-IDX)
              PERFORM 170-REMEMBER-INSTRUCTOR THRU 170-EXIT
           END-IF
           .
       160-EXIT.
           EXIT.

       170-REMEMBER-INSTRUCTOR.
           MOVE ZERO TO WS-INS-FOUND-IDX
           PERFORM VARYING WS-INS-IDX FROM 1 BY 1
              UNTIL WS-INS-IDX > WS-INS-COUNT
                 OR WS-INS-FOUND-IDX > ZERO
              IF WS-INS-SSN(WS-INS-IDX) = IA-EMP-SSN THEN
                 MOVE WS-INS-IDX TO WS-INS-FOUND-IDX
              END-IF
           END-PERFORM
           IF WS-INS-FOUND-IDX > ZERO THEN
              GO TO 170-EXIT
           END-IF
           IF WS-INS-COUNT >= 300 THEN
              SET WS-INS-OVERFLOW TO TRUE
           ELSE
              ADD 1 TO WS-INS-COUNT
              MOVE IA-EMP-SSN TO WS-INS-SSN(WS-INS-COUNT)
              MOVE SPACES     TO WS-INS-SURNAME(WS-INS-COUNT)
              MOVE SPACES     TO WS-INS-FORNAME(WS-INS-COUNT)
              IF WS-EMP-IDX-ON-FILE THEN
                 MOVE IA-EMP-SSN TO EMP-SSN-IDX
                 READ EMP-FILE-IDX
                    INVALID KEY
                       ADD 1 TO WS-NO-MASTER-COUNT
                       MOVE "NOT ON MASTER"
                          TO WS-INS-SURNAME(WS-INS-COUNT)
                    NOT INVALID KEY
                       MOVE EMP-SURNAME-IDX
                          TO WS-INS-SURNAME(WS-INS-COUNT)
                       MOVE EMP-FORNAME-IDX
                          TO WS-INS-FORNAME(WS-INS-COUNT)
                 END-READ
              END-IF
           END-IF
           .
       170-EXIT.
           EXIT.

       180-COUNT-UNASSIGNED.
           PERFORM VARYING WS-CRS-IDX FROM 1 BY 1
              UNTIL WS-CRS-IDX > WS-CRS-COUNT
              IF WS-CRS-ASSIGNED-SW(WS-CRS-IDX) = "N" THEN
                 ADD 1 TO WS-UNASSIGNED-COUNT
              END-IF
           END-PERFORM
           .

       200-SORT-COURSES.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
              UNTIL WS-SORT-I >= WS-CRS-COUNT
              PERFORM VARYING WS-SORT-J FROM 1 BY 1
                 UNTIL WS-SORT-J > WS-CRS-COUNT - WS-SORT-I
                 IF WS-CRS-COURSE-ID(WS-SORT-J) >
                       WS-CRS-COURSE-ID(WS-SORT-J + 1) THEN
                    MOVE WS-CRS-ENTRY(WS-SORT-J)
                       TO WS-CRS-SAVE-ENTRY
                    MOVE WS-CRS-ENTRY(WS-SORT-J + 1)
                       TO WS-CRS-ENTRY(WS-SORT-J)
                    MOVE WS-CRS-SAVE-ENTRY
                       TO WS-CRS-ENTRY(WS-SORT-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           .

       210-SORT-INSTRUCTORS.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
              UNTIL WS-SORT-I >= WS-INS-COUNT
              PERFORM VARYING WS-SORT-J FROM 1 BY 1
                 UNTIL WS-SORT-J > WS-INS-COUNT - WS-SORT-I
                 IF WS-INS-SORT-KEY(WS-SORT-J) >
                       WS-INS-SORT-KEY(WS-SORT-J + 1) THEN
                    MOVE WS-INS-ENTRY(WS-SORT-J)
                       TO WS-INS-SAVE-ENTRY
                    MOVE WS-INS-ENTRY(WS-SORT-J + 1)
                       TO WS-INS-ENTRY(WS-SORT-J)
                    MOVE WS-INS-SAVE-ENTRY
                       TO WS-INS-ENTRY(WS-SORT-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           .

      *> one section per instructor: the unapproved courses they are
      *> assigned, then their pending and returned counts.
       300-PRINT-INSTRUCTOR.
           MOVE ZERO TO WS-INS-PENDING
           MOVE ZERO TO WS-INS-RETURNED
           MOVE WS-INS-SSN(WS-INS-IDX)     TO RPT-SECTION-SSN
           MOVE WS-INS-SURNAME(WS-INS-IDX) TO RPT-SECTION-SURNAME
           MOVE WS-INS-FORNAME(WS-INS-IDX) TO RPT-SECTION-FORNAME
           MOVE WS-RPT-DASH-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE WS-RPT-SECTION-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           PERFORM VARYING WS-CRS-IDX FROM 1 BY 1
              UNTIL WS-CRS-IDX > WS-CRS-COUNT
              PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
                 UNTIL WS-ASG-IDX > WS-ASG-COUNT
                 IF WS-ASG-SSN(WS-ASG-IDX) = WS-INS-SSN(WS-INS-IDX)
                       AND WS-ASG-COURSE-ID(WS-ASG-IDX)
                          = WS-CRS-COURSE-ID(WS-CRS-IDX) THEN
                    PERFORM 310-PRINT-COURSE-LINE
                 END-IF
              END-PERFORM
           END-PERFORM
           PERFORM 320-PRINT-GROUP-TOTAL
           .

       310-PRINT-COURSE-LINE.
           ADD 1 TO WS-LINE-PRINT-COUNT
           IF WS-CRS-STATUS(WS-CRS-IDX) = "R" THEN
              ADD 1 TO WS-INS-RETURNED
              MOVE "RETURNED" TO RPT-DET-STATUS
           ELSE
              ADD 1 TO WS-INS-PENDING
              MOVE "PENDING" TO RPT-DET-STATUS
           END-IF
           MOVE WS-CRS-COURSE-ID(WS-CRS-IDX) TO RPT-DET-COURSE-ID
           MOVE WS-CRS-ROWS(WS-CRS-IDX)      TO RPT-DET-ROWS
           MOVE WS-CRS-SINCE(WS-CRS-IDX)     TO RPT-DET-SINCE
           MOVE WS-CRS-DAYS(WS-CRS-IDX)      TO RPT-DET-DAYS
           MOVE WS-CRS-NOTE(WS-CRS-IDX)      TO RPT-DET-NOTE
           MOVE WS-RPT-DETAIL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           .

       320-PRINT-GROUP-TOTAL.
           MOVE WS-INS-PENDING  TO RPT-GRP-PENDING
           MOVE WS-INS-RETURNED TO RPT-GRP-RETURNED
           MOVE WS-RPT-GROUP-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           .

      *> a course nobody is assigned to still has to be chased, so
      *> it closes the listing rather than dropping out of it.
       350-PRINT-UNASSIGNED.
           MOVE ZERO TO WS-INS-PENDING
           MOVE ZERO TO WS-INS-RETURNED
           MOVE WS-RPT-DASH-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE WS-RPT-UNASSIGNED-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           PERFORM VARYING WS-CRS-IDX FROM 1 BY 1
              UNTIL WS-CRS-IDX > WS-CRS-COUNT
              IF WS-CRS-ASSIGNED-SW(WS-CRS-IDX) = "N" THEN
                 PERFORM 310-PRINT-COURSE-LINE
              END-IF
           END-PERFORM
           PERFORM 320-PRINT-GROUP-TOTAL
           .

       600-PRINT-TOTALS-PAGE.
           MOVE 99 TO WS-LINE-COUNT
           MOVE "COURSES THIS TERM  : " TO RPT-TOTAL-LABEL
           MOVE WS-APPR-READ-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "COURSES APPROVED   : " TO RPT-TOTAL-LABEL
           MOVE WS-APPROVED-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "PENDING WITH CHAIR : " TO RPT-TOTAL-LABEL
           MOVE WS-PENDING-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "RETURNED TO INSTR  : " TO RPT-TOTAL-LABEL
           MOVE WS-RETURNED-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "INSTRUCTORS LISTED : " TO RPT-TOTAL-LABEL
           MOVE WS-INS-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "NO INSTRUCTOR      : " TO RPT-TOTAL-LABEL
           MOVE WS-UNASSIGNED-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "INSTR NOT ON MASTER: " TO RPT-TOTAL-LABEL
           MOVE WS-NO-MASTER-COUNT TO WS-COUNT-ED
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
              MOVE "APPR-PEND-RPT"    TO AUD-PROGRAM-ID
              MOVE WS-AUDIT-START-TS  TO AUD-START-TS
              MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-END-TS
              MOVE WS-RUN-TERM-ID     TO AUD-TERM-ID
              MOVE WS-APPR-READ-COUNT TO AUD-READ-COUNT
              MOVE WS-LINE-PRINT-COUNT TO AUD-WRITE-COUNT
              MOVE ZERO               TO AUD-REJECT-COUNT
              MOVE RETURN-CODE        TO AUD-RETURN-CODE
              WRITE RUN-AUDIT-DETAIL
              CLOSE RUN-AUDIT-FILE
           ELSE
              DISPLAY "APPR-PEND-RPT: RUN-AUDIT-FILE OPEN STATUS "
                 WS-RUN-AUDIT-STATUS ", AUDIT RECORD NOT WRITTEN"
           END-IF
           .

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

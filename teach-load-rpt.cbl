       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEACH-LOAD-RPT.
       AUTHOR. JAKKRIT

      *> 2026-10-15 JAKKRIT - new: per-term teaching load by
      *> instructor, the table department heads ask for every term
      *> and we were building by hand off the INSTR-DIST-RPT
      *> printout. Joins the term's assignments (instr-asgn.dat,
      *> MAINT-INSTR1) to the course catalog (course-mast.dat) for
      *> CM-CREDIT-HOURS and to emp1-idx.dat for the name, and
      *> counts the graded headcount of each course from the term's
      *> grade.dat rows. Prints one line per course taught and a
      *> total line per instructor - credit hours and headcount -
      *> flagged OVER or UNDER when the credit hours fall outside
      *> the load band in teach-load.cfg (minimum then maximum
      *> credit hours, defaults 06 and 12). A course not on the
      *> catalog counts zero credit hours and is marked, so the gap
      *> shows instead of quietly shrinking a load. Print-image
      *> report (teach-load.rpt) in the house report style, term
      *> from term.cfg, run record appended to run-audit.dat like
      *> the rest of the chain. A table overflow aborts before the
      *> report.
      *> 2026-10-15 JAKKRIT - whether course-mast.dat and emp1-idx.dat
      *> are on file is kept in switches set at open time, so one
      *> uncatalogued course no longer zeroes the credits of every
      *> course after it, and one unknown instructor no longer blanks
      *> the names after it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GRADE-FILE ASSIGN TO "grade.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GRADE-FILE-STATUS.
           SELECT OPTIONAL INSTR-ASGN-FILE ASSIGN TO "instr-asgn.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ASGN-FILE-STATUS.
           SELECT OPTIONAL COURSE-FILE ASSIGN TO "course-mast.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CM-COURSE-ID
              FILE STATUS IS WS-COURSE-FILE-STATUS.
           SELECT OPTIONAL EMP-FILE-IDX ASSIGN TO "emp1-idx.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMP-SSN-IDX
              FILE STATUS IS WS-EMP-IDX-STATUS.
           SELECT OPTIONAL LOAD-CFG-FILE ASSIGN TO "teach-load.cfg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOAD-CFG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "teach-load.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TERM-CFG-FILE ASSIGN TO "term.cfg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TERM-CFG-STATUS.
           SELECT OPTIONAL RUN-AUDIT-FILE ASSIGN TO "run-audit.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-FILE.
           COPY gradedtl.

       FD  INSTR-ASGN-FILE.
           COPY instrasgn.

       FD  COURSE-FILE.
           COPY crsmast.

       FD  EMP-FILE-IDX.
           COPY empidxdtl.

       FD  LOAD-CFG-FILE.
       01  LOAD-CFG-RECORD.
           05 CFG-LOAD-MIN             PIC 9(2).
           05 CFG-LOAD-MAX             PIC 9(2).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       FD  TERM-CFG-FILE.
       01  TERM-CFG-RECORD.
           05 CFG-TERM-ID              PIC X(6).

       FD  RUN-AUDIT-FILE.
           COPY runaudit.

       WORKING-STORAGE SECTION.
       01  WS-GRADE-FILE-STATUS        PIC X(2).
           88 WS-GRADE-FILE-FOUND      VALUE "00".
       01  WS-ASGN-FILE-STATUS         PIC X(2).
           88 WS-ASGN-FILE-FOUND       VALUE "00".
       01  WS-COURSE-FILE-STATUS       PIC X(2).
           88 WS-COURSE-FILE-FOUND     VALUE "00".
       01  WS-COURSE-OPEN-SW           PIC X VALUE "N".
           88 WS-COURSE-ON-FILE        VALUE "Y".
       01  WS-EMP-IDX-STATUS           PIC X(2).
           88 WS-EMP-IDX-FOUND         VALUE "00".
       01  WS-EMP-IDX-OPEN-SW          PIC X VALUE "N".
           88 WS-EMP-IDX-ON-FILE       VALUE "Y".
       01  WS-LOAD-CFG-STATUS          PIC X(2).
           88 WS-LOAD-CFG-FOUND        VALUE "00".
       01  WS-TERM-CFG-STATUS          PIC X(2).
           88 WS-TERM-CFG-FOUND        VALUE "00".
       01  WS-RUN-AUDIT-STATUS         PIC X(2).
       01  WS-AUDIT-START-TS           PIC X(14).
       01  WS-RUN-TERM-ID              PIC X(6) VALUE "2026S1".

       01  WS-FILE-EOF-SW              PIC X VALUE "N".
           88 WS-FILE-EOF              VALUE "Y".

       01  WS-LOAD-MIN                 PIC 9(2) VALUE 6.
       01  WS-LOAD-MAX                 PIC 9(2) VALUE 12.

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
       01  WS-ASGN-SWAP                PIC X(15).

       01  WS-CRS-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-CRS-IDX                  PIC 9(3) COMP.
       01  WS-CRS-FOUND-IDX            PIC 9(3) COMP VALUE ZERO.
       01  WS-CRS-OVERFLOW-SW          PIC X VALUE "N".
           88 WS-CRS-OVERFLOW          VALUE "Y".
       01  WS-CRS-TABLE.
           05 WS-CRS-ENTRY OCCURS 200 TIMES.
              10 WS-CRS-TBL-ID         PIC X(6).
              10 WS-CRS-TBL-HEADS      PIC 9(5).

      *> the instructor being totalled
       01  WS-PREV-SSN                 PIC 9(9).
       01  WS-INS-COURSES              PIC 9(3).
       01  WS-INS-CREDITS              PIC 9(3).
       01  WS-INS-HEADS                PIC 9(5).
       01  WS-INSTR-NAME               PIC X(15).
       01  WS-CRS-CREDITS              PIC 9(2).
       01  WS-CRS-TITLE                PIC X(30).
       01  WS-CRS-HEADS                PIC 9(5).

       01  WS-TOTALS.
           05 WS-GRADE-READ-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-INSTR-COUNT           PIC 9(7) VALUE ZERO.
           05 WS-OVER-COUNT            PIC 9(7) VALUE ZERO.
           05 WS-UNDER-COUNT           PIC 9(7) VALUE ZERO.
           05 WS-NO-CATALOG-COUNT      PIC 9(7) VALUE ZERO.

       01  WS-RUN-DATE.
           05 WS-RUN-YEAR              PIC X(4).
           05 WS-RUN-MONTH             PIC X(2).
           05 WS-RUN-DAY               PIC X(2).
       01  WS-PAGE-NUM                 PIC 9(3) VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE           PIC 9(2) VALUE 55.
       01  WS-RPT-TITLE-LINE.
           05 FILLER                   PIC X(30)
              VALUE "TEACHING LOAD BY INSTRUCTOR".
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
              "  SSN        INSTRUCTOR       COURSE  TITLE".
           05 FILLER                   PIC X(32)
              VALUE "                CR  HEAD  FLAG".
       01  WS-RPT-DETAIL-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-SSN              PIC X(9).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-NAME             PIC X(15).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-COURSE           PIC X(6).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-TITLE            PIC X(24).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RPT-DET-CREDITS          PIC ZZ9.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RPT-DET-HEADS            PIC ZZZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-FLAG             PIC X(5).
           05 FILLER                   PIC X(1) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL          PIC X(21).
           05 RPT-TOTAL-VALUE          PIC X(30).
           05 FILLER                   PIC X(29) VALUE SPACES.
       01  WS-COUNT-ED                 PIC Z(6)9.
       01  WS-BAND-ED                  PIC Z9.
       01  WS-LINE-SAVE                PIC X(80).

       PROCEDURE DIVISION.
       000-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-START-TS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 004-LOAD-TERM-ID THRU 004-EXIT
           PERFORM 006-LOAD-BAND THRU 006-EXIT
           PERFORM 100-LOAD-ASSIGNMENTS THRU 100-EXIT
           PERFORM 150-COUNT-HEADS THRU 150-EXIT
           IF WS-ASGN-OVERFLOW OR WS-CRS-OVERFLOW THEN
              IF WS-ASGN-OVERFLOW THEN
                 DISPLAY "TEACH-LOAD-RPT: MORE THAN 200 ASSIGNMENTS "
                    "THIS TERM, RUN ABORTED BEFORE ANY OUTPUT"
              END-IF
              IF WS-CRS-OVERFLOW THEN
                 DISPLAY "TEACH-LOAD-RPT: MORE THAN 200 GRADED "
                    "COURSES, RUN ABORTED BEFORE ANY OUTPUT"
              END-IF
              MOVE 8 TO RETURN-CODE
              PERFORM 800-WRITE-RUN-AUDIT
              GOBACK
           END-IF

           PERFORM 200-SORT-ASSIGNMENTS
           OPEN INPUT COURSE-FILE
           IF WS-COURSE-FILE-FOUND THEN
              SET WS-COURSE-ON-FILE TO TRUE
           END-IF
           OPEN INPUT EMP-FILE-IDX
           IF WS-EMP-IDX-FOUND THEN
              SET WS-EMP-IDX-ON-FILE TO TRUE
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM 300-REPORT-LOADS
           PERFORM 600-PRINT-TOTALS-PAGE
           CLOSE REPORT-FILE
           CLOSE EMP-FILE-IDX
           CLOSE COURSE-FILE

           DISPLAY "=========================================="
           DISPLAY "TEACH-LOAD-RPT CONTROL TOTALS"
           DISPLAY "=========================================="
           DISPLAY "ASSIGNMENTS        : " WS-ASGN-COUNT
           DISPLAY "INSTRUCTORS        : " WS-INSTR-COUNT
           DISPLAY "OVER LOAD BAND     : " WS-OVER-COUNT
           DISPLAY "UNDER LOAD BAND    : " WS-UNDER-COUNT
           DISPLAY "NOT IN CATALOG     : " WS-NO-CATALOG-COUNT
           PERFORM 800-WRITE-RUN-AUDIT
           GOBACK
           .

       100-LOAD-ASSIGNMENTS.
           OPEN INPUT INSTR-ASGN-FILE
           IF NOT WS-ASGN-FILE-FOUND THEN
              DISPLAY "TEACH-LOAD-RPT: INSTR-ASGN.DAT OPEN STATUS "
                 WS-ASGN-FILE-STATUS ", NO ASSIGNMENTS TO REPORT"
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
                 ELSE
                    SET WS-ASGN-OVERFLOW TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           CLOSE INSTR-ASGN-FILE
           .
       100-EXIT.
           EXIT.

      *> graded headcount per course - every grade.dat row of the
      *> term for the course, "I" and "W" included, since those
      *> students sat in the class all the same.
       150-COUNT-HEADS.
           OPEN INPUT GRADE-FILE
           IF NOT WS-GRADE-FILE-FOUND THEN
              DISPLAY "TEACH-LOAD-RPT: GRADE.DAT OPEN STATUS "
                 WS-GRADE-FILE-STATUS ", HEADCOUNTS ZERO"
              CLOSE GRADE-FILE
              GO TO 150-EXIT
           END-IF
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM UNTIL WS-FILE-EOF
              READ GRADE-FILE
                 AT END SET WS-FILE-EOF TO TRUE
              END-READ
              IF NOT WS-FILE-EOF
                    AND TERM-ID IN GRADE-DETAIL = WS-RUN-TERM-ID THEN
                 ADD 1 TO WS-GRADE-READ-COUNT
                 PERFORM 160-FIND-COURSE
                 IF WS-CRS-FOUND-IDX = ZERO THEN
                    IF WS-CRS-COUNT < 200 THEN
                       ADD 1 TO WS-CRS-COUNT
                       MOVE WS-CRS-COUNT TO WS-CRS-FOUND-IDX
                       MOVE COURSE-ID IN GRADE-DETAIL
                          TO WS-CRS-TBL-ID(WS-CRS-FOUND-IDX)
                       MOVE ZERO TO WS-CRS-TBL-HEADS(WS-CRS-FOUND-IDX)
                    ELSE
                       SET WS-CRS-OVERFLOW TO TRUE
                    END-IF
                 END-IF
                 IF WS-CRS-FOUND-IDX > ZERO THEN
                    ADD 1 TO WS-CRS-TBL-HEADS(WS-CRS-FOUND-IDX)
                 END-IF
              END-IF
           END-PERFORM
           CLOSE GRADE-FILE
           .
       150-EXIT.
           EXIT.

       160-FIND-COURSE.
           MOVE ZERO TO WS-CRS-FOUND-IDX
           PERFORM VARYING WS-CRS-IDX FROM 1 BY 1
              UNTIL WS-CRS-IDX > WS-CRS-COUNT
                 OR WS-CRS-FOUND-IDX > ZERO
              IF WS-CRS-TBL-ID(WS-CRS-IDX)
                    = COURSE-ID IN GRADE-DETAIL THEN
                 MOVE WS-CRS-IDX TO WS-CRS-FOUND-IDX
              END-IF
           END-PERFORM
           .

       200-SORT-ASSIGNMENTS.
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

      *> one line per course, the instructor's SSN and name on the
      *> first only, then the instructor's total line.
       300-REPORT-LOADS.
           MOVE ZERO TO WS-PREV-SSN
           PERFORM VARYING WS-ASGN-IDX FROM 1 BY 1
              UNTIL WS-ASGN-IDX > WS-ASGN-COUNT
              IF WS-ASGN-IDX = 1
                    OR WS-ASGN-TBL-SSN(WS-ASGN-IDX)
                       NOT = WS-PREV-SSN THEN
                 IF WS-ASGN-IDX > 1 THEN
                    PERFORM 340-PRINT-INSTR-TOTAL
                 END-IF
                 MOVE WS-ASGN-TBL-SSN(WS-ASGN-IDX) TO WS-PREV-SSN
                 MOVE ZERO TO WS-INS-COURSES
                 MOVE ZERO TO WS-INS-CREDITS
                 MOVE ZERO TO WS-INS-HEADS
                 ADD 1 TO WS-INSTR-COUNT
                 PERFORM 310-LOOKUP-INSTR-NAME
                 MOVE SPACES TO REPORT-LINE
                 PERFORM 040-WRITE-REPORT-LINE
                 MOVE WS-ASGN-TBL-SSN(WS-ASGN-IDX) TO RPT-DET-SSN
                 MOVE WS-INSTR-NAME TO RPT-DET-NAME
              ELSE
                 MOVE SPACES TO RPT-DET-SSN
                 MOVE SPACES TO RPT-DET-NAME
              END-IF
              PERFORM 320-LOOKUP-COURSE
              PERFORM 330-PRINT-COURSE-LINE
           END-PERFORM
           IF WS-ASGN-COUNT > ZERO THEN
              PERFORM 340-PRINT-INSTR-TOTAL
           END-IF
           .

       310-LOOKUP-INSTR-NAME.
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

       320-LOOKUP-COURSE.
           MOVE ZERO TO WS-CRS-CREDITS
           MOVE SPACES TO WS-CRS-TITLE
           IF WS-COURSE-ON-FILE THEN
              MOVE WS-ASGN-TBL-COURSE(WS-ASGN-IDX) TO CM-COURSE-ID
              READ COURSE-FILE
                 INVALID KEY
                    MOVE "(NOT IN CATALOG)" TO WS-CRS-TITLE
                    ADD 1 TO WS-NO-CATALOG-COUNT
                 NOT INVALID KEY
                    MOVE CM-TITLE TO WS-CRS-TITLE
                    MOVE CM-CREDIT-HOURS TO WS-CRS-CREDITS
              END-READ
           ELSE
              MOVE "(NO CATALOG)" TO WS-CRS-TITLE
              ADD 1 TO WS-NO-CATALOG-COUNT
           END-IF
           MOVE ZERO TO WS-CRS-HEADS
           PERFORM VARYING WS-CRS-IDX FROM 1 BY 1
              UNTIL WS-CRS-IDX > WS-CRS-COUNT
              IF WS-CRS-TBL-ID(WS-CRS-IDX)
                    = WS-ASGN-TBL-COURSE(WS-ASGN-IDX) THEN
                 MOVE WS-CRS-TBL-HEADS(WS-CRS-IDX) TO WS-CRS-HEADS
              END-IF
           END-PERFORM
           ADD 1 TO WS-INS-COURSES
           ADD WS-CRS-CREDITS TO WS-INS-CREDITS
           ADD WS-CRS-HEADS TO WS-INS-HEADS
           .

       330-PRINT-COURSE-LINE.
           MOVE WS-ASGN-TBL-COURSE(WS-ASGN-IDX) TO RPT-DET-COURSE
           MOVE WS-CRS-TITLE   TO RPT-DET-TITLE
           MOVE WS-CRS-CREDITS TO RPT-DET-CREDITS
           MOVE WS-CRS-HEADS   TO RPT-DET-HEADS
           MOVE SPACES TO RPT-DET-FLAG
           MOVE WS-RPT-DETAIL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           .

       340-PRINT-INSTR-TOTAL.
           MOVE SPACES TO RPT-DET-SSN
           MOVE SPACES TO RPT-DET-NAME
           MOVE "TOTAL" TO RPT-DET-COURSE
           MOVE SPACES TO RPT-DET-TITLE
           MOVE WS-INS-COURSES TO WS-COUNT-ED
           STRING WS-COUNT-ED DELIMITED BY SIZE
              " COURSE(S)" DELIMITED BY SIZE
              INTO RPT-DET-TITLE
           END-STRING
           MOVE WS-INS-CREDITS TO RPT-DET-CREDITS
           MOVE WS-INS-HEADS   TO RPT-DET-HEADS
           EVALUATE TRUE
              WHEN WS-INS-CREDITS > WS-LOAD-MAX
                 MOVE "OVER" TO RPT-DET-FLAG
                 ADD 1 TO WS-OVER-COUNT
              WHEN WS-INS-CREDITS < WS-LOAD-MIN
                 MOVE "UNDER" TO RPT-DET-FLAG
                 ADD 1 TO WS-UNDER-COUNT
              WHEN OTHER
                 MOVE SPACES TO RPT-DET-FLAG
           END-EVALUATE
           MOVE WS-RPT-DETAIL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           .

       600-PRINT-TOTALS-PAGE.
           MOVE 99 TO WS-LINE-COUNT
           MOVE "LOAD BAND (CR HRS) : " TO RPT-TOTAL-LABEL
           MOVE SPACES TO RPT-TOTAL-VALUE
           MOVE WS-LOAD-MIN TO WS-BAND-ED
           MOVE WS-BAND-ED TO RPT-TOTAL-VALUE(1:2)
           MOVE " TO " TO RPT-TOTAL-VALUE(3:4)
           MOVE WS-LOAD-MAX TO WS-BAND-ED
           MOVE WS-BAND-ED TO RPT-TOTAL-VALUE(7:2)
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "ASSIGNMENTS        : " TO RPT-TOTAL-LABEL
           MOVE WS-ASGN-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "INSTRUCTORS        : " TO RPT-TOTAL-LABEL
           MOVE WS-INSTR-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "OVER LOAD BAND     : " TO RPT-TOTAL-LABEL
           MOVE WS-OVER-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "UNDER LOAD BAND    : " TO RPT-TOTAL-LABEL
           MOVE WS-UNDER-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "NOT IN CATALOG     : " TO RPT-TOTAL-LABEL
           MOVE WS-NO-CATALOG-COUNT TO WS-COUNT-ED
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
              MOVE "TEACH-LOAD-RPT"   TO AUD-PROGRAM-ID
              MOVE WS-AUDIT-START-TS  TO AUD-START-TS
              MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-END-TS
              MOVE WS-RUN-TERM-ID     TO AUD-TERM-ID
              MOVE WS-ASGN-COUNT      TO AUD-READ-COUNT
              MOVE WS-INSTR-COUNT     TO AUD-WRITE-COUNT
              COMPUTE AUD-REJECT-COUNT =
                 WS-OVER-COUNT + WS-UNDER-COUNT
              MOVE RETURN-CODE        TO AUD-RETURN-CODE
              WRITE RUN-AUDIT-DETAIL
              CLOSE RUN-AUDIT-FILE
           ELSE
              DISPLAY "TEACH-LOAD-RPT: RUN-AUDIT-FILE OPEN STATUS "
                 WS-RUN-AUDIT-STATUS ", AUDIT RECORD NOT WRITTEN"
           END-IF
           .

      *> minimum then maximum credit hours; a card that is not two
      *> numbers, or whose minimum is above its maximum, keeps the
      *> defaults and says so.
       006-LOAD-BAND.
           OPEN INPUT LOAD-CFG-FILE
           IF WS-LOAD-CFG-FOUND THEN
              READ LOAD-CFG-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF CFG-LOAD-MIN IS NUMERIC
                          AND CFG-LOAD-MAX IS NUMERIC
                          AND CFG-LOAD-MIN <= CFG-LOAD-MAX THEN
                       MOVE CFG-LOAD-MIN TO WS-LOAD-MIN
                       MOVE CFG-LOAD-MAX TO WS-LOAD-MAX
                    ELSE
                       DISPLAY "TEACH-LOAD-RPT: BAD LOAD BAND '"
                          LOAD-CFG-RECORD "', USING DEFAULTS"
                    END-IF
              END-READ
              CLOSE LOAD-CFG-FILE
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

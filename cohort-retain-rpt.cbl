       IDENTIFICATION DIVISION.
       PROGRAM-ID. COHORT-RETAIN-RPT.
       AUTHOR. JAKKRIT

      *> 2026-10-15 JAKKRIT - new: cohort retention and graduation
      *> report, the figures administration asks for every year and
      *> we have been pulling together by hand. A cohort is every
      *> student on stu-mast.dat with the same SM-ADMIT-TERM, broken
      *> down by SM-MAJOR-CODE with an "ALL" line and a rate line
      *> (percent of those started) per admit term. The term sequence
      *> is every term seen on grade-hist.dat or as an admit term,
      *> in term-id order. A student counts as still enrolled after
      *> one, two and three terms when grade-hist.dat shows a course
      *> taken in a term at least that many places after the admit
      *> term; a column the term sequence has not reached yet for
      *> the cohort prints "-". Withdrawn and graduated come from
      *> SM-ENROLL-STATUS. Students who stayed - everyone not
      *> withdrawn - get a cumulative GPA profile from standing.dat:
      *> the average ST-CUM-GPA and how many sit below 2.00, from
      *> 2.00 to below 3.00, and at 3.00 or above; a stayer with no
      *> standing record is counted as a stayer but not profiled.
      *> Students with no admit term are counted on the totals page
      *> and left out. Print-image report (cohort-retain.rpt) in the
      *> house style; appends a run record to run-audit.dat. A table
      *> overflow aborts before the report.
      *> 2026-10-15 JAKKRIT - transfer credit rows (action "T",
      *> TRANSFER-CREDIT1) are skipped by the history scan: a course
      *> credited from another institution is not a term enrolled
      *> here, and its posting term would otherwise count the
      *> student as retained.
      *> 2026-10-15 JAKKRIT - whether standing.dat is on file is kept in
      *> a switch set at open time, so one continuing student with no
      *> standing row no longer sends every student after it to the
      *> no-standing count.
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
           SELECT OPTIONAL STANDING-FILE ASSIGN TO "standing.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ST-STU-ID
              FILE STATUS IS WS-STANDING-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "cohort-retain.rpt"
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

       FD  STANDING-FILE.
           COPY standmast.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

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
       01  WS-STANDING-FILE-STATUS     PIC X(2).
           88 WS-STANDING-FILE-FOUND   VALUE "00".
       01  WS-STANDING-OPEN-SW         PIC X VALUE "N".
           88 WS-STANDING-ON-FILE      VALUE "Y".
       01  WS-TERM-CFG-STATUS          PIC X(2).
           88 WS-TERM-CFG-FOUND        VALUE "00".
       01  WS-RUN-AUDIT-STATUS         PIC X(2).
       01  WS-AUDIT-START-TS           PIC X(14).
       01  WS-RUN-TERM-ID              PIC X(6) VALUE "2026S1".

       01  WS-FILE-EOF-SW              PIC X VALUE "N".
           88 WS-FILE-EOF              VALUE "Y".

      *> every student on the master, with the latest term
      *> grade-hist.dat shows a course for
       01  WS-STU-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-STU-IDX                  PIC 9(4) COMP.
       01  WS-STU-FOUND-IDX            PIC 9(4) COMP VALUE ZERO.
       01  WS-STU-OVERFLOW-SW          PIC X VALUE "N".
           88 WS-STU-OVERFLOW          VALUE "Y".
       01  WS-STU-TABLE.
           05 WS-STU-ENTRY OCCURS 2000 TIMES.
              10 WS-STU-TBL-ID         PIC X(8).
              10 WS-STU-TBL-ADMIT      PIC X(6).
              10 WS-STU-TBL-MAJOR      PIC X(4).
              10 WS-STU-TBL-STATUS     PIC X.
              10 WS-STU-TBL-LATEST     PIC X(6).

      *> the term sequence, in term-id order
       01  WS-TRM-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-TRM-IDX                  PIC 9(3) COMP.
       01  WS-TRM-JDX                  PIC 9(3) COMP.
       01  WS-TRM-OVERFLOW-SW          PIC X VALUE "N".
           88 WS-TRM-OVERFLOW          VALUE "Y".
       01  WS-TRM-TABLE.
           05 WS-TRM-ID OCCURS 100 TIMES PIC X(6).
       01  WS-TRM-SWAP                 PIC X(6).
       01  WS-FIND-TERM                PIC X(6).
       01  WS-TERM-POS                 PIC 9(3).
       01  WS-ADMIT-POS                PIC 9(3).
       01  WS-LATEST-POS               PIC 9(3).

      *> COH-SORT-KEY leads the entry so a whole entry swaps through
      *> WS-COH-SWAP in admit term, major order.
       01  WS-COH-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-COH-IDX                  PIC 9(3) COMP.
       01  WS-COH-JDX                  PIC 9(3) COMP.
       01  WS-COH-FOUND-IDX            PIC 9(3) COMP VALUE ZERO.
       01  WS-COH-OVERFLOW-SW          PIC X VALUE "N".
           88 WS-COH-OVERFLOW          VALUE "Y".
       01  WS-COH-TABLE.
           05 WS-COH-ENTRY OCCURS 500 TIMES.
              10 WS-COH-SORT-KEY.
                 15 WS-COH-ADMIT       PIC X(6).
                 15 WS-COH-MAJOR       PIC X(4).
              10 WS-COH-COUNTS.
                 15 WS-COH-STARTED     PIC 9(4).
                 15 WS-COH-AFTER       PIC 9(4) OCCURS 3 TIMES.
                 15 WS-COH-WITHDRAWN   PIC 9(4).
                 15 WS-COH-GRADUATED   PIC 9(4).
                 15 WS-COH-STAYED      PIC 9(4).
                 15 WS-COH-GPA-COUNT   PIC 9(4).
                 15 WS-COH-GPA-SUM     PIC 9(5)V9(2).
                 15 WS-COH-BAND-LOW    PIC 9(4).
                 15 WS-COH-BAND-MID    PIC 9(4).
                 15 WS-COH-BAND-HIGH   PIC 9(4).
       01  WS-COH-SWAP                 PIC X(61).

      *> the admit term being printed, added up across its majors
       01  WS-ALL-COUNTS.
           05 WS-ALL-STARTED           PIC 9(4).
           05 WS-ALL-AFTER             PIC 9(4) OCCURS 3 TIMES.
           05 WS-ALL-WITHDRAWN         PIC 9(4).
           05 WS-ALL-GRADUATED         PIC 9(4).
           05 WS-ALL-STAYED            PIC 9(4).
           05 WS-ALL-GPA-COUNT         PIC 9(4).
           05 WS-ALL-GPA-SUM           PIC 9(5)V9(2).
           05 WS-ALL-BAND-LOW          PIC 9(4).
           05 WS-ALL-BAND-MID          PIC 9(4).
           05 WS-ALL-BAND-HIGH         PIC 9(4).
       01  WS-PRINT-COUNTS.
           05 WS-PRT-STARTED           PIC 9(4).
           05 WS-PRT-AFTER             PIC 9(4) OCCURS 3 TIMES.
           05 WS-PRT-WITHDRAWN         PIC 9(4).
           05 WS-PRT-GRADUATED         PIC 9(4).
           05 WS-PRT-STAYED            PIC 9(4).
           05 WS-PRT-GPA-COUNT         PIC 9(4).
           05 WS-PRT-GPA-SUM           PIC 9(5)V9(2).
           05 WS-PRT-BAND-LOW          PIC 9(4).
           05 WS-PRT-BAND-MID          PIC 9(4).
           05 WS-PRT-BAND-HIGH         PIC 9(4).
       01  WS-PREV-ADMIT               PIC X(6).
       01  WS-N                        PIC 9 COMP.
      *> how many terms after admission the sequence reaches
       01  WS-REACH                    PIC 9(3).
       01  WS-AVG-GPA                  PIC 9V9(2).
       01  WS-PCT                      PIC 9(3).

       01  WS-TOTALS.
           05 WS-HIST-READ-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-NOT-ON-MASTER-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-NO-ADMIT-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-COHORT-STU-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-NO-STANDING-COUNT     PIC 9(7) VALUE ZERO.

       01  WS-RUN-DATE.
           05 WS-RUN-YEAR              PIC X(4).
           05 WS-RUN-MONTH             PIC X(2).
           05 WS-RUN-DAY               PIC X(2).
       01  WS-PAGE-NUM                 PIC 9(3) VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE           PIC 9(2) VALUE 55.
       01  WS-RPT-TITLE-LINE.
           05 FILLER                   PIC X(40)
              VALUE "COHORT RETENTION BY ADMIT TERM AND MAJOR".
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
              "ADMIT   MAJR  STRT  AFT1  AFT2  AFT3  WDRN  GRAD".
           05 FILLER                   PIC X(32)
              VALUE "  STAY   AVG  <2.0  2-<3    3+".
       01  WS-RPT-DETAIL-LINE.
           05 RPT-DET-ADMIT            PIC X(6).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-MAJOR            PIC X(4).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-STARTED          PIC X(4).
           05 RPT-DET-AFTER-GRP OCCURS 3 TIMES.
              10 FILLER                PIC X(2).
              10 RPT-DET-AFTER         PIC X(4).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-WITHDRAWN        PIC X(4).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-GRADUATED        PIC X(4).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-STAYED           PIC X(4).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-AVG              PIC X(4).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-BAND-LOW         PIC X(4).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-BAND-MID         PIC X(4).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-BAND-HIGH        PIC X(4).
           05 FILLER                   PIC X(2) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL          PIC X(21).
           05 RPT-TOTAL-VALUE          PIC X(30).
           05 FILLER                   PIC X(29) VALUE SPACES.
       01  WS-COUNT-ED                 PIC Z(6)9.
       01  WS-SMALL-ED                 PIC ZZZ9.
       01  WS-PCT-ED                   PIC ZZ9.
       01  WS-GPA-ED                   PIC 9.99.
       01  WS-LINE-SAVE                PIC X(80).

       PROCEDURE DIVISION.
       000-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-START-TS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 004-LOAD-TERM-ID THRU 004-EXIT
           PERFORM 100-LOAD-STUDENTS THRU 100-EXIT
           IF NOT WS-STU-OVERFLOW THEN
              PERFORM 150-SCAN-HISTORY THRU 150-EXIT
              PERFORM 200-ADD-ADMIT-TERMS
           END-IF
           IF NOT WS-STU-OVERFLOW AND NOT WS-TRM-OVERFLOW THEN
              PERFORM 250-SORT-TERMS
              OPEN INPUT STANDING-FILE
              IF WS-STANDING-FILE-FOUND THEN
                 SET WS-STANDING-ON-FILE TO TRUE
              END-IF
              PERFORM 300-BUILD-COHORTS
              CLOSE STANDING-FILE
           END-IF
           IF WS-STU-OVERFLOW OR WS-TRM-OVERFLOW
                 OR WS-COH-OVERFLOW THEN
              IF WS-STU-OVERFLOW THEN
                 DISPLAY "COHORT-RETAIN-RPT: MORE THAN 2000 STUDENTS "
                    "ON STU-MAST.DAT, RUN ABORTED BEFORE ANY OUTPUT"
              END-IF
              IF WS-TRM-OVERFLOW THEN
                 DISPLAY "COHORT-RETAIN-RPT: MORE THAN 100 TERMS, "
                    "RUN ABORTED BEFORE ANY OUTPUT"
              END-IF
              IF WS-COH-OVERFLOW THEN
                 DISPLAY "COHORT-RETAIN-RPT: MORE THAN 500 COHORTS, "
                    "RUN ABORTED BEFORE ANY OUTPUT"
              END-IF
              MOVE 8 TO RETURN-CODE
              PERFORM 800-WRITE-RUN-AUDIT
              GOBACK
           END-IF

           PERFORM 350-SORT-COHORTS
           OPEN OUTPUT REPORT-FILE
           PERFORM 400-PRINT-COHORTS
           PERFORM 600-PRINT-TOTALS-PAGE
           CLOSE REPORT-FILE

           DISPLAY "=========================================="
           DISPLAY "COHORT-RETAIN-RPT CONTROL TOTALS"
           DISPLAY "=========================================="
           DISPLAY "STUDENTS ON MASTER : " WS-STU-COUNT
           DISPLAY "IN A COHORT        : " WS-COHORT-STU-COUNT
           DISPLAY "NO ADMIT TERM      : " WS-NO-ADMIT-COUNT
           DISPLAY "COHORTS            : " WS-COH-COUNT
           DISPLAY "TERMS IN SEQUENCE  : " WS-TRM-COUNT
           DISPLAY "STAYERS NO STANDING: " WS-NO-STANDING-COUNT
           PERFORM 800-WRITE-RUN-AUDIT
           GOBACK
           .

       100-LOAD-STUDENTS.
           OPEN INPUT STUDENT-FILE
           IF NOT WS-STUDENT-FILE-FOUND THEN
              DISPLAY "COHORT-RETAIN-RPT: STU-MAST.DAT OPEN STATUS "
                 WS-STUDENT-FILE-STATUS ", NO STUDENTS TO REPORT"
              CLOSE STUDENT-FILE
              GO TO 100-EXIT
           END-IF
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM UNTIL WS-FILE-EOF
              READ STUDENT-FILE NEXT RECORD
                 AT END SET WS-FILE-EOF TO TRUE
              END-READ
              IF NOT WS-FILE-EOF THEN
                 IF WS-STU-COUNT < 2000 THEN
                    ADD 1 TO WS-STU-COUNT
                    MOVE SM-STU-ID
                       TO WS-STU-TBL-ID(WS-STU-COUNT)
                    MOVE SM-ADMIT-TERM
                       TO WS-STU-TBL-ADMIT(WS-STU-COUNT)
                    MOVE SM-MAJOR-CODE
                       TO WS-STU-TBL-MAJOR(WS-STU-COUNT)
                    MOVE SM-ENROLL-STATUS
                       TO WS-STU-TBL-STATUS(WS-STU-COUNT)
                    MOVE SPACES TO WS-STU-TBL-LATEST(WS-STU-COUNT)
                 ELSE
                    SET WS-STU-OVERFLOW TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           CLOSE STUDENT-FILE
           .
       100-EXIT.
           EXIT.

      *> any row is evidence the student sat a course that term - a
      *> "B" before image is of the same term as its "C", and a "W"
      *> course withdrawal was still a term enrolled.
       150-SCAN-HISTORY.
           OPEN INPUT GRADE-HIST-FILE
           IF NOT WS-GRADE-HIST-FOUND THEN
              DISPLAY "COHORT-RETAIN-RPT: GRADE-HIST.DAT OPEN STATUS "
                 WS-GRADE-HIST-STATUS ", NO TERMS TAKEN ON FILE"
              CLOSE GRADE-HIST-FILE
              GO TO 150-EXIT
           END-IF
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM UNTIL WS-FILE-EOF
              READ GRADE-HIST-FILE
                 AT END SET WS-FILE-EOF TO TRUE
              END-READ
              IF NOT WS-FILE-EOF AND NOT HIST-IS-TRANSFER THEN
                 ADD 1 TO WS-HIST-READ-COUNT
                 MOVE HIST-TERM-ID TO WS-FIND-TERM
                 PERFORM 210-ADD-TERM
                 PERFORM 160-FIND-STUDENT
                 IF WS-STU-FOUND-IDX = ZERO THEN
                    ADD 1 TO WS-NOT-ON-MASTER-COUNT
                 ELSE
                    IF HIST-TERM-ID
                          > WS-STU-TBL-LATEST(WS-STU-FOUND-IDX) THEN
                       MOVE HIST-TERM-ID
                          TO WS-STU-TBL-LATEST(WS-STU-FOUND-IDX)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           CLOSE GRADE-HIST-FILE
           .
       150-EXIT.
           EXIT.

       160-FIND-STUDENT.
           MOVE ZERO TO WS-STU-FOUND-IDX
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
              UNTIL WS-STU-IDX > WS-STU-COUNT
                 OR WS-STU-FOUND-IDX > ZERO
              IF WS-STU-TBL-ID(WS-STU-IDX) = HIST-STU-ID THEN
                 MOVE WS-STU-IDX TO WS-STU-FOUND-IDX
              END-IF
           END-PERFORM
           .

      *> a new admit cohort may have no grades yet; its admit term
      *> still belongs in the sequence.
       200-ADD-ADMIT-TERMS.
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
              UNTIL WS-STU-IDX > WS-STU-COUNT
              IF WS-STU-TBL-ADMIT(WS-STU-IDX) NOT = SPACES THEN
                 MOVE WS-STU-TBL-ADMIT(WS-STU-IDX) TO WS-FIND-TERM
                 PERFORM 210-ADD-TERM
              END-IF
           END-PERFORM
           .

       210-ADD-TERM.
           PERFORM 220-FIND-TERM-POS
           IF WS-TERM-POS = ZERO THEN
              IF WS-TRM-COUNT < 100 THEN
                 ADD 1 TO WS-TRM-COUNT
                 MOVE WS-FIND-TERM TO WS-TRM-ID(WS-TRM-COUNT)
              ELSE
                 SET WS-TRM-OVERFLOW TO TRUE
              END-IF
           END-IF
           .

       220-FIND-TERM-POS.
           MOVE ZERO TO WS-TERM-POS
           PERFORM VARYING WS-TRM-IDX FROM 1 BY 1
              UNTIL WS-TRM-IDX > WS-TRM-COUNT
                 OR WS-TERM-POS > ZERO
              IF WS-TRM-ID(WS-TRM-IDX) = WS-FIND-TERM THEN
                 MOVE WS-TRM-IDX TO WS-TERM-POS
              END-IF
           END-PERFORM
           .

       250-SORT-TERMS.
           PERFORM VARYING WS-TRM-IDX FROM 1 BY 1
              UNTIL WS-TRM-IDX >= WS-TRM-COUNT
              PERFORM VARYING WS-TRM-JDX FROM 1 BY 1
                 UNTIL WS-TRM-JDX > WS-TRM-COUNT - WS-TRM-IDX
                 IF WS-TRM-ID(WS-TRM-JDX) >
                       WS-TRM-ID(WS-TRM-JDX + 1) THEN
                    MOVE WS-TRM-ID(WS-TRM-JDX) TO WS-TRM-SWAP
                    MOVE WS-TRM-ID(WS-TRM-JDX + 1)
                       TO WS-TRM-ID(WS-TRM-JDX)
                    MOVE WS-TRM-SWAP TO WS-TRM-ID(WS-TRM-JDX + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           .

       300-BUILD-COHORTS.
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
              UNTIL WS-STU-IDX > WS-STU-COUNT
                 OR WS-COH-OVERFLOW
              IF WS-STU-TBL-ADMIT(WS-STU-IDX) = SPACES THEN
                 ADD 1 TO WS-NO-ADMIT-COUNT
              ELSE
                 PERFORM 310-FIND-COHORT
                 IF WS-COH-FOUND-IDX > ZERO THEN
                    PERFORM 320-COUNT-STUDENT
                 END-IF
              END-IF
           END-PERFORM
           .

       310-FIND-COHORT.
           MOVE ZERO TO WS-COH-FOUND-IDX
           PERFORM VARYING WS-COH-IDX FROM 1 BY 1
              UNTIL WS-COH-IDX > WS-COH-COUNT
                 OR WS-COH-FOUND-IDX > ZERO
              IF WS-COH-ADMIT(WS-COH-IDX)
                    = WS-STU-TBL-ADMIT(WS-STU-IDX)
                    AND WS-COH-MAJOR(WS-COH-IDX)
                       = WS-STU-TBL-MAJOR(WS-STU-IDX) THEN
                 MOVE WS-COH-IDX TO WS-COH-FOUND-IDX
              END-IF
           END-PERFORM
           IF WS-COH-FOUND-IDX = ZERO THEN
              IF WS-COH-COUNT < 500 THEN
                 ADD 1 TO WS-COH-COUNT
                 MOVE WS-COH-COUNT TO WS-COH-FOUND-IDX
                 MOVE WS-STU-TBL-ADMIT(WS-STU-IDX)
                    TO WS-COH-ADMIT(WS-COH-FOUND-IDX)
                 MOVE WS-STU-TBL-MAJOR(WS-STU-IDX)
                    TO WS-COH-MAJOR(WS-COH-FOUND-IDX)
                 MOVE ZERO TO WS-COH-STARTED(WS-COH-FOUND-IDX)
                 MOVE ZERO TO WS-COH-AFTER(WS-COH-FOUND-IDX, 1)
                 MOVE ZERO TO WS-COH-AFTER(WS-COH-FOUND-IDX, 2)
                 MOVE ZERO TO WS-COH-AFTER(WS-COH-FOUND-IDX, 3)
                 MOVE ZERO TO WS-COH-WITHDRAWN(WS-COH-FOUND-IDX)
                 MOVE ZERO TO WS-COH-GRADUATED(WS-COH-FOUND-IDX)
                 MOVE ZERO TO WS-COH-STAYED(WS-COH-FOUND-IDX)
                 MOVE ZERO TO WS-COH-GPA-COUNT(WS-COH-FOUND-IDX)
                 MOVE ZERO TO WS-COH-GPA-SUM(WS-COH-FOUND-IDX)
                 MOVE ZERO TO WS-COH-BAND-LOW(WS-COH-FOUND-IDX)
                 MOVE ZERO TO WS-COH-BAND-MID(WS-COH-FOUND-IDX)
                 MOVE ZERO TO WS-COH-BAND-HIGH(WS-COH-FOUND-IDX)
              ELSE
                 SET WS-COH-OVERFLOW TO TRUE
              END-IF
           END-IF
           .

       320-COUNT-STUDENT.
           ADD 1 TO WS-COHORT-STU-COUNT
           ADD 1 TO WS-COH-STARTED(WS-COH-FOUND-IDX)
           MOVE WS-STU-TBL-ADMIT(WS-STU-IDX) TO WS-FIND-TERM
           PERFORM 220-FIND-TERM-POS
           MOVE WS-TERM-POS TO WS-ADMIT-POS
           MOVE ZERO TO WS-LATEST-POS
           IF WS-STU-TBL-LATEST(WS-STU-IDX) NOT = SPACES THEN
              MOVE WS-STU-TBL-LATEST(WS-STU-IDX) TO WS-FIND-TERM
              PERFORM 220-FIND-TERM-POS
              MOVE WS-TERM-POS TO WS-LATEST-POS
           END-IF
           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > 3
              IF WS-LATEST-POS >= WS-ADMIT-POS + WS-N THEN
                 ADD 1 TO WS-COH-AFTER(WS-COH-FOUND-IDX, WS-N)
              END-IF
           END-PERFORM
           EVALUATE WS-STU-TBL-STATUS(WS-STU-IDX)
              WHEN "W"
                 ADD 1 TO WS-COH-WITHDRAWN(WS-COH-FOUND-IDX)
              WHEN "G"
                 ADD 1 TO WS-COH-GRADUATED(WS-COH-FOUND-IDX)
           END-EVALUATE
           IF WS-STU-TBL-STATUS(WS-STU-IDX) NOT = "W" THEN
              ADD 1 TO WS-COH-STAYED(WS-COH-FOUND-IDX)
              PERFORM 330-PROFILE-GPA
           END-IF
           .

       330-PROFILE-GPA.
           IF NOT WS-STANDING-ON-FILE THEN
              ADD 1 TO WS-NO-STANDING-COUNT
           ELSE
              MOVE WS-STU-TBL-ID(WS-STU-IDX) TO ST-STU-ID
              READ STANDING-FILE
                 INVALID KEY
                    ADD 1 TO WS-NO-STANDING-COUNT
                 NOT INVALID KEY
                    ADD 1 TO WS-COH-GPA-COUNT(WS-COH-FOUND-IDX)
                    ADD ST-CUM-GPA TO WS-COH-GPA-SUM(WS-COH-FOUND-IDX)
                    EVALUATE TRUE
                       WHEN ST-CUM-GPA < 2.00
                          ADD 1 TO WS-COH-BAND-LOW(WS-COH-FOUND-IDX)
                       WHEN ST-CUM-GPA < 3.00
                          ADD 1 TO WS-COH-BAND-MID(WS-COH-FOUND-IDX)
                       WHEN OTHER
                          ADD 1 TO WS-COH-BAND-HIGH(WS-COH-FOUND-IDX)
                    END-EVALUATE
              END-READ
           END-IF
           .

       350-SORT-COHORTS.
           PERFORM VARYING WS-COH-IDX FROM 1 BY 1
              UNTIL WS-COH-IDX >= WS-COH-COUNT
              PERFORM VARYING WS-COH-JDX FROM 1 BY 1
                 UNTIL WS-COH-JDX > WS-COH-COUNT - WS-COH-IDX
                 IF WS-COH-SORT-KEY(WS-COH-JDX) >
                       WS-COH-SORT-KEY(WS-COH-JDX + 1) THEN
                    MOVE WS-COH-ENTRY(WS-COH-JDX) TO WS-COH-SWAP
                    MOVE WS-COH-ENTRY(WS-COH-JDX + 1)
                       TO WS-COH-ENTRY(WS-COH-JDX)
                    MOVE WS-COH-SWAP TO WS-COH-ENTRY(WS-COH-JDX + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           .

      *> one line per major, then the admit term's ALL line and its
      *> rate line.
       400-PRINT-COHORTS.
           PERFORM VARYING WS-COH-IDX FROM 1 BY 1
              UNTIL WS-COH-IDX > WS-COH-COUNT
              IF WS-COH-IDX = 1
                    OR WS-COH-ADMIT(WS-COH-IDX) NOT = WS-PREV-ADMIT
                    THEN
                 IF WS-COH-IDX > 1 THEN
                    PERFORM 430-PRINT-ADMIT-TOTAL
                 END-IF
                 MOVE WS-COH-ADMIT(WS-COH-IDX) TO WS-PREV-ADMIT
                 INITIALIZE WS-ALL-COUNTS
                 MOVE WS-COH-ADMIT(WS-COH-IDX) TO WS-FIND-TERM
                 PERFORM 220-FIND-TERM-POS
                 COMPUTE WS-REACH = WS-TRM-COUNT - WS-TERM-POS
                 MOVE SPACES TO REPORT-LINE
                 PERFORM 040-WRITE-REPORT-LINE
              END-IF
              MOVE WS-COH-COUNTS(WS-COH-IDX) TO WS-PRINT-COUNTS
              MOVE WS-COH-ADMIT(WS-COH-IDX) TO RPT-DET-ADMIT
              MOVE WS-COH-MAJOR(WS-COH-IDX) TO RPT-DET-MAJOR
              IF WS-COH-MAJOR(WS-COH-IDX) = SPACES THEN
                 MOVE "NONE" TO RPT-DET-MAJOR
              END-IF
              PERFORM 410-PRINT-COUNT-LINE
              ADD WS-PRT-STARTED   TO WS-ALL-STARTED
              ADD WS-PRT-AFTER(1)  TO WS-ALL-AFTER(1)
              ADD WS-PRT-AFTER(2)  TO WS-ALL-AFTER(2)
              ADD WS-PRT-AFTER(3)  TO WS-ALL-AFTER(3)
              ADD WS-PRT-WITHDRAWN TO WS-ALL-WITHDRAWN
              ADD WS-PRT-GRADUATED TO WS-ALL-GRADUATED
              ADD WS-PRT-STAYED    TO WS-ALL-STAYED
              ADD WS-PRT-GPA-COUNT TO WS-ALL-GPA-COUNT
              ADD WS-PRT-GPA-SUM   TO WS-ALL-GPA-SUM
              ADD WS-PRT-BAND-LOW  TO WS-ALL-BAND-LOW
              ADD WS-PRT-BAND-MID  TO WS-ALL-BAND-MID
              ADD WS-PRT-BAND-HIGH TO WS-ALL-BAND-HIGH
           END-PERFORM
           IF WS-COH-COUNT > ZERO THEN
              PERFORM 430-PRINT-ADMIT-TOTAL
           END-IF
           .

      *> prints WS-PRINT-COUNTS; the admit and major columns are
      *> already filled in.
       410-PRINT-COUNT-LINE.
           MOVE WS-PRT-STARTED TO WS-SMALL-ED
           MOVE WS-SMALL-ED TO RPT-DET-STARTED
           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > 3
              MOVE SPACES TO RPT-DET-AFTER-GRP(WS-N)
              IF WS-N > WS-REACH THEN
                 MOVE "   -" TO RPT-DET-AFTER(WS-N)
              ELSE
                 MOVE WS-PRT-AFTER(WS-N) TO WS-SMALL-ED
                 MOVE WS-SMALL-ED TO RPT-DET-AFTER(WS-N)
              END-IF
           END-PERFORM
           MOVE WS-PRT-WITHDRAWN TO WS-SMALL-ED
           MOVE WS-SMALL-ED TO RPT-DET-WITHDRAWN
           MOVE WS-PRT-GRADUATED TO WS-SMALL-ED
           MOVE WS-SMALL-ED TO RPT-DET-GRADUATED
           MOVE WS-PRT-STAYED TO WS-SMALL-ED
           MOVE WS-SMALL-ED TO RPT-DET-STAYED
           IF WS-PRT-GPA-COUNT > ZERO THEN
              COMPUTE WS-AVG-GPA ROUNDED =
                 WS-PRT-GPA-SUM / WS-PRT-GPA-COUNT
              MOVE WS-AVG-GPA TO WS-GPA-ED
              MOVE WS-GPA-ED TO RPT-DET-AVG
           ELSE
              MOVE "   -" TO RPT-DET-AVG
           END-IF
           MOVE WS-PRT-BAND-LOW TO WS-SMALL-ED
           MOVE WS-SMALL-ED TO RPT-DET-BAND-LOW
           MOVE WS-PRT-BAND-MID TO WS-SMALL-ED
           MOVE WS-SMALL-ED TO RPT-DET-BAND-MID
           MOVE WS-PRT-BAND-HIGH TO WS-SMALL-ED
           MOVE WS-SMALL-ED TO RPT-DET-BAND-HIGH
           MOVE WS-RPT-DETAIL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           .

       430-PRINT-ADMIT-TOTAL.
           MOVE WS-ALL-COUNTS TO WS-PRINT-COUNTS
           MOVE WS-PREV-ADMIT TO RPT-DET-ADMIT
           MOVE "ALL" TO RPT-DET-MAJOR
           PERFORM 410-PRINT-COUNT-LINE
           PERFORM 440-PRINT-RATE-LINE
           .

      *> each count as a percent of those started; the GPA columns
      *> have no rate and stay blank.
       440-PRINT-RATE-LINE.
           MOVE SPACES TO WS-RPT-DETAIL-LINE
           MOVE WS-PREV-ADMIT TO RPT-DET-ADMIT
           MOVE "PCT" TO RPT-DET-MAJOR
           MOVE " 100" TO RPT-DET-STARTED
           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > 3
              IF WS-N > WS-REACH THEN
                 MOVE "   -" TO RPT-DET-AFTER(WS-N)
              ELSE
                 COMPUTE WS-PCT ROUNDED =
                    WS-ALL-AFTER(WS-N) * 100 / WS-ALL-STARTED
                 MOVE WS-PCT TO WS-PCT-ED
                 MOVE WS-PCT-ED TO RPT-DET-AFTER(WS-N)(2:3)
              END-IF
           END-PERFORM
           COMPUTE WS-PCT ROUNDED =
              WS-ALL-WITHDRAWN * 100 / WS-ALL-STARTED
           MOVE WS-PCT TO WS-PCT-ED
           MOVE WS-PCT-ED TO RPT-DET-WITHDRAWN(2:3)
           COMPUTE WS-PCT ROUNDED =
              WS-ALL-GRADUATED * 100 / WS-ALL-STARTED
           MOVE WS-PCT TO WS-PCT-ED
           MOVE WS-PCT-ED TO RPT-DET-GRADUATED(2:3)
           COMPUTE WS-PCT ROUNDED =
              WS-ALL-STAYED * 100 / WS-ALL-STARTED
           MOVE WS-PCT TO WS-PCT-ED
           MOVE WS-PCT-ED TO RPT-DET-STAYED(2:3)
           MOVE WS-RPT-DETAIL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           .

       600-PRINT-TOTALS-PAGE.
           MOVE 99 TO WS-LINE-COUNT
           MOVE "STUDENTS ON MASTER : " TO RPT-TOTAL-LABEL
           MOVE WS-STU-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "IN A COHORT        : " TO RPT-TOTAL-LABEL
           MOVE WS-COHORT-STU-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "NO ADMIT TERM      : " TO RPT-TOTAL-LABEL
           MOVE WS-NO-ADMIT-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "COHORTS            : " TO RPT-TOTAL-LABEL
           MOVE WS-COH-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "TERMS IN SEQUENCE  : " TO RPT-TOTAL-LABEL
           MOVE WS-TRM-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "HIST ROWS READ     : " TO RPT-TOTAL-LABEL
           MOVE WS-HIST-READ-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "HIST NOT ON MASTER : " TO RPT-TOTAL-LABEL
           MOVE WS-NOT-ON-MASTER-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "STAYERS NO STANDING: " TO RPT-TOTAL-LABEL
           MOVE WS-NO-STANDING-COUNT TO WS-COUNT-ED
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
              MOVE "COHORT-RETAIN-RPT" TO AUD-PROGRAM-ID
              MOVE WS-AUDIT-START-TS  TO AUD-START-TS
              MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-END-TS
              MOVE WS-RUN-TERM-ID     TO AUD-TERM-ID
              MOVE WS-STU-COUNT       TO AUD-READ-COUNT
              MOVE WS-COH-COUNT       TO AUD-WRITE-COUNT
              MOVE WS-NO-ADMIT-COUNT  TO AUD-REJECT-COUNT
              MOVE RETURN-CODE        TO AUD-RETURN-CODE
              WRITE RUN-AUDIT-DETAIL
              CLOSE RUN-AUDIT-FILE
           ELSE
              DISPLAY "COHORT-RETAIN-RPT: RUN-AUDIT-FILE OPEN STATUS "
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

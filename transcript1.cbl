      *> course's credits counted once. Every attempt still prints -
      *> a superseded attempt is flagged EXCL on its line, the way
      *> "B" before-images are kept but not counted.
      *> 2026-10-15 JAKKRIT - "I" (incomplete) and "W" (course
      *> withdrawal) lines print with their grade but are left out of
      *> the attempt fold, so they count toward neither the
      *> cumulative GPA nor credits attempted. A student whose record
      *> so far is all I/W now gets the transcript lines and a zero
      *> GPA instead of NO HISTORY ON FILE.
      *> 2026-10-15 JAKKRIT - transfer credit posted by
      *> TRANSFER-CREDIT1 (action "T") prints in its own TRANSFER
      *> CREDIT section after the courses taken here, with the source
      *> institution code, and the trailer shows the transfer credits
      *> accepted. A transfer course the student has since taken here
      *> is flagged EXCL - the local attempt governs. Whether transfer
      *> grades enter the cumulative GPA is the policy on
      *> transfer-gpa.cfg ("Y" counts them, "N" - the default - does
      *> not), shared with DEGREE-AUDIT1 and STANDING1.
      *> 2026-10-15 JAKKRIT - a request for a student with a hold in
      *> force on the run date (stu-hold.dat, MAINT-HOLD1 - unpaid
      *> fees, an open disciplinary matter) is refused: no transcript
      *> is printed, and the request is listed with each hold behind
      *> it on the house-style refused-requests report
      *> (transcript-refused.rpt) for the registrar to answer. The
      *> holds are read once at the start; a hold file that cannot be
      *> opened, or more holds in force than the table holds, stops
      *> the run with RETURN-CODE 8 before any transcript is printed.
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
           SELECT OPTIONAL HOLD-FILE ASSIGN TO "stu-hold.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS HOLD-KEY
              FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT REFUSED-FILE ASSIGN TO "transcript-refused.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TERM-CFG-FILE ASSIGN TO "term.cfg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TERM-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  REPEAT-CFG-RECORD.
           05 CFG-REPEAT-POLICY        PIC X.

       FD  XFER-CFG-FILE.
       01  XFER-CFG-RECORD.
           05 CFG-XFER-IN-GPA          PIC X.

       FD  HOLD-FILE.
           COPY stuhold.

       FD  REFUSED-FILE.
       01  REPORT-LINE                 PIC X(80).

       FD  TERM-CFG-FILE.
       01  TERM-CFG-RECORD.
           05 CFG-TERM-ID              PIC X(6).

       WORKING-STORAGE SECTION.
       01  WS-GRADE-HIST-STATUS        PIC X(2).
       01  WS-COURSE-FILE-STATUS       PIC X(2).
       01  WS-TERM-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-QPOINTS-SUM              PIC 9(7)V9(2) VALUE ZERO.
       01  WS-CREDITS-SUM              PIC 9(5) VALUE ZERO.
       01  WS-XFER-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-XFER-CREDITS-SUM         PIC 9(5) VALUE ZERO.

       01  WS-TRN-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-TRN-IDX                  PIC 9(3) COMP.
              10 WS-TRN-GRADE          PIC X(2).
              10 WS-TRN-EXCL-SW        PIC X.
              10 WS-TRN-DONE-SW        PIC X.
              10 WS-TRN-XFER-SW        PIC X.
              10 WS-TRN-SOURCE-INST    PIC X(4).

       01  WS-REPEAT-CFG-STATUS        PIC X(2).
           88 WS-REPEAT-CFG-FOUND      VALUE "00".
           88 WS-POLICY-HIGHEST        VALUE "H".
           88 WS-POLICY-AVERAGE        VALUE "A".
       01  WS-LOOKUP-GRADE             PIC X(2).
           88 WS-LOOKUP-NON-SCALE      VALUE "I " "W ".
       01  WS-XFER-CFG-STATUS          PIC X(2).
           88 WS-XFER-CFG-FOUND        VALUE "00".
       01  WS-XFER-IN-GPA-SW           PIC X VALUE "N".
           88 WS-XFER-IN-GPA           VALUE "Y".
       01  WS-HIST-XFER-SW             PIC X.
       01  WS-GRP-XFER-SW              PIC X.
           88 WS-GRP-HAS-XFER          VALUE "Y".
       01  WS-GRP-XFER-POINTS          PIC 9V9(2).
       01  WS-EXCL-FLAG                PIC X(4).
       01  WS-GRP-COURSE-ID            PIC X(6).
       01  WS-GRP-IDX                  PIC 9(3) COMP.
       01  WS-TOTALS.
           05 WS-REQUEST-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-NOT-FOUND-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-REFUSED-COUNT         PIC 9(7) VALUE ZERO.

      *> holds in force on the run date, loaded once from stu-hold.dat
       01  WS-HOLD-FILE-STATUS         PIC X(2).
       01  WS-HOLD-EOF-SW              PIC X VALUE "N".
           88 WS-HOLD-EOF              VALUE "Y".
       01  WS-HOLD-OVERFLOW-SW         PIC X VALUE "N".
           88 WS-HOLD-OVERFLOW         VALUE "Y".
       01  WS-HOLD-UNCHECKED-SW        PIC X VALUE "N".
           88 WS-HOLD-UNCHECKED        VALUE "Y".
       01  WS-HOLD-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-HOLD-IDX                 PIC 9(3) COMP.
       01  WS-HOLD-SW                  PIC X.
           88 WS-STUDENT-HELD          VALUE "Y".
       01  WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 500 TIMES.
              10 WS-HOLD-TBL-STU-ID    PIC X(8).
              10 WS-HOLD-TBL-TYPE      PIC X(4).
              10 WS-HOLD-TBL-OFFICE    PIC X(4).
              10 WS-HOLD-TBL-PLACED    PIC X(8).
              10 WS-HOLD-TBL-NOTE      PIC X(30).

       01  WS-TERM-CFG-STATUS          PIC X(2).
           88 WS-TERM-CFG-FOUND        VALUE "00".
       01  WS-RUN-TERM-ID              PIC X(6) VALUE "2026S1".
       01  WS-RUN-DATE.
           05 WS-RUN-YEAR              PIC X(4).
           05 WS-RUN-MONTH             PIC X(2).
           05 WS-RUN-DAY               PIC X(2).
       01  WS-PAGE-NUM                 PIC 9(3) VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE           PIC 9(2) VALUE 55.
       01  WS-RPT-TITLE-LINE.
           05 FILLER                   PIC X(40)
              VALUE "TRANSCRIPT REQUESTS REFUSED - HOLDS".
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
              "  STU-ID    TYPE  OFFICE  PLACED      NOTE".
           05 FILLER                   PIC X(32) VALUE SPACES.
       01  WS-RPT-DETAIL-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-STU-ID           PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-TYPE             PIC X(4).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-OFFICE           PIC X(4).
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 RPT-DET-PLACED           PIC X(8).
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 RPT-DET-NOTE             PIC X(30).
           05 FILLER                   PIC X(12) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL          PIC X(21).
           05 RPT-TOTAL-VALUE          PIC X(30).
           05 FILLER                   PIC X(29) VALUE SPACES.
       01  WS-COUNT-ED                 PIC Z(6)9.
       01  WS-LINE-SAVE                PIC X(80).

       PROCEDURE DIVISION.
       000-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 004-LOAD-TERM-ID THRU 004-EXIT
           PERFORM 005-LOAD-GPA-SCALE THRU 005-EXIT
           PERFORM 008-LOAD-REPEAT-POLICY THRU 008-EXIT
           PERFORM 009-LOAD-XFER-POLICY THRU 009-EXIT
           PERFORM 006-LOAD-HOLDS THRU 006-EXIT

      *> a transcript that should have been withheld cannot be
      *> called back - stop before the first one prints.
           IF WS-HOLD-UNCHECKED OR WS-HOLD-OVERFLOW THEN
              IF WS-HOLD-OVERFLOW THEN
                 DISPLAY "TRANSCRIPT1: MORE THAN 500 HOLDS IN FORCE, "
                    "RUN ABORTED"
              END-IF
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT COURSE-FILE
           OPEN INPUT REQUEST-FILE
           OPEN OUTPUT REFUSED-FILE

           PERFORM UNTIL WS-REQ-EOF
              READ REQUEST-FILE
              END-READ
              IF NOT WS-REQ-EOF THEN
                 ADD 1 TO WS-REQUEST-COUNT
                 PERFORM 060-CHECK-HOLDS
                 IF WS-STUDENT-HELD THEN
                    ADD 1 TO WS-REFUSED-COUNT
                    PERFORM 065-REPORT-REFUSED
                 ELSE
                    PERFORM 010-PRINT-TRANSCRIPT THRU 010-EXIT
                 END-IF
              END-IF
           END-PERFORM

           PERFORM 600-PRINT-TOTALS-PAGE
           CLOSE REFUSED-FILE
           CLOSE REQUEST-FILE
           CLOSE COURSE-FILE

           DISPLAY "=========================================="
           DISPLAY "TRANSCRIPT1: REQUESTS READ  " WS-REQUEST-COUNT
           DISPLAY "TRANSCRIPT1: NO HISTORY FOR " WS-NOT-FOUND-COUNT
           DISPLAY "TRANSCRIPT1: REFUSED, HOLD  " WS-REFUSED-COUNT
           GOBACK
           .

           MOVE ZERO TO WS-TERM-COUNT
           MOVE ZERO TO WS-QPOINTS-SUM
           MOVE ZERO TO WS-CREDITS-SUM
           MOVE ZERO TO WS-XFER-COUNT
           MOVE ZERO TO WS-XFER-CREDITS-SUM
           MOVE ZERO TO WS-TRN-COUNT
           MOVE SPACES TO WS-STU-NAME-SAVE
           MOVE "N" TO WS-HIST-EOF-SW

           PERFORM VARYING WS-TRN-IDX FROM 1 BY 1
              UNTIL WS-TRN-IDX > WS-TRN-COUNT
              IF WS-TRN-XFER-SW(WS-TRN-IDX) NOT = "Y" THEN
                 PERFORM 020-PRINT-TERM-LINE
              END-IF
           END-PERFORM

           PERFORM VARYING WS-TRN-IDX FROM 1 BY 1
              UNTIL WS-TRN-IDX > WS-TRN-COUNT
              IF WS-TRN-XFER-SW(WS-TRN-IDX) = "Y" THEN
                 PERFORM 025-PRINT-TRANSFER-LINE
              END-IF
           END-PERFORM

           IF WS-TERM-COUNT > ZERO OR WS-XFER-COUNT > ZERO THEN
              DISPLAY "NAME : " WS-STU-FORNAME-SAVE "  "
                 WS-STU-SURNAME-SAVE
              MOVE ZERO TO WS-CUM-GPA
              IF WS-CREDITS-SUM > ZERO THEN
                 COMPUTE WS-CUM-GPA ROUNDED =
                    WS-QPOINTS-SUM / WS-CREDITS-SUM
              END-IF
              DISPLAY "COURSES ON RECORD : " WS-TERM-COUNT
              DISPLAY "CREDITS ATTEMPTED : " WS-CREDITS-SUM
              DISPLAY "TRANSFER COURSES  : " WS-XFER-COUNT
              DISPLAY "TRANSFER CREDITS  : " WS-XFER-CREDITS-SUM
              DISPLAY "TRANSFER IN GPA   : " WS-XFER-IN-GPA-SW
              DISPLAY "CUMULATIVE GPA    : " WS-CUM-GPA
           ELSE
              ADD 1 TO WS-NOT-FOUND-COUNT
           EXIT.

      *> latest non-"B" row per term and course wins, so a regrade's
      *> "C" after-image replaces the original "A" row in place. A
      *> transfer posting keeps a row of its own.
       015-COLLECT-TERM-ROW.
           MOVE HIST-SURNAME TO WS-STU-SURNAME-SAVE
           MOVE HIST-FORNAME TO WS-STU-FORNAME-SAVE
           IF HIST-IS-TRANSFER THEN
              MOVE "Y" TO WS-HIST-XFER-SW
           ELSE
              MOVE "N" TO WS-HIST-XFER-SW
           END-IF
           MOVE ZERO TO WS-TRN-FOUND-IDX
           PERFORM VARYING WS-TRN-IDX FROM 1 BY 1
              UNTIL WS-TRN-IDX > WS-TRN-COUNT
                 OR WS-TRN-FOUND-IDX > ZERO
              IF WS-TRN-TERM-ID(WS-TRN-IDX) = HIST-TERM-ID
                    AND WS-TRN-COURSE-ID(WS-TRN-IDX)
                       = HIST-COURSE-ID
                    AND WS-TRN-XFER-SW(WS-TRN-IDX)
                       = WS-HIST-XFER-SW THEN
                 MOVE WS-TRN-IDX TO WS-TRN-FOUND-IDX
              END-IF
           END-PERFORM
                    TO WS-TRN-TERM-ID(WS-TRN-FOUND-IDX)
                 MOVE HIST-COURSE-ID
                    TO WS-TRN-COURSE-ID(WS-TRN-FOUND-IDX)
                 MOVE WS-HIST-XFER-SW
                    TO WS-TRN-XFER-SW(WS-TRN-FOUND-IDX)
              END-IF
           END-IF
           IF WS-TRN-FOUND-IDX > ZERO THEN
              MOVE HIST-GRADE TO WS-TRN-GRADE(WS-TRN-FOUND-IDX)
              MOVE "N" TO WS-TRN-EXCL-SW(WS-TRN-FOUND-IDX)
              MOVE "N" TO WS-TRN-DONE-SW(WS-TRN-FOUND-IDX)
              IF HIST-IS-TRANSFER THEN
                 MOVE HIST-SOURCE-INST
                    TO WS-TRN-SOURCE-INST(WS-TRN-FOUND-IDX)
              ELSE
                 MOVE SPACES
                    TO WS-TRN-SOURCE-INST(WS-TRN-FOUND-IDX)
              END-IF
           END-IF
           .

      *> credits counted once. The table is filled in history order,
      *> so the last matching row is the latest attempt. Superseded
      *> attempts are flagged so the print pass can mark them EXCL.
      *> A transfer row is not an attempt: it carries the course only
      *> when there is no local attempt (024-COUNT-TRANSFER), and is
      *> flagged EXCL when there is one.
       018-APPLY-REPEAT-POLICY.
           PERFORM VARYING WS-TRN-IDX FROM 1 BY 1
              UNTIL WS-TRN-IDX > WS-TRN-COUNT
           MOVE ZERO TO WS-GRP-LAST-POINTS
           MOVE ZERO TO WS-GRP-MAX-IDX
           MOVE ZERO TO WS-GRP-LAST-IDX
           MOVE "N"  TO WS-GRP-XFER-SW
           MOVE ZERO TO WS-GRP-XFER-POINTS
           PERFORM VARYING WS-GRP-IDX FROM WS-TRN-IDX BY 1
              UNTIL WS-GRP-IDX > WS-TRN-COUNT
              IF WS-TRN-COURSE-ID(WS-GRP-IDX)
                    = WS-GRP-COURSE-ID THEN
                 MOVE "Y" TO WS-TRN-DONE-SW(WS-GRP-IDX)
                 MOVE WS-TRN-GRADE(WS-GRP-IDX) TO WS-LOOKUP-GRADE
                 IF WS-TRN-XFER-SW(WS-GRP-IDX) = "Y" THEN
                    PERFORM 030-LOOKUP-POINTS
                    MOVE "Y" TO WS-GRP-XFER-SW
                    MOVE WS-STU-POINTS TO WS-GRP-XFER-POINTS
                 ELSE
                    IF NOT WS-LOOKUP-NON-SCALE THEN
                       PERFORM 022-COUNT-ATTEMPT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-GRP-CNT = ZERO THEN
              IF WS-GRP-HAS-XFER THEN
                 PERFORM 024-COUNT-TRANSFER
              END-IF
              GO TO 019-EXIT
           END-IF
           IF WS-GRP-HAS-XFER THEN
              PERFORM 023-FLAG-TRANSFER-EXCL
           END-IF
           EVALUATE TRUE
              WHEN WS-POLICY-HIGHEST
                 MOVE WS-GRP-MAX-POINTS TO WS-GRP-POINTS
       019-EXIT.
           EXIT.

      *> an I or W never reaches here - it is not an attempt.
       022-COUNT-ATTEMPT.
           PERFORM 030-LOOKUP-POINTS
           ADD 1 TO WS-GRP-CNT
           ADD WS-STU-POINTS TO WS-GRP-SUM-POINTS
           IF WS-GRP-MAX-IDX = ZERO
                 OR WS-STU-POINTS > WS-GRP-MAX-POINTS THEN
              MOVE WS-STU-POINTS TO WS-GRP-MAX-POINTS
              MOVE WS-GRP-IDX TO WS-GRP-MAX-IDX
           END-IF
           MOVE WS-STU-POINTS TO WS-GRP-LAST-POINTS
           MOVE WS-GRP-IDX TO WS-GRP-LAST-IDX
           .

      *> every attempt in the group other than the one that counts
      *> (WS-GRP-MAX-IDX) is marked excluded for the print pass.
       021-FLAG-SUPERSEDED.
           END-PERFORM
           .

       023-FLAG-TRANSFER-EXCL.
           PERFORM VARYING WS-GRP-IDX FROM WS-TRN-IDX BY 1
              UNTIL WS-GRP-IDX > WS-TRN-COUNT
              IF WS-TRN-COURSE-ID(WS-GRP-IDX) = WS-GRP-COURSE-ID
                    AND WS-TRN-XFER-SW(WS-GRP-IDX) = "Y" THEN
                 MOVE "Y" TO WS-TRN-EXCL-SW(WS-GRP-IDX)
              END-IF
           END-PERFORM
           .

      *> transfer credit with no local attempt: the credits are
      *> accepted; the grade reaches the cumulative GPA only under
      *> the transfer-gpa.cfg policy.
       024-COUNT-TRANSFER.
           IF WS-GRP-XFER-POINTS > ZERO THEN
              ADD WS-CRS-CREDITS TO WS-XFER-CREDITS-SUM
           END-IF
           IF WS-XFER-IN-GPA THEN
              COMPUTE WS-QPOINTS-SUM = WS-QPOINTS-SUM +
                 (WS-GRP-XFER-POINTS * WS-CRS-CREDITS)
              ADD WS-CRS-CREDITS TO WS-CREDITS-SUM
           END-IF
           .

       020-PRINT-TERM-LINE.
           ADD 1 TO WS-TERM-COUNT
           PERFORM 035-LOOKUP-COURSE-TITLE
              WS-CRS-TITLE
           .

       025-PRINT-TRANSFER-LINE.
           ADD 1 TO WS-XFER-COUNT
           IF WS-XFER-COUNT = 1 THEN
              DISPLAY "------------------------------------------"
              DISPLAY "TRANSFER CREDIT"
              DISPLAY "------------------------------------------"
           END-IF
           PERFORM 035-LOOKUP-COURSE-TITLE
           IF WS-TRN-EXCL-SW(WS-TRN-IDX) = "Y" THEN
              MOVE "EXCL" TO WS-EXCL-FLAG
           ELSE
              MOVE SPACES TO WS-EXCL-FLAG
           END-IF
           DISPLAY "  " WS-TRN-TERM-ID(WS-TRN-IDX) "  "
              WS-TRN-COURSE-ID(WS-TRN-IDX) "  FROM "
              WS-TRN-SOURCE-INST(WS-TRN-IDX) "  "
              WS-TRN-GRADE(WS-TRN-IDX) "  " WS-EXCL-FLAG "  "
              WS-CRS-TITLE
           .

      *> the catalog is optional - an uncatalogued course (or no
      *> catalog at all) prints the bare code and weighs in at the
      *> default credits, so the GPA degrades to near the old flat
           END-SEARCH
           .

       060-CHECK-HOLDS.
           MOVE "N" TO WS-HOLD-SW
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
              UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                 OR WS-STUDENT-HELD
              IF WS-HOLD-TBL-STU-ID(WS-HOLD-IDX) = REQ-STU-ID THEN
                 SET WS-STUDENT-HELD TO TRUE
              END-IF
           END-PERFORM
           .

      *> one line per hold in force, so the registrar can tell the
      *> student which office to see.
       065-REPORT-REFUSED.
           DISPLAY "=========================================="
           DISPLAY "TRANSCRIPT FOR STUDENT " REQ-STU-ID
              " REFUSED - HOLD IN FORCE"
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
              UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
              IF WS-HOLD-TBL-STU-ID(WS-HOLD-IDX) = REQ-STU-ID THEN
                 MOVE REQ-STU-ID TO RPT-DET-STU-ID
                 MOVE WS-HOLD-TBL-TYPE(WS-HOLD-IDX) TO RPT-DET-TYPE
                 MOVE WS-HOLD-TBL-OFFICE(WS-HOLD-IDX)
                    TO RPT-DET-OFFICE
                 MOVE WS-HOLD-TBL-PLACED(WS-HOLD-IDX)
                    TO RPT-DET-PLACED
                 MOVE WS-HOLD-TBL-NOTE(WS-HOLD-IDX) TO RPT-DET-NOTE
                 MOVE WS-RPT-DETAIL-LINE TO REPORT-LINE
                 PERFORM 040-WRITE-REPORT-LINE
              END-IF
           END-PERFORM
           .

       600-PRINT-TOTALS-PAGE.
           MOVE 99 TO WS-LINE-COUNT
           MOVE "REQUESTS READ      : " TO RPT-TOTAL-LABEL
           MOVE WS-REQUEST-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "REFUSED, HOLD      : " TO RPT-TOTAL-LABEL
           MOVE WS-REFUSED-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "HOLDS IN FORCE     : " TO RPT-TOTAL-LABEL
           MOVE WS-HOLD-COUNT TO WS-COUNT-ED
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

      *> a hold is in force from the day it is placed until the day
      *> it is released. No hold file at all means no holds.
       006-LOAD-HOLDS.
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS NOT = "00" THEN
              IF WS-HOLD-FILE-STATUS NOT = "05" THEN
                 DISPLAY "TRANSCRIPT1: STU-HOLD.DAT OPEN STATUS "
                    WS-HOLD-FILE-STATUS ", HOLDS CANNOT BE CHECKED, "
                    "RUN ABORTED"
                 SET WS-HOLD-UNCHECKED TO TRUE
              END-IF
              CLOSE HOLD-FILE
              GO TO 006-EXIT
           END-IF
           PERFORM UNTIL WS-HOLD-EOF
              READ HOLD-FILE
                 AT END SET WS-HOLD-EOF TO TRUE
              END-READ
              IF NOT WS-HOLD-EOF
                    AND HOLD-PLACED-DATE <= WS-RUN-DATE
                    AND (HOLD-NOT-RELEASED
                       OR HOLD-RELEASED-DATE > WS-RUN-DATE) THEN
                 IF WS-HOLD-COUNT < 500 THEN
                    ADD 1 TO WS-HOLD-COUNT
                    MOVE HOLD-STU-ID
                       TO WS-HOLD-TBL-STU-ID(WS-HOLD-COUNT)
                    MOVE HOLD-TYPE
                       TO WS-HOLD-TBL-TYPE(WS-HOLD-COUNT)
                    MOVE HOLD-OFFICE
                       TO WS-HOLD-TBL-OFFICE(WS-HOLD-COUNT)
                    MOVE HOLD-PLACED-DATE
                       TO WS-HOLD-TBL-PLACED(WS-HOLD-COUNT)
                    MOVE HOLD-NOTE
                       TO WS-HOLD-TBL-NOTE(WS-HOLD-COUNT)
                 ELSE
                    SET WS-HOLD-OVERFLOW TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           CLOSE HOLD-FILE
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

       005-LOAD-GPA-SCALE.
           OPEN INPUT GPA-SCALE-FILE
           IF WS-GPA-FILE-FOUND THEN
       008-EXIT.
           EXIT.

      *> "Y" transfer grades count in the cumulative GPA, "N" (the
      *> default when the file is absent) they carry credit only.
      *> Anything else keeps the default and says so.
       009-LOAD-XFER-POLICY.
           OPEN INPUT XFER-CFG-FILE
           IF WS-XFER-CFG-FOUND THEN
              READ XFER-CFG-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF CFG-XFER-IN-GPA = "Y" OR "N" THEN
                       MOVE CFG-XFER-IN-GPA TO WS-XFER-IN-GPA-SW
                    ELSE
                       DISPLAY "TRANSCRIPT1: BAD TRANSFER GPA "
                          "POLICY '" CFG-XFER-IN-GPA "', USING N"
                    END-IF
              END-READ
              CLOSE XFER-CFG-FILE
           END-IF
           .
       009-EXIT.
           EXIT.

       007-DEFAULT-GPA-SCALE.
           MOVE 8 TO WS-GPA-COUNT
           MOVE "A "  TO WS-GPA-GRADE(1)

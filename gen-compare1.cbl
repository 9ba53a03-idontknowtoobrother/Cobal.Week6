       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEN-COMPARE1.
       AUTHOR. JAKKRIT

      *> 2026-10-15 JAKKRIT - new: compares two backup generations
      *> BATCH-RUN-GRADES took (score-g<nnnn>.dat and friends), or
      *> one generation and the live files, so "what did last
      *> night's run actually change?" is a report instead of a
      *> hand diff. The optional gen-compare.cfg card gives the
      *> before and after generation numbers (cols 1-4 and 6-9); an
      *> after of blank or 0000 means the live files, and no card at
      *> all compares the last generation in backup-gen.cfg with the
      *> live files. For score.dat, grade.dat, grade-hist.dat and
      *> score-hist.dat it lists every term + course + student key
      *> added, deleted or changed, with the old and new value of
      *> each changed field, and closes each file with its counts.
      *> The history files are compared on the row that stands for
      *> each key - the latest one, skipping regrade "B" before
      *> images the way every grade-hist reader does - so a regrade
      *> shows up as the grade that moved rather than two new rows.
      *> Timestamps and terms of the generations come from
      *> backup-gen.log. Print-image report (gen-compare.rpt) in the
      *> house report style, run record appended to run-audit.dat.
      *> 2026-10-15 JAKKRIT - also compares the approval step's files
      *> the generations now carry: grade-prov.dat, keyed and shown
      *> like grade-hist.dat, and crs-appr.dat, keyed on term and
      *> course, with the approval status, counts, dates, chair and
      *> note listed when they change - so a rollback decision can
      *> see which courses a run submitted or a chair acted on.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SCORE-FILE ASSIGN USING WS-CMP-FILE-NAME
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SCORE-KEY
              FILE STATUS IS WS-SCORE-FILE-STATUS.
           SELECT OPTIONAL CRS-APPR-FILE ASSIGN USING WS-CMP-FILE-NAME
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CA-KEY
              FILE STATUS IS WS-CRS-APPR-STATUS.
           SELECT OPTIONAL SEQ-IN-FILE ASSIGN USING WS-CMP-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SEQ-IN-STATUS.
           SELECT OPTIONAL CMP-CFG-FILE ASSIGN TO "gen-compare.cfg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CMP-CFG-STATUS.
           SELECT OPTIONAL GEN-CFG-FILE ASSIGN TO "backup-gen.cfg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GEN-CFG-STATUS.
           SELECT OPTIONAL GEN-LOG-FILE ASSIGN TO "backup-gen.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GEN-LOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "gen-compare.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TERM-CFG-FILE ASSIGN TO "term.cfg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TERM-CFG-STATUS.
           SELECT OPTIONAL RUN-AUDIT-FILE ASSIGN TO "run-audit.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCORE-FILE.
           COPY scoredtl.

       FD  CRS-APPR-FILE.
           COPY crsappr.

       FD  SEQ-IN-FILE.
       01  SEQ-IN-RECORD               PIC X(80).

       FD  CMP-CFG-FILE.
       01  CMP-CFG-RECORD.
           05 CFG-BEFORE-GEN           PIC X(4).
           05 FILLER                   PIC X.
           05 CFG-AFTER-GEN            PIC X(4).

       FD  GEN-CFG-FILE.
       01  GEN-CFG-RECORD.
           05 CFG-LAST-GEN             PIC 9(4).

       FD  GEN-LOG-FILE.
       01  GEN-LOG-RECORD.
           05 LOG-GEN                  PIC 9(4).
           05 FILLER                   PIC X(3).
           05 LOG-TERM-ID              PIC X(6).
           05 FILLER                   PIC X(3).
           05 LOG-TIMESTAMP            PIC X(14).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       FD  TERM-CFG-FILE.
       01  TERM-CFG-RECORD.
           05 CFG-TERM-ID              PIC X(6).

       FD  RUN-AUDIT-FILE.
           COPY runaudit.

       WORKING-STORAGE SECTION.
       01  WS-SCORE-FILE-STATUS        PIC X(2).
           88 WS-SCORE-FILE-FOUND      VALUE "00".
       01  WS-CRS-APPR-STATUS          PIC X(2).
           88 WS-CRS-APPR-FOUND        VALUE "00".
       01  WS-SEQ-IN-STATUS            PIC X(2).
           88 WS-SEQ-IN-FOUND          VALUE "00".
       01  WS-CMP-CFG-STATUS           PIC X(2).
           88 WS-CMP-CFG-FOUND         VALUE "00".
       01  WS-GEN-CFG-STATUS           PIC X(2).
           88 WS-GEN-CFG-FOUND         VALUE "00".
       01  WS-GEN-LOG-STATUS           PIC X(2).
           88 WS-GEN-LOG-FOUND         VALUE "00".
       01  WS-TERM-CFG-STATUS          PIC X(2).
           88 WS-TERM-CFG-FOUND        VALUE "00".
       01  WS-RUN-AUDIT-STATUS         PIC X(2).
       01  WS-AUDIT-START-TS           PIC X(14).
       01  WS-RUN-TERM-ID              PIC X(6) VALUE "2026S1".
       01  WS-EOF-SW                   PIC X VALUE "N".
           88 WS-EOF                   VALUE "Y".
       01  WS-CARD-BAD-SW              PIC X VALUE "N".
           88 WS-CARD-BAD              VALUE "Y".

      *> the two sides of the compare; generation 0000 = live files
       01  WS-LAST-GEN                 PIC 9(4) VALUE ZERO.
       01  WS-SIDE-GEN-TABLE.
           05 WS-SIDE-GEN              PIC 9(4) OCCURS 2 TIMES.
       01  WS-SIDE-INFO-TABLE.
           05 WS-SIDE-INFO OCCURS 2 TIMES.
              10 WS-SIDE-TERM-ID       PIC X(6).
              10 WS-SIDE-TIMESTAMP     PIC X(14).
       01  WS-SIDE                     PIC 9 COMP.
       01  WS-GEN-NUM-X                PIC 9(4).
       01  WS-CMP-FILE-NAME            PIC X(30).

      *> the six files compared, in report order
       01  WS-FILE-BASE-VALUES.
           05 FILLER                   PIC X(10) VALUE "score".
           05 FILLER                   PIC X(10) VALUE "grade".
           05 FILLER                   PIC X(10) VALUE "grade-hist".
           05 FILLER                   PIC X(10) VALUE "score-hist".
           05 FILLER                   PIC X(10) VALUE "grade-prov".
           05 FILLER                   PIC X(10) VALUE "crs-appr".
       01  WS-FILE-BASE-TABLE REDEFINES WS-FILE-BASE-VALUES.
           05 WS-FILE-BASE             PIC X(10) OCCURS 6 TIMES.
       01  WS-FILE-LABEL-VALUES.
           05 FILLER                   PIC X(10) VALUE "SCORE".
           05 FILLER                   PIC X(10) VALUE "GRADE".
           05 FILLER                   PIC X(10) VALUE "GRADE-HIST".
           05 FILLER                   PIC X(10) VALUE "SCORE-HIST".
           05 FILLER                   PIC X(10) VALUE "GRADE-PROV".
           05 FILLER                   PIC X(10) VALUE "CRS-APPR".
       01  WS-FILE-LABEL-TABLE REDEFINES WS-FILE-LABEL-VALUES.
           05 WS-FILE-LABEL            PIC X(10) OCCURS 6 TIMES.
       01  WS-FILE-COUNT               PIC 9 COMP VALUE 6.
       01  WS-FILE-NUM                 PIC 9 COMP.
           88 WS-FILE-IS-SCORE         VALUE 1.
           88 WS-FILE-IS-GRADE-HIST    VALUE 3.
           88 WS-FILE-IS-SCORE-HIST    VALUE 4.
           88 WS-FILE-IS-CRS-APPR      VALUE 6.
           88 WS-FILE-HAS-SCORE-LAYOUT VALUE 1 4.
           88 WS-FILE-HAS-ACTION       VALUE 3 5.

       01  WS-FILE-COUNT-TABLE.
           05 WS-FILE-COUNTS OCCURS 6 TIMES.
              10 WS-FC-ROWS            PIC 9(5) OCCURS 2 TIMES.
              10 WS-FC-ADDED           PIC 9(5).
              10 WS-FC-DELETED         PIC 9(5).
              10 WS-FC-CHANGED         PIC 9(5).
              10 WS-FC-UNCHANGED       PIC 9(5).
              10 WS-FC-MISSING-SW      PIC X OCCURS 2 TIMES.
              10 WS-FC-OVERFLOW-SW     PIC X.
                 88 WS-FC-OVERFLOW     VALUE "Y".

      *> one row per key for each side of the file being compared
       01  WS-CMP-IDX                  PIC 9(4) COMP.
       01  WS-CMP-FOUND-IDX            PIC 9(4) COMP VALUE ZERO.
       01  WS-CMP-OTHER-IDX            PIC 9(4) COMP.
       01  WS-CMP-SEARCH-KEY           PIC X(20).
       01  WS-CMP-TABLE.
           05 WS-CMP-SIDE-TBL OCCURS 2 TIMES.
              10 WS-CMP-COUNT          PIC 9(4).
              10 WS-CMP-ENTRY OCCURS 2000 TIMES.
                 15 WS-CMP-KEY         PIC X(20).
                 15 WS-CMP-IMAGE       PIC X(90).
                 15 WS-CMP-MATCH-SW    PIC X.

      *> record images laid out as the copybooks have them: scoredtl
      *> and scorehistdtl share the score view, gradedtl and
      *> gradehistdtl the grade view (score.dat and grade.dat leave
      *> the trailing action bytes blank; grade-prov.dat is laid out
      *> as grade-hist.dat). crs-appr.dat has its own view, its key
      *> padded to the width of the others.
       01  WS-OLD-IMAGE                PIC X(90).
       01  WS-OLD-SCORE-VIEW REDEFINES WS-OLD-IMAGE.
           05 WS-OS-KEY                PIC X(20).
           05 WS-OS-MIDTERM            PIC 9(2)V9(2).
           05 WS-OS-FINAL-SCORE        PIC 9(2)V9(2).
           05 WS-OS-PROJECT-SCORE      PIC 9(2)V9(2).
           05 WS-OS-ACTION             PIC X.
           05 FILLER                   PIC X(57).
       01  WS-OLD-GRADE-VIEW REDEFINES WS-OLD-IMAGE.
           05 WS-OG-KEY                PIC X(20).
           05 WS-OG-SURNAME            PIC X(15).
           05 WS-OG-FORNAME            PIC X(10).
           05 WS-OG-SUM-SCORE          PIC 9(3)V9(2).
           05 WS-OG-GRADE              PIC X(2).
           05 WS-OG-ACTION             PIC X.
           05 WS-OG-REASON-CODE        PIC X(4).
           05 FILLER                   PIC X(33).
       01  WS-OLD-APPR-VIEW REDEFINES WS-OLD-IMAGE.
           05 WS-OA-KEY                PIC X(20).
           05 WS-OA-STATUS             PIC X.
           05 WS-OA-ROW-COUNT          PIC 9(5).
           05 WS-OA-SUBMIT-DATE        PIC X(8).
           05 WS-OA-ACTION-DATE        PIC X(8).
           05 WS-OA-CHAIR-SSN          PIC 9(9).
           05 WS-OA-POSTED-COUNT       PIC 9(5).
           05 WS-OA-NOTE               PIC X(30).
           05 FILLER                   PIC X(4).
      *> the new side, and the work area rows are loaded through
       01  WS-NEW-IMAGE                PIC X(90).
       01  WS-NEW-SCORE-VIEW REDEFINES WS-NEW-IMAGE.
           05 WS-NS-KEY                PIC X(20).
           05 WS-NS-MIDTERM            PIC 9(2)V9(2).
           05 WS-NS-FINAL-SCORE        PIC 9(2)V9(2).
           05 WS-NS-PROJECT-SCORE      PIC 9(2)V9(2).
           05 WS-NS-ACTION             PIC X.
           05 FILLER                   PIC X(57).
       01  WS-NEW-GRADE-VIEW REDEFINES WS-NEW-IMAGE.
           05 WS-NG-KEY                PIC X(20).
           05 WS-NG-SURNAME            PIC X(15).
           05 WS-NG-FORNAME            PIC X(10).
           05 WS-NG-SUM-SCORE          PIC 9(3)V9(2).
           05 WS-NG-GRADE              PIC X(2).
           05 WS-NG-ACTION             PIC X.
              88 WS-NG-BEFORE-IMAGE    VALUE "B".
           05 WS-NG-REASON-CODE        PIC X(4).
           05 FILLER                   PIC X(33).
       01  WS-NEW-APPR-VIEW REDEFINES WS-NEW-IMAGE.
           05 WS-NA-KEY.
              10 WS-NA-TERM-ID         PIC X(6).
              10 WS-NA-COURSE-ID       PIC X(6).
              10 FILLER                PIC X(8).
           05 WS-NA-STATUS             PIC X.
           05 WS-NA-ROW-COUNT          PIC 9(5).
           05 WS-NA-SUBMIT-DATE        PIC X(8).
           05 WS-NA-ACTION-DATE        PIC X(8).
           05 WS-NA-CHAIR-SSN          PIC 9(9).
           05 WS-NA-POSTED-COUNT       PIC 9(5).
           05 WS-NA-NOTE               PIC X(30).
           05 FILLER                   PIC X(4).

       01  WS-ED-SCORE                 PIC Z9.99.
       01  WS-ED-SUM                   PIC ZZ9.99.
       01  WS-ED-MID                   PIC Z9.99.
       01  WS-ED-FIN                   PIC Z9.99.
       01  WS-ED-PRJ                   PIC Z9.99.
       01  WS-ED-ROWS                  PIC ZZZZ9.

       01  WS-TOTALS.
           05 WS-ROWS-READ-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-DIFF-COUNT            PIC 9(7) VALUE ZERO.

       01  WS-RUN-DATE.
           05 WS-RUN-YEAR              PIC X(4).
           05 WS-RUN-MONTH             PIC X(2).
           05 WS-RUN-DAY               PIC X(2).
       01  WS-PAGE-NUM                 PIC 9(3) VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE           PIC 9(2) VALUE 55.
       01  WS-RPT-TITLE-LINE.
           05 FILLER                   PIC X(40)
              VALUE "BACKUP GENERATION COMPARE".
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
           05 FILLER                   PIC X(41) VALUE
              "  CHANGE   TERM   COURSE STU-ID    DETAIL".
           05 FILLER                   PIC X(39) VALUE SPACES.
       01  WS-RPT-SIDE-LINE.
           05 RPT-SIDE-LABEL           PIC X(8).
           05 RPT-SIDE-WHAT            PIC X(16).
           05 FILLER                   PIC X(7) VALUE " TAKEN ".
           05 RPT-SIDE-TIMESTAMP       PIC X(14).
           05 FILLER                   PIC X(7) VALUE "  TERM ".
           05 RPT-SIDE-TERM            PIC X(6).
           05 FILLER                   PIC X(22) VALUE SPACES.
       01  WS-RPT-SECTION-LINE.
           05 FILLER                   PIC X(5) VALUE "FILE ".
           05 RPT-SEC-FILE             PIC X(16).
           05 FILLER                   PIC X(12) VALUE "BEFORE ROWS ".
           05 RPT-SEC-BEFORE-ROWS      PIC ZZZZ9.
           05 FILLER                   PIC X(13)
              VALUE "  AFTER ROWS ".
           05 RPT-SEC-AFTER-ROWS       PIC ZZZZ9.
           05 FILLER                   PIC X(24) VALUE SPACES.
       01  WS-RPT-DETAIL-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-CHANGE           PIC X(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 RPT-DET-TERM             PIC X(6).
           05 FILLER                   PIC X VALUE SPACE.
           05 RPT-DET-COURSE           PIC X(6).
           05 FILLER                   PIC X VALUE SPACE.
           05 RPT-DET-STU-ID           PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-VALUES           PIC X(45).
       01  WS-RPT-FIELD-LINE.
           05 FILLER                   PIC X(13) VALUE SPACES.
           05 RPT-FLD-NAME             PIC X(14).
           05 FILLER                   PIC X(4) VALUE "OLD ".
           05 RPT-FLD-OLD              PIC X(20).
           05 FILLER                   PIC X(5) VALUE " NEW ".
           05 RPT-FLD-NEW              PIC X(20).
           05 FILLER                   PIC X(4) VALUE SPACES.
       01  WS-RPT-FILE-TOTAL-LINE.
           05 FILLER                   PIC X(8) VALUE "  ADDED ".
           05 RPT-FT-ADDED             PIC ZZZZ9.
           05 FILLER                   PIC X(10) VALUE "  DELETED ".
           05 RPT-FT-DELETED           PIC ZZZZ9.
           05 FILLER                   PIC X(10) VALUE "  CHANGED ".
           05 RPT-FT-CHANGED           PIC ZZZZ9.
           05 FILLER                   PIC X(12)
              VALUE "  UNCHANGED ".
           05 RPT-FT-UNCHANGED         PIC ZZZZ9.
           05 FILLER                   PIC X(20) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL          PIC X(21).
           05 RPT-TOTAL-VALUE          PIC X(30).
           05 FILLER                   PIC X(29) VALUE SPACES.
       01  WS-COUNT-ED                 PIC Z(6)9.
       01  WS-TOTAL-WHAT               PIC X(9).
       01  WS-LINE-SAVE                PIC X(80).

       PROCEDURE DIVISION.
       000-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-START-TS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 004-LOAD-TERM-ID THRU 004-EXIT
           MOVE ZERO TO WS-FILE-COUNT-TABLE

           PERFORM 010-SELECT-GENERATIONS THRU 010-EXIT
           IF WS-CARD-BAD THEN
              MOVE 8 TO RETURN-CODE
              PERFORM 800-WRITE-RUN-AUDIT
              GOBACK
           END-IF
           PERFORM 030-LOOKUP-GEN-LOG

           OPEN OUTPUT REPORT-FILE
           PERFORM 060-PRINT-SIDES
           PERFORM VARYING WS-FILE-NUM FROM 1 BY 1
              UNTIL WS-FILE-NUM > WS-FILE-COUNT
              PERFORM 100-COMPARE-FILE THRU 100-EXIT
           END-PERFORM
           PERFORM 600-PRINT-TOTALS-PAGE
           CLOSE REPORT-FILE

           DISPLAY "=========================================="
           DISPLAY "GEN-COMPARE1: BEFORE " WS-SIDE-GEN(1)
              "  AFTER " WS-SIDE-GEN(2) " (0000 = LIVE FILES)"
           PERFORM VARYING WS-FILE-NUM FROM 1 BY 1
              UNTIL WS-FILE-NUM > WS-FILE-COUNT
              DISPLAY "GEN-COMPARE1: " WS-FILE-BASE(WS-FILE-NUM)
                 " ADDED " WS-FC-ADDED(WS-FILE-NUM)
                 " DELETED " WS-FC-DELETED(WS-FILE-NUM)
                 " CHANGED " WS-FC-CHANGED(WS-FILE-NUM)
           END-PERFORM
           PERFORM 800-WRITE-RUN-AUDIT
           GOBACK
           .

      *> the card is optional: without it the last generation is
      *> compared with the live files. Any generation named must be
      *> one BATCH-RUN-GRADES has numbered.
       010-SELECT-GENERATIONS.
           PERFORM 020-READ-LAST-GEN
           IF WS-LAST-GEN = ZERO THEN
              DISPLAY "GEN-COMPARE1: NO GENERATION ON RECORD IN "
                 "BACKUP-GEN.CFG, NOTHING TO COMPARE"
              SET WS-CARD-BAD TO TRUE
              GO TO 010-EXIT
           END-IF
           MOVE WS-LAST-GEN TO WS-SIDE-GEN(1)
           MOVE ZERO TO WS-SIDE-GEN(2)
           MOVE SPACES TO CMP-CFG-RECORD
           OPEN INPUT CMP-CFG-FILE
           IF WS-CMP-CFG-FOUND THEN
              READ CMP-CFG-FILE
                 AT END MOVE SPACES TO CMP-CFG-RECORD
              END-READ
           END-IF
           CLOSE CMP-CFG-FILE

           IF CFG-BEFORE-GEN NOT = SPACES THEN
              IF CFG-BEFORE-GEN IS NOT NUMERIC THEN
                 DISPLAY "GEN-COMPARE1: BEFORE GENERATION '"
                    CFG-BEFORE-GEN "' IS NOT A NUMBER"
                 SET WS-CARD-BAD TO TRUE
                 GO TO 010-EXIT
              END-IF
              MOVE CFG-BEFORE-GEN TO WS-SIDE-GEN(1)
           END-IF
           IF CFG-AFTER-GEN NOT = SPACES THEN
              IF CFG-AFTER-GEN IS NOT NUMERIC THEN
                 DISPLAY "GEN-COMPARE1: AFTER GENERATION '"
                    CFG-AFTER-GEN "' IS NOT A NUMBER"
                 SET WS-CARD-BAD TO TRUE
                 GO TO 010-EXIT
              END-IF
              MOVE CFG-AFTER-GEN TO WS-SIDE-GEN(2)
           END-IF

           IF WS-SIDE-GEN(1) = ZERO
                 OR WS-SIDE-GEN(1) > WS-LAST-GEN THEN
              DISPLAY "GEN-COMPARE1: BEFORE GENERATION "
                 WS-SIDE-GEN(1) " NOT TAKEN (LAST IS " WS-LAST-GEN
                 ")"
              SET WS-CARD-BAD TO TRUE
              GO TO 010-EXIT
           END-IF
           IF WS-SIDE-GEN(2) > WS-LAST-GEN THEN
              DISPLAY "GEN-COMPARE1: AFTER GENERATION "
                 WS-SIDE-GEN(2) " NOT TAKEN (LAST IS " WS-LAST-GEN
                 ")"
              SET WS-CARD-BAD TO TRUE
              GO TO 010-EXIT
           END-IF
           IF WS-SIDE-GEN(1) = WS-SIDE-GEN(2) THEN
              DISPLAY "GEN-COMPARE1: BEFORE AND AFTER ARE THE SAME "
                 "GENERATION " WS-SIDE-GEN(1)
              SET WS-CARD-BAD TO TRUE
              GO TO 010-EXIT
           END-IF
           .
       010-EXIT.
           EXIT.

       020-READ-LAST-GEN.
           MOVE ZERO TO WS-LAST-GEN
           OPEN INPUT GEN-CFG-FILE
           IF WS-GEN-CFG-FOUND THEN
              READ GEN-CFG-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF CFG-LAST-GEN IS NUMERIC THEN
                       MOVE CFG-LAST-GEN TO WS-LAST-GEN
                    END-IF
              END-READ
           END-IF
           CLOSE GEN-CFG-FILE
           .

      *> term and timestamp of each generation, from the log line
      *> BATCH-RUN-GRADES appended when it took it. The live side
      *> is the run date and the current term.
       030-LOOKUP-GEN-LOG.
           MOVE SPACES TO WS-SIDE-INFO-TABLE
           MOVE WS-RUN-TERM-ID TO WS-SIDE-TERM-ID(2)
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SIDE-TIMESTAMP(2)
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT GEN-LOG-FILE
           IF WS-GEN-LOG-FOUND THEN
              PERFORM UNTIL WS-EOF
                 READ GEN-LOG-FILE
                    AT END SET WS-EOF TO TRUE
                 END-READ
                 IF NOT WS-EOF AND LOG-GEN IS NUMERIC THEN
                    PERFORM VARYING WS-SIDE FROM 1 BY 1
                       UNTIL WS-SIDE > 2
                       IF LOG-GEN = WS-SIDE-GEN(WS-SIDE)
                             AND LOG-GEN NOT = ZERO THEN
                          MOVE LOG-TERM-ID
                             TO WS-SIDE-TERM-ID(WS-SIDE)
                          MOVE LOG-TIMESTAMP
                             TO WS-SIDE-TIMESTAMP(WS-SIDE)
                       END-IF
                    END-PERFORM
                 END-IF
              END-PERFORM
           END-IF
           CLOSE GEN-LOG-FILE
           .

       060-PRINT-SIDES.
           PERFORM VARYING WS-SIDE FROM 1 BY 1 UNTIL WS-SIDE > 2
              IF WS-SIDE = 1 THEN
                 MOVE "BEFORE  " TO RPT-SIDE-LABEL
              ELSE
                 MOVE "AFTER   " TO RPT-SIDE-LABEL
              END-IF
              IF WS-SIDE-GEN(WS-SIDE) = ZERO THEN
                 MOVE "LIVE FILES" TO RPT-SIDE-WHAT
              ELSE
                 MOVE WS-SIDE-GEN(WS-SIDE) TO WS-GEN-NUM-X
                 MOVE SPACES TO RPT-SIDE-WHAT
                 STRING "GENERATION " WS-GEN-NUM-X
                    DELIMITED BY SIZE INTO RPT-SIDE-WHAT
                 END-STRING
              END-IF
              MOVE WS-SIDE-TIMESTAMP(WS-SIDE) TO RPT-SIDE-TIMESTAMP
              MOVE WS-SIDE-TERM-ID(WS-SIDE)   TO RPT-SIDE-TERM
              MOVE WS-RPT-SIDE-LINE TO REPORT-LINE
              PERFORM 040-WRITE-REPORT-LINE
           END-PERFORM
           .

      *> load both sides of one file, then list the keys that were
      *> added or changed in after order and those deleted in before
      *> order.
       100-COMPARE-FILE.
           PERFORM VARYING WS-SIDE FROM 1 BY 1 UNTIL WS-SIDE > 2
              PERFORM 110-BUILD-FILE-NAME
              PERFORM 200-LOAD-SIDE THRU 200-EXIT
           END-PERFORM

           MOVE WS-RPT-DASH-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-SEC-FILE
           STRING WS-FILE-BASE(WS-FILE-NUM) DELIMITED BY SPACE
              ".dat" DELIMITED BY SIZE INTO RPT-SEC-FILE
           END-STRING
           MOVE WS-FC-ROWS(WS-FILE-NUM, 1) TO RPT-SEC-BEFORE-ROWS
           MOVE WS-FC-ROWS(WS-FILE-NUM, 2) TO RPT-SEC-AFTER-ROWS
           MOVE WS-RPT-SECTION-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           PERFORM VARYING WS-SIDE FROM 1 BY 1 UNTIL WS-SIDE > 2
              IF WS-FC-MISSING-SW(WS-FILE-NUM, WS-SIDE) = "Y" THEN
                 PERFORM 110-BUILD-FILE-NAME
                 MOVE SPACES TO REPORT-LINE
                 STRING "  " WS-CMP-FILE-NAME DELIMITED BY SPACE
                    " NOT ON FILE - COMPARED AS EMPTY"
                    DELIMITED BY SIZE INTO REPORT-LINE
                 END-STRING
                 PERFORM 040-WRITE-REPORT-LINE
              END-IF
           END-PERFORM
           IF WS-FC-OVERFLOW(WS-FILE-NUM) THEN
              MOVE "  MORE THAN 2000 KEYS ON ONE SIDE, NOT COMPARED"
                 TO REPORT-LINE
              PERFORM 040-WRITE-REPORT-LINE
              DISPLAY "GEN-COMPARE1: " WS-FILE-BASE(WS-FILE-NUM)
                 " HAS MORE THAN 2000 KEYS, NOT COMPARED"
              MOVE 8 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF

           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
              UNTIL WS-CMP-IDX > WS-CMP-COUNT(2)
              PERFORM 300-MATCH-AFTER-ROW
           END-PERFORM
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
              UNTIL WS-CMP-IDX > WS-CMP-COUNT(1)
              IF WS-CMP-MATCH-SW(1, WS-CMP-IDX) NOT = "Y" THEN
                 ADD 1 TO WS-FC-DELETED(WS-FILE-NUM)
                 MOVE WS-CMP-IMAGE(1, WS-CMP-IDX) TO WS-NEW-IMAGE
                 MOVE "DELETED " TO RPT-DET-CHANGE
                 PERFORM 400-PRINT-KEY-LINE
              END-IF
           END-PERFORM

           MOVE WS-FC-ADDED(WS-FILE-NUM)     TO RPT-FT-ADDED
           MOVE WS-FC-DELETED(WS-FILE-NUM)   TO RPT-FT-DELETED
           MOVE WS-FC-CHANGED(WS-FILE-NUM)   TO RPT-FT-CHANGED
           MOVE WS-FC-UNCHANGED(WS-FILE-NUM) TO RPT-FT-UNCHANGED
           MOVE WS-RPT-FILE-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           ADD WS-FC-ADDED(WS-FILE-NUM) WS-FC-DELETED(WS-FILE-NUM)
              WS-FC-CHANGED(WS-FILE-NUM) TO WS-DIFF-COUNT
           .
       100-EXIT.
           EXIT.

      *> live name (score.dat) or generation copy (score-g0012.dat),
      *> named the way BATCH-RUN-GRADES names them.
       110-BUILD-FILE-NAME.
           MOVE SPACES TO WS-CMP-FILE-NAME
           IF WS-SIDE-GEN(WS-SIDE) = ZERO THEN
              STRING WS-FILE-BASE(WS-FILE-NUM) DELIMITED BY SPACE
                 ".dat" DELIMITED BY SIZE INTO WS-CMP-FILE-NAME
              END-STRING
           ELSE
              MOVE WS-SIDE-GEN(WS-SIDE) TO WS-GEN-NUM-X
              STRING WS-FILE-BASE(WS-FILE-NUM) DELIMITED BY SPACE
                 "-g" WS-GEN-NUM-X ".dat"
                 DELIMITED BY SIZE INTO WS-CMP-FILE-NAME
              END-STRING
           END-IF
           .

      *> a file that was not there (not yet created, or skipped at
      *> backup time) is compared as empty and noted on the report.
       200-LOAD-SIDE.
           MOVE ZERO TO WS-CMP-COUNT(WS-SIDE)
           MOVE "N" TO WS-FC-MISSING-SW(WS-FILE-NUM, WS-SIDE)
           MOVE "N" TO WS-EOF-SW
           IF WS-FILE-IS-SCORE THEN
              OPEN INPUT SCORE-FILE
              IF NOT WS-SCORE-FILE-FOUND THEN
                 MOVE "Y" TO WS-FC-MISSING-SW(WS-FILE-NUM, WS-SIDE)
                 CLOSE SCORE-FILE
                 GO TO 200-EXIT
              END-IF
              PERFORM UNTIL WS-EOF
                 READ SCORE-FILE
                    AT END SET WS-EOF TO TRUE
                 END-READ
                 IF NOT WS-EOF THEN
                    MOVE SCORE-DETAIL TO WS-NEW-IMAGE
                    PERFORM 210-KEEP-ROW THRU 210-EXIT
                 END-IF
              END-PERFORM
              CLOSE SCORE-FILE
              GO TO 200-EXIT
           END-IF
           IF WS-FILE-IS-CRS-APPR THEN
              OPEN INPUT CRS-APPR-FILE
              IF NOT WS-CRS-APPR-FOUND THEN
                 MOVE "Y" TO WS-FC-MISSING-SW(WS-FILE-NUM, WS-SIDE)
                 CLOSE CRS-APPR-FILE
                 GO TO 200-EXIT
              END-IF
              PERFORM UNTIL WS-EOF
                 READ CRS-APPR-FILE
                    AT END SET WS-EOF TO TRUE
                 END-READ
                 IF NOT WS-EOF THEN
                    PERFORM 205-BUILD-APPR-IMAGE
                    PERFORM 210-KEEP-ROW THRU 210-EXIT
                 END-IF
              END-PERFORM
              CLOSE CRS-APPR-FILE
           ELSE
              OPEN INPUT SEQ-IN-FILE
              IF NOT WS-SEQ-IN-FOUND THEN
                 MOVE "Y" TO WS-FC-MISSING-SW(WS-FILE-NUM, WS-SIDE)
                 CLOSE SEQ-IN-FILE
                 GO TO 200-EXIT
              END-IF
              PERFORM UNTIL WS-EOF
                 READ SEQ-IN-FILE
                    AT END SET WS-EOF TO TRUE
                 END-READ
                 IF NOT WS-EOF THEN
                    MOVE SEQ-IN-RECORD TO WS-NEW-IMAGE
                    PERFORM 210-KEEP-ROW THRU 210-EXIT
                 END-IF
              END-PERFORM
              CLOSE SEQ-IN-FILE
           END-IF
           .
       200-EXIT.
           EXIT.

       205-BUILD-APPR-IMAGE.
           MOVE SPACES TO WS-NEW-IMAGE
           MOVE CA-TERM-ID      TO WS-NA-TERM-ID
           MOVE CA-COURSE-ID    TO WS-NA-COURSE-ID
           MOVE CA-STATUS       TO WS-NA-STATUS
           MOVE CA-ROW-COUNT    TO WS-NA-ROW-COUNT
           MOVE CA-SUBMIT-DATE  TO WS-NA-SUBMIT-DATE
           MOVE CA-ACTION-DATE  TO WS-NA-ACTION-DATE
           MOVE CA-CHAIR-SSN    TO WS-NA-CHAIR-SSN
           MOVE CA-POSTED-COUNT TO WS-NA-POSTED-COUNT
           MOVE CA-NOTE         TO WS-NA-NOTE
           .

      *> the later row for a key replaces the earlier one, which on
      *> the history files leaves the row that stands for the key.
       210-KEEP-ROW.
           ADD 1 TO WS-FC-ROWS(WS-FILE-NUM, WS-SIDE)
           ADD 1 TO WS-ROWS-READ-COUNT
           IF WS-FILE-IS-GRADE-HIST AND WS-NG-BEFORE-IMAGE THEN
              GO TO 210-EXIT
           END-IF
           MOVE WS-NG-KEY TO WS-CMP-SEARCH-KEY
           PERFORM 220-FIND-KEY
           IF WS-CMP-FOUND-IDX > ZERO THEN
              MOVE WS-NEW-IMAGE
                 TO WS-CMP-IMAGE(WS-SIDE, WS-CMP-FOUND-IDX)
              GO TO 210-EXIT
           END-IF
           IF WS-CMP-COUNT(WS-SIDE) >= 2000 THEN
              SET WS-FC-OVERFLOW(WS-FILE-NUM) TO TRUE
              GO TO 210-EXIT
           END-IF
           ADD 1 TO WS-CMP-COUNT(WS-SIDE)
           MOVE WS-CMP-COUNT(WS-SIDE) TO WS-CMP-FOUND-IDX
           MOVE WS-NG-KEY
              TO WS-CMP-KEY(WS-SIDE, WS-CMP-FOUND-IDX)
           MOVE WS-NEW-IMAGE
              TO WS-CMP-IMAGE(WS-SIDE, WS-CMP-FOUND-IDX)
           MOVE "N" TO WS-CMP-MATCH-SW(WS-SIDE, WS-CMP-FOUND-IDX)
           .
       210-EXIT.
           EXIT.

       220-FIND-KEY.
           MOVE ZERO TO WS-CMP-FOUND-IDX
           PERFORM VARYING WS-CMP-OTHER-IDX FROM 1 BY 1
              UNTIL WS-CMP-OTHER-IDX > WS-CMP-COUNT(WS-SIDE)
                 OR WS-CMP-FOUND-IDX > ZERO
              IF WS-CMP-KEY(WS-SIDE, WS-CMP-OTHER-IDX) =
                    WS-CMP-SEARCH-KEY THEN
                 MOVE WS-CMP-OTHER-IDX TO WS-CMP-FOUND-IDX
              END-IF
           END-PERFORM
           .

       300-MATCH-AFTER-ROW.
           MOVE WS-CMP-KEY(2, WS-CMP-IDX) TO WS-CMP-SEARCH-KEY
           MOVE 1 TO WS-SIDE
           PERFORM 220-FIND-KEY
           MOVE WS-CMP-IMAGE(2, WS-CMP-IDX) TO WS-NEW-IMAGE
           IF WS-CMP-FOUND-IDX = ZERO THEN
              ADD 1 TO WS-FC-ADDED(WS-FILE-NUM)
              MOVE "ADDED   " TO RPT-DET-CHANGE
              PERFORM 400-PRINT-KEY-LINE
           ELSE
              MOVE "Y" TO WS-CMP-MATCH-SW(1, WS-CMP-FOUND-IDX)
              MOVE WS-CMP-IMAGE(1, WS-CMP-FOUND-IDX) TO WS-OLD-IMAGE
              IF WS-OLD-IMAGE = WS-NEW-IMAGE THEN
                 ADD 1 TO WS-FC-UNCHANGED(WS-FILE-NUM)
              ELSE
                 ADD 1 TO WS-FC-CHANGED(WS-FILE-NUM)
                 MOVE "CHANGED " TO RPT-DET-CHANGE
                 PERFORM 400-PRINT-KEY-LINE
                 IF WS-FILE-IS-CRS-APPR THEN
                    PERFORM 520-LIST-APPR-CHANGES
                 ELSE
                    PERFORM 500-LIST-FIELD-CHANGES
                 END-IF
              END-IF
           END-IF
           .

      *> key line for the row in WS-NEW-IMAGE; an added or deleted
      *> row carries its values, a changed one is followed by a line
      *> per field that moved.
       400-PRINT-KEY-LINE.
           MOVE WS-NG-KEY(1:6)  TO RPT-DET-TERM
           MOVE WS-NG-KEY(7:6)  TO RPT-DET-COURSE
           MOVE WS-NG-KEY(13:8) TO RPT-DET-STU-ID
           MOVE SPACES TO RPT-DET-VALUES
           IF RPT-DET-CHANGE NOT = "CHANGED " THEN
              IF WS-FILE-IS-CRS-APPR THEN
                 PERFORM 420-FORMAT-APPR-VALUES
              ELSE
                 PERFORM 410-FORMAT-VALUES
              END-IF
           END-IF
           MOVE WS-RPT-DETAIL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           .

       410-FORMAT-VALUES.
           IF WS-FILE-HAS-SCORE-LAYOUT THEN
              MOVE WS-NS-MIDTERM       TO WS-ED-MID
              MOVE WS-NS-FINAL-SCORE   TO WS-ED-FIN
              MOVE WS-NS-PROJECT-SCORE TO WS-ED-PRJ
              STRING "MID " WS-ED-MID " FIN " WS-ED-FIN
                 " PRJ " WS-ED-PRJ
                 DELIMITED BY SIZE INTO RPT-DET-VALUES
              END-STRING
              IF WS-FILE-IS-SCORE-HIST THEN
                 MOVE " ACT " TO RPT-DET-VALUES(30:5)
                 MOVE WS-NS-ACTION TO RPT-DET-VALUES(35:1)
              END-IF
           ELSE
              MOVE WS-NG-SUM-SCORE TO WS-ED-SUM
              STRING "GRADE " WS-NG-GRADE " SUM " WS-ED-SUM " "
                 WS-NG-SURNAME
                 DELIMITED BY SIZE INTO RPT-DET-VALUES
              END-STRING
              IF WS-FILE-HAS-ACTION THEN
                 MOVE SPACES TO RPT-DET-VALUES(20:26)
                 STRING " ACT " WS-NG-ACTION " RSN "
                    WS-NG-REASON-CODE
                    DELIMITED BY SIZE INTO RPT-DET-VALUES(20:26)
                 END-STRING
              END-IF
           END-IF
           .

       420-FORMAT-APPR-VALUES.
           MOVE WS-NA-ROW-COUNT TO WS-ED-ROWS
           STRING "STATUS " WS-NA-STATUS " ROWS " WS-ED-ROWS
              " SUBMITTED " WS-NA-SUBMIT-DATE
              DELIMITED BY SIZE INTO RPT-DET-VALUES
           END-STRING
           .

      *> old and new value of every field that differs between
      *> WS-OLD-IMAGE and WS-NEW-IMAGE. The key fields are the match
      *> so they never differ here.
       500-LIST-FIELD-CHANGES.
           IF WS-FILE-HAS-SCORE-LAYOUT THEN
              IF WS-OS-MIDTERM NOT = WS-NS-MIDTERM THEN
                 MOVE "MIDTERM" TO RPT-FLD-NAME
                 MOVE WS-OS-MIDTERM TO WS-ED-SCORE
                 MOVE WS-ED-SCORE TO RPT-FLD-OLD
                 MOVE WS-NS-MIDTERM TO WS-ED-SCORE
                 MOVE WS-ED-SCORE TO RPT-FLD-NEW
                 PERFORM 510-PRINT-FIELD-LINE
              END-IF
              IF WS-OS-FINAL-SCORE NOT = WS-NS-FINAL-SCORE THEN
                 MOVE "FINAL-SCORE" TO RPT-FLD-NAME
                 MOVE WS-OS-FINAL-SCORE TO WS-ED-SCORE
                 MOVE WS-ED-SCORE TO RPT-FLD-OLD
                 MOVE WS-NS-FINAL-SCORE TO WS-ED-SCORE
                 MOVE WS-ED-SCORE TO RPT-FLD-NEW
                 PERFORM 510-PRINT-FIELD-LINE
              END-IF
              IF WS-OS-PROJECT-SCORE NOT = WS-NS-PROJECT-SCORE THEN
                 MOVE "PROJECT-SCORE" TO RPT-FLD-NAME
                 MOVE WS-OS-PROJECT-SCORE TO WS-ED-SCORE
                 MOVE WS-ED-SCORE TO RPT-FLD-OLD
                 MOVE WS-NS-PROJECT-SCORE TO WS-ED-SCORE
                 MOVE WS-ED-SCORE TO RPT-FLD-NEW
                 PERFORM 510-PRINT-FIELD-LINE
              END-IF
              IF WS-OS-ACTION NOT = WS-NS-ACTION THEN
                 MOVE "ACTION" TO RPT-FLD-NAME
                 MOVE WS-OS-ACTION TO RPT-FLD-OLD
                 MOVE WS-NS-ACTION TO RPT-FLD-NEW
                 PERFORM 510-PRINT-FIELD-LINE
              END-IF
           ELSE
              IF WS-OG-SURNAME NOT = WS-NG-SURNAME THEN
                 MOVE "SURNAME" TO RPT-FLD-NAME
                 MOVE WS-OG-SURNAME TO RPT-FLD-OLD
                 MOVE WS-NG-SURNAME TO RPT-FLD-NEW
                 PERFORM 510-PRINT-FIELD-LINE
              END-IF
              IF WS-OG-FORNAME NOT = WS-NG-FORNAME THEN
                 MOVE "FORNAME" TO RPT-FLD-NAME
                 MOVE WS-OG-FORNAME TO RPT-FLD-OLD
                 MOVE WS-NG-FORNAME TO RPT-FLD-NEW
                 PERFORM 510-PRINT-FIELD-LINE
              END-IF
              IF WS-OG-SUM-SCORE NOT = WS-NG-SUM-SCORE THEN
                 MOVE "SUM-SCORE" TO RPT-FLD-NAME
                 MOVE WS-OG-SUM-SCORE TO WS-ED-SUM
                 MOVE WS-ED-SUM TO RPT-FLD-OLD
                 MOVE WS-NG-SUM-SCORE TO WS-ED-SUM
                 MOVE WS-ED-SUM TO RPT-FLD-NEW
                 PERFORM 510-PRINT-FIELD-LINE
              END-IF
              IF WS-OG-GRADE NOT = WS-NG-GRADE THEN
                 MOVE "GRADE" TO RPT-FLD-NAME
                 MOVE WS-OG-GRADE TO RPT-FLD-OLD
                 MOVE WS-NG-GRADE TO RPT-FLD-NEW
                 PERFORM 510-PRINT-FIELD-LINE
              END-IF
              IF WS-OG-ACTION NOT = WS-NG-ACTION THEN
                 MOVE "ACTION" TO RPT-FLD-NAME
                 MOVE WS-OG-ACTION TO RPT-FLD-OLD
                 MOVE WS-NG-ACTION TO RPT-FLD-NEW
                 PERFORM 510-PRINT-FIELD-LINE
              END-IF
              IF WS-OG-REASON-CODE NOT = WS-NG-REASON-CODE THEN
                 MOVE "REASON/INST" TO RPT-FLD-NAME
                 MOVE WS-OG-REASON-CODE TO RPT-FLD-OLD
                 MOVE WS-NG-REASON-CODE TO RPT-FLD-NEW
                 PERFORM 510-PRINT-FIELD-LINE
              END-IF
           END-IF
           .

       510-PRINT-FIELD-LINE.
           MOVE WS-RPT-FIELD-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-FLD-OLD RPT-FLD-NEW
           .

      *> the approval fields; a note longer than the report column
      *> shows its first 20 characters.
       520-LIST-APPR-CHANGES.
           IF WS-OA-STATUS NOT = WS-NA-STATUS THEN
              MOVE "STATUS" TO RPT-FLD-NAME
              MOVE WS-OA-STATUS TO RPT-FLD-OLD
              MOVE WS-NA-STATUS TO RPT-FLD-NEW
              PERFORM 510-PRINT-FIELD-LINE
           END-IF
           IF WS-OA-ROW-COUNT NOT = WS-NA-ROW-COUNT THEN
              MOVE "ROW-COUNT" TO RPT-FLD-NAME
              MOVE WS-OA-ROW-COUNT TO WS-ED-ROWS
              MOVE WS-ED-ROWS TO RPT-FLD-OLD
              MOVE WS-NA-ROW-COUNT TO WS-ED-ROWS
              MOVE WS-ED-ROWS TO RPT-FLD-NEW
              PERFORM 510-PRINT-FIELD-LINE
           END-IF
           IF WS-OA-SUBMIT-DATE NOT = WS-NA-SUBMIT-DATE THEN
              MOVE "SUBMIT-DATE" TO RPT-FLD-NAME
              MOVE WS-OA-SUBMIT-DATE TO RPT-FLD-OLD
              MOVE WS-NA-SUBMIT-DATE TO RPT-FLD-NEW
              PERFORM 510-PRINT-FIELD-LINE
           END-IF
           IF WS-OA-ACTION-DATE NOT = WS-NA-ACTION-DATE THEN
              MOVE "ACTION-DATE" TO RPT-FLD-NAME
              MOVE WS-OA-ACTION-DATE TO RPT-FLD-OLD
              MOVE WS-NA-ACTION-DATE TO RPT-FLD-NEW
              PERFORM 510-PRINT-FIELD-LINE
           END-IF
           IF WS-OA-CHAIR-SSN NOT = WS-NA-CHAIR-SSN THEN
              MOVE "CHAIR-SSN" TO RPT-FLD-NAME
              MOVE WS-OA-CHAIR-SSN TO RPT-FLD-OLD
              MOVE WS-NA-CHAIR-SSN TO RPT-FLD-NEW
              PERFORM 510-PRINT-FIELD-LINE
           END-IF
           IF WS-OA-POSTED-COUNT NOT = WS-NA-POSTED-COUNT THEN
              MOVE "POSTED-COUNT" TO RPT-FLD-NAME
              MOVE WS-OA-POSTED-COUNT TO WS-ED-ROWS
              MOVE WS-ED-ROWS TO RPT-FLD-OLD
              MOVE WS-NA-POSTED-COUNT TO WS-ED-ROWS
              MOVE WS-ED-ROWS TO RPT-FLD-NEW
              PERFORM 510-PRINT-FIELD-LINE
           END-IF
           IF WS-OA-NOTE NOT = WS-NA-NOTE THEN
              MOVE "NOTE" TO RPT-FLD-NAME
              MOVE WS-OA-NOTE TO RPT-FLD-OLD
              MOVE WS-NA-NOTE TO RPT-FLD-NEW
              PERFORM 510-PRINT-FIELD-LINE
           END-IF
           .

       600-PRINT-TOTALS-PAGE.
           MOVE 99 TO WS-LINE-COUNT
           PERFORM VARYING WS-FILE-NUM FROM 1 BY 1
              UNTIL WS-FILE-NUM > WS-FILE-COUNT
              MOVE "ADDED" TO WS-TOTAL-WHAT
              MOVE WS-FC-ADDED(WS-FILE-NUM) TO WS-COUNT-ED
              PERFORM 610-PRINT-FILE-TOTAL
              MOVE "DELETED" TO WS-TOTAL-WHAT
              MOVE WS-FC-DELETED(WS-FILE-NUM) TO WS-COUNT-ED
              PERFORM 610-PRINT-FILE-TOTAL
              MOVE "CHANGED" TO WS-TOTAL-WHAT
              MOVE WS-FC-CHANGED(WS-FILE-NUM) TO WS-COUNT-ED
              PERFORM 610-PRINT-FILE-TOTAL
              MOVE "UNCHANGED" TO WS-TOTAL-WHAT
              MOVE WS-FC-UNCHANGED(WS-FILE-NUM) TO WS-COUNT-ED
              PERFORM 610-PRINT-FILE-TOTAL
           END-PERFORM
           MOVE "ROWS READ          : " TO RPT-TOTAL-LABEL
           MOVE WS-ROWS-READ-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "KEYS THAT DIFFER   : " TO RPT-TOTAL-LABEL
           MOVE WS-DIFF-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           .

      *> label is the file's base name and the count's name, e.g.
      *> "GRADE-HIST DELETED  : ".
       610-PRINT-FILE-TOTAL.
           MOVE SPACES TO RPT-TOTAL-LABEL
           STRING WS-FILE-LABEL(WS-FILE-NUM) DELIMITED BY SPACE
              " " WS-TOTAL-WHAT DELIMITED BY SPACE
              INTO RPT-TOTAL-LABEL
           END-STRING
           MOVE ": " TO RPT-TOTAL-LABEL(20:2)
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
              MOVE "GEN-COMPARE1"     TO AUD-PROGRAM-ID
              MOVE WS-AUDIT-START-TS  TO AUD-START-TS
              MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-END-TS
              MOVE WS-RUN-TERM-ID     TO AUD-TERM-ID
              MOVE WS-ROWS-READ-COUNT TO AUD-READ-COUNT
              MOVE WS-DIFF-COUNT      TO AUD-WRITE-COUNT
              MOVE ZERO               TO AUD-REJECT-COUNT
              MOVE RETURN-CODE        TO AUD-RETURN-CODE
              WRITE RUN-AUDIT-DETAIL
              CLOSE RUN-AUDIT-FILE
           ELSE
              DISPLAY "GEN-COMPARE1: RUN-AUDIT-FILE OPEN STATUS "
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

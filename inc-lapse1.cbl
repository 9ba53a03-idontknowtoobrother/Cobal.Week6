       IDENTIFICATION DIVISION.
       PROGRAM-ID. INC-LAPSE1.
       AUTHOR. JAKKRIT

      *> 2026-10-15 JAKKRIT - new: incomplete-grade lapse run. An "I"
      *> posted by WRITE-GRADE1 from the instructor's transaction is
      *> meant to be finished within a set number of terms; after that
      *> it turns into an F. Run once per term after WRITE-GRADE1.
      *> Reads grade-hist.dat once for the distinct terms on file (the
      *> HIST-ARCHIVE1 term table; the current term from term.cfg
      *> always counts even before anything is posted to it) and for
      *> every term + course + student whose latest non-"B" row is
      *> still "I". Terms elapsed is the number of terms after the
      *> "I" term up to and including the current term; once it
      *> reaches the limit in inc-lapse.cfg (default 1) the grade is
      *> converted the way a regrade is - a "B" before image with the
      *> "I" and a "C" after image with "F " and reason code "ILAP"
      *> appended to grade-hist.dat - so STANDING1, TRANSCRIPT1 and
      *> DEGREE-AUDIT1 pick the F up as the latest row with no change
      *> of their own. Every conversion is listed on inc-lapse.rpt in
      *> the house style. A table overflow aborts before anything is
      *> appended, since converting half the incompletes is worse
      *> than converting none. Appends a run record to run-audit.dat
      *> like the rest of the chain.
      *> 2026-10-15 JAKKRIT - advance warning for the registrar, who
      *> until now only saw an incomplete on the listing once it had
      *> already become an F. inc-lapse.cfg takes a mode in column 4:
      *> "P" previews the run - the listing shows every incomplete
      *> that would be converted and nothing is written to
      *> grade-hist.dat. Every run, preview or not, also lists the
      *> incompletes that will lapse at the next term close (one
      *> term short of the limit), so the student can be warned a
      *> term ahead. grade-hist.dat not openable for the conversion
      *> now aborts the run before anything is converted.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GRADE-HIST-FILE ASSIGN TO "grade-hist.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GRADE-HIST-STATUS.
           SELECT OPTIONAL LAPSE-CFG-FILE ASSIGN TO "inc-lapse.cfg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LAPSE-CFG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "inc-lapse.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TERM-CFG-FILE ASSIGN TO "term.cfg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TERM-CFG-STATUS.
           SELECT OPTIONAL RUN-AUDIT-FILE ASSIGN TO "run-audit.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-HIST-FILE.
           COPY gradehistdtl.

       FD  LAPSE-CFG-FILE.
       01  LAPSE-CFG-RECORD.
           05 CFG-LAPSE-TERMS          PIC 9(2).
           05 FILLER                   PIC X.
           05 CFG-LAPSE-MODE           PIC X.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       FD  TERM-CFG-FILE.
       01  TERM-CFG-RECORD.
           05 CFG-TERM-ID              PIC X(6).

       FD  RUN-AUDIT-FILE.
           COPY runaudit.

       WORKING-STORAGE SECTION.
       01  WS-GRADE-HIST-STATUS        PIC X(2).
           88 WS-GRADE-HIST-FOUND      VALUE "00".
       01  WS-LAPSE-CFG-STATUS         PIC X(2).
           88 WS-LAPSE-CFG-FOUND       VALUE "00".
       01  WS-TERM-CFG-STATUS          PIC X(2).
           88 WS-TERM-CFG-FOUND        VALUE "00".
       01  WS-RUN-AUDIT-STATUS         PIC X(2).
       01  WS-AUDIT-START-TS           PIC X(14).
       01  WS-RUN-TERM-ID              PIC X(6) VALUE "2026S1".
       01  WS-LAPSE-TERMS              PIC 9(2) VALUE 1.
       01  WS-DEF-LAPSE-TERMS          PIC 9(2) VALUE 1.
       01  WS-LAPSE-MODE               PIC X VALUE SPACE.
           88 WS-PREVIEW-RUN           VALUE "P".

       01  WS-FILE-EOF-SW              PIC X VALUE "N".
           88 WS-FILE-EOF              VALUE "Y".

      *> distinct terms on the history, in no particular order - the
      *> elapsed count only compares term ids, which sort as text
      *> (2025S2 < 2026S1).
       01  WS-TRM-COUNT                PIC 9(2) VALUE ZERO.
       01  WS-TRM-IDX                  PIC 9(2) COMP.
       01  WS-TRM-FOUND-SW             PIC X.
       01  WS-TRM-OVERFLOW-SW          PIC X VALUE "N".
           88 WS-TRM-OVERFLOW          VALUE "Y".
       01  WS-CUR-TERM-ID              PIC X(6).
       01  WS-TRM-TABLE.
           05 WS-TRM-ENTRY OCCURS 50 TIMES.
              10 WS-TRM-ID             PIC X(6).

      *> one entry per term + course + student that has ever shown an
      *> "I"; WS-INC-OPEN-SW says whether the latest non-"B" row is
      *> still that "I".
       01  WS-INC-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-INC-IDX                  PIC 9(3) COMP.
       01  WS-INC-FOUND-IDX            PIC 9(3) COMP VALUE ZERO.
       01  WS-INC-OVERFLOW-SW          PIC X VALUE "N".
           88 WS-INC-OVERFLOW          VALUE "Y".
       01  WS-INC-TABLE.
           05 WS-INC-ENTRY OCCURS 500 TIMES.
              10 WS-INC-TERM-ID        PIC X(6).
              10 WS-INC-COURSE-ID      PIC X(6).
              10 WS-INC-STU-ID         PIC X(8).
              10 WS-INC-SURNAME        PIC X(15).
              10 WS-INC-FORNAME        PIC X(10).
              10 WS-INC-SUM-SCORE      PIC 9(3)V9(2).
              10 WS-INC-REASON-CODE    PIC X(4).
              10 WS-INC-OPEN-SW        PIC X.
       01  WS-ELAPSED-TERMS            PIC 9(2).

       01  WS-TOTALS.
           05 WS-HIST-READ-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-OPEN-COUNT            PIC 9(7) VALUE ZERO.
           05 WS-LAPSED-COUNT          PIC 9(7) VALUE ZERO.
           05 WS-WITHIN-COUNT          PIC 9(7) VALUE ZERO.
           05 WS-DUE-NEXT-COUNT        PIC 9(7) VALUE ZERO.

       01  WS-RUN-DATE.
           05 WS-RUN-YEAR              PIC X(4).
           05 WS-RUN-MONTH             PIC X(2).
           05 WS-RUN-DAY               PIC X(2).
       01  WS-PAGE-NUM                 PIC 9(3) VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE           PIC 9(2) VALUE 55.
       01  WS-RPT-TITLE-LINE.
           05 FILLER                   PIC X(30)
              VALUE "INCOMPLETE GRADE LAPSE LISTING".
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
       01  WS-RPT-DASH-LINE            PIC X(80) VALUE ALL "-".
       01  WS-RPT-SECTION-LINE         PIC X(80).
       01  WS-RPT-COLHEAD-LINE.
           05 FILLER                   PIC X(48) VALUE
              "  STU-ID    SURNAME          FORNAME     COURSE".
           05 FILLER                   PIC X(32)
              VALUE "  I-TERM  TERMS  OLD  NEW".
       01  WS-RPT-DETAIL-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-STU-ID           PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-SURNAME          PIC X(15).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-FORNAME          PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-COURSE-ID        PIC X(6).
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 RPT-DET-TERM-ID          PIC X(6).
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 RPT-DET-ELAPSED          PIC Z9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 RPT-DET-OLD-GRADE        PIC X(2).
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 RPT-DET-NEW-GRADE        PIC X(2).
           05 FILLER                   PIC X(8) VALUE SPACES.
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
           PERFORM 006-LOAD-LAPSE-TERMS THRU 006-EXIT

      *> the current term always counts as elapsed, even before
      *> anything has been posted to it.
           MOVE WS-RUN-TERM-ID TO WS-CUR-TERM-ID
           PERFORM 210-TALLY-TERM

           PERFORM 200-COLLECT-HISTORY THRU 200-EXIT

           IF WS-TRM-OVERFLOW OR WS-INC-OVERFLOW THEN
              IF WS-TRM-OVERFLOW THEN
                 DISPLAY "INC-LAPSE1: MORE THAN 50 TERMS ON "
                    "GRADE-HIST.DAT, RUN ABORTED BEFORE ANY OUTPUT"
              END-IF
              IF WS-INC-OVERFLOW THEN
                 DISPLAY "INC-LAPSE1: MORE THAN 500 INCOMPLETE "
                    "GRADES, RUN ABORTED BEFORE ANY OUTPUT"
              END-IF
              MOVE 8 TO RETURN-CODE
              PERFORM 800-WRITE-RUN-AUDIT
              GOBACK
           END-IF

      *> the history is opened before anything is converted, so a
      *> run that cannot post an F converts nothing.
           IF WS-INC-COUNT > ZERO AND NOT WS-PREVIEW-RUN THEN
              OPEN EXTEND GRADE-HIST-FILE
              IF WS-GRADE-HIST-STATUS NOT = "00" AND NOT = "05" THEN
                 DISPLAY "INC-LAPSE1: GRADE-HIST-FILE OPEN STATUS "
                    WS-GRADE-HIST-STATUS ", RUN ABORTED BEFORE ANY "
                    "CONVERSION"
                 CLOSE GRADE-HIST-FILE
                 MOVE 8 TO RETURN-CODE
                 PERFORM 800-WRITE-RUN-AUDIT
                 GOBACK
              END-IF
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-PREVIEW-RUN THEN
              MOVE "PREVIEW - WOULD CONVERT TO F, NOTHING POSTED"
                 TO WS-RPT-SECTION-LINE
           ELSE
              MOVE "CONVERTED TO F THIS RUN" TO WS-RPT-SECTION-LINE
           END-IF
           PERFORM 060-PRINT-SECTION-HEAD
           PERFORM VARYING WS-INC-IDX FROM 1 BY 1
              UNTIL WS-INC-IDX > WS-INC-COUNT
              PERFORM 300-CHECK-INCOMPLETE THRU 300-EXIT
           END-PERFORM
           IF WS-INC-COUNT > ZERO AND NOT WS-PREVIEW-RUN THEN
              CLOSE GRADE-HIST-FILE
           END-IF

           MOVE "DUE TO LAPSE AT THE NEXT TERM CLOSE"
              TO WS-RPT-SECTION-LINE
           PERFORM 060-PRINT-SECTION-HEAD
           PERFORM VARYING WS-INC-IDX FROM 1 BY 1
              UNTIL WS-INC-IDX > WS-INC-COUNT
              PERFORM 330-CHECK-DUE-NEXT THRU 330-EXIT
           END-PERFORM
           PERFORM 600-PRINT-TOTALS-PAGE
           CLOSE REPORT-FILE

           DISPLAY "=========================================="
           DISPLAY "INC-LAPSE1: LAPSE AFTER " WS-LAPSE-TERMS
              " TERM(S), CURRENT TERM " WS-RUN-TERM-ID
           DISPLAY "INC-LAPSE1: OPEN INCOMPLETES   " WS-OPEN-COUNT
           IF WS-PREVIEW-RUN THEN
              DISPLAY "INC-LAPSE1: WOULD CONVERT TO F " WS-LAPSED-COUNT
           ELSE
              DISPLAY "INC-LAPSE1: CONVERTED TO F     " WS-LAPSED-COUNT
           END-IF
           DISPLAY "INC-LAPSE1: STILL WITHIN LIMIT " WS-WITHIN-COUNT
           DISPLAY "INC-LAPSE1: DUE NEXT TERM      " WS-DUE-NEXT-COUNT
           IF WS-PREVIEW-RUN THEN
              DISPLAY "INC-LAPSE1: PREVIEW RUN - NOTHING POSTED TO "
                 "GRADE-HIST.DAT"
           END-IF
           PERFORM 800-WRITE-RUN-AUDIT
           GOBACK
           .

       200-COLLECT-HISTORY.
           OPEN INPUT GRADE-HIST-FILE
           IF NOT WS-GRADE-HIST-FOUND THEN
              DISPLAY "INC-LAPSE1: GRADE-HIST-FILE OPEN STATUS "
                 WS-GRADE-HIST-STATUS ", NO INCOMPLETES TO CHECK"
              CLOSE GRADE-HIST-FILE
              GO TO 200-EXIT
           END-IF
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM UNTIL WS-FILE-EOF
              READ GRADE-HIST-FILE
                 AT END SET WS-FILE-EOF TO TRUE
              END-READ
              IF NOT WS-FILE-EOF THEN
                 ADD 1 TO WS-HIST-READ-COUNT
                 MOVE HIST-TERM-ID TO WS-CUR-TERM-ID
                 PERFORM 210-TALLY-TERM
                 IF HIST-GRADE-ACTION NOT = "B" THEN
                    PERFORM 220-COLLECT-ROW
                 END-IF
              END-IF
           END-PERFORM
           CLOSE GRADE-HIST-FILE
           .
       200-EXIT.
           EXIT.

       210-TALLY-TERM.
           MOVE "N" TO WS-TRM-FOUND-SW
           PERFORM VARYING WS-TRM-IDX FROM 1 BY 1
              UNTIL WS-TRM-IDX > WS-TRM-COUNT
                 OR WS-TRM-FOUND-SW = "Y"
              IF WS-TRM-ID(WS-TRM-IDX) = WS-CUR-TERM-ID THEN
                 MOVE "Y" TO WS-TRM-FOUND-SW
              END-IF
           END-PERFORM
           IF WS-TRM-FOUND-SW NOT = "Y" THEN
              IF WS-TRM-COUNT < 50 THEN
                 ADD 1 TO WS-TRM-COUNT
                 MOVE WS-CUR-TERM-ID TO WS-TRM-ID(WS-TRM-COUNT)
              ELSE
                 SET WS-TRM-OVERFLOW TO TRUE
              END-IF
           END-IF
           .

      *> the latest non-"B" row per term + course + student decides:
      *> an "I" opens (or re-opens) the entry, any other grade - the
      *> instructor's real grade, or an earlier lapse "F" - closes it.
       220-COLLECT-ROW.
           MOVE ZERO TO WS-INC-FOUND-IDX
           PERFORM VARYING WS-INC-IDX FROM 1 BY 1
              UNTIL WS-INC-IDX > WS-INC-COUNT
                 OR WS-INC-FOUND-IDX > ZERO
              IF WS-INC-TERM-ID(WS-INC-IDX) = HIST-TERM-ID
                    AND WS-INC-COURSE-ID(WS-INC-IDX) = HIST-COURSE-ID
                    AND WS-INC-STU-ID(WS-INC-IDX) = HIST-STU-ID THEN
                 MOVE WS-INC-IDX TO WS-INC-FOUND-IDX
              END-IF
           END-PERFORM
           IF HIST-GRADE NOT = "I " THEN
              IF WS-INC-FOUND-IDX > ZERO THEN
                 MOVE "N" TO WS-INC-OPEN-SW(WS-INC-FOUND-IDX)
              END-IF
           ELSE
              IF WS-INC-FOUND-IDX = ZERO THEN
                 IF WS-INC-COUNT >= 500 THEN
                    SET WS-INC-OVERFLOW TO TRUE
                 ELSE
                    ADD 1 TO WS-INC-COUNT
                    MOVE WS-INC-COUNT TO WS-INC-FOUND-IDX
                 END-IF
              END-IF
              IF WS-INC-FOUND-IDX > ZERO THEN
                 MOVE HIST-TERM-ID
                    TO WS-INC-TERM-ID(WS-INC-FOUND-IDX)
                 MOVE HIST-COURSE-ID
                    TO WS-INC-COURSE-ID(WS-INC-FOUND-IDX)
                 MOVE HIST-STU-ID
                    TO WS-INC-STU-ID(WS-INC-FOUND-IDX)
                 MOVE HIST-SURNAME
                    TO WS-INC-SURNAME(WS-INC-FOUND-IDX)
                 MOVE HIST-FORNAME
                    TO WS-INC-FORNAME(WS-INC-FOUND-IDX)
                 MOVE HIST-SUM-SCORE
                    TO WS-INC-SUM-SCORE(WS-INC-FOUND-IDX)
                 MOVE HIST-REASON-CODE
                    TO WS-INC-REASON-CODE(WS-INC-FOUND-IDX)
                 MOVE "Y" TO WS-INC-OPEN-SW(WS-INC-FOUND-IDX)
              END-IF
           END-IF
           .

       300-CHECK-INCOMPLETE.
           IF WS-INC-OPEN-SW(WS-INC-IDX) NOT = "Y" THEN
              GO TO 300-EXIT
           END-IF
           ADD 1 TO WS-OPEN-COUNT
           PERFORM 305-COUNT-ELAPSED
           IF WS-ELAPSED-TERMS < WS-LAPSE-TERMS THEN
              ADD 1 TO WS-WITHIN-COUNT
              GO TO 300-EXIT
           END-IF
           IF NOT WS-PREVIEW-RUN THEN
              PERFORM 310-APPEND-LAPSE-PAIR
           END-IF
           PERFORM 320-REPORT-LAPSE
           ADD 1 TO WS-LAPSED-COUNT
           .
       300-EXIT.
           EXIT.

       305-COUNT-ELAPSED.
           MOVE ZERO TO WS-ELAPSED-TERMS
           PERFORM VARYING WS-TRM-IDX FROM 1 BY 1
              UNTIL WS-TRM-IDX > WS-TRM-COUNT
              IF WS-TRM-ID(WS-TRM-IDX) > WS-INC-TERM-ID(WS-INC-IDX)
                    AND WS-TRM-ID(WS-TRM-IDX) NOT > WS-RUN-TERM-ID
                    THEN
                 ADD 1 TO WS-ELAPSED-TERMS
              END-IF
           END-PERFORM
           .

      *> one term short of the limit: the next term to open makes
      *> it lapse, so the registrar hears about it now.
       330-CHECK-DUE-NEXT.
           IF WS-INC-OPEN-SW(WS-INC-IDX) NOT = "Y" THEN
              GO TO 330-EXIT
           END-IF
           PERFORM 305-COUNT-ELAPSED
           IF WS-ELAPSED-TERMS + 1 NOT = WS-LAPSE-TERMS THEN
              GO TO 330-EXIT
           END-IF
           ADD 1 TO WS-DUE-NEXT-COUNT
           PERFORM 320-REPORT-LAPSE
           .
       330-EXIT.
           EXIT.

      *> the same before/after pair a regrade leaves, so every
      *> history reader already takes the "C" row as the grade.
       310-APPEND-LAPSE-PAIR.
           MOVE SPACES TO GRADE-HIST-DETAIL
           MOVE WS-INC-TERM-ID(WS-INC-IDX)    TO HIST-TERM-ID
           MOVE WS-INC-COURSE-ID(WS-INC-IDX)  TO HIST-COURSE-ID
           MOVE WS-INC-STU-ID(WS-INC-IDX)     TO HIST-STU-ID
           MOVE WS-INC-SURNAME(WS-INC-IDX)    TO HIST-SURNAME
           MOVE WS-INC-FORNAME(WS-INC-IDX)    TO HIST-FORNAME
           MOVE WS-INC-SUM-SCORE(WS-INC-IDX)  TO HIST-SUM-SCORE
           MOVE "I "                          TO HIST-GRADE
           MOVE "B"                           TO HIST-GRADE-ACTION
           MOVE WS-INC-REASON-CODE(WS-INC-IDX) TO HIST-REASON-CODE
           WRITE GRADE-HIST-DETAIL
           MOVE "F "                          TO HIST-GRADE
           MOVE "C"                           TO HIST-GRADE-ACTION
           MOVE "ILAP"                        TO HIST-REASON-CODE
           WRITE GRADE-HIST-DETAIL
           .

       320-REPORT-LAPSE.
           MOVE WS-INC-STU-ID(WS-INC-IDX)     TO RPT-DET-STU-ID
           MOVE WS-INC-SURNAME(WS-INC-IDX)    TO RPT-DET-SURNAME
           MOVE WS-INC-FORNAME(WS-INC-IDX)    TO RPT-DET-FORNAME
           MOVE WS-INC-COURSE-ID(WS-INC-IDX)  TO RPT-DET-COURSE-ID
           MOVE WS-INC-TERM-ID(WS-INC-IDX)    TO RPT-DET-TERM-ID
           MOVE WS-ELAPSED-TERMS              TO RPT-DET-ELAPSED
           MOVE "I "                          TO RPT-DET-OLD-GRADE
           MOVE "F "                          TO RPT-DET-NEW-GRADE
           MOVE WS-RPT-DETAIL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           .

       600-PRINT-TOTALS-PAGE.
           MOVE 99 TO WS-LINE-COUNT
           MOVE "HISTORY ROWS READ  : " TO RPT-TOTAL-LABEL
           MOVE WS-HIST-READ-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "LAPSE AFTER TERMS  : " TO RPT-TOTAL-LABEL
           MOVE WS-LAPSE-TERMS TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "OPEN INCOMPLETES   : " TO RPT-TOTAL-LABEL
           MOVE WS-OPEN-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           IF WS-PREVIEW-RUN THEN
              MOVE "WOULD CONVERT TO F : " TO RPT-TOTAL-LABEL
           ELSE
              MOVE "CONVERTED TO F     : " TO RPT-TOTAL-LABEL
           END-IF
           MOVE WS-LAPSED-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "STILL WITHIN LIMIT : " TO RPT-TOTAL-LABEL
           MOVE WS-WITHIN-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "  DUE NEXT TERM    : " TO RPT-TOTAL-LABEL
           MOVE WS-DUE-NEXT-COUNT TO WS-COUNT-ED
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

       060-PRINT-SECTION-HEAD.
           MOVE WS-RPT-DASH-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE WS-RPT-SECTION-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           .

       800-WRITE-RUN-AUDIT.
           OPEN EXTEND RUN-AUDIT-FILE
           IF WS-RUN-AUDIT-STATUS = "00" OR "05" THEN
              MOVE "INC-LAPSE1"       TO AUD-PROGRAM-ID
              MOVE WS-AUDIT-START-TS  TO AUD-START-TS
              MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-END-TS
              MOVE WS-RUN-TERM-ID     TO AUD-TERM-ID
              MOVE WS-HIST-READ-COUNT TO AUD-READ-COUNT
              IF WS-PREVIEW-RUN THEN
                 MOVE ZERO            TO AUD-WRITE-COUNT
              ELSE
                 MOVE WS-LAPSED-COUNT TO AUD-WRITE-COUNT
              END-IF
              MOVE ZERO               TO AUD-REJECT-COUNT
              MOVE RETURN-CODE        TO AUD-RETURN-CODE
              WRITE RUN-AUDIT-DETAIL
              CLOSE RUN-AUDIT-FILE
           ELSE
              DISPLAY "INC-LAPSE1: RUN-AUDIT-FILE OPEN STATUS "
                 WS-RUN-AUDIT-STATUS ", AUDIT RECORD NOT WRITTEN"
           END-IF
           .

      *> a zero or non-numeric limit would lapse every incomplete on
      *> the spot, so it falls back to the default.
       006-LOAD-LAPSE-TERMS.
           OPEN INPUT LAPSE-CFG-FILE
           IF WS-LAPSE-CFG-FOUND THEN
              READ LAPSE-CFG-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF CFG-LAPSE-TERMS IS NUMERIC
                          AND CFG-LAPSE-TERMS > ZERO THEN
                       MOVE CFG-LAPSE-TERMS TO WS-LAPSE-TERMS
                    ELSE
                       DISPLAY "INC-LAPSE1: BAD LAPSE TERMS '"
                          CFG-LAPSE-TERMS "', USING "
                          WS-DEF-LAPSE-TERMS
                       MOVE WS-DEF-LAPSE-TERMS TO WS-LAPSE-TERMS
                    END-IF
                    MOVE CFG-LAPSE-MODE TO WS-LAPSE-MODE
              END-READ
              CLOSE LAPSE-CFG-FILE
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

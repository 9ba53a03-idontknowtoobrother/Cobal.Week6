      *> way the prior-terms section always did: a score.dat or
      *> grade.dat row MAINT-SCORE1 stamped with a prior term no
      *> longer lists under the "THIS TERM" headings.
      *> 2026-10-15 JAKKRIT - transfer credit posted by
      *> TRANSFER-CREDIT1 (action "T") lists under PRIOR TERMS
      *> whatever term it was posted under, marked XFER with the
      *> source institution code instead of a SUM-SCORE it never had.
      *> 2026-10-15 JAKKRIT - every hold in force on the run date
      *> (stu-hold.dat, MAINT-HOLD1) is shown first, above the name,
      *> with its type, the office that placed it, the date placed and
      *> the note, so the counter sees at once that nothing official
      *> may go out for the student.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GRADE-HIST-FILE ASSIGN TO "grade-hist.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GRADE-HIST-STATUS.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO "stu-hold.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS HOLD-KEY
              FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT OPTIONAL TERM-CFG-FILE ASSIGN TO "term.cfg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TERM-CFG-STATUS.
       FD  GRADE-HIST-FILE.
           COPY gradehistdtl.

       FD  HOLD-FILE.
           COPY stuhold.

       FD  TERM-CFG-FILE.
       01  TERM-CFG-RECORD.
           05 CFG-TERM-ID              PIC X(6).
           88 WS-GRADE-FILE-FOUND      VALUE "00".
       01  WS-GRADE-HIST-STATUS        PIC X(2).
           88 WS-GRADE-HIST-FOUND      VALUE "00".
       01  WS-HOLD-FILE-STATUS         PIC X(2).
           88 WS-HOLD-FILE-FOUND       VALUE "00".
       01  WS-TODAY                    PIC X(8).
       01  WS-TERM-CFG-STATUS          PIC X(2).
           88 WS-TERM-CFG-FOUND        VALUE "00".
       01  WS-RUN-TERM-ID              PIC X(6) VALUE "2026S1".
              10 WS-TRN-COURSE-ID      PIC X(6).
              10 WS-TRN-SUM-SCORE      PIC 9(3)V9(2).
              10 WS-TRN-GRADE          PIC X(2).
              10 WS-TRN-XFER-SW        PIC X.
              10 WS-TRN-SOURCE-INST    PIC X(4).
       01  WS-HIST-XFER-SW             PIC X.

       01  WS-TOTALS.
           05 WS-REQUEST-COUNT         PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       000-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 005-LOAD-TERM-ID THRU 005-EXIT

           OPEN INPUT INQUIRY-FILE
           DISPLAY "STUDENT " INQ-STU-ID "  TERM " WS-RUN-TERM-ID
           DISPLAY "=========================================="

           PERFORM 015-SHOW-HOLDS
           PERFORM 020-SHOW-NAME
           PERFORM 030-SHOW-CURRENT-SCORES
           PERFORM 040-SHOW-CURRENT-GRADES
       010-EXIT.
           EXIT.

      *> a hold is in force from the day it is placed until the day
      *> it is released.
       015-SHOW-HOLDS.
           MOVE "N" TO WS-FILE-EOF-SW
           MOVE ZERO TO WS-LINE-COUNT
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "05" THEN
              CLOSE HOLD-FILE
              DISPLAY "HOLDS: NONE IN FORCE"
           ELSE
              IF NOT WS-HOLD-FILE-FOUND THEN
                 DISPLAY "HOLDS: STU-HOLD.DAT NOT AVAILABLE (STATUS "
                    WS-HOLD-FILE-STATUS ")"
                 CLOSE HOLD-FILE
              ELSE
                 PERFORM UNTIL WS-FILE-EOF
                    READ HOLD-FILE
                       AT END SET WS-FILE-EOF TO TRUE
                    END-READ
                    IF NOT WS-FILE-EOF
                          AND HOLD-STU-ID = INQ-STU-ID
                          AND HOLD-PLACED-DATE <= WS-TODAY
                          AND (HOLD-NOT-RELEASED
                             OR HOLD-RELEASED-DATE > WS-TODAY) THEN
                       ADD 1 TO WS-LINE-COUNT
                       IF WS-LINE-COUNT = 1 THEN
                          DISPLAY "*** HOLDS IN FORCE - NO OFFICIAL "
                             "OUTPUT ***"
                       END-IF
                       DISPLAY "  " HOLD-TYPE "  OFFICE " HOLD-OFFICE
                          "  PLACED " HOLD-PLACED-DATE "  " HOLD-NOTE
                    END-IF
                 END-PERFORM
                 CLOSE HOLD-FILE
                 IF WS-LINE-COUNT = ZERO THEN
                    DISPLAY "HOLDS: NONE IN FORCE"
                 END-IF
              END-IF
           END-IF
           .

       020-SHOW-NAME.
           IF WS-STUDENT-FILE-FOUND THEN
              MOVE INQ-STU-ID TO SM-STU-ID
                 END-READ
                 IF NOT WS-FILE-EOF
                       AND HIST-STU-ID = INQ-STU-ID
                       AND (HIST-TERM-ID NOT = WS-RUN-TERM-ID
                          OR HIST-IS-TRANSFER)
                       AND HIST-GRADE-ACTION NOT = "B" THEN
                    PERFORM 060-COLLECT-PRIOR-ROW
                 END-IF
              ELSE
                 PERFORM VARYING WS-TRN-IDX FROM 1 BY 1
                    UNTIL WS-TRN-IDX > WS-TRN-COUNT
                    IF WS-TRN-XFER-SW(WS-TRN-IDX) = "Y" THEN
                       DISPLAY "  " WS-TRN-TERM-ID(WS-TRN-IDX) "  "
                          WS-TRN-COURSE-ID(WS-TRN-IDX) "  XFER "
                          WS-TRN-SOURCE-INST(WS-TRN-IDX) "  "
                          WS-TRN-GRADE(WS-TRN-IDX)
                    ELSE
                       DISPLAY "  " WS-TRN-TERM-ID(WS-TRN-IDX) "  "
                          WS-TRN-COURSE-ID(WS-TRN-IDX) "  "
                          WS-TRN-SUM-SCORE(WS-TRN-IDX) "  "
                          WS-TRN-GRADE(WS-TRN-IDX)
                    END-IF
                 END-PERFORM
              END-IF
           END-IF
           .

      *> latest non-"B" row per term and course wins, the same way
      *> TRANSCRIPT1 folds regrades into one line. A transfer
      *> posting keeps a line of its own.
       060-COLLECT-PRIOR-ROW.
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
              MOVE HIST-SUM-SCORE
                 TO WS-TRN-SUM-SCORE(WS-TRN-FOUND-IDX)
              MOVE HIST-GRADE TO WS-TRN-GRADE(WS-TRN-FOUND-IDX)
              IF HIST-IS-TRANSFER THEN
                 MOVE HIST-SOURCE-INST
                    TO WS-TRN-SOURCE-INST(WS-TRN-FOUND-IDX)
              END-IF
           END-IF
           .


      *> was compared against a derived table that only replays the
      *> current term, and so dirtied the proof as "NOT DERIVABLE"
      *> even though its history exists under its own term.
      *> 2026-10-15 JAKKRIT - the grade replay skips transfer credit
      *> rows (action "T", TRANSFER-CREDIT1): they are posted to the
      *> history only and never have a grade.dat row, so counting
      *> them made every transfer a false "MISSING FROM MASTER".
      *> 2026-10-15 JAKKRIT - a grade.dat row whose course is still
      *> waiting on the department chair (pending or returned on
      *> crs-appr.dat, GRADE-APPROVE1) has no history row yet by
      *> design, so it is counted as pending approval and not
      *> reconciled, instead of dirtying every normal run before
      *> approvals finish as "IN MASTER, NOT IN HISTORY". Courses
      *> approved, or with no approval record (graded before the
      *> approval step), are checked as before. A crs-appr.dat that
      *> is on file but cannot be opened leaves the grade side not
      *> reconciled, the same as a grade.dat that cannot be.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GRADE-HIST-FILE ASSIGN TO "grade-hist.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GRADE-HIST-STATUS.
           SELECT OPTIONAL COURSE-APPR-FILE ASSIGN TO "crs-appr.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CA-KEY
              FILE STATUS IS WS-CRS-APPR-STATUS.
           SELECT OPTIONAL TERM-CFG-FILE ASSIGN TO "term.cfg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TERM-CFG-STATUS.
       FD  GRADE-HIST-FILE.
           COPY gradehistdtl.

       FD  COURSE-APPR-FILE.
           COPY crsappr.

       FD  TERM-CFG-FILE.
       01  TERM-CFG-RECORD.
           05 CFG-TERM-ID             PIC X(6).
           88 WS-GRADE-HIST-FOUND     VALUE "00".
       01  WS-TERM-CFG-STATUS         PIC X(2).
           88 WS-TERM-CFG-FOUND       VALUE "00".
       01  WS-CRS-APPR-STATUS         PIC X(2).
           88 WS-CRS-APPR-FOUND       VALUE "00".
       01  WS-CRS-APPR-OPEN-SW        PIC X VALUE "N".
           88 WS-CRS-APPR-ON-FILE     VALUE "Y".

       01  WS-RUN-TERM-ID             PIC X(6) VALUE "2026S1".

           05 WS-GRADE-DISC-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-SCORE-UNCHK-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-GRADE-UNCHK-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-GRADE-PEND-COUNT     PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       000-BEGIN.
              IF NOT WS-GHIST-EOF THEN
                 IF HIST-TERM-ID IN GRADE-HIST-DETAIL
                       = WS-RUN-TERM-ID
                       AND HIST-GRADE-ACTION NOT = "B"
                       AND NOT HIST-IS-TRANSFER THEN
                    ADD 1 TO WS-GHIST-READ-COUNT
                    PERFORM 410-APPLY-GRADE-ROW
                 END-IF
              ADD 1 TO WS-GRADE-DISC-COUNT
              GO TO 500-EXIT
           END-IF
      *> no approval master at all predates the approval step - every
      *> row is checked against history as it always was.
           OPEN INPUT COURSE-APPR-FILE
           IF WS-CRS-APPR-FOUND THEN
              SET WS-CRS-APPR-ON-FILE TO TRUE
           ELSE
              IF WS-CRS-APPR-STATUS NOT = "05" THEN
                 DISPLAY "HIST-RECON1: CRS-APPR.DAT OPEN STATUS "
                    WS-CRS-APPR-STATUS ", GRADE SIDE NOT RECONCILED"
                 ADD 1 TO WS-GRADE-DISC-COUNT
                 CLOSE COURSE-APPR-FILE
                 CLOSE GRADE-FILE
                 GO TO 500-EXIT
              END-IF
           END-IF
           PERFORM UNTIL WS-GRADE-EOF
              READ GRADE-FILE
                 AT END SET WS-GRADE-EOF TO TRUE
              IF NOT WS-GRADE-EOF THEN
                 IF TERM-ID IN GRADE-DETAIL = WS-RUN-TERM-ID THEN
                    ADD 1 TO WS-GRADE-READ-COUNT
                    PERFORM 510-CHECK-GRADE-RECORD THRU 510-EXIT
                 END-IF
              END-IF
           END-PERFORM
           CLOSE COURSE-APPR-FILE
           CLOSE GRADE-FILE
           .
       500-EXIT.
           EXIT.

      *> a course the chair has not approved has no history rows
      *> yet - GRADE-APPROVE1 posts them on approval.
       510-CHECK-GRADE-RECORD.
           IF WS-CRS-APPR-ON-FILE THEN
              MOVE TERM-ID IN GRADE-DETAIL   TO CA-TERM-ID
              MOVE COURSE-ID IN GRADE-DETAIL TO CA-COURSE-ID
              READ COURSE-APPR-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF NOT CA-IS-APPROVED THEN
                       ADD 1 TO WS-GRADE-PEND-COUNT
                       GO TO 510-EXIT
                    END-IF
              END-READ
           END-IF
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
              UNTIL WS-FIND-IDX > WS-GDRV-COUNT
           END-IF
           END-IF
           .
       510-EXIT.
           EXIT.

       600-REPORT-GRADE-LEFTOVERS.
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
              WS-GRADE-READ-COUNT
           DISPLAY "GRADE DISCREPANCIES            : "
              WS-GRADE-DISC-COUNT
           DISPLAY "GRADE PENDING APPROVAL         : "
              WS-GRADE-PEND-COUNT
           IF WS-SCORE-UNCHK-COUNT > ZERO
                 OR WS-GRADE-UNCHK-COUNT > ZERO THEN
              DISPLAY "SCORE RECORDS NOT CHECKED      : "
              IF WS-SCORE-DISC-COUNT = ZERO
                    AND WS-GRADE-DISC-COUNT = ZERO THEN
                 DISPLAY "MASTER AND HISTORY RECONCILED CLEAN"
                 IF WS-GRADE-PEND-COUNT > ZERO THEN
                    DISPLAY "GRADES PENDING APPROVAL - NOT RECONCILED "
                       "UNTIL GRADE-APPROVE1 POSTS THEM"
                 END-IF
              END-IF
           END-IF
           .

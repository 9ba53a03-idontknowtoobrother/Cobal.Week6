      *> unchecked, matching the no-student-master fallback.
      *> ENROLL-CHECK1 screens the same condition before grading;
      *> again the belt to its braces.
      *> 2026-10-15 JAKKRIT - non-scale grades: "I" (incomplete) and
      *> "W" (course withdrawal) are posted from the instructor's
      *> transaction file iw-grade-txn.dat (term, course, student,
      *> grade, reason) instead of from a SCORE-DETAIL sum. A
      *> transaction for this run's term overrides whatever the
      *> scores would have graded, with SUM-SCORE zero; one whose
      *> student has no score row at all is still posted once the
      *> score file is exhausted, through the same student and
      *> catalog edits. The grade-hist.dat "A" row carries the
      *> transaction's reason code. I/W rows are counted on their
      *> own in the control totals and kept out of the average
      *> SUM-SCORE, and the GPA readers leave them out of GPA and
      *> earned credits. INC-LAPSE1 turns an "I" left open too long
      *> into an F.
      *> 2026-10-15 JAKKRIT - grades are provisional until the
      *> department chair approves the course. The "A" rows that
      *> went straight to grade-hist.dat now go to grade-prov.dat
      *> (same layout, OUTPUT on a fresh run, EXTEND on a restart
      *> like grade.dat), and at the end of the run each term +
      *> course found there is submitted on the course approval
      *> master crs-appr.dat (copybooks/crsappr.cpy) as pending,
      *> with its row count. A returned course is resubmitted; an
      *> approved one is left approved with a console note - its
      *> grades are already in the history and later changes go
      *> through MAINT-GRADE1. GRADE-APPROVE1 posts approved courses
      *> to grade-hist.dat.
      *> 2026-10-15 JAKKRIT - an I/W transaction whose score row
      *> fails the score edit (a component over its maximum, say) is
      *> now posted with the unscored ones at end of file. It was
      *> counted as having a score row, so the rejected row never
      *> took the override and the I or W was lost without a word.
      *> The score row is still rejected as before.
      *> 2026-10-15 JAKKRIT - a fresh run no longer throws away the
      *> provisional rows of courses it does not regrade. grade-prov.dat
      *> is saved to the work file grade-prov.tmp before it is opened
      *> OUTPUT, and once the scores are graded every saved row whose
      *> term + course this run did not write again, and whose course
      *> is not already approved on crs-appr.dat, is carried back
      *> onto grade-prov.dat. A course still pending or returned from
      *> an earlier submission keeps its rows for GRADE-APPROVE1 and
      *> keeps its approval status; only the courses this run graded
      *> are submitted. A restart leaves the work file as the fresh
      *> run saved it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO "grade-ckpt.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CKPT-FILE-STATUS.
           SELECT OPTIONAL GRADE-PROV-FILE ASSIGN TO "grade-prov.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GRADE-PROV-STATUS.
           SELECT OPTIONAL PROV-WORK-FILE ASSIGN TO "grade-prov.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROV-WORK-STATUS.
           SELECT OPTIONAL COURSE-APPR-FILE ASSIGN TO "crs-appr.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CA-KEY
              FILE STATUS IS WS-CRS-APPR-STATUS.
           SELECT OPTIONAL TERM-CFG-FILE ASSIGN TO "term.cfg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TERM-CFG-STATUS.
           SELECT OPTIONAL IW-TXN-FILE ASSIGN TO "iw-grade-txn.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-IW-TXN-STATUS.
           SELECT TOTALS-REPORT-FILE ASSIGN TO "grade-totals.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-AUDIT-FILE ASSIGN TO "run-audit.dat"
           05 CKPT-REJECT-COUNT       PIC 9(7).
           05 CKPT-WITHDRAWN-COUNT    PIC 9(7).
           05 CKPT-SUM-SCORE-TOTAL    PIC 9(9)V9(2).
           05 CKPT-IW-POSTED-COUNT    PIC 9(7).

       FD  TERM-CFG-FILE.
       01  TERM-CFG-RECORD.
           05 CFG-TERM-ID             PIC X(6).

       FD  GRADE-PROV-FILE.
           COPY gradehistdtl.

       FD  PROV-WORK-FILE.
       01  PROV-WORK-RECORD          PIC X(57).

       FD  COURSE-APPR-FILE.
           COPY crsappr.

       FD  IW-TXN-FILE.
       01  IW-TXN-RECORD.
           05 IWT-TERM-ID             PIC X(6).
           05 IWT-COURSE-ID           PIC X(6).
           05 IWT-STU-ID              PIC X(8).
           05 IWT-GRADE               PIC X(2).
              88 IWT-IS-NON-SCALE     VALUE "I " "W ".
           05 IWT-REASON-CODE         PIC X(4).

       FD  TOTALS-REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

           88 WS-TERM-CFG-FOUND      VALUE "00".
       01  WS-GRADE-FILE-STATUS      PIC X(2).
       01  WS-SCORE-REJECT-STATUS    PIC X(2).
       01  WS-GRADE-PROV-STATUS      PIC X(2).
           88 WS-GRADE-PROV-FOUND    VALUE "00".
       01  WS-CRS-APPR-STATUS        PIC X(2).
           88 WS-CRS-APPR-FOUND      VALUE "00".
       01  WS-CRS-APPR-OPEN-SW       PIC X VALUE "N".
           88 WS-CRS-APPR-OPEN       VALUE "Y".
       01  WS-PROV-WORK-STATUS       PIC X(2).
           88 WS-PROV-WORK-FOUND     VALUE "00".
       01  WS-IW-TXN-STATUS          PIC X(2).
           88 WS-IW-TXN-FOUND        VALUE "00".

       01  WS-RUN-TERM-ID             PIC X(6) VALUE "2026S1".
       01  WS-CKPT-INTERVAL          PIC 9(4) VALUE 100.
           88 WS-CRS-UNKNOWN         VALUE "Y".
       01  WS-REJECT-REASON          PIC X(40).

      *> this term's I/W transactions, keyed course + student. The
      *> scored switch is set by the pre-pass over score.dat, so a
      *> transaction with no score row is known before the main read
      *> and is posted once at the end instead of being lost.
       01  WS-IW-EOF-SW              PIC X VALUE "N".
           88 WS-IW-EOF              VALUE "Y".
       01  WS-IW-OVERFLOW-SW         PIC X VALUE "N".
           88 WS-IW-OVERFLOW         VALUE "Y".
       01  WS-IW-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-IW-IDX                 PIC 9(3) COMP.
       01  WS-IW-FOUND-IDX           PIC 9(3) COMP VALUE ZERO.
       01  WS-IW-TABLE.
           05 WS-IW-ENTRY OCCURS 200 TIMES.
              10 WS-IW-TBL-COURSE    PIC X(6).
              10 WS-IW-TBL-STU       PIC X(8).
              10 WS-IW-TBL-GRADE     PIC X(2).
              10 WS-IW-TBL-REASON    PIC X(4).
              10 WS-IW-TBL-SCORED-SW PIC X.
       01  WS-HIST-REASON-CODE       PIC X(4) VALUE SPACES.

      *> term + course submitted for approval at the end of the run,
      *> with the provisional rows grade-prov.dat holds for each.
       01  WS-PROV-EOF-SW            PIC X VALUE "N".
           88 WS-PROV-EOF            VALUE "Y".
       01  WS-WORK-EOF-SW            PIC X VALUE "N".
           88 WS-WORK-EOF            VALUE "Y".
       01  WS-SUB-OVERFLOW-SW        PIC X VALUE "N".
           88 WS-SUB-OVERFLOW        VALUE "Y".
       01  WS-SUB-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-SUB-IDX                PIC 9(3) COMP.
       01  WS-SUB-FOUND-IDX          PIC 9(3) COMP VALUE ZERO.
       01  WS-SUB-TABLE.
           05 WS-SUB-ENTRY OCCURS 300 TIMES.
              10 WS-SUB-TERM-ID      PIC X(6).
              10 WS-SUB-COURSE-ID    PIC X(6).
              10 WS-SUB-ROWS         PIC 9(5).
       01  WS-APPR-ON-FILE-SW        PIC X.
       01  WS-TODAY                  PIC X(8).

       01  WS-CONTROL-TOTALS.
           05 WS-SCORE-READ-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-GRADE-WRITE-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-WITHDRAWN-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-SUM-SCORE-TOTAL     PIC 9(9)V9(2) VALUE ZERO.
           05 WS-SUM-SCORE-AVERAGE   PIC 9(3)V9(2) VALUE ZERO.
           05 WS-IW-POSTED-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-IW-IGNORED-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-SCALE-GRADED-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-SUBMITTED-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-APPR-KEPT-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-PROV-CARRIED-COUNT  PIC 9(7) VALUE ZERO.

       01  WS-RUN-DATE.
           05 WS-RUN-YEAR            PIC X(4).
           PERFORM 011-LOAD-WEIGHTS THRU 011-EXIT
           PERFORM 015-LOAD-TERM-ID THRU 015-EXIT
           PERFORM 009-LOAD-CHECKPOINT THRU 009-EXIT
           PERFORM 022-LOAD-IW-TXNS THRU 022-EXIT
           IF WS-IW-OVERFLOW THEN
              DISPLAY "WRITE-GRADE1: MORE THAN 200 I/W TRANSACTIONS "
                 "THIS TERM, RUN ABORTED BEFORE ANY CHANGE"
              MOVE 8 TO RETURN-CODE
              PERFORM 019-WRITE-RUN-AUDIT
              GOBACK
           END-IF
           PERFORM 023-MARK-SCORED-IW-TXNS THRU 023-EXIT

           OPEN INPUT SCORE-FILE
           IF WS-SCORE-FILE-STATUS NOT = "00" THEN
           ELSE
              OPEN INPUT STUDENT-FILE
              OPEN INPUT COURSE-FILE

              IF WS-CHECKPOINT-STU-ID NOT = SPACES THEN
                 OPEN EXTEND GRADE-FILE
                 OPEN EXTEND SCORE-REJECT-FILE
                 OPEN EXTEND GRADE-PROV-FILE
                 MOVE WS-CHECKPOINT-COURSE-ID
                    TO COURSE-ID IN SCORE-DETAIL
                 MOVE WS-CHECKPOINT-STU-ID TO STU-ID IN SCORE-DETAIL
              ELSE
                 OPEN OUTPUT GRADE-FILE
                 OPEN OUTPUT SCORE-REJECT-FILE
                 PERFORM 013-SAVE-GRADE-PROV
                 OPEN OUTPUT GRADE-PROV-FILE
              END-IF
              IF WS-GRADE-PROV-STATUS NOT = "00" AND NOT = "05" THEN
                 DISPLAY "WRITE-GRADE1: GRADE-PROV-FILE OPEN STATUS "
                    WS-GRADE-PROV-STATUS
              END-IF

              PERFORM UNTIL END-OF-SCORE-FILE
                 END-IF
              END-PERFORM

              PERFORM 025-POST-UNSCORED-IW

              CLOSE SCORE-FILE
              CLOSE GRADE-FILE
              CLOSE STUDENT-FILE
              CLOSE COURSE-FILE
              CLOSE SCORE-REJECT-FILE
              CLOSE GRADE-PROV-FILE

              PERFORM 030-CARRY-UNPOSTED-PROV THRU 030-EXIT
              PERFORM 014-CLEAR-CHECKPOINT
              PERFORM 028-SUBMIT-FOR-APPROVAL THRU 028-EXIT

              PERFORM 008-PRINT-CONTROL-TOTALS
           END-IF
                 STU-ID IN SCORE-DETAIL
              GO TO 001-EXIT
           END-IF
           PERFORM 024-FIND-IW-TXN THRU 024-EXIT
           IF WS-IW-FOUND-IDX > ZERO THEN
              MOVE ZERO TO SUM-SCORE
              MOVE WS-IW-TBL-GRADE(WS-IW-FOUND-IDX) TO GRADE
              MOVE WS-IW-TBL-REASON(WS-IW-FOUND-IDX)
                 TO WS-HIST-REASON-CODE
              ADD 1 TO WS-IW-POSTED-COUNT
           ELSE
              PERFORM 017-SELECT-WEIGHTS
              COMPUTE SUM-SCORE ROUNDED =
                 (MIDTERM / WS-MIDTERM-MAX * WS-MIDTERM-WEIGHT) +
                 (FINAL-SCORE / WS-FINAL-MAX * WS-FINAL-WEIGHT) +
                 (PROJECT-SCORE / WS-PROJECT-MAX * WS-PROJECT-WEIGHT)
              PERFORM 002-ASSIGN-GRADE
              MOVE SPACES TO WS-HIST-REASON-CODE
           END-IF

           DISPLAY COURSE-ID IN SCORE-DETAIL "  "
              STU-ID IN SCORE-DETAIL "  " SUM-SCORE "  " GRADE
           WRITE GRADE-DETAIL
           PERFORM 012-APPEND-GRADE-PROV
           ADD 1 TO WS-GRADE-WRITE-COUNT
           ADD SUM-SCORE TO WS-SUM-SCORE-TOTAL

       001-EXIT.
           EXIT.

       012-APPEND-GRADE-PROV.
           MOVE TERM-ID IN GRADE-DETAIL     TO HIST-TERM-ID
           MOVE COURSE-ID IN GRADE-DETAIL   TO HIST-COURSE-ID
           MOVE STU-ID IN GRADE-DETAIL      TO HIST-STU-ID
           MOVE SUM-SCORE                   TO HIST-SUM-SCORE
           MOVE GRADE                       TO HIST-GRADE
           MOVE "A"                         TO HIST-GRADE-ACTION
           MOVE WS-HIST-REASON-CODE         TO HIST-REASON-CODE
           WRITE GRADE-HIST-DETAIL
           .

      *> every term + course this run wrote to grade-prov.dat (the
      *> table 030 built, before any row was carried forward) goes to
      *> the chair as pending. A course returned to the instructor
      *> comes back as pending (this run is the resubmission); an
      *> approved course stays approved - its rows are already in
      *> grade-hist.dat, so a second posting is not offered and a
      *> regrade there goes through MAINT-GRADE1.
       028-SUBMIT-FOR-APPROVAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           IF WS-SUB-OVERFLOW OR WS-SUB-COUNT = ZERO THEN
              GO TO 028-EXIT
           END-IF

           OPEN I-O COURSE-APPR-FILE
           IF WS-CRS-APPR-STATUS NOT = "00" AND NOT = "05" THEN
              DISPLAY "WRITE-GRADE1: CRS-APPR.DAT OPEN STATUS "
                 WS-CRS-APPR-STATUS ", NO COURSE SUBMITTED FOR "
                 "APPROVAL"
              MOVE 8 TO RETURN-CODE
              CLOSE COURSE-APPR-FILE
              GO TO 028-EXIT
           END-IF
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
              UNTIL WS-SUB-IDX > WS-SUB-COUNT
              PERFORM 031-SUBMIT-ONE-COURSE
           END-PERFORM
           CLOSE COURSE-APPR-FILE
           .
       028-EXIT.
           EXIT.

       029-TALLY-PROV-ROW.
           MOVE ZERO TO WS-SUB-FOUND-IDX
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
              UNTIL WS-SUB-IDX > WS-SUB-COUNT
                 OR WS-SUB-FOUND-IDX > ZERO
              IF WS-SUB-TERM-ID(WS-SUB-IDX) = HIST-TERM-ID
                    AND WS-SUB-COURSE-ID(WS-SUB-IDX)
                       = HIST-COURSE-ID THEN
                 MOVE WS-SUB-IDX TO WS-SUB-FOUND-IDX
              END-IF
           END-PERFORM
           IF WS-SUB-FOUND-IDX = ZERO THEN
              IF WS-SUB-COUNT < 300 THEN
                 ADD 1 TO WS-SUB-COUNT
                 MOVE WS-SUB-COUNT TO WS-SUB-FOUND-IDX
                 MOVE HIST-TERM-ID TO WS-SUB-TERM-ID(WS-SUB-COUNT)
                 MOVE HIST-COURSE-ID
                    TO WS-SUB-COURSE-ID(WS-SUB-COUNT)
                 MOVE ZERO TO WS-SUB-ROWS(WS-SUB-COUNT)
              ELSE
                 SET WS-SUB-OVERFLOW TO TRUE
              END-IF
           END-IF
           IF WS-SUB-FOUND-IDX > ZERO THEN
              ADD 1 TO WS-SUB-ROWS(WS-SUB-FOUND-IDX)
           END-IF
           .

      *> grade-prov.dat as it stood before this run's OUTPUT open, kept
      *> so 030 can carry forward the courses this run does not regrade.
       013-SAVE-GRADE-PROV.
           OPEN INPUT GRADE-PROV-FILE
           OPEN OUTPUT PROV-WORK-FILE
           IF WS-GRADE-PROV-FOUND THEN
              PERFORM UNTIL WS-PROV-EOF
                 READ GRADE-PROV-FILE
                    AT END SET WS-PROV-EOF TO TRUE
                 END-READ
                 IF NOT WS-PROV-EOF THEN
                    WRITE PROV-WORK-RECORD FROM GRADE-HIST-DETAIL
                 END-IF
              END-PERFORM
           END-IF
           CLOSE PROV-WORK-FILE
           CLOSE GRADE-PROV-FILE
           MOVE "N" TO WS-PROV-EOF-SW
           .

      *> tally the term + course keys this run wrote, then put back
      *> every saved row of a course this run did not regrade, unless
      *> the chair has already approved that course (its rows are in
      *> the history). With the approval master not readable every
      *> such row is put back - a row kept after its posting is
      *> harmless, a row dropped before it is lost.
       030-CARRY-UNPOSTED-PROV.
           OPEN INPUT GRADE-PROV-FILE
           IF WS-GRADE-PROV-FOUND THEN
              PERFORM UNTIL WS-PROV-EOF
                 READ GRADE-PROV-FILE
                    AT END SET WS-PROV-EOF TO TRUE
                 END-READ
                 IF NOT WS-PROV-EOF THEN
                    PERFORM 029-TALLY-PROV-ROW
                 END-IF
              END-PERFORM
           END-IF
           CLOSE GRADE-PROV-FILE
           IF WS-SUB-OVERFLOW THEN
              DISPLAY "WRITE-GRADE1: MORE THAN 300 COURSES IN "
                 "GRADE-PROV.DAT, NONE SUBMITTED FOR APPROVAL AND "
                 "EARLIER ROWS LEFT IN GRADE-PROV.TMP"
              MOVE 8 TO RETURN-CODE
              GO TO 030-EXIT
           END-IF

           OPEN INPUT PROV-WORK-FILE
           IF NOT WS-PROV-WORK-FOUND THEN
              CLOSE PROV-WORK-FILE
              GO TO 030-EXIT
           END-IF
           OPEN INPUT COURSE-APPR-FILE
           IF WS-CRS-APPR-FOUND THEN
              SET WS-CRS-APPR-OPEN TO TRUE
           ELSE
              IF WS-CRS-APPR-STATUS NOT = "05" THEN
                 DISPLAY "WRITE-GRADE1: CRS-APPR.DAT OPEN STATUS "
                    WS-CRS-APPR-STATUS ", EVERY EARLIER ROW CARRIED"
              END-IF
           END-IF
           OPEN EXTEND GRADE-PROV-FILE
           PERFORM UNTIL WS-WORK-EOF
              READ PROV-WORK-FILE
                 AT END SET WS-WORK-EOF TO TRUE
              END-READ
              IF NOT WS-WORK-EOF THEN
                 MOVE PROV-WORK-RECORD TO GRADE-HIST-DETAIL
                 PERFORM 032-CARRY-ONE-PROV-ROW THRU 032-EXIT
              END-IF
           END-PERFORM
           CLOSE GRADE-PROV-FILE
           CLOSE COURSE-APPR-FILE
           MOVE "N" TO WS-CRS-APPR-OPEN-SW
           CLOSE PROV-WORK-FILE
           .
       030-EXIT.
           EXIT.

       032-CARRY-ONE-PROV-ROW.
           MOVE ZERO TO WS-SUB-FOUND-IDX
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
              UNTIL WS-SUB-IDX > WS-SUB-COUNT
                 OR WS-SUB-FOUND-IDX > ZERO
              IF WS-SUB-TERM-ID(WS-SUB-IDX) = HIST-TERM-ID
                    AND WS-SUB-COURSE-ID(WS-SUB-IDX)
                       = HIST-COURSE-ID THEN
                 MOVE WS-SUB-IDX TO WS-SUB-FOUND-IDX
              END-IF
           END-PERFORM
           IF WS-SUB-FOUND-IDX > ZERO THEN
              GO TO 032-EXIT
           END-IF
           IF WS-CRS-APPR-OPEN THEN
              MOVE HIST-TERM-ID   TO CA-TERM-ID
              MOVE HIST-COURSE-ID TO CA-COURSE-ID
              READ COURSE-APPR-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CA-IS-APPROVED THEN
                       GO TO 032-EXIT
                    END-IF
              END-READ
           END-IF
           WRITE GRADE-HIST-DETAIL
           ADD 1 TO WS-PROV-CARRIED-COUNT
           .
       032-EXIT.
           EXIT.

       031-SUBMIT-ONE-COURSE.
           MOVE WS-SUB-TERM-ID(WS-SUB-IDX)   TO CA-TERM-ID
           MOVE WS-SUB-COURSE-ID(WS-SUB-IDX) TO CA-COURSE-ID
           MOVE "N" TO WS-APPR-ON-FILE-SW
           READ COURSE-APPR-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO WS-APPR-ON-FILE-SW
           END-READ
           IF WS-APPR-ON-FILE-SW = "Y" AND CA-IS-APPROVED THEN
              ADD 1 TO WS-APPR-KEPT-COUNT
              DISPLAY "WRITE-GRADE1: " CA-TERM-ID " " CA-COURSE-ID
                 " ALREADY APPROVED " CA-ACTION-DATE
                 ", NOT RESUBMITTED - REGRADE VIA MAINT-GRADE1"
           ELSE
              IF WS-APPR-ON-FILE-SW = "Y" AND CA-IS-RETURNED THEN
                 DISPLAY "WRITE-GRADE1: " CA-TERM-ID " "
                    CA-COURSE-ID " RETURNED " CA-ACTION-DATE
                    ", RESUBMITTED FOR APPROVAL"
              END-IF
              IF WS-APPR-ON-FILE-SW = "N" THEN
                 MOVE SPACES TO CA-ACTION-DATE
                 MOVE ZERO   TO CA-CHAIR-SSN
                 MOVE SPACES TO CA-NOTE
              END-IF
              SET CA-IS-PENDING TO TRUE
              MOVE WS-SUB-ROWS(WS-SUB-IDX) TO CA-ROW-COUNT
              MOVE WS-TODAY TO CA-SUBMIT-DATE
              MOVE ZERO TO CA-POSTED-COUNT
              IF WS-APPR-ON-FILE-SW = "Y" THEN
                 REWRITE COURSE-APPROVAL-DETAIL
                    INVALID KEY
                       DISPLAY "WRITE-GRADE1: CRS-APPR REWRITE "
                          "FAILED " CA-TERM-ID " " CA-COURSE-ID
                       MOVE 8 TO RETURN-CODE
                 END-REWRITE
              ELSE
                 WRITE COURSE-APPROVAL-DETAIL
                    INVALID KEY
                       DISPLAY "WRITE-GRADE1: CRS-APPR WRITE "
                          "FAILED " CA-TERM-ID " " CA-COURSE-ID
                       MOVE 8 TO RETURN-CODE
                 END-WRITE
              END-IF
              ADD 1 TO WS-SUBMITTED-COUNT
           END-IF
           .

      *> the instructor's I/W transactions for this run's term. A
      *> grade other than I or W is not a non-scale grade and is
      *> ignored with a console note; a second transaction for the
      *> same course and student replaces the first, so a corrected
      *> submission wins.
       022-LOAD-IW-TXNS.
           OPEN INPUT IW-TXN-FILE
           IF NOT WS-IW-TXN-FOUND THEN
              CLOSE IW-TXN-FILE
              GO TO 022-EXIT
           END-IF
           PERFORM UNTIL WS-IW-EOF
              READ IW-TXN-FILE
                 AT END SET WS-IW-EOF TO TRUE
              END-READ
              IF NOT WS-IW-EOF
                    AND IWT-TERM-ID = WS-RUN-TERM-ID THEN
                 IF NOT IWT-IS-NON-SCALE THEN
                    ADD 1 TO WS-IW-IGNORED-COUNT
                    DISPLAY "WRITE-GRADE1: I/W TXN IGNORED, GRADE '"
                       IWT-GRADE "' IS NOT I OR W " IWT-COURSE-ID
                       " " IWT-STU-ID
                 ELSE
                    PERFORM 026-STORE-IW-TXN
                 END-IF
              END-IF
           END-PERFORM
           CLOSE IW-TXN-FILE
           .
       022-EXIT.
           EXIT.

       026-STORE-IW-TXN.
           MOVE ZERO TO WS-IW-FOUND-IDX
           PERFORM VARYING WS-IW-IDX FROM 1 BY 1
              UNTIL WS-IW-IDX > WS-IW-COUNT
                 OR WS-IW-FOUND-IDX > ZERO
              IF WS-IW-TBL-COURSE(WS-IW-IDX) = IWT-COURSE-ID
                    AND WS-IW-TBL-STU(WS-IW-IDX) = IWT-STU-ID THEN
                 MOVE WS-IW-IDX TO WS-IW-FOUND-IDX
              END-IF
           END-PERFORM
           IF WS-IW-FOUND-IDX = ZERO THEN
              IF WS-IW-COUNT >= 200 THEN
                 SET WS-IW-OVERFLOW TO TRUE
              ELSE
                 ADD 1 TO WS-IW-COUNT
                 MOVE WS-IW-COUNT TO WS-IW-FOUND-IDX
                 MOVE IWT-COURSE-ID
                    TO WS-IW-TBL-COURSE(WS-IW-FOUND-IDX)
                 MOVE IWT-STU-ID TO WS-IW-TBL-STU(WS-IW-FOUND-IDX)
                 MOVE "N" TO WS-IW-TBL-SCORED-SW(WS-IW-FOUND-IDX)
              END-IF
           END-IF
           IF WS-IW-FOUND-IDX > ZERO THEN
              MOVE IWT-GRADE TO WS-IW-TBL-GRADE(WS-IW-FOUND-IDX)
              MOVE IWT-REASON-CODE
                 TO WS-IW-TBL-REASON(WS-IW-FOUND-IDX)
           END-IF
           .

      *> one pass over score.dat to learn which I/W transactions have
      *> a score row that passes the score edit. Those take the
      *> override in the main read; the rest - no score row, or one
      *> the edit rejects - are posted by 025-POST-UNSCORED-IW at end
      *> of file. Done up front rather than as the main read goes so
      *> a restart knows which were posted before the checkpoint. A
      *> missing score.dat is left for the main OPEN to report.
       023-MARK-SCORED-IW-TXNS.
           IF WS-IW-COUNT = ZERO THEN
              GO TO 023-EXIT
           END-IF
           OPEN INPUT SCORE-FILE
           IF WS-SCORE-FILE-STATUS NOT = "00" THEN
              CLOSE SCORE-FILE
              GO TO 023-EXIT
           END-IF
           PERFORM UNTIL END-OF-SCORE-FILE
              READ SCORE-FILE
                 AT END SET END-OF-SCORE-FILE TO TRUE
              END-READ
              IF NOT END-OF-SCORE-FILE THEN
                 PERFORM 004-EDIT-SCORE THRU 004-EXIT
                 PERFORM 024-FIND-IW-TXN THRU 024-EXIT
                 IF WS-IW-FOUND-IDX > ZERO AND WS-EDIT-VALID THEN
                    MOVE "Y" TO WS-IW-TBL-SCORED-SW(WS-IW-FOUND-IDX)
                 END-IF
              END-IF
           END-PERFORM
           CLOSE SCORE-FILE
           MOVE SPACES TO SCORE-DETAIL
           .
       023-EXIT.
           EXIT.

      *> only a score row stamped with this run's term can take an
      *> I/W override - the transactions are this term's.
       024-FIND-IW-TXN.
           MOVE ZERO TO WS-IW-FOUND-IDX
           IF TERM-ID IN SCORE-DETAIL NOT = WS-RUN-TERM-ID THEN
              GO TO 024-EXIT
           END-IF
           PERFORM VARYING WS-IW-IDX FROM 1 BY 1
              UNTIL WS-IW-IDX > WS-IW-COUNT
                 OR WS-IW-FOUND-IDX > ZERO
              IF WS-IW-TBL-COURSE(WS-IW-IDX)
                    = COURSE-ID IN SCORE-DETAIL
                    AND WS-IW-TBL-STU(WS-IW-IDX)
                       = STU-ID IN SCORE-DETAIL THEN
                 MOVE WS-IW-IDX TO WS-IW-FOUND-IDX
              END-IF
           END-PERFORM
           .
       024-EXIT.
           EXIT.

      *> an I or W for a student with no score row - typically a
      *> student who stopped attending before any component was
      *> keyed. The transaction stands in for the score row and goes
      *> through the same student and catalog edits 001-PROCESS
      *> applies; no checkpoint is taken here, the score file is
      *> already exhausted.
       025-POST-UNSCORED-IW.
           PERFORM VARYING WS-IW-IDX FROM 1 BY 1
              UNTIL WS-IW-IDX > WS-IW-COUNT
              IF WS-IW-TBL-SCORED-SW(WS-IW-IDX) = "N" THEN
                 MOVE WS-IW-IDX TO WS-IW-FOUND-IDX
                 PERFORM 027-POST-ONE-UNSCORED-IW THRU 027-EXIT
              END-IF
           END-PERFORM
           .

       027-POST-ONE-UNSCORED-IW.
           MOVE WS-RUN-TERM-ID TO TERM-ID IN SCORE-DETAIL
           MOVE WS-IW-TBL-COURSE(WS-IW-FOUND-IDX)
              TO COURSE-ID IN SCORE-DETAIL
           MOVE WS-IW-TBL-STU(WS-IW-FOUND-IDX)
              TO STU-ID IN SCORE-DETAIL
           MOVE ZERO TO MIDTERM FINAL-SCORE PROJECT-SCORE
           MOVE WS-RUN-TERM-ID TO TERM-ID IN GRADE-DETAIL
           MOVE COURSE-ID IN SCORE-DETAIL TO COURSE-ID IN GRADE-DETAIL
           MOVE STU-ID IN SCORE-DETAIL TO STU-ID IN GRADE-DETAIL
           PERFORM 003-LOOKUP-STUDENT-NAME
           IF WS-STU-UNKNOWN THEN
              MOVE "STU-ID NOT IN STUDENT MASTER"
                 TO WS-REJECT-REASON
              PERFORM 007-REJECT-SCORE
              GO TO 027-EXIT
           END-IF
           PERFORM 021-LOOKUP-COURSE
           IF WS-CRS-UNKNOWN THEN
              MOVE "COURSE-ID NOT IN COURSE CATALOG"
                 TO WS-REJECT-REASON
              PERFORM 007-REJECT-SCORE
              GO TO 027-EXIT
           END-IF
           IF WS-STU-WITHDRAWN THEN
              ADD 1 TO WS-WITHDRAWN-COUNT
              DISPLAY "WRITE-GRADE1: WITHDRAWN, NOT GRADED "
                 COURSE-ID IN SCORE-DETAIL " "
                 STU-ID IN SCORE-DETAIL
              GO TO 027-EXIT
           END-IF
           MOVE ZERO TO SUM-SCORE
           MOVE WS-IW-TBL-GRADE(WS-IW-FOUND-IDX) TO GRADE
           MOVE WS-IW-TBL-REASON(WS-IW-FOUND-IDX)
              TO WS-HIST-REASON-CODE
           DISPLAY COURSE-ID IN SCORE-DETAIL "  "
              STU-ID IN SCORE-DETAIL "  " SUM-SCORE "  " GRADE
           WRITE GRADE-DETAIL
           PERFORM 012-APPEND-GRADE-PROV
           ADD 1 TO WS-GRADE-WRITE-COUNT
           ADD 1 TO WS-IW-POSTED-COUNT
           .
       027-EXIT.
           EXIT.

       003-LOOKUP-STUDENT-NAME.
           MOVE "N" TO WS-STU-WITHDRAWN-SW
           MOVE "N" TO WS-STU-UNKNOWN-SW
           .

       008-PRINT-CONTROL-TOTALS.
      *> I/W rows carry no SUM-SCORE, so the average is over the
      *> scale-graded rows only.
           COMPUTE WS-SCALE-GRADED-COUNT =
              WS-GRADE-WRITE-COUNT - WS-IW-POSTED-COUNT
           IF WS-SCALE-GRADED-COUNT > ZERO THEN
              COMPUTE WS-SUM-SCORE-AVERAGE =
                 WS-SUM-SCORE-TOTAL / WS-SCALE-GRADED-COUNT
           END-IF

           DISPLAY "=========================================="
              WS-WITHDRAWN-COUNT
           DISPLAY "GRADE-FILE RECORDS WRITTEN : "
              WS-GRADE-WRITE-COUNT
           DISPLAY "  OF WHICH I/W GRADES      : "
              WS-IW-POSTED-COUNT
           DISPLAY "I/W TRANSACTIONS IGNORED   : "
              WS-IW-IGNORED-COUNT
           DISPLAY "SUM OF SUM-SCORE           : "
              WS-SUM-SCORE-TOTAL
           DISPLAY "AVERAGE SUM-SCORE          : "
              WS-SUM-SCORE-AVERAGE
           DISPLAY "COURSES SENT FOR APPROVAL  : "
              WS-SUBMITTED-COUNT
           DISPLAY "COURSES ALREADY APPROVED   : "
              WS-APPR-KEPT-COUNT
           DISPLAY "PROV ROWS CARRIED FORWARD  : "
              WS-PROV-CARRIED-COUNT

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN OUTPUT TOTALS-REPORT-FILE
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  OF WHICH I/W GRADES      : " TO RPT-TOTAL-LABEL
           MOVE WS-IW-POSTED-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "I/W TRANSACTIONS IGNORED   : " TO RPT-TOTAL-LABEL
           MOVE WS-IW-IGNORED-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SUM OF SUM-SCORE           : " TO RPT-TOTAL-LABEL
           MOVE WS-SUM-SCORE-TOTAL TO WS-TOTAL-ED
           MOVE WS-TOTAL-ED TO RPT-TOTAL-VALUE
           MOVE WS-AVG-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "COURSES SENT FOR APPROVAL  : " TO RPT-TOTAL-LABEL
           MOVE WS-SUBMITTED-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "COURSES ALREADY APPROVED   : " TO RPT-TOTAL-LABEL
           MOVE WS-APPR-KEPT-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "PROV ROWS CARRIED FORWARD  : " TO RPT-TOTAL-LABEL
           MOVE WS-PROV-CARRIED-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE TOTALS-REPORT-FILE
           .

                          TO WS-WITHDRAWN-COUNT
                       MOVE CKPT-SUM-SCORE-TOTAL
                          TO WS-SUM-SCORE-TOTAL
                       MOVE CKPT-IW-POSTED-COUNT
                          TO WS-IW-POSTED-COUNT
                    ELSE
                       DISPLAY "WRITE-GRADE1: IGNORING STALE "
                          "CHECKPOINT FOR TERM " CKPT-TERM-ID
           MOVE WS-REJECT-COUNT      TO CKPT-REJECT-COUNT
           MOVE WS-WITHDRAWN-COUNT   TO CKPT-WITHDRAWN-COUNT
           MOVE WS-SUM-SCORE-TOTAL   TO CKPT-SUM-SCORE-TOTAL
           MOVE WS-IW-POSTED-COUNT   TO CKPT-IW-POSTED-COUNT
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE
           .

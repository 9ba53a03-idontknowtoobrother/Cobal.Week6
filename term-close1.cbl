      *> correction stays possible but leaves evidence. A term
      *> already closed is reported and left alone. Appends a run
      *> record to run-audit.dat like the rest of the chain.
      *> 2026-10-15 JAKKRIT - refuses to close a term that still has
      *> a course on the course approval master (crs-appr.dat) not
      *> approved by its department chair - pending, or returned to
      *> the instructor - listing each one, before the HIST-RECON1
      *> proof is even run: those grades are not in grade-hist.dat
      *> yet. APPR-PEND-RPT shows who is holding them.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              ACCESS MODE IS RANDOM
              RECORD KEY IS TS-TERM-ID
              FILE STATUS IS WS-TERM-STATUS-STATUS.
           SELECT OPTIONAL COURSE-APPR-FILE ASSIGN TO "crs-appr.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CA-KEY
              FILE STATUS IS WS-CRS-APPR-STATUS.
           SELECT OPTIONAL TERM-CFG-FILE ASSIGN TO "term.cfg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TERM-CFG-STATUS.
       FD  TERM-STATUS-FILE.
           COPY termstat.

       FD  COURSE-APPR-FILE.
           COPY crsappr.

       FD  TERM-CFG-FILE.
       01  TERM-CFG-RECORD.
           05 CFG-TERM-ID             PIC X(6).

       WORKING-STORAGE SECTION.
       01  WS-TERM-STATUS-STATUS      PIC X(2).
       01  WS-CRS-APPR-STATUS         PIC X(2).
           88 WS-CRS-APPR-FOUND       VALUE "00".
       01  WS-APPR-EOF-SW             PIC X VALUE "N".
           88 WS-APPR-EOF             VALUE "Y".
       01  WS-UNAPPROVED-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-TERM-CFG-STATUS         PIC X(2).
           88 WS-TERM-CFG-FOUND       VALUE "00".
       01  WS-RUN-AUDIT-STATUS        PIC X(2).
           DISPLAY "TERM-CLOSE1 - CLOSING TERM " WS-RUN-TERM-ID
           DISPLAY "=========================================="

      *> grades still waiting on a chair are not in the history, so
      *> the term cannot be frozen until every course is approved.
           PERFORM 050-CHECK-APPROVALS THRU 050-EXIT
           IF WS-UNAPPROVED-COUNT > ZERO OR RETURN-CODE NOT = ZERO
                 THEN
              DISPLAY "TERM-CLOSE1: " WS-UNAPPROVED-COUNT
                 " COURSE(S) NOT APPROVED, TERM " WS-RUN-TERM-ID
                 " NOT CLOSED"
              MOVE 8 TO RETURN-CODE
              PERFORM 090-WRITE-RUN-AUDIT
              GOBACK
           END-IF

      *> the proof first: a term whose master and history do not
      *> reconcile clean must not be frozen in that state.
           MOVE ZERO TO RETURN-CODE
           GOBACK
           .

      *> no approval master at all means no course of any term has
      *> been through the approval step, so there is nothing to wait
      *> for; one that cannot be read refuses the close.
       050-CHECK-APPROVALS.
           OPEN INPUT COURSE-APPR-FILE
           IF NOT WS-CRS-APPR-FOUND THEN
              IF WS-CRS-APPR-STATUS NOT = "05" THEN
                 DISPLAY "TERM-CLOSE1: CRS-APPR.DAT OPEN STATUS "
                    WS-CRS-APPR-STATUS
                 MOVE 8 TO RETURN-CODE
              END-IF
              CLOSE COURSE-APPR-FILE
              GO TO 050-EXIT
           END-IF
           PERFORM UNTIL WS-APPR-EOF
              READ COURSE-APPR-FILE
                 AT END SET WS-APPR-EOF TO TRUE
              END-READ
              IF NOT WS-APPR-EOF AND CA-TERM-ID = WS-RUN-TERM-ID
                    AND NOT CA-IS-APPROVED THEN
                 ADD 1 TO WS-UNAPPROVED-COUNT
                 IF CA-IS-RETURNED THEN
                    DISPLAY "TERM-CLOSE1: " CA-COURSE-ID
                       " RETURNED TO INSTRUCTOR " CA-ACTION-DATE
                 ELSE
                    DISPLAY "TERM-CLOSE1: " CA-COURSE-ID
                       " PENDING APPROVAL SINCE " CA-SUBMIT-DATE
                 END-IF
              END-IF
           END-PERFORM
           CLOSE COURSE-APPR-FILE
           .
       050-EXIT.
           EXIT.

       100-STAMP-TERM-CLOSED.
           MOVE WS-RUN-TERM-ID TO TS-TERM-ID
           MOVE "N" TO WS-RECORD-ON-FILE-SW

      *> override card (term-override.cfg) naming the term lets its
      *> transactions through with an OVERRIDE note - the deliberate
      *> late correction stays possible but leaves evidence.
      *> 2026-10-15 JAKKRIT - refuses a transaction for a course on
      *> the course approval master (crs-appr.dat) that its chair has
      *> not yet approved. Until approval the course's grades are
      *> provisional and have no "A" row in grade-hist.dat for a
      *> before/after pair to follow; they are corrected at the
      *> source (MAINT-SCORE1, iw-grade-txn.dat) and resubmitted by a
      *> WRITE-GRADE1 rerun. A course with no approval record
      *> predates the approval step and is regraded as before.
      *> 2026-10-15 JAKKRIT - a crs-appr.dat that is on file but
      *> cannot be opened now stops the run with RETURN-CODE 8 before
      *> any change, the way TERM-CLOSE1 refuses the close, instead
      *> of regrading unapproved courses unchecked. Whether the master
      *> is on file is kept in its own switch at open time, so a
      *> course with no approval record no longer switches the check
      *> off for every transaction after it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              ASSIGN TO "term-override.cfg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TERM-OVR-STATUS.
           SELECT OPTIONAL COURSE-APPR-FILE ASSIGN TO "crs-appr.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CA-KEY
              FILE STATUS IS WS-CRS-APPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  TERM-OVR-RECORD.
           05 OVR-TERM-ID             PIC X(6).

       FD  COURSE-APPR-FILE.
           COPY crsappr.

       WORKING-STORAGE SECTION.
       01  WS-GRADE-FILE-STATUS       PIC X(2).
           88 WS-GRADE-FILE-FOUND     VALUE "00".
       01  WS-OVERRIDE-TERM-ID        PIC X(6) VALUE SPACES.
       01  WS-TERM-CLOSED-SW          PIC X.
           88 WS-TERM-CLOSED          VALUE "Y".
       01  WS-CRS-APPR-STATUS         PIC X(2).
           88 WS-CRS-APPR-FOUND       VALUE "00".
       01  WS-CRS-APPR-OPEN-SW        PIC X VALUE "N".
           88 WS-CRS-APPR-ON-FILE     VALUE "Y".
       01  WS-NOT-APPROVED-SW         PIC X.
           88 WS-NOT-APPROVED         VALUE "Y".

       01  WS-GRADE-EOF-SW            PIC X VALUE "N".
           88 WS-GRADE-EOF            VALUE "Y".

           PERFORM 007-LOAD-TERM-OVERRIDE THRU 007-EXIT
           OPEN INPUT TERM-STATUS-FILE
           OPEN INPUT COURSE-APPR-FILE
           IF WS-CRS-APPR-FOUND THEN
              SET WS-CRS-APPR-ON-FILE TO TRUE
           ELSE
              IF WS-CRS-APPR-STATUS NOT = "05" THEN
                 DISPLAY "MAINT-GRADE1: CRS-APPR.DAT OPEN STATUS "
                    WS-CRS-APPR-STATUS ", ABORTING BEFORE ANY CHANGE"
                 CLOSE TERM-STATUS-FILE
                 CLOSE COURSE-APPR-FILE
                 MOVE 8 TO RETURN-CODE
                 PERFORM 090-WRITE-RUN-AUDIT
                 GOBACK
              END-IF
           END-IF
           OPEN INPUT GRADE-TXN-FILE
           OPEN EXTEND GRADE-HIST-FILE
           IF WS-GRADE-HIST-STATUS NOT = "00" AND NOT = "05" THEN
           CLOSE GRADE-TXN-FILE
           CLOSE GRADE-HIST-FILE
           CLOSE TERM-STATUS-FILE
           CLOSE COURSE-APPR-FILE

           IF WS-APPLIED-COUNT > ZERO THEN
              PERFORM 200-REWRITE-GRADE-FILE
                 GO TO 100-EXIT
              END-IF
           END-IF
           PERFORM 065-CHECK-APPROVED
           IF WS-NOT-APPROVED THEN
              ADD 1 TO WS-REFUSED-COUNT
              DISPLAY "MAINT-GRADE1: REFUSED, COURSE NOT APPROVED "
                 "(STATUS " CA-STATUS ") " GTXN-TERM-ID " "
                 GTXN-COURSE-ID " " GTXN-STU-ID
              GO TO 100-EXIT
           END-IF
           IF GTXN-REASON-CODE = SPACES THEN
              ADD 1 TO WS-REFUSED-COUNT
              DISPLAY "MAINT-GRADE1: REFUSED, NO REASON CODE "
           END-IF
           .

      *> no approval master, or no record for the course, means the
      *> course was graded before the approval step existed.
       065-CHECK-APPROVED.
           MOVE "N" TO WS-NOT-APPROVED-SW
           IF WS-CRS-APPR-ON-FILE THEN
              MOVE GTXN-TERM-ID   TO CA-TERM-ID
              MOVE GTXN-COURSE-ID TO CA-COURSE-ID
              READ COURSE-APPR-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF NOT CA-IS-APPROVED THEN
                       SET WS-NOT-APPROVED TO TRUE
                    END-IF
              END-READ
           END-IF
           .

       007-LOAD-TERM-OVERRIDE.
           OPEN INPUT TERM-OVR-FILE
           IF WS-TERM-OVR-FOUND THEN

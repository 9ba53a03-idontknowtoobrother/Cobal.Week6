      *> OVERRIDE note on the console so the run leaves evidence.
      *> A shop with no term-status.dat built yet is unguarded, as
      *> before.
      *> 2026-10-15 JAKKRIT - adds and changes are now checked
      *> against the class roster REGISTER1 builds (roster.dat): a
      *> score for a student not enrolled in the course is refused
      *> with a console reason and counted as an error, instead of
      *> quietly making the student a member of the class. Only
      *> terms the roster covers are guarded - a term registered
      *> before rosters existed, or a shop with no roster.dat, loads
      *> as before. Waitlisted students are not enrolled. Deletes
      *> are never refused, so a dropped student's score can still
      *> be removed. A roster larger than the table aborts the run
      *> before any change.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              ASSIGN TO "term-override.cfg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TERM-OVR-STATUS.
           SELECT OPTIONAL ROSTER-FILE ASSIGN TO "roster.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ROSTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  TERM-OVR-RECORD.
           05 OVR-TERM-ID             PIC X(6).

       FD  ROSTER-FILE.
           COPY roster.

       WORKING-STORAGE SECTION.
       01  WS-SCORE-HIST-STATUS       PIC X(2).
       01  WS-SCORE-FILE-STATUS       PIC X(2).
       01  WS-AUDIT-START-TS          PIC X(14).
       01  WS-TXN-EOF-SW              PIC X VALUE "N".
           88 WS-TXN-EOF              VALUE "Y".
       01  WS-ROSTER-FILE-STATUS      PIC X(2).
           88 WS-ROSTER-FILE-FOUND    VALUE "00".
       01  WS-ROSTER-EOF-SW           PIC X VALUE "N".
           88 WS-ROSTER-EOF           VALUE "Y".

      *> every roster row, seated or waitlisted - a term with any
      *> row at all is a registered term and is guarded.
       01  WS-RST-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-RST-IDX                 PIC 9(4) COMP.
       01  WS-RST-OVERFLOW-SW         PIC X VALUE "N".
           88 WS-RST-OVERFLOW         VALUE "Y".
       01  WS-RST-TABLE.
           05 WS-RST-ENTRY OCCURS 2000 TIMES.
              10 WS-RST-TBL-TERM      PIC X(6).
              10 WS-RST-TBL-COURSE    PIC X(6).
              10 WS-RST-TBL-STU       PIC X(8).
              10 WS-RST-TBL-STATUS    PIC X.
       01  WS-ROSTER-TERM-SW          PIC X.
           88 WS-ROSTER-TERM          VALUE "Y".
       01  WS-ON-ROSTER-SW            PIC X.
           88 WS-ON-ROSTER            VALUE "Y".

       01  WS-TOTALS.
           05 WS-TXN-READ-COUNT       PIC 9(7) VALUE ZERO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-START-TS
           PERFORM 005-LOAD-TERM-ID THRU 005-EXIT
           PERFORM 006-LOAD-TERM-OVERRIDE THRU 006-EXIT
           PERFORM 007-LOAD-ROSTER THRU 007-EXIT
           IF WS-RST-OVERFLOW THEN
              DISPLAY "MAINT-SCORE1: MORE THAN 2000 ROSTER ROWS, RUN "
                 "ABORTED BEFORE ANY CHANGE"
              MOVE 8 TO RETURN-CODE
              PERFORM 003-WRITE-RUN-AUDIT
              GOBACK
           END-IF
           OPEN I-O   SCORE-FILE
           OPEN INPUT TERM-STATUS-FILE
           OPEN INPUT SCORE-TXN-FILE
                 GO TO 001-EXIT
              END-IF
           END-IF
           IF TXN-IS-ADD OR TXN-IS-CHANGE THEN
              PERFORM 060-CHECK-ROSTER
              IF WS-ROSTER-TERM AND NOT WS-ON-ROSTER THEN
                 ADD 1 TO WS-ERROR-COUNT
                 DISPLAY "MAINT-SCORE1: REFUSED, NOT ON CLASS ROSTER "
                    "- " TXN-TERM-ID " " TXN-COURSE-ID " " TXN-STU-ID
                 GO TO 001-EXIT
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN TXN-IS-ADD
                 PERFORM 010-ADD-SCORE
           END-IF
           .

      *> a registered term is one with any roster row; within it the
      *> student must hold a seat (not a waitlist place) in the
      *> course.
       060-CHECK-ROSTER.
           MOVE "N" TO WS-ROSTER-TERM-SW
           MOVE "N" TO WS-ON-ROSTER-SW
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
              UNTIL WS-RST-IDX > WS-RST-COUNT OR WS-ON-ROSTER
              IF WS-RST-TBL-TERM(WS-RST-IDX) = TXN-TERM-ID THEN
                 SET WS-ROSTER-TERM TO TRUE
                 IF WS-RST-TBL-COURSE(WS-RST-IDX) = TXN-COURSE-ID
                       AND WS-RST-TBL-STU(WS-RST-IDX) = TXN-STU-ID
                       AND WS-RST-TBL-STATUS(WS-RST-IDX) = "E" THEN
                    SET WS-ON-ROSTER TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           .

       007-LOAD-ROSTER.
           OPEN INPUT ROSTER-FILE
           IF NOT WS-ROSTER-FILE-FOUND THEN
              CLOSE ROSTER-FILE
              GO TO 007-EXIT
           END-IF
           PERFORM UNTIL WS-ROSTER-EOF
              READ ROSTER-FILE
                 AT END SET WS-ROSTER-EOF TO TRUE
              END-READ
              IF NOT WS-ROSTER-EOF THEN
                 IF WS-RST-COUNT < 2000 THEN
                    ADD 1 TO WS-RST-COUNT
                    MOVE RS-TERM-ID
                       TO WS-RST-TBL-TERM(WS-RST-COUNT)
                    MOVE RS-COURSE-ID
                       TO WS-RST-TBL-COURSE(WS-RST-COUNT)
                    MOVE RS-STU-ID
                       TO WS-RST-TBL-STU(WS-RST-COUNT)
                    MOVE RS-STATUS
                       TO WS-RST-TBL-STATUS(WS-RST-COUNT)
                 ELSE
                    SET WS-RST-OVERFLOW TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ROSTER-FILE
           .
       007-EXIT.
           EXIT.

       006-LOAD-TERM-OVERRIDE.
           OPEN INPUT TERM-OVR-FILE
           IF WS-TERM-OVR-FOUND THEN

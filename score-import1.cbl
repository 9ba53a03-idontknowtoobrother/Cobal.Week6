      *> through NUMVAL to 00.00, passing the 40.00 maximum edit
      *> and loading as a zero score - the exact keying error this
      *> loader exists to catch. It now rejects MIDTERM EXCEEDS MAX.
      *> 2026-10-15 JAKKRIT - rows are now checked against the class
      *> roster REGISTER1 builds (roster.dat), the same check
      *> MAINT-SCORE1 applies: for a term the roster covers, a row
      *> for a student not enrolled in the course - waitlisted
      *> included - rejects as STU-ID NOT ON CLASS ROSTER. A roster
      *> larger than the table aborts the run before any
      *> transaction is written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TERM-CFG-FILE ASSIGN TO "term.cfg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TERM-CFG-STATUS.
           SELECT OPTIONAL ROSTER-FILE ASSIGN TO "roster.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ROSTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  TERM-CFG-RECORD.
           05 CFG-TERM-ID             PIC X(6).

       FD  ROSTER-FILE.
           COPY roster.

       WORKING-STORAGE SECTION.
       01  WS-CSV-IN-STATUS           PIC X(2).
       01  WS-SCORE-TXN-STATUS        PIC X(2).
           88 WS-TERM-CFG-FOUND       VALUE "00".
       01  WS-RUN-TERM-ID             PIC X(6) VALUE "2026S1".
       01  WS-AUDIT-START-TS          PIC X(14).
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

       01  WS-CSV-EOF-SW              PIC X VALUE "N".
           88 WS-CSV-EOF              VALUE "Y".
       000-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-START-TS
           PERFORM 005-LOAD-TERM-ID THRU 005-EXIT
           PERFORM 007-LOAD-ROSTER THRU 007-EXIT
           IF WS-RST-OVERFLOW THEN
              DISPLAY "SCORE-IMPORT1: MORE THAN 2000 ROSTER ROWS, "
                 "RUN ABORTED BEFORE ANY OUTPUT"
              MOVE 8 TO RETURN-CODE
              PERFORM 090-WRITE-RUN-AUDIT
              GOBACK
           END-IF

           OPEN INPUT CSV-IN-FILE
           IF WS-CSV-IN-STATUS NOT = "00" THEN
                 GO TO 110-EXIT
              END-IF
           END-IF
           PERFORM 130-CHECK-ROSTER
           IF WS-ROSTER-TERM AND NOT WS-ON-ROSTER THEN
              MOVE "STU-ID NOT ON CLASS ROSTER" TO WS-REASON
              GO TO 110-EXIT
           END-IF

           MOVE WS-FLD-MIDTERM TO WS-NUM-FIELD
           PERFORM 120-VALIDATE-NUMERIC
           END-IF
           .

      *> a registered term is one with any roster row; within it the
      *> student must hold a seat (not a waitlist place) in the
      *> course - the same rule as MAINT-SCORE1's 060-CHECK-ROSTER.
       130-CHECK-ROSTER.
           MOVE "N" TO WS-ROSTER-TERM-SW
           MOVE "N" TO WS-ON-ROSTER-SW
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
              UNTIL WS-RST-IDX > WS-RST-COUNT OR WS-ON-ROSTER
              IF WS-RST-TBL-TERM(WS-RST-IDX) = WS-FLD-TERM(1:6) THEN
                 SET WS-ROSTER-TERM TO TRUE
                 IF WS-RST-TBL-COURSE(WS-RST-IDX)
                       = WS-FLD-COURSE(1:6)
                       AND WS-RST-TBL-STU(WS-RST-IDX)
                          = WS-FLD-STU(1:8)
                       AND WS-RST-TBL-STATUS(WS-RST-IDX) = "E" THEN
                    SET WS-ON-ROSTER TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           .

      *> "C" when the key is already on score.dat, "A" when it is
      *> not - the same choice REWORK-SCORE1 makes when it
      *> resubmits, so MAINT-SCORE1 applies either cleanly.
           END-IF
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

       005-LOAD-TERM-ID.
           OPEN INPUT TERM-CFG-FILE
           IF WS-TERM-CFG-FOUND THEN

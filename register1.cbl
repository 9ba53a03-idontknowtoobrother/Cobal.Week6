       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTER1.
       AUTHOR. JAKKRIT

      *> 2026-10-15 JAKKRIT - new: registration add/drop against the
      *> term offerings (offering.dat, MAINT-OFFER1), building the
      *> class roster (roster.dat, copybooks/roster.cpy). Until now
      *> whoever had a score.dat row for a course counted as
      *> enrolled and ENROLL-CHECK1 could only tell us afterwards.
      *> Transactions come from reg-txn.dat. An add is refused when
      *> the term is closed on term-status.dat (the
      *> term-override.cfg card lets a named term through, the same
      *> as MAINT-SCORE1), when the section is not offered, when the
      *> student is not on stu-mast.dat or is withdrawn or
      *> graduated, or when the student already holds a seat or a
      *> waitlist place in the course that term. A full section does
      *> not refuse the student outright - the add goes on the
      *> section's waitlist, numbered in request order. A drop
      *> removes the student's row for the course, seat or waitlist
      *> place. After the transactions every open section with free
      *> seats - from drops or from a capacity MAINT-OFFER1 raised -
      *> seats its waitlist lowest request number first. Refusals go
      *> to reg-except.dat with the reason. roster.dat is line
      *> sequential, loaded to a table and rewritten whole; a table
      *> overflow aborts before any change. Appends a run record to
      *> run-audit.dat like the rest of the chain.
      *> 2026-10-15 JAKKRIT - fixed waitlist order within a run: a
      *> seat freed by a drop went to the next add in the file ahead
      *> of students already waiting, because the waitlist was only
      *> seated after the last transaction. A drop now seats its
      *> section's waitlist at once, and an add to a section that
      *> still has anyone waiting goes on the waitlist behind them
      *> even if a seat shows free.
      *> 2026-10-15 JAKKRIT - whether term-status.dat is on file is kept
      *> in a switch set at open time, so a term with no term-status
      *> record no longer turns the closed-term check off for the
      *> transactions after it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OFFERING-FILE ASSIGN TO "offering.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OFFER-FILE-STATUS.
           SELECT OPTIONAL ROSTER-FILE ASSIGN TO "roster.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ROSTER-FILE-STATUS.
           SELECT REG-TXN-FILE ASSIGN TO "reg-txn.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STUDENT-FILE ASSIGN TO "stu-mast.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SM-STU-ID
              FILE STATUS IS WS-STUDENT-FILE-STATUS.
           SELECT OPTIONAL TERM-STATUS-FILE
              ASSIGN TO "term-status.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TS-TERM-ID
              FILE STATUS IS WS-TERM-STATUS-STATUS.
           SELECT OPTIONAL TERM-OVR-FILE
              ASSIGN TO "term-override.cfg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TERM-OVR-STATUS.
           SELECT REG-EXCEPTION-FILE ASSIGN TO "reg-except.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TERM-CFG-FILE ASSIGN TO "term.cfg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TERM-CFG-STATUS.
           SELECT OPTIONAL RUN-AUDIT-FILE ASSIGN TO "run-audit.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OFFERING-FILE.
           COPY offering.

       FD  ROSTER-FILE.
           COPY roster.

       FD  REG-TXN-FILE.
       01  REG-TXN-RECORD.
           05 RTX-CODE                PIC X.
              88 RTX-IS-ADD           VALUE "A".
              88 RTX-IS-DROP          VALUE "D".
           05 RTX-TERM-ID             PIC X(6).
           05 RTX-COURSE-ID           PIC X(6).
           05 RTX-SECTION             PIC X(2).
           05 RTX-STU-ID              PIC X(8).

       FD  STUDENT-FILE.
           COPY studmast.

       FD  TERM-STATUS-FILE.
           COPY termstat.

       FD  TERM-OVR-FILE.
       01  TERM-OVR-RECORD.
           05 OVR-TERM-ID             PIC X(6).

       FD  REG-EXCEPTION-FILE.
       01  REG-EXCEPTION-LINE.
           05 EXC-CODE                PIC X.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 EXC-TERM-ID             PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 EXC-COURSE-ID           PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 EXC-SECTION             PIC X(2).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 EXC-STU-ID              PIC X(8).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 EXC-REASON              PIC X(40).

       FD  TERM-CFG-FILE.
       01  TERM-CFG-RECORD.
           05 CFG-TERM-ID             PIC X(6).

       FD  RUN-AUDIT-FILE.
           COPY runaudit.

       WORKING-STORAGE SECTION.
       01  WS-OFFER-FILE-STATUS       PIC X(2).
           88 WS-OFFER-FILE-FOUND     VALUE "00".
       01  WS-ROSTER-FILE-STATUS      PIC X(2).
           88 WS-ROSTER-FILE-FOUND    VALUE "00".
       01  WS-STUDENT-FILE-STATUS     PIC X(2).
           88 WS-STUDENT-FILE-FOUND   VALUE "00".
       01  WS-TERM-STATUS-STATUS      PIC X(2).
           88 WS-TERM-STATUS-FOUND    VALUE "00".
       01  WS-TERM-STATUS-OPEN-SW     PIC X VALUE "N".
           88 WS-TERM-STATUS-ON-FILE  VALUE "Y".
       01  WS-TERM-OVR-STATUS         PIC X(2).
           88 WS-TERM-OVR-FOUND       VALUE "00".
       01  WS-TERM-CFG-STATUS         PIC X(2).
           88 WS-TERM-CFG-FOUND       VALUE "00".
       01  WS-RUN-AUDIT-STATUS        PIC X(2).
       01  WS-AUDIT-START-TS          PIC X(14).
       01  WS-RUN-TERM-ID             PIC X(6) VALUE "2026S1".
       01  WS-RUN-DATE                PIC X(8).
       01  WS-OVERRIDE-TERM-ID        PIC X(6) VALUE SPACES.
       01  WS-CHECK-TERM-ID           PIC X(6).
       01  WS-TERM-CLOSED-SW          PIC X.
           88 WS-TERM-CLOSED          VALUE "Y".

       01  WS-OFFER-EOF-SW            PIC X VALUE "N".
           88 WS-OFFER-EOF            VALUE "Y".
       01  WS-ROSTER-EOF-SW           PIC X VALUE "N".
           88 WS-ROSTER-EOF           VALUE "Y".
       01  WS-TXN-EOF-SW              PIC X VALUE "N".
           88 WS-TXN-EOF              VALUE "Y".
       01  WS-REASON                  PIC X(40).

       01  WS-OFF-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-OFF-IDX                 PIC 9(3) COMP.
       01  WS-OFF-FOUND-IDX           PIC 9(3) COMP VALUE ZERO.
       01  WS-OFF-OVERFLOW-SW         PIC X VALUE "N".
           88 WS-OFF-OVERFLOW         VALUE "Y".
       01  WS-OFF-TABLE.
           05 WS-OFF-ENTRY OCCURS 500 TIMES.
              10 WS-OFF-TBL-TERM      PIC X(6).
              10 WS-OFF-TBL-COURSE    PIC X(6).
              10 WS-OFF-TBL-SECTION   PIC X(2).
              10 WS-OFF-TBL-CAPACITY  PIC 9(3).

       01  WS-RST-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-RST-IDX                 PIC 9(4) COMP.
       01  WS-RST-FOUND-IDX           PIC 9(4) COMP VALUE ZERO.
       01  WS-RST-OVERFLOW-SW         PIC X VALUE "N".
           88 WS-RST-OVERFLOW         VALUE "Y".
       01  WS-RST-TABLE.
           05 WS-RST-ENTRY OCCURS 2000 TIMES.
              10 WS-RST-TBL-TERM      PIC X(6).
              10 WS-RST-TBL-COURSE    PIC X(6).
              10 WS-RST-TBL-SECTION   PIC X(2).
              10 WS-RST-TBL-STU       PIC X(8).
              10 WS-RST-TBL-STATUS    PIC X.
              10 WS-RST-TBL-SEQ       PIC 9(7).
              10 WS-RST-TBL-DATE      PIC X(8).
              10 WS-RST-TBL-DEL-SW    PIC X.
       01  WS-NEXT-SEQ                PIC 9(7) VALUE 1.

      *> seat counting and waitlist promotion for one section
       01  WS-SEATED-COUNT            PIC 9(4).
       01  WS-NEXT-WAIT-IDX           PIC 9(4) COMP.
       01  WS-NEXT-WAIT-SEQ           PIC 9(7).
       01  WS-SEAT-DONE-SW            PIC X.
           88 WS-SEAT-DONE            VALUE "Y".

       01  WS-TOTALS.
           05 WS-TXN-READ-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-ENROLL-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-WAITLIST-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-DROP-COUNT           PIC 9(7) VALUE ZERO.
           05 WS-PROMOTE-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-ERROR-COUNT          PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       000-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-START-TS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 005-LOAD-TERM-ID THRU 005-EXIT
           PERFORM 006-LOAD-TERM-OVERRIDE THRU 006-EXIT
           PERFORM 050-LOAD-OFFER-TABLE THRU 050-EXIT
           PERFORM 060-LOAD-ROSTER-TABLE THRU 060-EXIT
           IF WS-OFF-OVERFLOW OR WS-RST-OVERFLOW THEN
              IF WS-OFF-OVERFLOW THEN
                 DISPLAY "REGISTER1: MORE THAN 500 OFFERINGS, RUN "
                    "ABORTED BEFORE ANY CHANGE"
              END-IF
              IF WS-RST-OVERFLOW THEN
                 DISPLAY "REGISTER1: MORE THAN 2000 ROSTER ROWS, RUN "
                    "ABORTED BEFORE ANY CHANGE"
              END-IF
              MOVE 8 TO RETURN-CODE
              PERFORM 090-WRITE-RUN-AUDIT
              GOBACK
           END-IF

           OPEN INPUT STUDENT-FILE
           IF NOT WS-STUDENT-FILE-FOUND THEN
              DISPLAY "REGISTER1: STU-MAST.DAT OPEN STATUS "
                 WS-STUDENT-FILE-STATUS ", ABORTING"
              MOVE 8 TO RETURN-CODE
              CLOSE STUDENT-FILE
              PERFORM 090-WRITE-RUN-AUDIT
              GOBACK
           END-IF
           OPEN INPUT TERM-STATUS-FILE
           IF WS-TERM-STATUS-FOUND THEN
              SET WS-TERM-STATUS-ON-FILE TO TRUE
           END-IF
           OPEN INPUT REG-TXN-FILE
           OPEN OUTPUT REG-EXCEPTION-FILE

           PERFORM UNTIL WS-TXN-EOF
              READ REG-TXN-FILE
                 AT END SET WS-TXN-EOF TO TRUE
              END-READ
              IF NOT WS-TXN-EOF THEN
                 ADD 1 TO WS-TXN-READ-COUNT
                 PERFORM 100-APPLY-TXN THRU 100-EXIT
              END-IF
           END-PERFORM

           PERFORM VARYING WS-OFF-IDX FROM 1 BY 1
              UNTIL WS-OFF-IDX > WS-OFF-COUNT
              PERFORM 400-SEAT-WAITLIST THRU 400-EXIT
           END-PERFORM

           CLOSE REG-TXN-FILE
           CLOSE STUDENT-FILE
           CLOSE TERM-STATUS-FILE
           CLOSE REG-EXCEPTION-FILE

           IF WS-ENROLL-COUNT + WS-WAITLIST-COUNT + WS-DROP-COUNT
                 + WS-PROMOTE-COUNT > ZERO THEN
              PERFORM 200-REWRITE-ROSTER-FILE
           END-IF

           PERFORM 300-PRINT-TOTALS
           PERFORM 090-WRITE-RUN-AUDIT
           GOBACK
           .

       050-LOAD-OFFER-TABLE.
           OPEN INPUT OFFERING-FILE
           IF NOT WS-OFFER-FILE-FOUND THEN
              DISPLAY "REGISTER1: OFFERING.DAT OPEN STATUS "
                 WS-OFFER-FILE-STATUS ", NO SECTIONS OFFERED"
              CLOSE OFFERING-FILE
              GO TO 050-EXIT
           END-IF
           PERFORM UNTIL WS-OFFER-EOF
              READ OFFERING-FILE
                 AT END SET WS-OFFER-EOF TO TRUE
              END-READ
              IF NOT WS-OFFER-EOF THEN
                 IF WS-OFF-COUNT < 500 THEN
                    ADD 1 TO WS-OFF-COUNT
                    MOVE OF-TERM-ID
                       TO WS-OFF-TBL-TERM(WS-OFF-COUNT)
                    MOVE OF-COURSE-ID
                       TO WS-OFF-TBL-COURSE(WS-OFF-COUNT)
                    MOVE OF-SECTION
                       TO WS-OFF-TBL-SECTION(WS-OFF-COUNT)
                    MOVE OF-CAPACITY
                       TO WS-OFF-TBL-CAPACITY(WS-OFF-COUNT)
                 ELSE
                    SET WS-OFF-OVERFLOW TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           CLOSE OFFERING-FILE
           .
       050-EXIT.
           EXIT.

       060-LOAD-ROSTER-TABLE.
           OPEN INPUT ROSTER-FILE
           IF NOT WS-ROSTER-FILE-FOUND THEN
              CLOSE ROSTER-FILE
              GO TO 060-EXIT
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
                    MOVE RS-SECTION
                       TO WS-RST-TBL-SECTION(WS-RST-COUNT)
                    MOVE RS-STU-ID
                       TO WS-RST-TBL-STU(WS-RST-COUNT)
                    MOVE RS-STATUS
                       TO WS-RST-TBL-STATUS(WS-RST-COUNT)
                    MOVE RS-REQ-SEQ
                       TO WS-RST-TBL-SEQ(WS-RST-COUNT)
                    MOVE RS-REQ-DATE
                       TO WS-RST-TBL-DATE(WS-RST-COUNT)
                    MOVE "N" TO WS-RST-TBL-DEL-SW(WS-RST-COUNT)
                    IF RS-REQ-SEQ >= WS-NEXT-SEQ THEN
                       COMPUTE WS-NEXT-SEQ = RS-REQ-SEQ + 1
                    END-IF
                 ELSE
                    SET WS-RST-OVERFLOW TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ROSTER-FILE
           .
       060-EXIT.
           EXIT.

       100-APPLY-TXN.
           PERFORM 140-VALIDATE-TXN THRU 140-EXIT
           IF WS-REASON NOT = SPACES THEN
              PERFORM 150-REPORT-EXCEPTION
              GO TO 100-EXIT
           END-IF
           EVALUATE TRUE
              WHEN RTX-IS-ADD
                 PERFORM 110-ADD-REGISTRATION
              WHEN RTX-IS-DROP
                 PERFORM 130-DROP-REGISTRATION
           END-EVALUATE
           .
       100-EXIT.
           EXIT.

      *> a seat when the section has one and nobody is waiting for
      *> it, otherwise the next place on its waitlist.
       110-ADD-REGISTRATION.
           MOVE WS-OFF-FOUND-IDX TO WS-OFF-IDX
           PERFORM 410-COUNT-SEATED
           PERFORM 420-FIND-NEXT-WAITLISTED
           ADD 1 TO WS-RST-COUNT
           MOVE RTX-TERM-ID   TO WS-RST-TBL-TERM(WS-RST-COUNT)
           MOVE RTX-COURSE-ID TO WS-RST-TBL-COURSE(WS-RST-COUNT)
           MOVE RTX-SECTION   TO WS-RST-TBL-SECTION(WS-RST-COUNT)
           MOVE RTX-STU-ID    TO WS-RST-TBL-STU(WS-RST-COUNT)
           MOVE WS-NEXT-SEQ   TO WS-RST-TBL-SEQ(WS-RST-COUNT)
           MOVE WS-RUN-DATE   TO WS-RST-TBL-DATE(WS-RST-COUNT)
           MOVE "N"           TO WS-RST-TBL-DEL-SW(WS-RST-COUNT)
           ADD 1 TO WS-NEXT-SEQ
           IF WS-SEATED-COUNT < WS-OFF-TBL-CAPACITY(WS-OFF-FOUND-IDX)
                 AND WS-NEXT-WAIT-IDX = ZERO THEN
              MOVE "E" TO WS-RST-TBL-STATUS(WS-RST-COUNT)
              ADD 1 TO WS-ENROLL-COUNT
           ELSE
              MOVE "W" TO WS-RST-TBL-STATUS(WS-RST-COUNT)
              ADD 1 TO WS-WAITLIST-COUNT
              DISPLAY "REGISTER1: SECTION FULL, WAITLISTED "
                 RTX-TERM-ID " " RTX-COURSE-ID " " RTX-SECTION " "
                 RTX-STU-ID
           END-IF
           .

       130-DROP-REGISTRATION.
           IF WS-RST-FOUND-IDX = ZERO THEN
              MOVE "DROP FAILED - NOT ON ROSTER" TO WS-REASON
              PERFORM 150-REPORT-EXCEPTION
           ELSE
              MOVE "Y" TO WS-RST-TBL-DEL-SW(WS-RST-FOUND-IDX)
              ADD 1 TO WS-DROP-COUNT
              PERFORM 135-FIND-DROP-OFFERING
              IF WS-OFF-FOUND-IDX > ZERO THEN
                 MOVE WS-OFF-FOUND-IDX TO WS-OFF-IDX
                 PERFORM 400-SEAT-WAITLIST THRU 400-EXIT
              END-IF
           END-IF
           .

      *> the section the dropped row was in - a drop names only the
      *> course, so the section comes from the roster row.
       135-FIND-DROP-OFFERING.
           MOVE ZERO TO WS-OFF-FOUND-IDX
           PERFORM VARYING WS-OFF-IDX FROM 1 BY 1
              UNTIL WS-OFF-IDX > WS-OFF-COUNT
                 OR WS-OFF-FOUND-IDX > ZERO
              IF WS-OFF-TBL-TERM(WS-OFF-IDX)
                    = WS-RST-TBL-TERM(WS-RST-FOUND-IDX)
                    AND WS-OFF-TBL-COURSE(WS-OFF-IDX)
                       = WS-RST-TBL-COURSE(WS-RST-FOUND-IDX)
                    AND WS-OFF-TBL-SECTION(WS-OFF-IDX)
                       = WS-RST-TBL-SECTION(WS-RST-FOUND-IDX) THEN
                 MOVE WS-OFF-IDX TO WS-OFF-FOUND-IDX
              END-IF
           END-PERFORM
           .

      *> a drop names the course only - the student holds one row
      *> per course per term, whatever the section.
       140-VALIDATE-TXN.
           MOVE SPACES TO WS-REASON
           IF NOT RTX-IS-ADD AND NOT RTX-IS-DROP THEN
              MOVE "UNKNOWN TXN CODE" TO WS-REASON
              GO TO 140-EXIT
           END-IF
           IF RTX-TERM-ID = SPACES THEN
              MOVE "BLANK TERM-ID" TO WS-REASON
              GO TO 140-EXIT
           END-IF
           IF RTX-COURSE-ID = SPACES THEN
              MOVE "BLANK COURSE-ID" TO WS-REASON
              GO TO 140-EXIT
           END-IF
           IF RTX-STU-ID = SPACES THEN
              MOVE "BLANK STU-ID" TO WS-REASON
              GO TO 140-EXIT
           END-IF
           MOVE RTX-TERM-ID TO WS-CHECK-TERM-ID
           PERFORM 170-CHECK-TERM-CLOSED
           IF WS-TERM-CLOSED THEN
              IF RTX-TERM-ID = WS-OVERRIDE-TERM-ID THEN
                 DISPLAY "REGISTER1: OVERRIDE - CLOSED TERM "
                    RTX-TERM-ID " TXN ALLOWED FOR " RTX-COURSE-ID
                    " " RTX-STU-ID
              ELSE
                 MOVE "TERM IS CLOSED" TO WS-REASON
                 GO TO 140-EXIT
              END-IF
           END-IF
           PERFORM 160-FIND-REGISTRATION
           IF RTX-IS-DROP THEN
              GO TO 140-EXIT
           END-IF
           IF RTX-SECTION = SPACES THEN
              MOVE "BLANK SECTION" TO WS-REASON
              GO TO 140-EXIT
           END-IF
           PERFORM 165-FIND-OFFERING
           IF WS-OFF-FOUND-IDX = ZERO THEN
              MOVE "SECTION NOT OFFERED THIS TERM" TO WS-REASON
              GO TO 140-EXIT
           END-IF
           MOVE RTX-STU-ID TO SM-STU-ID
           READ STUDENT-FILE
              INVALID KEY
                 MOVE "STU-ID NOT IN STUDENT MASTER" TO WS-REASON
              NOT INVALID KEY
                 IF SM-WITHDRAWN THEN
                    MOVE "STUDENT IS WITHDRAWN" TO WS-REASON
                 END-IF
                 IF SM-GRADUATED THEN
                    MOVE "STUDENT HAS GRADUATED" TO WS-REASON
                 END-IF
           END-READ
           IF WS-REASON NOT = SPACES THEN
              GO TO 140-EXIT
           END-IF
           IF WS-RST-FOUND-IDX > ZERO THEN
              IF WS-RST-TBL-STATUS(WS-RST-FOUND-IDX) = "W" THEN
                 MOVE "ALREADY WAITLISTED FOR COURSE" TO WS-REASON
              ELSE
                 MOVE "ALREADY REGISTERED FOR COURSE" TO WS-REASON
              END-IF
              GO TO 140-EXIT
           END-IF
           IF WS-RST-COUNT >= 2000 THEN
              MOVE "ADD FAILED - ROSTER TABLE FULL" TO WS-REASON
           END-IF
           .
       140-EXIT.
           EXIT.

       150-REPORT-EXCEPTION.
           MOVE SPACES TO REG-EXCEPTION-LINE
           MOVE RTX-CODE      TO EXC-CODE
           MOVE RTX-TERM-ID   TO EXC-TERM-ID
           MOVE RTX-COURSE-ID TO EXC-COURSE-ID
           MOVE RTX-SECTION   TO EXC-SECTION
           MOVE RTX-STU-ID    TO EXC-STU-ID
           MOVE WS-REASON     TO EXC-REASON
           WRITE REG-EXCEPTION-LINE
           ADD 1 TO WS-ERROR-COUNT
           DISPLAY "REGISTER1: " RTX-CODE " " RTX-TERM-ID " "
              RTX-COURSE-ID " " RTX-SECTION " " RTX-STU-ID " - "
              WS-REASON
           .

       160-FIND-REGISTRATION.
           MOVE ZERO TO WS-RST-FOUND-IDX
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
              UNTIL WS-RST-IDX > WS-RST-COUNT
                 OR WS-RST-FOUND-IDX > ZERO
              IF WS-RST-TBL-TERM(WS-RST-IDX) = RTX-TERM-ID
                    AND WS-RST-TBL-COURSE(WS-RST-IDX)
                       = RTX-COURSE-ID
                    AND WS-RST-TBL-STU(WS-RST-IDX) = RTX-STU-ID
                    AND WS-RST-TBL-DEL-SW(WS-RST-IDX)
                       NOT = "Y" THEN
                 MOVE WS-RST-IDX TO WS-RST-FOUND-IDX
              END-IF
           END-PERFORM
           .

       165-FIND-OFFERING.
           MOVE ZERO TO WS-OFF-FOUND-IDX
           PERFORM VARYING WS-OFF-IDX FROM 1 BY 1
              UNTIL WS-OFF-IDX > WS-OFF-COUNT
                 OR WS-OFF-FOUND-IDX > ZERO
              IF WS-OFF-TBL-TERM(WS-OFF-IDX) = RTX-TERM-ID
                    AND WS-OFF-TBL-COURSE(WS-OFF-IDX)
                       = RTX-COURSE-ID
                    AND WS-OFF-TBL-SECTION(WS-OFF-IDX)
                       = RTX-SECTION THEN
                 MOVE WS-OFF-IDX TO WS-OFF-FOUND-IDX
              END-IF
           END-PERFORM
           .

      *> no term-status.dat built, or no record for the term, means
      *> the term is open - the same rule MAINT-SCORE1 applies.
       170-CHECK-TERM-CLOSED.
           MOVE "N" TO WS-TERM-CLOSED-SW
           IF WS-TERM-STATUS-ON-FILE THEN
              MOVE WS-CHECK-TERM-ID TO TS-TERM-ID
              READ TERM-STATUS-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF TS-TERM-CLOSED THEN
                       SET WS-TERM-CLOSED TO TRUE
                    END-IF
              END-READ
           END-IF
           .

      *> the section at WS-OFF-IDX: seat waitlisted students, lowest
      *> request number first, while seats are free. A closed term's
      *> rosters are history and are left alone.
       400-SEAT-WAITLIST.
           MOVE WS-OFF-TBL-TERM(WS-OFF-IDX) TO WS-CHECK-TERM-ID
           PERFORM 170-CHECK-TERM-CLOSED
           IF WS-TERM-CLOSED THEN
              GO TO 400-EXIT
           END-IF
           PERFORM 410-COUNT-SEATED
           MOVE "N" TO WS-SEAT-DONE-SW
           PERFORM UNTIL WS-SEAT-DONE
              IF WS-SEATED-COUNT >= WS-OFF-TBL-CAPACITY(WS-OFF-IDX)
                    THEN
                 SET WS-SEAT-DONE TO TRUE
              ELSE
                 PERFORM 420-FIND-NEXT-WAITLISTED
                 IF WS-NEXT-WAIT-IDX = ZERO THEN
                    SET WS-SEAT-DONE TO TRUE
                 ELSE
                    MOVE "E" TO WS-RST-TBL-STATUS(WS-NEXT-WAIT-IDX)
                    ADD 1 TO WS-SEATED-COUNT
                    ADD 1 TO WS-PROMOTE-COUNT
                    DISPLAY "REGISTER1: SEATED FROM WAITLIST "
                       WS-RST-TBL-TERM(WS-NEXT-WAIT-IDX) " "
                       WS-RST-TBL-COURSE(WS-NEXT-WAIT-IDX) " "
                       WS-RST-TBL-SECTION(WS-NEXT-WAIT-IDX) " "
                       WS-RST-TBL-STU(WS-NEXT-WAIT-IDX)
                 END-IF
              END-IF
           END-PERFORM
           .
       400-EXIT.
           EXIT.

       410-COUNT-SEATED.
           MOVE ZERO TO WS-SEATED-COUNT
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
              UNTIL WS-RST-IDX > WS-RST-COUNT
              IF WS-RST-TBL-TERM(WS-RST-IDX)
                    = WS-OFF-TBL-TERM(WS-OFF-IDX)
                    AND WS-RST-TBL-COURSE(WS-RST-IDX)
                       = WS-OFF-TBL-COURSE(WS-OFF-IDX)
                    AND WS-RST-TBL-SECTION(WS-RST-IDX)
                       = WS-OFF-TBL-SECTION(WS-OFF-IDX)
                    AND WS-RST-TBL-STATUS(WS-RST-IDX) = "E"
                    AND WS-RST-TBL-DEL-SW(WS-RST-IDX) NOT = "Y" THEN
                 ADD 1 TO WS-SEATED-COUNT
              END-IF
           END-PERFORM
           .

       420-FIND-NEXT-WAITLISTED.
           MOVE ZERO TO WS-NEXT-WAIT-IDX
           MOVE 9999999 TO WS-NEXT-WAIT-SEQ
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
              UNTIL WS-RST-IDX > WS-RST-COUNT
              IF WS-RST-TBL-TERM(WS-RST-IDX)
                    = WS-OFF-TBL-TERM(WS-OFF-IDX)
                    AND WS-RST-TBL-COURSE(WS-RST-IDX)
                       = WS-OFF-TBL-COURSE(WS-OFF-IDX)
                    AND WS-RST-TBL-SECTION(WS-RST-IDX)
                       = WS-OFF-TBL-SECTION(WS-OFF-IDX)
                    AND WS-RST-TBL-STATUS(WS-RST-IDX) = "W"
                    AND WS-RST-TBL-DEL-SW(WS-RST-IDX) NOT = "Y"
                    AND WS-RST-TBL-SEQ(WS-RST-IDX)
                       < WS-NEXT-WAIT-SEQ THEN
                 MOVE WS-RST-IDX TO WS-NEXT-WAIT-IDX
                 MOVE WS-RST-TBL-SEQ(WS-RST-IDX) TO WS-NEXT-WAIT-SEQ
              END-IF
           END-PERFORM
           .

       200-REWRITE-ROSTER-FILE.
           OPEN OUTPUT ROSTER-FILE
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
              UNTIL WS-RST-IDX > WS-RST-COUNT
              IF WS-RST-TBL-DEL-SW(WS-RST-IDX) NOT = "Y" THEN
                 MOVE WS-RST-TBL-TERM(WS-RST-IDX)    TO RS-TERM-ID
                 MOVE WS-RST-TBL-COURSE(WS-RST-IDX)  TO RS-COURSE-ID
                 MOVE WS-RST-TBL-SECTION(WS-RST-IDX) TO RS-SECTION
                 MOVE WS-RST-TBL-STU(WS-RST-IDX)     TO RS-STU-ID
                 MOVE WS-RST-TBL-STATUS(WS-RST-IDX)  TO RS-STATUS
                 MOVE WS-RST-TBL-SEQ(WS-RST-IDX)     TO RS-REQ-SEQ
                 MOVE WS-RST-TBL-DATE(WS-RST-IDX)    TO RS-REQ-DATE
                 WRITE ROSTER-DETAIL
              END-IF
           END-PERFORM
           CLOSE ROSTER-FILE
           .

       300-PRINT-TOTALS.
           DISPLAY "=========================================="
           DISPLAY "REGISTER1 CONTROL TOTALS"
           DISPLAY "=========================================="
           DISPLAY "TRANSACTIONS READ  : " WS-TXN-READ-COUNT
           DISPLAY "ENROLLED           : " WS-ENROLL-COUNT
           DISPLAY "WAITLISTED         : " WS-WAITLIST-COUNT
           DISPLAY "DROPPED            : " WS-DROP-COUNT
           DISPLAY "SEATED FROM WAIT   : " WS-PROMOTE-COUNT
           DISPLAY "REFUSED            : " WS-ERROR-COUNT
           .

       090-WRITE-RUN-AUDIT.
           OPEN EXTEND RUN-AUDIT-FILE
           IF WS-RUN-AUDIT-STATUS = "00" OR "05" THEN
              MOVE "REGISTER1"        TO AUD-PROGRAM-ID
              MOVE WS-AUDIT-START-TS  TO AUD-START-TS
              MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-END-TS
              MOVE WS-RUN-TERM-ID     TO AUD-TERM-ID
              MOVE WS-TXN-READ-COUNT  TO AUD-READ-COUNT
              COMPUTE AUD-WRITE-COUNT =
                 WS-ENROLL-COUNT + WS-WAITLIST-COUNT + WS-DROP-COUNT
              MOVE WS-ERROR-COUNT     TO AUD-REJECT-COUNT
              MOVE RETURN-CODE        TO AUD-RETURN-CODE
              WRITE RUN-AUDIT-DETAIL
              CLOSE RUN-AUDIT-FILE
           ELSE
              DISPLAY "REGISTER1: RUN-AUDIT-FILE OPEN STATUS "
                 WS-RUN-AUDIT-STATUS ", AUDIT RECORD NOT WRITTEN"
           END-IF
           .

       005-LOAD-TERM-ID.
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
       005-EXIT.
           EXIT.

       006-LOAD-TERM-OVERRIDE.
           OPEN INPUT TERM-OVR-FILE
           IF WS-TERM-OVR-FOUND THEN
              READ TERM-OVR-FILE
                 AT END CONTINUE
                 NOT AT END
                    MOVE OVR-TERM-ID TO WS-OVERRIDE-TERM-ID
                    DISPLAY "REGISTER1: OVERRIDE CARD ON FILE "
                       "FOR TERM " WS-OVERRIDE-TERM-ID
              END-READ
              CLOSE TERM-OVR-FILE
           END-IF
           .
       006-EXIT.
           EXIT.

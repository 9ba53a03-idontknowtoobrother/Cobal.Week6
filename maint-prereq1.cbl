       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-PREREQ1.
       AUTHOR. JAKKRIT

      *> 2026-10-15 JAKKRIT - new: transaction-driven maintenance for
      *> the course prerequisite master (prereq.dat,
      *> copybooks/prereq.cpy), in the MAINT-INSTR1 style. The
      *> catalog says a course exists; nothing said which courses
      *> must be passed before it. Applies add/change/delete
      *> transactions from prereq-txn.dat: course, required course
      *> and the minimum grade. An add or change is refused when
      *> either course is blank or not on course-mast.dat (when the
      *> catalog is on file), when a course names itself, and when
      *> the minimum grade is not a grade on gpa-scale.dat - the "I"
      *> and "W" non-scale grades included, since neither is a pass.
      *> Every refused transaction writes an exception line to
      *> prereq-maint-except.dat. prereq.dat is line sequential, so
      *> it is loaded to a table and rewritten whole. PREREQ-CHECK1
      *> tests the term's enrolments against it. Appends a run
      *> record to run-audit.dat like the rest of the chain; the
      *> file is termless, so the audit term is spaces.
      *> 2026-10-15 JAKKRIT - whether course-mast.dat is on file is kept
      *> in a switch set at open time, so one unknown course no
      *> longer lets the transactions after it skip the catalog
      *> check.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PREREQ-FILE ASSIGN TO "prereq.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PREREQ-FILE-STATUS.
           SELECT PREREQ-TXN-FILE ASSIGN TO "prereq-txn.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COURSE-FILE ASSIGN TO "course-mast.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CM-COURSE-ID
              FILE STATUS IS WS-COURSE-FILE-STATUS.
           SELECT OPTIONAL GPA-SCALE-FILE ASSIGN TO "gpa-scale.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GPA-FILE-STATUS.
           SELECT PREREQ-EXCEPTION-FILE
              ASSIGN TO "prereq-maint-except.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-AUDIT-FILE ASSIGN TO "run-audit.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PREREQ-FILE.
           COPY prereq.

       FD  PREREQ-TXN-FILE.
       01  PREREQ-TXN-RECORD.
           05 PTX-CODE                PIC X.
              88 PTX-IS-ADD           VALUE "A".
              88 PTX-IS-CHANGE        VALUE "C".
              88 PTX-IS-DELETE        VALUE "D".
           05 PTX-COURSE-ID           PIC X(6).
           05 PTX-REQ-COURSE-ID       PIC X(6).
           05 PTX-MIN-GRADE           PIC X(2).

       FD  COURSE-FILE.
           COPY crsmast.

       FD  GPA-SCALE-FILE.
       01  GPA-SCALE-RECORD.
           05 GPA-SCALE-GRADE          PIC X(2).
           05 GPA-SCALE-POINTS         PIC 9V9(2).

       FD  PREREQ-EXCEPTION-FILE.
       01  PREREQ-EXCEPTION-LINE.
           05 EXC-COURSE-ID           PIC X(6).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 EXC-REQ-COURSE-ID       PIC X(6).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 EXC-MIN-GRADE           PIC X(2).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 EXC-REASON              PIC X(40).

       FD  RUN-AUDIT-FILE.
           COPY runaudit.

       WORKING-STORAGE SECTION.
       01  WS-PREREQ-FILE-STATUS      PIC X(2).
           88 WS-PREREQ-FILE-FOUND    VALUE "00".
       01  WS-COURSE-FILE-STATUS      PIC X(2).
           88 WS-COURSE-FILE-FOUND    VALUE "00".
       01  WS-COURSE-OPEN-SW          PIC X VALUE "N".
           88 WS-COURSE-ON-FILE       VALUE "Y".
       01  WS-GPA-FILE-STATUS         PIC X(2).
           88 WS-GPA-FILE-FOUND       VALUE "00".
       01  WS-RUN-AUDIT-STATUS        PIC X(2).
       01  WS-AUDIT-START-TS          PIC X(14).

       01  WS-PREREQ-EOF-SW           PIC X VALUE "N".
           88 WS-PREREQ-EOF           VALUE "Y".
       01  WS-TXN-EOF-SW              PIC X VALUE "N".
           88 WS-TXN-EOF              VALUE "Y".
       01  WS-GPA-EOF-SW              PIC X VALUE "N".
           88 WS-GPA-EOF              VALUE "Y".
       01  WS-REASON                  PIC X(40).

       01  WS-GPA-COUNT               PIC 9(2) VALUE ZERO.
       01  WS-GPA-TABLE.
           05 WS-GPA-ENTRY OCCURS 1 TO 10 TIMES
                 DEPENDING ON WS-GPA-COUNT
                 INDEXED BY WS-GPA-IDX.
              10 WS-GPA-GRADE         PIC X(2).
              10 WS-GPA-POINTS        PIC 9V9(2).

       01  WS-PRQ-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-PRQ-IDX                 PIC 9(3) COMP.
       01  WS-PRQ-FOUND-IDX           PIC 9(3) COMP VALUE ZERO.
       01  WS-PRQ-OVERFLOW-SW         PIC X VALUE "N".
           88 WS-PRQ-OVERFLOW         VALUE "Y".
       01  WS-PRQ-TABLE.
           05 WS-PRQ-ENTRY OCCURS 500 TIMES.
              10 WS-PRQ-TBL-COURSE    PIC X(6).
              10 WS-PRQ-TBL-REQ       PIC X(6).
              10 WS-PRQ-TBL-MIN-GRADE PIC X(2).
              10 WS-PRQ-TBL-DEL-SW    PIC X.

       01  WS-TOTALS.
           05 WS-TXN-READ-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-ADD-COUNT            PIC 9(7) VALUE ZERO.
           05 WS-CHANGE-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-DELETE-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-ERROR-COUNT          PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       000-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-START-TS
           PERFORM 050-LOAD-PREREQ-TABLE THRU 050-EXIT
           IF WS-PRQ-OVERFLOW THEN
              DISPLAY "MAINT-PREREQ1: MORE THAN 500 PREREQUISITES, "
                 "RUN ABORTED BEFORE ANY CHANGE"
              MOVE 8 TO RETURN-CODE
              PERFORM 090-WRITE-RUN-AUDIT
              GOBACK
           END-IF
           PERFORM 060-LOAD-GPA-SCALE THRU 060-EXIT

           OPEN INPUT COURSE-FILE
           IF WS-COURSE-FILE-FOUND THEN
              SET WS-COURSE-ON-FILE TO TRUE
           END-IF
           OPEN INPUT PREREQ-TXN-FILE
           OPEN OUTPUT PREREQ-EXCEPTION-FILE

           PERFORM UNTIL WS-TXN-EOF
              READ PREREQ-TXN-FILE
                 AT END SET WS-TXN-EOF TO TRUE
              END-READ
              IF NOT WS-TXN-EOF THEN
                 ADD 1 TO WS-TXN-READ-COUNT
                 PERFORM 100-APPLY-TXN THRU 100-EXIT
              END-IF
           END-PERFORM

           CLOSE PREREQ-TXN-FILE
           CLOSE COURSE-FILE
           CLOSE PREREQ-EXCEPTION-FILE

           IF WS-ADD-COUNT + WS-CHANGE-COUNT + WS-DELETE-COUNT
                 > ZERO THEN
              PERFORM 200-REWRITE-PREREQ-FILE
           END-IF

           PERFORM 300-PRINT-TOTALS
           PERFORM 090-WRITE-RUN-AUDIT
           GOBACK
           .

       050-LOAD-PREREQ-TABLE.
           OPEN INPUT PREREQ-FILE
           IF NOT WS-PREREQ-FILE-FOUND
                 AND WS-PREREQ-FILE-STATUS NOT = "05" THEN
              DISPLAY "MAINT-PREREQ1: PREREQ.DAT OPEN STATUS "
                 WS-PREREQ-FILE-STATUS ", STARTING EMPTY"
              CLOSE PREREQ-FILE
              GO TO 050-EXIT
           END-IF
           PERFORM UNTIL WS-PREREQ-EOF
              READ PREREQ-FILE
                 AT END SET WS-PREREQ-EOF TO TRUE
              END-READ
              IF NOT WS-PREREQ-EOF THEN
                 IF WS-PRQ-COUNT < 500 THEN
                    ADD 1 TO WS-PRQ-COUNT
                    MOVE PR-COURSE-ID
                       TO WS-PRQ-TBL-COURSE(WS-PRQ-COUNT)
                    MOVE PR-REQ-COURSE-ID
                       TO WS-PRQ-TBL-REQ(WS-PRQ-COUNT)
                    MOVE PR-MIN-GRADE
                       TO WS-PRQ-TBL-MIN-GRADE(WS-PRQ-COUNT)
                    MOVE "N" TO WS-PRQ-TBL-DEL-SW(WS-PRQ-COUNT)
                 ELSE
                    SET WS-PRQ-OVERFLOW TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           CLOSE PREREQ-FILE
           .
       050-EXIT.
           EXIT.

       100-APPLY-TXN.
           PERFORM 140-VALIDATE-TXN THRU 140-EXIT
           IF WS-REASON NOT = SPACES THEN
              PERFORM 150-REPORT-EXCEPTION
              GO TO 100-EXIT
           END-IF
           PERFORM 160-FIND-PREREQ
           EVALUATE TRUE
              WHEN PTX-IS-ADD
                 PERFORM 110-ADD-PREREQ
              WHEN PTX-IS-CHANGE
                 PERFORM 120-CHANGE-PREREQ
              WHEN PTX-IS-DELETE
                 PERFORM 130-DELETE-PREREQ
           END-EVALUATE
           .
       100-EXIT.
           EXIT.

       110-ADD-PREREQ.
           IF WS-PRQ-FOUND-IDX > ZERO THEN
              MOVE "ADD FAILED - PREREQUISITE ALREADY ON FILE"
                 TO WS-REASON
              PERFORM 150-REPORT-EXCEPTION
           ELSE
              IF WS-PRQ-COUNT >= 500 THEN
                 MOVE "ADD FAILED - PREREQUISITE TABLE FULL"
                    TO WS-REASON
                 PERFORM 150-REPORT-EXCEPTION
              ELSE
                 ADD 1 TO WS-PRQ-COUNT
                 MOVE PTX-COURSE-ID
                    TO WS-PRQ-TBL-COURSE(WS-PRQ-COUNT)
                 MOVE PTX-REQ-COURSE-ID
                    TO WS-PRQ-TBL-REQ(WS-PRQ-COUNT)
                 MOVE PTX-MIN-GRADE
                    TO WS-PRQ-TBL-MIN-GRADE(WS-PRQ-COUNT)
                 MOVE "N" TO WS-PRQ-TBL-DEL-SW(WS-PRQ-COUNT)
                 ADD 1 TO WS-ADD-COUNT
              END-IF
           END-IF
           .

       120-CHANGE-PREREQ.
           IF WS-PRQ-FOUND-IDX = ZERO THEN
              MOVE "CHANGE FAILED - PREREQUISITE NOT ON FILE"
                 TO WS-REASON
              PERFORM 150-REPORT-EXCEPTION
           ELSE
              MOVE PTX-MIN-GRADE
                 TO WS-PRQ-TBL-MIN-GRADE(WS-PRQ-FOUND-IDX)
              ADD 1 TO WS-CHANGE-COUNT
           END-IF
           .

       130-DELETE-PREREQ.
           IF WS-PRQ-FOUND-IDX = ZERO THEN
              MOVE "DELETE FAILED - PREREQUISITE NOT ON FILE"
                 TO WS-REASON
              PERFORM 150-REPORT-EXCEPTION
           ELSE
              MOVE "Y" TO WS-PRQ-TBL-DEL-SW(WS-PRQ-FOUND-IDX)
              ADD 1 TO WS-DELETE-COUNT
           END-IF
           .

      *> both courses must be on the catalog when it is on file, the
      *> same edit MAINT-INSTR1 applies, and the minimum grade must
      *> be a real grade on the GPA scale - a misspelt grade would
      *> make the prerequisite impossible to meet.
       140-VALIDATE-TXN.
           MOVE SPACES TO WS-REASON
           IF NOT PTX-IS-ADD AND NOT PTX-IS-CHANGE
                 AND NOT PTX-IS-DELETE THEN
              MOVE "UNKNOWN TXN CODE" TO WS-REASON
              GO TO 140-EXIT
           END-IF
           IF PTX-COURSE-ID = SPACES THEN
              MOVE "BLANK COURSE-ID" TO WS-REASON
              GO TO 140-EXIT
           END-IF
           IF PTX-REQ-COURSE-ID = SPACES THEN
              MOVE "BLANK REQUIRED COURSE-ID" TO WS-REASON
              GO TO 140-EXIT
           END-IF
           IF PTX-IS-DELETE THEN
              GO TO 140-EXIT
           END-IF
           IF PTX-REQ-COURSE-ID = PTX-COURSE-ID THEN
              MOVE "COURSE CANNOT REQUIRE ITSELF" TO WS-REASON
              GO TO 140-EXIT
           END-IF
           SET WS-GPA-IDX TO 1
           SEARCH WS-GPA-ENTRY
              AT END
                 MOVE "MINIMUM GRADE NOT ON GPA SCALE" TO WS-REASON
              WHEN WS-GPA-GRADE(WS-GPA-IDX) = PTX-MIN-GRADE
                 CONTINUE
           END-SEARCH
           IF WS-REASON NOT = SPACES THEN
              GO TO 140-EXIT
           END-IF
           IF WS-COURSE-ON-FILE THEN
              MOVE PTX-COURSE-ID TO CM-COURSE-ID
              READ COURSE-FILE
                 INVALID KEY
                    MOVE "COURSE-ID NOT IN COURSE CATALOG"
                       TO WS-REASON
                 NOT INVALID KEY
                    CONTINUE
              END-READ
              IF WS-REASON NOT = SPACES THEN
                 GO TO 140-EXIT
              END-IF
              MOVE PTX-REQ-COURSE-ID TO CM-COURSE-ID
              READ COURSE-FILE
                 INVALID KEY
                    MOVE "REQUIRED COURSE NOT IN COURSE CATALOG"
                       TO WS-REASON
                 NOT INVALID KEY
                    CONTINUE
              END-READ
           END-IF
           .
       140-EXIT.
           EXIT.

       150-REPORT-EXCEPTION.
           MOVE SPACES TO PREREQ-EXCEPTION-LINE
           MOVE PTX-COURSE-ID     TO EXC-COURSE-ID
           MOVE PTX-REQ-COURSE-ID TO EXC-REQ-COURSE-ID
           MOVE PTX-MIN-GRADE     TO EXC-MIN-GRADE
           MOVE WS-REASON         TO EXC-REASON
           WRITE PREREQ-EXCEPTION-LINE
           ADD 1 TO WS-ERROR-COUNT
           DISPLAY "MAINT-PREREQ1: " PTX-COURSE-ID " "
              PTX-REQ-COURSE-ID " - " WS-REASON
           .

       160-FIND-PREREQ.
           MOVE ZERO TO WS-PRQ-FOUND-IDX
           PERFORM VARYING WS-PRQ-IDX FROM 1 BY 1
              UNTIL WS-PRQ-IDX > WS-PRQ-COUNT
                 OR WS-PRQ-FOUND-IDX > ZERO
              IF WS-PRQ-TBL-COURSE(WS-PRQ-IDX) = PTX-COURSE-ID
                    AND WS-PRQ-TBL-REQ(WS-PRQ-IDX)
                       = PTX-REQ-COURSE-ID
                    AND WS-PRQ-TBL-DEL-SW(WS-PRQ-IDX)
                       NOT = "Y" THEN
                 MOVE WS-PRQ-IDX TO WS-PRQ-FOUND-IDX
              END-IF
           END-PERFORM
           .

       200-REWRITE-PREREQ-FILE.
           OPEN OUTPUT PREREQ-FILE
           PERFORM VARYING WS-PRQ-IDX FROM 1 BY 1
              UNTIL WS-PRQ-IDX > WS-PRQ-COUNT
              IF WS-PRQ-TBL-DEL-SW(WS-PRQ-IDX) NOT = "Y" THEN
                 MOVE WS-PRQ-TBL-COURSE(WS-PRQ-IDX) TO PR-COURSE-ID
                 MOVE WS-PRQ-TBL-REQ(WS-PRQ-IDX)
                    TO PR-REQ-COURSE-ID
                 MOVE WS-PRQ-TBL-MIN-GRADE(WS-PRQ-IDX)
                    TO PR-MIN-GRADE
                 WRITE PREREQ-DETAIL
              END-IF
           END-PERFORM
           CLOSE PREREQ-FILE
           .

       300-PRINT-TOTALS.
           DISPLAY "=========================================="
           DISPLAY "MAINT-PREREQ1 CONTROL TOTALS"
           DISPLAY "=========================================="
           DISPLAY "TRANSACTIONS READ  : " WS-TXN-READ-COUNT
           DISPLAY "ADDED              : " WS-ADD-COUNT
           DISPLAY "CHANGED            : " WS-CHANGE-COUNT
           DISPLAY "DELETED            : " WS-DELETE-COUNT
           DISPLAY "REFUSED            : " WS-ERROR-COUNT
           .

       090-WRITE-RUN-AUDIT.
           OPEN EXTEND RUN-AUDIT-FILE
           IF WS-RUN-AUDIT-STATUS = "00" OR "05" THEN
              MOVE "MAINT-PREREQ1"    TO AUD-PROGRAM-ID
              MOVE WS-AUDIT-START-TS  TO AUD-START-TS
              MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-END-TS
              MOVE SPACES             TO AUD-TERM-ID
              MOVE WS-TXN-READ-COUNT  TO AUD-READ-COUNT
              COMPUTE AUD-WRITE-COUNT =
                 WS-ADD-COUNT + WS-CHANGE-COUNT + WS-DELETE-COUNT
              MOVE WS-ERROR-COUNT     TO AUD-REJECT-COUNT
              MOVE RETURN-CODE        TO AUD-RETURN-CODE
              WRITE RUN-AUDIT-DETAIL
              CLOSE RUN-AUDIT-FILE
           ELSE
              DISPLAY "MAINT-PREREQ1: RUN-AUDIT-FILE OPEN STATUS "
                 WS-RUN-AUDIT-STATUS ", AUDIT RECORD NOT WRITTEN"
           END-IF
           .

       060-LOAD-GPA-SCALE.
           OPEN INPUT GPA-SCALE-FILE
           IF WS-GPA-FILE-FOUND THEN
              PERFORM UNTIL WS-GPA-EOF
                 READ GPA-SCALE-FILE
                    AT END SET WS-GPA-EOF TO TRUE
                 END-READ
                 IF NOT WS-GPA-EOF THEN
                    IF WS-GPA-COUNT < 10 THEN
                       ADD 1 TO WS-GPA-COUNT
                       MOVE GPA-SCALE-GRADE
                          TO WS-GPA-GRADE(WS-GPA-COUNT)
                       MOVE GPA-SCALE-POINTS
                          TO WS-GPA-POINTS(WS-GPA-COUNT)
                    ELSE
                       DISPLAY "MAINT-PREREQ1: GPA-SCALE.DAT HAS "
                          "MORE THAN 10 ROWS, EXTRA ROWS IGNORED"
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE GPA-SCALE-FILE
           ELSE
              PERFORM 070-DEFAULT-GPA-SCALE
           END-IF
           .
       060-EXIT.
           EXIT.

       070-DEFAULT-GPA-SCALE.
           MOVE 8 TO WS-GPA-COUNT
           MOVE "A "  TO WS-GPA-GRADE(1)
           MOVE 4.00  TO WS-GPA-POINTS(1)
           MOVE "B+"  TO WS-GPA-GRADE(2)
           MOVE 3.50  TO WS-GPA-POINTS(2)
           MOVE "B "  TO WS-GPA-GRADE(3)
           MOVE 3.00  TO WS-GPA-POINTS(3)
           MOVE "C+"  TO WS-GPA-GRADE(4)
           MOVE 2.50  TO WS-GPA-POINTS(4)
           MOVE "C "  TO WS-GPA-GRADE(5)
           MOVE 2.00  TO WS-GPA-POINTS(5)
           MOVE "D+"  TO WS-GPA-GRADE(6)
           MOVE 1.50  TO WS-GPA-POINTS(6)
           MOVE "D "  TO WS-GPA-GRADE(7)
           MOVE 1.00  TO WS-GPA-POINTS(7)
           MOVE "F "  TO WS-GPA-GRADE(8)
           MOVE 0.00  TO WS-GPA-POINTS(8)
           .

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFER-CREDIT1.
       AUTHOR. JAKKRIT

      *> 2026-10-15 JAKKRIT - new: transfer and external credit
      *> posting, so a student's credit from another institution
      *> lives in grade-hist.dat instead of in side notes. Applies
      *> xfer-credit.dat (student, local equivalent COURSE-ID, source
      *> institution code, grade earned there, posting term) and
      *> appends one grade-hist.dat row per accepted course with
      *> HIST-GRADE-ACTION "T" and the institution in
      *> HIST-SOURCE-INST (copybooks/gradehistdtl.cpy), so it can
      *> never be taken for a WRITE-GRADE1 grade. A blank posting
      *> term means the run term from term.cfg. Refused - to
      *> xfer-credit-except.dat with the reason - are a student not
      *> on stu-mast.dat, a COURSE-ID not on course-mast.dat, a blank
      *> institution, a grade that is not a passing grade on the
      *> gpa-scale.dat scale (no credit transfers on a fail, an I or
      *> a W), and a course the student already has on the history,
      *> taken here or transferred before. DEGREE-AUDIT1 counts the
      *> credits, TRANSCRIPT1 prints them in their own section, and
      *> transfer-gpa.cfg decides whether the grade enters the
      *> cumulative GPA. A history table overflow aborts before
      *> anything is posted, since the duplicate check would be
      *> incomplete. Appends a run record to run-audit.dat like the
      *> rest of the chain.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STUDENT-FILE ASSIGN TO "stu-mast.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SM-STU-ID
              FILE STATUS IS WS-STUDENT-FILE-STATUS.
           SELECT OPTIONAL COURSE-FILE ASSIGN TO "course-mast.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CM-COURSE-ID
              FILE STATUS IS WS-COURSE-FILE-STATUS.
           SELECT OPTIONAL GRADE-HIST-FILE ASSIGN TO "grade-hist.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GRADE-HIST-STATUS.
           SELECT XFER-FILE ASSIGN TO "xfer-credit.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT XFER-EXCEPTION-FILE
              ASSIGN TO "xfer-credit-except.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GPA-SCALE-FILE ASSIGN TO "gpa-scale.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GPA-FILE-STATUS.
           SELECT OPTIONAL TERM-CFG-FILE ASSIGN TO "term.cfg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TERM-CFG-STATUS.
           SELECT OPTIONAL RUN-AUDIT-FILE ASSIGN TO "run-audit.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
           COPY studmast.

       FD  COURSE-FILE.
           COPY crsmast.

       FD  GRADE-HIST-FILE.
           COPY gradehistdtl.

       FD  XFER-FILE.
       01  XFER-RECORD.
           05 XTX-STU-ID               PIC X(8).
           05 XTX-COURSE-ID            PIC X(6).
           05 XTX-SOURCE-INST          PIC X(4).
           05 XTX-GRADE                PIC X(2).
           05 XTX-TERM-ID              PIC X(6).

       FD  XFER-EXCEPTION-FILE.
       01  XFER-EXCEPTION-LINE.
           05 EXC-STU-ID               PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 EXC-COURSE-ID            PIC X(6).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 EXC-SOURCE-INST          PIC X(4).
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 EXC-REASON               PIC X(40).

       FD  GPA-SCALE-FILE.
       01  GPA-SCALE-RECORD.
           05 GPA-SCALE-GRADE          PIC X(2).
           05 GPA-SCALE-POINTS         PIC 9V9(2).

       FD  TERM-CFG-FILE.
       01  TERM-CFG-RECORD.
           05 CFG-TERM-ID              PIC X(6).

       FD  RUN-AUDIT-FILE.
           COPY runaudit.

       WORKING-STORAGE SECTION.
       01  WS-STUDENT-FILE-STATUS      PIC X(2).
           88 WS-STUDENT-FILE-FOUND    VALUE "00".
       01  WS-COURSE-FILE-STATUS       PIC X(2).
           88 WS-COURSE-FILE-FOUND     VALUE "00".
       01  WS-GRADE-HIST-STATUS        PIC X(2).
           88 WS-GRADE-HIST-FOUND      VALUE "00".
       01  WS-GPA-FILE-STATUS          PIC X(2).
           88 WS-GPA-FILE-FOUND        VALUE "00".
       01  WS-TERM-CFG-STATUS          PIC X(2).
           88 WS-TERM-CFG-FOUND        VALUE "00".
       01  WS-RUN-AUDIT-STATUS         PIC X(2).
       01  WS-AUDIT-START-TS           PIC X(14).
       01  WS-RUN-TERM-ID              PIC X(6) VALUE "2026S1".

       01  WS-FILE-EOF-SW              PIC X VALUE "N".
           88 WS-FILE-EOF              VALUE "Y".
       01  WS-GPA-EOF-SW               PIC X VALUE "N".
           88 WS-GPA-EOF               VALUE "Y".
       01  WS-XFER-EOF-SW              PIC X VALUE "N".
           88 WS-XFER-EOF              VALUE "Y".
       01  WS-REASON                   PIC X(40).
       01  WS-POST-TERM-ID             PIC X(6).

       01  WS-GPA-COUNT                PIC 9(2) VALUE ZERO.
       01  WS-GPA-TABLE.
           05 WS-GPA-ENTRY OCCURS 1 TO 10 TIMES
                 DEPENDING ON WS-GPA-COUNT
                 INDEXED BY WS-GPA-IDX.
              10 WS-GPA-GRADE          PIC X(2).
              10 WS-GPA-POINTS         PIC 9V9(2).
       01  WS-GRADE-ON-SCALE-SW        PIC X.
           88 WS-GRADE-ON-SCALE        VALUE "Y".
       01  WS-GRADE-POINTS             PIC 9V9(2).

      *> every student-and-course already on the history (any non-"B"
      *> row, local or transferred), plus what this run posts, so a
      *> course is never credited twice.
       01  WS-KEY-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-KEY-IDX                  PIC 9(4) COMP.
       01  WS-KEY-FOUND-SW             PIC X.
           88 WS-KEY-FOUND             VALUE "Y".
       01  WS-KEY-OVERFLOW-SW          PIC X VALUE "N".
           88 WS-KEY-OVERFLOW          VALUE "Y".
       01  WS-KEY-TABLE.
           05 WS-KEY-ENTRY OCCURS 2000 TIMES.
              10 WS-KEY-STU-ID         PIC X(8).
              10 WS-KEY-COURSE-ID      PIC X(6).
       01  WS-FIND-STU-ID              PIC X(8).
       01  WS-FIND-COURSE-ID           PIC X(6).

       01  WS-TOTALS.
           05 WS-XFER-READ-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-POSTED-COUNT          PIC 9(7) VALUE ZERO.
           05 WS-ERROR-COUNT           PIC 9(7) VALUE ZERO.
           05 WS-HIST-READ-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-CREDITS-POSTED        PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       000-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-START-TS
           PERFORM 004-LOAD-TERM-ID THRU 004-EXIT
           PERFORM 005-LOAD-GPA-SCALE THRU 005-EXIT
           PERFORM 020-LOAD-HISTORY-KEYS THRU 020-EXIT

           IF WS-KEY-OVERFLOW THEN
              DISPLAY "TRANSFER-CREDIT1: MORE THAN 2000 HISTORY "
                 "COURSES, RUN ABORTED BEFORE ANY CHANGE"
              MOVE 8 TO RETURN-CODE
              PERFORM 800-WRITE-RUN-AUDIT
              GOBACK
           END-IF

           OPEN INPUT STUDENT-FILE
           IF NOT WS-STUDENT-FILE-FOUND THEN
              DISPLAY "TRANSFER-CREDIT1: STU-MAST.DAT OPEN STATUS "
                 WS-STUDENT-FILE-STATUS ", ABORTING"
              CLOSE STUDENT-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM 800-WRITE-RUN-AUDIT
              GOBACK
           END-IF
           OPEN INPUT COURSE-FILE
           IF NOT WS-COURSE-FILE-FOUND THEN
              DISPLAY "TRANSFER-CREDIT1: COURSE-MAST.DAT OPEN STATUS "
                 WS-COURSE-FILE-STATUS ", ABORTING"
              CLOSE COURSE-FILE
              CLOSE STUDENT-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM 800-WRITE-RUN-AUDIT
              GOBACK
           END-IF
           OPEN EXTEND GRADE-HIST-FILE
           IF WS-GRADE-HIST-STATUS NOT = "00" AND NOT = "05" THEN
              DISPLAY "TRANSFER-CREDIT1: GRADE-HIST-FILE OPEN STATUS "
                 WS-GRADE-HIST-STATUS ", ABORTING"
              CLOSE COURSE-FILE
              CLOSE STUDENT-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM 800-WRITE-RUN-AUDIT
              GOBACK
           END-IF
           OPEN INPUT XFER-FILE
           OPEN OUTPUT XFER-EXCEPTION-FILE

           PERFORM UNTIL WS-XFER-EOF
              READ XFER-FILE
                 AT END SET WS-XFER-EOF TO TRUE
              END-READ
              IF NOT WS-XFER-EOF THEN
                 ADD 1 TO WS-XFER-READ-COUNT
                 PERFORM 100-APPLY-TRANSFER THRU 100-EXIT
              END-IF
           END-PERFORM

           CLOSE XFER-FILE
           CLOSE XFER-EXCEPTION-FILE
           CLOSE GRADE-HIST-FILE
           CLOSE COURSE-FILE
           CLOSE STUDENT-FILE

           PERFORM 300-PRINT-TOTALS
           PERFORM 800-WRITE-RUN-AUDIT
           GOBACK
           .

       020-LOAD-HISTORY-KEYS.
           OPEN INPUT GRADE-HIST-FILE
           IF NOT WS-GRADE-HIST-FOUND THEN
              CLOSE GRADE-HIST-FILE
              GO TO 020-EXIT
           END-IF
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM UNTIL WS-FILE-EOF
              READ GRADE-HIST-FILE
                 AT END SET WS-FILE-EOF TO TRUE
              END-READ
              IF NOT WS-FILE-EOF
                    AND HIST-GRADE-ACTION NOT = "B" THEN
                 ADD 1 TO WS-HIST-READ-COUNT
                 MOVE HIST-STU-ID    TO WS-FIND-STU-ID
                 MOVE HIST-COURSE-ID TO WS-FIND-COURSE-ID
                 PERFORM 160-FIND-KEY
                 IF NOT WS-KEY-FOUND THEN
                    PERFORM 170-ADD-KEY
                 END-IF
              END-IF
           END-PERFORM
           CLOSE GRADE-HIST-FILE
           .
       020-EXIT.
           EXIT.

       100-APPLY-TRANSFER.
           PERFORM 140-VALIDATE-TRANSFER THRU 140-EXIT
           IF WS-REASON NOT = SPACES THEN
              PERFORM 150-REPORT-EXCEPTION
              GO TO 100-EXIT
           END-IF
           PERFORM 110-POST-TRANSFER
           .
       100-EXIT.
           EXIT.

      *> STUDENT-MASTER and COURSE-MASTER still hold the records the
      *> validation read, so the name and credits come from there.
       110-POST-TRANSFER.
           MOVE SPACES TO GRADE-HIST-DETAIL
           MOVE WS-POST-TERM-ID TO HIST-TERM-ID
           MOVE XTX-COURSE-ID   TO HIST-COURSE-ID
           MOVE XTX-STU-ID      TO HIST-STU-ID
           MOVE SM-SURNAME      TO HIST-SURNAME
           MOVE SM-FORNAME      TO HIST-FORNAME
           MOVE ZERO            TO HIST-SUM-SCORE
           MOVE XTX-GRADE       TO HIST-GRADE
           SET HIST-IS-TRANSFER TO TRUE
           MOVE XTX-SOURCE-INST TO HIST-SOURCE-INST
           WRITE GRADE-HIST-DETAIL
           ADD 1 TO WS-POSTED-COUNT
           ADD CM-CREDIT-HOURS TO WS-CREDITS-POSTED
           MOVE XTX-STU-ID    TO WS-FIND-STU-ID
           MOVE XTX-COURSE-ID TO WS-FIND-COURSE-ID
           PERFORM 170-ADD-KEY
           DISPLAY "TRANSFER-CREDIT1: POSTED " XTX-STU-ID " "
              XTX-COURSE-ID " FROM " XTX-SOURCE-INST " GRADE "
              XTX-GRADE " TERM " WS-POST-TERM-ID
           .

       140-VALIDATE-TRANSFER.
           MOVE SPACES TO WS-REASON
           IF XTX-STU-ID = SPACES THEN
              MOVE "BLANK STU-ID" TO WS-REASON
              GO TO 140-EXIT
           END-IF
           IF XTX-COURSE-ID = SPACES THEN
              MOVE "BLANK COURSE-ID" TO WS-REASON
              GO TO 140-EXIT
           END-IF
           IF XTX-SOURCE-INST = SPACES THEN
              MOVE "BLANK SOURCE INSTITUTION" TO WS-REASON
              GO TO 140-EXIT
           END-IF
           PERFORM 180-CHECK-GRADE
           IF NOT WS-GRADE-ON-SCALE THEN
              MOVE "GRADE NOT ON GPA SCALE" TO WS-REASON
              GO TO 140-EXIT
           END-IF
           IF WS-GRADE-POINTS = ZERO THEN
              MOVE "NOT A PASSING GRADE - NO CREDIT" TO WS-REASON
              GO TO 140-EXIT
           END-IF
           MOVE XTX-STU-ID TO SM-STU-ID
           READ STUDENT-FILE
              INVALID KEY
                 MOVE "STU-ID NOT ON MASTER" TO WS-REASON
                 GO TO 140-EXIT
           END-READ
           MOVE XTX-COURSE-ID TO CM-COURSE-ID
           READ COURSE-FILE
              INVALID KEY
                 MOVE "COURSE-ID NOT IN CATALOG" TO WS-REASON
                 GO TO 140-EXIT
           END-READ
           MOVE XTX-STU-ID    TO WS-FIND-STU-ID
           MOVE XTX-COURSE-ID TO WS-FIND-COURSE-ID
           PERFORM 160-FIND-KEY
           IF WS-KEY-FOUND THEN
              MOVE "COURSE ALREADY ON STUDENT'S HISTORY"
                 TO WS-REASON
              GO TO 140-EXIT
           END-IF
           IF XTX-TERM-ID = SPACES THEN
              MOVE WS-RUN-TERM-ID TO WS-POST-TERM-ID
           ELSE
              MOVE XTX-TERM-ID TO WS-POST-TERM-ID
           END-IF
           .
       140-EXIT.
           EXIT.

       150-REPORT-EXCEPTION.
           MOVE SPACES TO XFER-EXCEPTION-LINE
           MOVE XTX-STU-ID      TO EXC-STU-ID
           MOVE XTX-COURSE-ID   TO EXC-COURSE-ID
           MOVE XTX-SOURCE-INST TO EXC-SOURCE-INST
           MOVE WS-REASON       TO EXC-REASON
           WRITE XFER-EXCEPTION-LINE
           ADD 1 TO WS-ERROR-COUNT
           DISPLAY "TRANSFER-CREDIT1: " XTX-STU-ID " " XTX-COURSE-ID
              " - " WS-REASON
           .

       160-FIND-KEY.
           MOVE "N" TO WS-KEY-FOUND-SW
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
              UNTIL WS-KEY-IDX > WS-KEY-COUNT OR WS-KEY-FOUND
              IF WS-KEY-STU-ID(WS-KEY-IDX) = WS-FIND-STU-ID
                    AND WS-KEY-COURSE-ID(WS-KEY-IDX)
                       = WS-FIND-COURSE-ID THEN
                 SET WS-KEY-FOUND TO TRUE
              END-IF
           END-PERFORM
           .

       170-ADD-KEY.
           IF WS-KEY-COUNT >= 2000 THEN
              SET WS-KEY-OVERFLOW TO TRUE
           ELSE
              ADD 1 TO WS-KEY-COUNT
              MOVE WS-FIND-STU-ID    TO WS-KEY-STU-ID(WS-KEY-COUNT)
              MOVE WS-FIND-COURSE-ID
                 TO WS-KEY-COURSE-ID(WS-KEY-COUNT)
           END-IF
           .

       180-CHECK-GRADE.
           MOVE "N" TO WS-GRADE-ON-SCALE-SW
           MOVE ZERO TO WS-GRADE-POINTS
           SET WS-GPA-IDX TO 1
           SEARCH WS-GPA-ENTRY
              AT END
                 CONTINUE
              WHEN WS-GPA-GRADE(WS-GPA-IDX) = XTX-GRADE
                 SET WS-GRADE-ON-SCALE TO TRUE
                 MOVE WS-GPA-POINTS(WS-GPA-IDX) TO WS-GRADE-POINTS
           END-SEARCH
           .

       300-PRINT-TOTALS.
           DISPLAY "=========================================="
           DISPLAY "TRANSFER-CREDIT1 CONTROL TOTALS"
           DISPLAY "=========================================="
           DISPLAY "TRANSFER RECORDS READ : " WS-XFER-READ-COUNT
           DISPLAY "COURSES POSTED        : " WS-POSTED-COUNT
           DISPLAY "CREDITS POSTED        : " WS-CREDITS-POSTED
           DISPLAY "REFUSED               : " WS-ERROR-COUNT
           .

       800-WRITE-RUN-AUDIT.
           OPEN EXTEND RUN-AUDIT-FILE
           IF WS-RUN-AUDIT-STATUS = "00" OR "05" THEN
              MOVE "TRANSFER-CREDIT1" TO AUD-PROGRAM-ID
              MOVE WS-AUDIT-START-TS  TO AUD-START-TS
              MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-END-TS
              MOVE WS-RUN-TERM-ID     TO AUD-TERM-ID
              MOVE WS-XFER-READ-COUNT TO AUD-READ-COUNT
              MOVE WS-POSTED-COUNT    TO AUD-WRITE-COUNT
              MOVE WS-ERROR-COUNT     TO AUD-REJECT-COUNT
              MOVE RETURN-CODE        TO AUD-RETURN-CODE
              WRITE RUN-AUDIT-DETAIL
              CLOSE RUN-AUDIT-FILE
           ELSE
              DISPLAY "TRANSFER-CREDIT1: RUN-AUDIT-FILE OPEN STATUS "
                 WS-RUN-AUDIT-STATUS ", AUDIT RECORD NOT WRITTEN"
           END-IF
           .

       005-LOAD-GPA-SCALE.
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
                       DISPLAY "TRANSFER-CREDIT1: GPA-SCALE.DAT HAS "
                          "MORE THAN 10 ROWS, EXTRA ROWS IGNORED"
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE GPA-SCALE-FILE
           ELSE
              PERFORM 007-DEFAULT-GPA-SCALE
           END-IF
           .
       005-EXIT.
           EXIT.

       007-DEFAULT-GPA-SCALE.
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-TERMCAL1.
       AUTHOR. JAKKRIT

      *> 2026-10-15 JAKKRIT - new: transaction-driven maintenance for
      *> the term calendar (term-cal.dat, copybooks/termcal.cpy), in
      *> the MAINT-PREREQ1 style. Nothing on file said when a term's
      *> scores were due, so nobody could say which instructors were
      *> late. Applies add/change/delete transactions from
      *> term-cal-txn.dat: term, score submission due date, grade
      *> posting date and term-close target date, all YYYYMMDD. An
      *> add or change is refused when a date is not a real date
      *> (the MAINT-EMP1 month/day edit) or when the dates are out of
      *> order - scores due on or before grade posting, grade posting
      *> on or before the close target. A change replaces all three
      *> dates. Every refused transaction writes an exception line to
      *> term-cal-except.dat. term-cal.dat is line sequential, so it
      *> is loaded to a table and rewritten whole. SCORE-CHASE1 reads
      *> it for the due date. Appends a run record to run-audit.dat
      *> like the rest of the chain; the file spans terms, so the
      *> audit term is spaces.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TERM-CAL-FILE ASSIGN TO "term-cal.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TERM-CAL-STATUS.
           SELECT TERM-CAL-TXN-FILE ASSIGN TO "term-cal-txn.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TERM-CAL-EXCEPTION-FILE
              ASSIGN TO "term-cal-except.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-AUDIT-FILE ASSIGN TO "run-audit.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERM-CAL-FILE.
           COPY termcal.

       FD  TERM-CAL-TXN-FILE.
       01  TERM-CAL-TXN-RECORD.
           05 CTX-CODE                PIC X.
              88 CTX-IS-ADD           VALUE "A".
              88 CTX-IS-CHANGE        VALUE "C".
              88 CTX-IS-DELETE        VALUE "D".
           05 CTX-TERM-ID             PIC X(6).
           05 CTX-SCORE-DUE-DATE      PIC X(8).
           05 CTX-GRADE-POST-DATE     PIC X(8).
           05 CTX-CLOSE-TARGET-DATE   PIC X(8).

       FD  TERM-CAL-EXCEPTION-FILE.
       01  TERM-CAL-EXCEPTION-LINE.
           05 EXC-TERM-ID             PIC X(6).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 EXC-SCORE-DUE-DATE      PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 EXC-GRADE-POST-DATE     PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 EXC-CLOSE-TARGET-DATE   PIC X(8).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 EXC-REASON              PIC X(40).

       FD  RUN-AUDIT-FILE.
           COPY runaudit.

       WORKING-STORAGE SECTION.
       01  WS-TERM-CAL-STATUS         PIC X(2).
           88 WS-TERM-CAL-FOUND       VALUE "00".
       01  WS-RUN-AUDIT-STATUS        PIC X(2).
       01  WS-AUDIT-START-TS          PIC X(14).

       01  WS-CAL-EOF-SW              PIC X VALUE "N".
           88 WS-CAL-EOF              VALUE "Y".
       01  WS-TXN-EOF-SW              PIC X VALUE "N".
           88 WS-TXN-EOF              VALUE "Y".
       01  WS-REASON                  PIC X(40).

      *> one date under edit, with the name it goes by in the reason
       01  WS-EDIT-DATE               PIC X(8).
       01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
           05 WS-EDIT-YEAR            PIC 9(4).
           05 WS-EDIT-MONTH           PIC 9(2).
           05 WS-EDIT-DAY             PIC 9(2).
       01  WS-EDIT-DATE-NAME          PIC X(16).

       01  WS-DAYS-IN-MONTH-VALUES.
           05 FILLER                  PIC 9(2) VALUE 31.
           05 FILLER                  PIC 9(2) VALUE 29.
           05 FILLER                  PIC 9(2) VALUE 31.
           05 FILLER                  PIC 9(2) VALUE 30.
           05 FILLER                  PIC 9(2) VALUE 31.
           05 FILLER                  PIC 9(2) VALUE 30.
           05 FILLER                  PIC 9(2) VALUE 31.
           05 FILLER                  PIC 9(2) VALUE 31.
           05 FILLER                  PIC 9(2) VALUE 30.
           05 FILLER                  PIC 9(2) VALUE 31.
           05 FILLER                  PIC 9(2) VALUE 30.
           05 FILLER                  PIC 9(2) VALUE 31.
       01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
           05 WS-DAYS-IN-MONTH        PIC 9(2) OCCURS 12 TIMES.

       01  WS-CAL-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-CAL-IDX                 PIC 9(3) COMP.
       01  WS-CAL-FOUND-IDX           PIC 9(3) COMP VALUE ZERO.
       01  WS-CAL-OVERFLOW-SW         PIC X VALUE "N".
           88 WS-CAL-OVERFLOW         VALUE "Y".
       01  WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 200 TIMES.
              10 WS-CAL-TBL-TERM      PIC X(6).
              10 WS-CAL-TBL-DUE       PIC X(8).
              10 WS-CAL-TBL-POST      PIC X(8).
              10 WS-CAL-TBL-CLOSE     PIC X(8).
              10 WS-CAL-TBL-DEL-SW    PIC X.

       01  WS-TOTALS.
           05 WS-TXN-READ-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-ADD-COUNT            PIC 9(7) VALUE ZERO.
           05 WS-CHANGE-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-DELETE-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-ERROR-COUNT          PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       000-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-START-TS
           PERFORM 050-LOAD-CAL-TABLE THRU 050-EXIT
           IF WS-CAL-OVERFLOW THEN
              DISPLAY "MAINT-TERMCAL1: MORE THAN 200 TERMS, "
                 "RUN ABORTED BEFORE ANY CHANGE"
              MOVE 8 TO RETURN-CODE
              PERFORM 090-WRITE-RUN-AUDIT
              GOBACK
           END-IF

           OPEN INPUT TERM-CAL-TXN-FILE
           OPEN OUTPUT TERM-CAL-EXCEPTION-FILE

           PERFORM UNTIL WS-TXN-EOF
              READ TERM-CAL-TXN-FILE
                 AT END SET WS-TXN-EOF TO TRUE
              END-READ
              IF NOT WS-TXN-EOF THEN
                 ADD 1 TO WS-TXN-READ-COUNT
                 PERFORM 100-APPLY-TXN THRU 100-EXIT
              END-IF
           END-PERFORM

           CLOSE TERM-CAL-TXN-FILE
           CLOSE TERM-CAL-EXCEPTION-FILE

           IF WS-ADD-COUNT + WS-CHANGE-COUNT + WS-DELETE-COUNT
                 > ZERO THEN
              PERFORM 200-REWRITE-CAL-FILE
           END-IF

           PERFORM 300-PRINT-TOTALS
           PERFORM 090-WRITE-RUN-AUDIT
           GOBACK
           .

       050-LOAD-CAL-TABLE.
           OPEN INPUT TERM-CAL-FILE
           IF NOT WS-TERM-CAL-FOUND
                 AND WS-TERM-CAL-STATUS NOT = "05" THEN
              DISPLAY "MAINT-TERMCAL1: TERM-CAL.DAT OPEN STATUS "
                 WS-TERM-CAL-STATUS ", STARTING EMPTY"
              CLOSE TERM-CAL-FILE
              GO TO 050-EXIT
           END-IF
           PERFORM UNTIL WS-CAL-EOF
              READ TERM-CAL-FILE
                 AT END SET WS-CAL-EOF TO TRUE
              END-READ
              IF NOT WS-CAL-EOF THEN
                 IF WS-CAL-COUNT < 200 THEN
                    ADD 1 TO WS-CAL-COUNT
                    MOVE TC-TERM-ID
                       TO WS-CAL-TBL-TERM(WS-CAL-COUNT)
                    MOVE TC-SCORE-DUE-DATE
                       TO WS-CAL-TBL-DUE(WS-CAL-COUNT)
                    MOVE TC-GRADE-POST-DATE
                       TO WS-CAL-TBL-POST(WS-CAL-COUNT)
                    MOVE TC-CLOSE-TARGET-DATE
                       TO WS-CAL-TBL-CLOSE(WS-CAL-COUNT)
                    MOVE "N" TO WS-CAL-TBL-DEL-SW(WS-CAL-COUNT)
                 ELSE
                    SET WS-CAL-OVERFLOW TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           CLOSE TERM-CAL-FILE
           .
       050-EXIT.
           EXIT.

       100-APPLY-TXN.
           PERFORM 140-VALIDATE-TXN THRU 140-EXIT
           IF WS-REASON NOT = SPACES THEN
              PERFORM 150-REPORT-EXCEPTION
              GO TO 100-EXIT
           END-IF
           PERFORM 160-FIND-TERM
           EVALUATE TRUE
              WHEN CTX-IS-ADD
                 PERFORM 110-ADD-TERM
              WHEN CTX-IS-CHANGE
                 PERFORM 120-CHANGE-TERM
              WHEN CTX-IS-DELETE
                 PERFORM 130-DELETE-TERM
           END-EVALUATE
           .
       100-EXIT.
           EXIT.

       110-ADD-TERM.
           IF WS-CAL-FOUND-IDX > ZERO THEN
              MOVE "ADD FAILED - TERM ALREADY ON CALENDAR"
                 TO WS-REASON
              PERFORM 150-REPORT-EXCEPTION
           ELSE
              IF WS-CAL-COUNT >= 200 THEN
                 MOVE "ADD FAILED - CALENDAR TABLE FULL"
                    TO WS-REASON
                 PERFORM 150-REPORT-EXCEPTION
              ELSE
                 ADD 1 TO WS-CAL-COUNT
                 MOVE CTX-TERM-ID
                    TO WS-CAL-TBL-TERM(WS-CAL-COUNT)
                 MOVE CTX-SCORE-DUE-DATE
                    TO WS-CAL-TBL-DUE(WS-CAL-COUNT)
                 MOVE CTX-GRADE-POST-DATE
                    TO WS-CAL-TBL-POST(WS-CAL-COUNT)
                 MOVE CTX-CLOSE-TARGET-DATE
                    TO WS-CAL-TBL-CLOSE(WS-CAL-COUNT)
                 MOVE "N" TO WS-CAL-TBL-DEL-SW(WS-CAL-COUNT)
                 ADD 1 TO WS-ADD-COUNT
              END-IF
           END-IF
           .

       120-CHANGE-TERM.
           IF WS-CAL-FOUND-IDX = ZERO THEN
              MOVE "CHANGE FAILED - TERM NOT ON CALENDAR"
                 TO WS-REASON
              PERFORM 150-REPORT-EXCEPTION
           ELSE
              MOVE CTX-SCORE-DUE-DATE
                 TO WS-CAL-TBL-DUE(WS-CAL-FOUND-IDX)
              MOVE CTX-GRADE-POST-DATE
                 TO WS-CAL-TBL-POST(WS-CAL-FOUND-IDX)
              MOVE CTX-CLOSE-TARGET-DATE
                 TO WS-CAL-TBL-CLOSE(WS-CAL-FOUND-IDX)
              ADD 1 TO WS-CHANGE-COUNT
           END-IF
           .

       130-DELETE-TERM.
           IF WS-CAL-FOUND-IDX = ZERO THEN
              MOVE "DELETE FAILED - TERM NOT ON CALENDAR"
                 TO WS-REASON
              PERFORM 150-REPORT-EXCEPTION
           ELSE
              MOVE "Y" TO WS-CAL-TBL-DEL-SW(WS-CAL-FOUND-IDX)
              ADD 1 TO WS-DELETE-COUNT
           END-IF
           .

      *> every date must be a real YYYYMMDD date and the three must
      *> run in calendar order; YYYYMMDD compares correctly as text.
       140-VALIDATE-TXN.
           MOVE SPACES TO WS-REASON
           IF NOT CTX-IS-ADD AND NOT CTX-IS-CHANGE
                 AND NOT CTX-IS-DELETE THEN
              MOVE "UNKNOWN TXN CODE" TO WS-REASON
              GO TO 140-EXIT
           END-IF
           IF CTX-TERM-ID = SPACES THEN
              MOVE "BLANK TERM-ID" TO WS-REASON
              GO TO 140-EXIT
           END-IF
           IF CTX-IS-DELETE THEN
              GO TO 140-EXIT
           END-IF
           MOVE CTX-SCORE-DUE-DATE TO WS-EDIT-DATE
           MOVE "SCORE DUE DATE" TO WS-EDIT-DATE-NAME
           PERFORM 145-EDIT-DATE THRU 145-EXIT
           IF WS-REASON NOT = SPACES THEN
              GO TO 140-EXIT
           END-IF
           MOVE CTX-GRADE-POST-DATE TO WS-EDIT-DATE
           MOVE "GRADE POST DATE" TO WS-EDIT-DATE-NAME
           PERFORM 145-EDIT-DATE THRU 145-EXIT
           IF WS-REASON NOT = SPACES THEN
              GO TO 140-EXIT
           END-IF
           MOVE CTX-CLOSE-TARGET-DATE TO WS-EDIT-DATE
           MOVE "CLOSE TARGET" TO WS-EDIT-DATE-NAME
           PERFORM 145-EDIT-DATE THRU 145-EXIT
           IF WS-REASON NOT = SPACES THEN
              GO TO 140-EXIT
           END-IF
           IF CTX-SCORE-DUE-DATE > CTX-GRADE-POST-DATE THEN
              MOVE "SCORES DUE AFTER GRADE POSTING" TO WS-REASON
              GO TO 140-EXIT
           END-IF
           IF CTX-GRADE-POST-DATE > CTX-CLOSE-TARGET-DATE THEN
              MOVE "GRADES POSTED AFTER CLOSE TARGET" TO WS-REASON
           END-IF
           .
       140-EXIT.
           EXIT.

       145-EDIT-DATE.
           IF WS-EDIT-DATE IS NOT NUMERIC THEN
              STRING WS-EDIT-DATE-NAME DELIMITED BY "  "
                 " NOT YYYYMMDD" DELIMITED BY SIZE
                 INTO WS-REASON
              END-STRING
              GO TO 145-EXIT
           END-IF
           IF WS-EDIT-YEAR < 1900 THEN
              STRING WS-EDIT-DATE-NAME DELIMITED BY "  "
                 " - YEAR OUT OF RANGE" DELIMITED BY SIZE
                 INTO WS-REASON
              END-STRING
              GO TO 145-EXIT
           END-IF
           IF WS-EDIT-MONTH < 1 OR WS-EDIT-MONTH > 12 THEN
              STRING WS-EDIT-DATE-NAME DELIMITED BY "  "
                 " - MONTH OUT OF RANGE" DELIMITED BY SIZE
                 INTO WS-REASON
              END-STRING
              GO TO 145-EXIT
           END-IF
           IF WS-EDIT-DAY < 1
                 OR WS-EDIT-DAY > WS-DAYS-IN-MONTH(WS-EDIT-MONTH) THEN
              STRING WS-EDIT-DATE-NAME DELIMITED BY "  "
                 " - DAY OUT OF RANGE" DELIMITED BY SIZE
                 INTO WS-REASON
              END-STRING
           END-IF
           .
       145-EXIT.
           EXIT.

       150-REPORT-EXCEPTION.
           MOVE SPACES TO TERM-CAL-EXCEPTION-LINE
           MOVE CTX-TERM-ID           TO EXC-TERM-ID
           MOVE CTX-SCORE-DUE-DATE    TO EXC-SCORE-DUE-DATE
           MOVE CTX-GRADE-POST-DATE   TO EXC-GRADE-POST-DATE
           MOVE CTX-CLOSE-TARGET-DATE TO EXC-CLOSE-TARGET-DATE
           MOVE WS-REASON             TO EXC-REASON
           WRITE TERM-CAL-EXCEPTION-LINE
           ADD 1 TO WS-ERROR-COUNT
           DISPLAY "MAINT-TERMCAL1: " CTX-TERM-ID " - " WS-REASON
           .

       160-FIND-TERM.
           MOVE ZERO TO WS-CAL-FOUND-IDX
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
              UNTIL WS-CAL-IDX > WS-CAL-COUNT
                 OR WS-CAL-FOUND-IDX > ZERO
              IF WS-CAL-TBL-TERM(WS-CAL-IDX) = CTX-TERM-ID
                    AND WS-CAL-TBL-DEL-SW(WS-CAL-IDX) NOT = "Y" THEN
                 MOVE WS-CAL-IDX TO WS-CAL-FOUND-IDX
              END-IF
           END-PERFORM
           .

       200-REWRITE-CAL-FILE.
           OPEN OUTPUT TERM-CAL-FILE
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
              UNTIL WS-CAL-IDX > WS-CAL-COUNT
              IF WS-CAL-TBL-DEL-SW(WS-CAL-IDX) NOT = "Y" THEN
                 MOVE WS-CAL-TBL-TERM(WS-CAL-IDX) TO TC-TERM-ID
                 MOVE WS-CAL-TBL-DUE(WS-CAL-IDX)
                    TO TC-SCORE-DUE-DATE
                 MOVE WS-CAL-TBL-POST(WS-CAL-IDX)
                    TO TC-GRADE-POST-DATE
                 MOVE WS-CAL-TBL-CLOSE(WS-CAL-IDX)
                    TO TC-CLOSE-TARGET-DATE
                 WRITE TERM-CALENDAR-DETAIL
              END-IF
           END-PERFORM
           CLOSE TERM-CAL-FILE
           .

       300-PRINT-TOTALS.
           DISPLAY "=========================================="
           DISPLAY "MAINT-TERMCAL1 CONTROL TOTALS"
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
              MOVE "MAINT-TERMCAL1"   TO AUD-PROGRAM-ID
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
              DISPLAY "MAINT-TERMCAL1: RUN-AUDIT-FILE OPEN STATUS "
                 WS-RUN-AUDIT-STATUS ", AUDIT RECORD NOT WRITTEN"
           END-IF
           .

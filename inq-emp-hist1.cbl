       IDENTIFICATION DIVISION.
       PROGRAM-ID. INQ-EMP-HIST1.
       AUTHOR. JAKKRIT

      *> 2026-10-15 JAKKRIT - new: as-of-date employee inquiry, for
      *> when HR or audit ask what an employee's record said on a
      *> given day (an old instructor-assignment printout that no
      *> longer matches, say). Driven by emp-hist-inq.dat - EMP-SSN
      *> in cols 1-9 and the as-of date YYYYMMDD in cols 11-18, blank
      *> meaning today - it rebuilds EMP-DETAILS as it stood at the
      *> end of that date from the before and after images MAINT-EMP1
      *> appends to emp-hist.dat, then lists the whole change trail
      *> with the fields each change moved, changes made after the
      *> as-of date marked "*". The record as of a date is the after
      *> image of the last change on or before it; with no change by
      *> then it is the before image of the first later change (an
      *> add means the employee was not on file yet); with no history
      *> at all it is the current emp1-idx.dat record, which has
      *> never been changed since the trail began.
      *> 2026-10-15 JAKKRIT - whether emp1-idx.dat is on file is kept in
      *> a switch set at open time, so one SSN missing from the
      *> master no longer reports the master as not available for
      *> every inquiry after it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-FILE ASSIGN TO "emp-hist-inq.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EMP-HIST-FILE ASSIGN TO "emp-hist.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EMP-HIST-STATUS.
           SELECT OPTIONAL EMP-FILE-IDX ASSIGN TO "emp1-idx.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMP-SSN-IDX
              FILE STATUS IS WS-EMP-IDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-FILE.
       01  INQUIRY-RECORD.
           05 INQ-SSN                  PIC 9(9).
           05 FILLER                   PIC X.
           05 INQ-AS-OF-DATE           PIC X(8).

       FD  EMP-HIST-FILE.
           COPY emphist.

       FD  EMP-FILE-IDX.
           COPY empidxdtl.

       WORKING-STORAGE SECTION.
       01  WS-EMP-HIST-STATUS          PIC X(2).
           88 WS-EMP-HIST-FOUND        VALUE "00".
       01  WS-EMP-IDX-STATUS           PIC X(2).
           88 WS-EMP-IDX-FOUND         VALUE "00".
       01  WS-EMP-IDX-OPEN-SW          PIC X VALUE "N".
           88 WS-EMP-IDX-ON-FILE       VALUE "Y".
       01  WS-EOF-SW                   PIC X VALUE "N".
           88 WS-EOF                   VALUE "Y".
       01  WS-HIST-EOF-SW              PIC X VALUE "N".
           88 WS-HIST-EOF              VALUE "Y".

       01  WS-TODAY                    PIC X(8).
       01  WS-AS-OF-DATE               PIC X(8).

      *> what the first pass over the trail found for the SSN
       01  WS-TRAIL-COUNT              PIC 9(5).
       01  WS-LAST-ON-OR-BEFORE-SW     PIC X.
           88 WS-HAVE-ON-OR-BEFORE     VALUE "Y".
       01  WS-FIRST-AFTER-SW           PIC X.
           88 WS-HAVE-FIRST-AFTER      VALUE "Y".
       01  WS-STATE-ACTION             PIC X.
       01  WS-STATE-TIMESTAMP          PIC X(14).
       01  WS-AFTER-ACTION             PIC X.
       01  WS-AFTER-TIMESTAMP          PIC X(14).
       01  WS-AFTER-BEFORE-IMAGE       PIC X(34).
       01  WS-STATE-IMAGE.
           05 WS-ST-SURNAME            PIC X(15).
           05 WS-ST-FORNAME            PIC X(10).
           05 WS-ST-YOB                PIC 9(4).
           05 WS-ST-MOB                PIC 9(2).
           05 WS-ST-DOB                PIC 9(2).
           05 WS-ST-GENDER             PIC X.

       01  WS-ACTION-TEXT              PIC X(6).
       01  WS-AFTER-MARK               PIC X.
       01  WS-TS-RAW                   PIC X(14).
       01  WS-TS-SHOW.
           05 WS-TS-YEAR               PIC X(4).
           05 FILLER                   PIC X VALUE "-".
           05 WS-TS-MONTH              PIC X(2).
           05 FILLER                   PIC X VALUE "-".
           05 WS-TS-DAY                PIC X(2).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-TS-HOUR               PIC X(2).
           05 FILLER                   PIC X VALUE ":".
           05 WS-TS-MINUTE             PIC X(2).
           05 FILLER                   PIC X VALUE ":".
           05 WS-TS-SECOND             PIC X(2).

       01  WS-TOTALS.
           05 WS-REQUEST-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-NOT-FOUND-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-BAD-DATE-COUNT        PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       000-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT EMP-FILE-IDX
           IF WS-EMP-IDX-FOUND THEN
              SET WS-EMP-IDX-ON-FILE TO TRUE
           ELSE
              DISPLAY "INQ-EMP-HIST1: EMP1-IDX.DAT OPEN STATUS "
                 WS-EMP-IDX-STATUS ", CURRENT MASTER NOT SHOWN"
           END-IF
           OPEN INPUT INQUIRY-FILE

           PERFORM UNTIL WS-EOF
              READ INQUIRY-FILE
                 AT END SET WS-EOF TO TRUE
              END-READ
              IF NOT WS-EOF THEN
                 ADD 1 TO WS-REQUEST-COUNT
                 PERFORM 100-INQUIRE THRU 100-EXIT
              END-IF
           END-PERFORM

           CLOSE INQUIRY-FILE
           CLOSE EMP-FILE-IDX

           DISPLAY "=========================================="
           DISPLAY "INQ-EMP-HIST1: REQUESTS READ  " WS-REQUEST-COUNT
           DISPLAY "INQ-EMP-HIST1: NOT FOUND      " WS-NOT-FOUND-COUNT
           DISPLAY "INQ-EMP-HIST1: BAD AS-OF DATE " WS-BAD-DATE-COUNT
           GOBACK
           .

       100-INQUIRE.
           IF INQ-AS-OF-DATE = SPACES THEN
              MOVE WS-TODAY TO WS-AS-OF-DATE
           ELSE
              MOVE INQ-AS-OF-DATE TO WS-AS-OF-DATE
           END-IF
           DISPLAY "=========================================="
           DISPLAY "EMPLOYEE " INQ-SSN "  AS OF " WS-AS-OF-DATE(1:4)
              "-" WS-AS-OF-DATE(5:2) "-" WS-AS-OF-DATE(7:2)
           DISPLAY "=========================================="
           IF WS-AS-OF-DATE IS NOT NUMERIC THEN
              DISPLAY "AS-OF DATE '" INQ-AS-OF-DATE
                 "' IS NOT YYYYMMDD, REQUEST SKIPPED"
              ADD 1 TO WS-BAD-DATE-COUNT
              GO TO 100-EXIT
           END-IF

           PERFORM 200-FIND-STATE THRU 200-EXIT
           PERFORM 300-SHOW-STATE THRU 300-EXIT
           PERFORM 400-LIST-TRAIL THRU 400-EXIT
           .
       100-EXIT.
           EXIT.

      *> first pass: the last change on or before the as-of date and
      *> the first one after it. The trail is in the order changes
      *> were applied, so the last match on or before the date wins.
       200-FIND-STATE.
           MOVE ZERO TO WS-TRAIL-COUNT
           MOVE "N" TO WS-LAST-ON-OR-BEFORE-SW
           MOVE "N" TO WS-FIRST-AFTER-SW
           MOVE "N" TO WS-HIST-EOF-SW
           OPEN INPUT EMP-HIST-FILE
           IF NOT WS-EMP-HIST-FOUND THEN
              CLOSE EMP-HIST-FILE
              GO TO 200-EXIT
           END-IF
           PERFORM UNTIL WS-HIST-EOF
              READ EMP-HIST-FILE
                 AT END SET WS-HIST-EOF TO TRUE
              END-READ
              IF NOT WS-HIST-EOF AND EH-SSN = INQ-SSN THEN
                 ADD 1 TO WS-TRAIL-COUNT
                 IF EH-TIMESTAMP(1:8) <= WS-AS-OF-DATE THEN
                    SET WS-HAVE-ON-OR-BEFORE TO TRUE
                    MOVE EH-ACTION      TO WS-STATE-ACTION
                    MOVE EH-TIMESTAMP   TO WS-STATE-TIMESTAMP
                    MOVE EH-AFTER-IMAGE TO WS-STATE-IMAGE
                 ELSE
                    IF NOT WS-HAVE-FIRST-AFTER THEN
                       SET WS-HAVE-FIRST-AFTER TO TRUE
                       MOVE EH-ACTION       TO WS-AFTER-ACTION
                       MOVE EH-TIMESTAMP    TO WS-AFTER-TIMESTAMP
                       MOVE EH-BEFORE-IMAGE TO WS-AFTER-BEFORE-IMAGE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           CLOSE EMP-HIST-FILE
           .
       200-EXIT.
           EXIT.

       300-SHOW-STATE.
           IF WS-HAVE-ON-OR-BEFORE THEN
              MOVE WS-STATE-TIMESTAMP TO WS-TS-RAW
              PERFORM 500-FORMAT-TIMESTAMP
              IF WS-STATE-ACTION = "D" THEN
                 DISPLAY "RECORD : NOT ON FILE - DELETED " WS-TS-SHOW
                 ADD 1 TO WS-NOT-FOUND-COUNT
              ELSE
                 DISPLAY "RECORD : AS LAST CHANGED " WS-TS-SHOW
                 PERFORM 310-DISPLAY-IMAGE
              END-IF
              GO TO 300-EXIT
           END-IF

           IF WS-HAVE-FIRST-AFTER THEN
              MOVE WS-AFTER-TIMESTAMP TO WS-TS-RAW
              PERFORM 500-FORMAT-TIMESTAMP
              IF WS-AFTER-ACTION = "A" THEN
                 DISPLAY "RECORD : NOT ON FILE YET - ADDED " WS-TS-SHOW
                 ADD 1 TO WS-NOT-FOUND-COUNT
              ELSE
                 MOVE WS-AFTER-BEFORE-IMAGE TO WS-STATE-IMAGE
                 DISPLAY "RECORD : AS BEFORE THE CHANGE OF " WS-TS-SHOW
                 PERFORM 310-DISPLAY-IMAGE
              END-IF
              GO TO 300-EXIT
           END-IF

      *> nothing on the trail: the master has not been changed since
      *> the history began, so today's record is the record then.
           IF NOT WS-EMP-IDX-ON-FILE THEN
              DISPLAY "RECORD : NO HISTORY, EMP1-IDX.DAT NOT AVAILABLE"
              ADD 1 TO WS-NOT-FOUND-COUNT
              GO TO 300-EXIT
           END-IF
           MOVE INQ-SSN TO EMP-SSN-IDX
           READ EMP-FILE-IDX
              INVALID KEY
                 DISPLAY "NO EMPLOYEE FOUND FOR SSN " INQ-SSN
                 ADD 1 TO WS-NOT-FOUND-COUNT
              NOT INVALID KEY
                 DISPLAY "RECORD : NO CHANGES ON HISTORY - CURRENT "
                    "MASTER"
                 MOVE EMP-SURNAME-IDX TO WS-ST-SURNAME
                 MOVE EMP-FORNAME-IDX TO WS-ST-FORNAME
                 MOVE EMP-YOB-IDX     TO WS-ST-YOB
                 MOVE EMP-MOB-IDX     TO WS-ST-MOB
                 MOVE EMP-DOB-IDX     TO WS-ST-DOB
                 MOVE EMP-GENDER-IDX  TO WS-ST-GENDER
                 PERFORM 310-DISPLAY-IMAGE
           END-READ
           .
       300-EXIT.
           EXIT.

       310-DISPLAY-IMAGE.
           DISPLAY "SSN : " INQ-SSN
           DISPLAY "NAME : " WS-ST-FORNAME "  " WS-ST-SURNAME
           DISPLAY "DoB : " WS-ST-YOB "/" WS-ST-MOB "/" WS-ST-DOB
           DISPLAY "Gender : " WS-ST-GENDER
           .

      *> second pass: every change for the SSN, oldest first, with
      *> the fields it moved.
       400-LIST-TRAIL.
           DISPLAY "CHANGE TRAIL (* = AFTER THE AS-OF DATE)"
           IF WS-TRAIL-COUNT = ZERO THEN
              DISPLAY "  NO CHANGES ON FILE"
              GO TO 400-EXIT
           END-IF
           MOVE "N" TO WS-HIST-EOF-SW
           OPEN INPUT EMP-HIST-FILE
           PERFORM UNTIL WS-HIST-EOF
              READ EMP-HIST-FILE
                 AT END SET WS-HIST-EOF TO TRUE
              END-READ
              IF NOT WS-HIST-EOF AND EH-SSN = INQ-SSN THEN
                 PERFORM 410-SHOW-CHANGE
              END-IF
           END-PERFORM
           CLOSE EMP-HIST-FILE
           .
       400-EXIT.
           EXIT.

       410-SHOW-CHANGE.
           MOVE SPACE TO WS-AFTER-MARK
           IF EH-TIMESTAMP(1:8) > WS-AS-OF-DATE THEN
              MOVE "*" TO WS-AFTER-MARK
           END-IF
           EVALUATE TRUE
              WHEN EH-IS-ADD    MOVE "ADD"    TO WS-ACTION-TEXT
              WHEN EH-IS-CHANGE MOVE "CHANGE" TO WS-ACTION-TEXT
              WHEN EH-IS-DELETE MOVE "DELETE" TO WS-ACTION-TEXT
              WHEN OTHER        MOVE EH-ACTION TO WS-ACTION-TEXT
           END-EVALUATE
           MOVE EH-TIMESTAMP TO WS-TS-RAW
           PERFORM 500-FORMAT-TIMESTAMP
           DISPLAY WS-AFTER-MARK " " WS-TS-SHOW "  " WS-ACTION-TEXT
              "  " EH-PROGRAM-ID " TXN " EH-TXN-SEQ
              "  SOURCE " EH-SOURCE
           EVALUATE TRUE
              WHEN EH-IS-ADD
                 DISPLAY "     NAME    " EH-AFT-FORNAME "  "
                    EH-AFT-SURNAME
                 DISPLAY "     DoB     " EH-AFT-YOB "/" EH-AFT-MOB
                    "/" EH-AFT-DOB "  Gender " EH-AFT-GENDER
              WHEN EH-IS-DELETE
                 DISPLAY "     NAME    " EH-BEF-FORNAME "  "
                    EH-BEF-SURNAME
                 DISPLAY "     DoB     " EH-BEF-YOB "/" EH-BEF-MOB
                    "/" EH-BEF-DOB "  Gender " EH-BEF-GENDER
              WHEN OTHER
                 PERFORM 420-SHOW-FIELD-CHANGES
           END-EVALUATE
           .

       420-SHOW-FIELD-CHANGES.
           IF EH-BEFORE-IMAGE = EH-AFTER-IMAGE THEN
              DISPLAY "     NO FIELD CHANGED"
           END-IF
           IF EH-BEF-SURNAME NOT = EH-AFT-SURNAME THEN
              DISPLAY "     SURNAME " EH-BEF-SURNAME " -> "
                 EH-AFT-SURNAME
           END-IF
           IF EH-BEF-FORNAME NOT = EH-AFT-FORNAME THEN
              DISPLAY "     FORNAME " EH-BEF-FORNAME " -> "
                 EH-AFT-FORNAME
           END-IF
           IF EH-BEF-YOB NOT = EH-AFT-YOB
                 OR EH-BEF-MOB NOT = EH-AFT-MOB
                 OR EH-BEF-DOB NOT = EH-AFT-DOB THEN
              DISPLAY "     DoB     " EH-BEF-YOB "/" EH-BEF-MOB "/"
                 EH-BEF-DOB " -> " EH-AFT-YOB "/" EH-AFT-MOB "/"
                 EH-AFT-DOB
           END-IF
           IF EH-BEF-GENDER NOT = EH-AFT-GENDER THEN
              DISPLAY "     GENDER  " EH-BEF-GENDER " -> "
                 EH-AFT-GENDER
           END-IF
           .

      *> WS-TS-RAW (YYYYMMDDHHMMSS) laid out as YYYY-MM-DD HH:MM:SS.
       500-FORMAT-TIMESTAMP.
           MOVE WS-TS-RAW(1:4)  TO WS-TS-YEAR
           MOVE WS-TS-RAW(5:2)  TO WS-TS-MONTH
           MOVE WS-TS-RAW(7:2)  TO WS-TS-DAY
           MOVE WS-TS-RAW(9:2)  TO WS-TS-HOUR
           MOVE WS-TS-RAW(11:2) TO WS-TS-MINUTE
           MOVE WS-TS-RAW(13:2) TO WS-TS-SECOND
           .

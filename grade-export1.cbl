      *> run-audit.dat trail (copybooks/runaudit.cpy), stamped with
      *> the run's TERM-ID from the same term.cfg the rest of the
      *> chain reads.
      *> 2026-10-15 JAKKRIT - the CSV leaves the registrar's office,
      *> so a row for a student under a directory-privacy hold
      *> (SM-PRIVACY-HOLD on stu-mast.dat, in effect on the run date)
      *> is not written at all. The rows withheld are counted on the
      *> console and in the run-audit reject count, and the audit
      *> read count is now every grade row read, not just those
      *> exported.
      *> 2026-10-15 JAKKRIT - the CSV gains a HOLD column at the end:
      *> "Y" on every row for a student with a hold in force on the
      *> run date (stu-hold.dat, MAINT-HOLD1 - unpaid fees, an open
      *> disciplinary matter), so the receiving office knows the
      *> grade is not to be released as official. The rows marked are
      *> counted on the console. A hold file that cannot be opened,
      *> or more holds in force than the table holds, stops the run
      *> with RETURN-CODE 8 before the CSV is written.
      *> 2026-10-15 JAKKRIT - a stu-mast.dat that cannot be opened
      *> now stops the run with RETURN-CODE 8 before any output is
      *> written, instead of going on with privacy holds
      *> unchecked and exporting a held student's rows. A student
      *> not on stu-mast.dat no longer turns the hold check off for
      *> every row after it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-FILE ASSIGN TO "grade.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STUDENT-FILE ASSIGN TO "stu-mast.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SM-STU-ID
              FILE STATUS IS WS-STUDENT-FILE-STATUS.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO "stu-hold.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS HOLD-KEY
              FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT GRADE-CSV-FILE ASSIGN TO "grade-export.csv"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TERM-CFG-FILE ASSIGN TO "term.cfg"
       FD  GRADE-FILE.
           COPY gradedtl.

       FD  STUDENT-FILE.
           COPY studmast.

       FD  HOLD-FILE.
           COPY stuhold.

       FD  GRADE-CSV-FILE.
       01  GRADE-CSV-LINE              PIC X(120).

       01  WS-RUN-AUDIT-STATUS         PIC X(2).
       01  WS-RUN-TERM-ID              PIC X(6) VALUE "2026S1".
       01  WS-AUDIT-START-TS           PIC X(14).
       01  WS-TODAY                    PIC X(8).
       01  WS-STUDENT-FILE-STATUS      PIC X(2).
           88 WS-STUDENT-FILE-FOUND    VALUE "00".
       01  WS-PRIVACY-SW               PIC X.
           88 WS-PRIVACY-HELD          VALUE "Y".
       01  WS-EOF-SW                   PIC X VALUE "N".
           88 WS-EOF                   VALUE "Y".
       01  WS-READ-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-EXPORT-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-WITHHELD-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-SUM-SCORE-ED             PIC ZZ9.99.

      *> students with a hold in force on the run date
       01  WS-HOLD-FILE-STATUS         PIC X(2).
       01  WS-HOLD-EOF-SW              PIC X VALUE "N".
           88 WS-HOLD-EOF              VALUE "Y".
       01  WS-HOLD-OVERFLOW-SW         PIC X VALUE "N".
           88 WS-HOLD-OVERFLOW         VALUE "Y".
       01  WS-HOLD-UNCHECKED-SW        PIC X VALUE "N".
           88 WS-HOLD-UNCHECKED        VALUE "Y".
       01  WS-HOLD-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-HOLD-IDX                 PIC 9(3) COMP.
       01  WS-HOLD-TABLE.
           05 WS-HOLD-TBL-STU-ID OCCURS 500 TIMES PIC X(8).
       01  WS-HOLD-FLAG                PIC X.
       01  WS-HOLD-MARKED-COUNT        PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       000-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-START-TS
           MOVE WS-AUDIT-START-TS(1:8) TO WS-TODAY
           PERFORM 005-LOAD-TERM-ID THRU 005-EXIT
           PERFORM 006-LOAD-HOLDS THRU 006-EXIT
           IF WS-HOLD-UNCHECKED OR WS-HOLD-OVERFLOW THEN
              IF WS-HOLD-OVERFLOW THEN
                 DISPLAY "GRADE-EXPORT1: MORE THAN 500 STUDENTS ON "
                    "HOLD, RUN ABORTED"
              END-IF
              MOVE 8 TO RETURN-CODE
              PERFORM 020-WRITE-RUN-AUDIT
              GOBACK
           END-IF
           OPEN INPUT  GRADE-FILE
           OPEN INPUT  STUDENT-FILE
           IF NOT WS-STUDENT-FILE-FOUND THEN
              DISPLAY "GRADE-EXPORT1: STU-MAST.DAT OPEN STATUS "
                 WS-STUDENT-FILE-STATUS
                 ", PRIVACY HOLDS CANNOT BE CHECKED, RUN ABORTED"
              CLOSE GRADE-FILE
              CLOSE STUDENT-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM 020-WRITE-RUN-AUDIT
              GOBACK
           END-IF
           OPEN OUTPUT GRADE-CSV-FILE

           MOVE SPACES TO GRADE-CSV-LINE
           STRING
              "TERM-ID,COURSE-ID,STU-ID,SURNAME,FORNAME,"
                                         DELIMITED BY SIZE
              "SUM-SCORE,GRADE,HOLD"     DELIMITED BY SIZE
              INTO GRADE-CSV-LINE
           END-STRING
           WRITE GRADE-CSV-LINE
                 AT END SET WS-EOF TO TRUE
              END-READ
              IF NOT WS-EOF THEN
                 ADD 1 TO WS-READ-COUNT
                 PERFORM 030-CHECK-PRIVACY
                 IF WS-PRIVACY-HELD THEN
                    ADD 1 TO WS-WITHHELD-COUNT
                 ELSE
                    PERFORM 035-CHECK-HOLD
                    PERFORM 010-WRITE-CSV-LINE
                    ADD 1 TO WS-EXPORT-COUNT
                 END-IF
              END-IF
           END-PERFORM

           CLOSE GRADE-FILE
           CLOSE STUDENT-FILE
           CLOSE GRADE-CSV-FILE

           DISPLAY "GRADE-EXPORT1: " WS-EXPORT-COUNT
              " RECORDS WRITTEN TO GRADE-EXPORT.CSV"
           DISPLAY "GRADE-EXPORT1: " WS-WITHHELD-COUNT
              " RECORDS WITHHELD UNDER PRIVACY HOLD"
           DISPLAY "GRADE-EXPORT1: " WS-HOLD-MARKED-COUNT
              " RECORDS MARKED FOR A STUDENT HOLD"
           PERFORM 020-WRITE-RUN-AUDIT
           GOBACK
           .
              MOVE WS-AUDIT-START-TS  TO AUD-START-TS
              MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-END-TS
              MOVE WS-RUN-TERM-ID     TO AUD-TERM-ID
              MOVE WS-READ-COUNT      TO AUD-READ-COUNT
              MOVE WS-EXPORT-COUNT    TO AUD-WRITE-COUNT
              MOVE WS-WITHHELD-COUNT  TO AUD-REJECT-COUNT
              MOVE RETURN-CODE        TO AUD-RETURN-CODE
              WRITE RUN-AUDIT-DETAIL
              CLOSE RUN-AUDIT-FILE
              FUNCTION TRIM(WS-SUM-SCORE-ED) DELIMITED BY SIZE
              ","                        DELIMITED BY SIZE
              FUNCTION TRIM(GRADE)       DELIMITED BY SIZE
              ","                        DELIMITED BY SIZE
              WS-HOLD-FLAG               DELIMITED BY SPACE
              INTO GRADE-CSV-LINE
           END-STRING
           WRITE GRADE-CSV-LINE
           .

      *> a hold counts from its effective date on; a blank date means
      *> it has been in force since it was placed.
       030-CHECK-PRIVACY.
           MOVE "N" TO WS-PRIVACY-SW
           MOVE STU-ID TO SM-STU-ID
           READ STUDENT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF SM-PRIVACY-ON
                       AND (SM-PRIVACY-DATE = SPACES
                       OR SM-PRIVACY-DATE <= WS-TODAY) THEN
                    SET WS-PRIVACY-HELD TO TRUE
                 END-IF
           END-READ
           .

       035-CHECK-HOLD.
           MOVE SPACE TO WS-HOLD-FLAG
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
              UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                 OR WS-HOLD-FLAG = "Y"
              IF WS-HOLD-TBL-STU-ID(WS-HOLD-IDX) = STU-ID THEN
                 MOVE "Y" TO WS-HOLD-FLAG
                 ADD 1 TO WS-HOLD-MARKED-COUNT
              END-IF
           END-PERFORM
           .

      *> a hold is in force from the day it is placed until the day
      *> it is released; a student with two holds is listed once. No
      *> hold file at all means no holds.
       006-LOAD-HOLDS.
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS NOT = "00" THEN
              IF WS-HOLD-FILE-STATUS NOT = "05" THEN
                 DISPLAY "GRADE-EXPORT1: STU-HOLD.DAT OPEN STATUS "
                    WS-HOLD-FILE-STATUS ", HOLDS CANNOT BE CHECKED, "
                    "RUN ABORTED"
                 SET WS-HOLD-UNCHECKED TO TRUE
              END-IF
              CLOSE HOLD-FILE
              GO TO 006-EXIT
           END-IF
           PERFORM UNTIL WS-HOLD-EOF
              READ HOLD-FILE
                 AT END SET WS-HOLD-EOF TO TRUE
              END-READ
              IF NOT WS-HOLD-EOF
                    AND HOLD-PLACED-DATE <= WS-TODAY
                    AND (HOLD-NOT-RELEASED
                       OR HOLD-RELEASED-DATE > WS-TODAY) THEN
                 IF WS-HOLD-COUNT = ZERO OR HOLD-STU-ID NOT =
                       WS-HOLD-TBL-STU-ID(WS-HOLD-COUNT) THEN
                    IF WS-HOLD-COUNT < 500 THEN
                       ADD 1 TO WS-HOLD-COUNT
                       MOVE HOLD-STU-ID
                          TO WS-HOLD-TBL-STU-ID(WS-HOLD-COUNT)
                    ELSE
                       SET WS-HOLD-OVERFLOW TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           CLOSE HOLD-FILE
           .
       006-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-APPROVE1.
       AUTHOR. JAKKRIT

      *> 2026-10-15 JAKKRIT - new: the department chair's approval
      *> step between WRITE-GRADE1 and the grade history. WRITE-GRADE1
      *> leaves each course's grades provisional in grade-prov.dat and
      *> pending on the course approval master (crs-appr.dat, indexed
      *> on term + course, copybooks/crsappr.cpy). This applies the
      *> chair's decisions from grade-appr-txn.dat, in the MAINT-HOLD1
      *> style: code (A approve, R return to the instructor), term,
      *> course, the chair's SSN and a note. The chair must be on
      *> emp1-idx.dat and a return must carry a note saying what to
      *> fix. Refused: a course not submitted, one already approved,
      *> a return of a course already returned, and an approval of a
      *> returned course before WRITE-GRADE1 has resubmitted it.
      *> Once the transactions are applied, the provisional rows of
      *> every course approved in this run are posted to
      *> grade-hist.dat as they stand, and the count posted is kept
      *> on the approval record; an approved course with no
      *> provisional rows is warned on the console. grade-hist.dat
      *> not openable aborts the run before any decision is applied.
      *> Appends a run record to run-audit.dat like the rest of the
      *> chain.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-APPR-FILE ASSIGN TO "crs-appr.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CA-KEY
              FILE STATUS IS WS-CRS-APPR-STATUS.
           SELECT OPTIONAL EMP-FILE-IDX ASSIGN TO "emp1-idx.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMP-SSN-IDX
              FILE STATUS IS WS-EMP-IDX-STATUS.
           SELECT APPR-TXN-FILE ASSIGN TO "grade-appr-txn.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GRADE-PROV-FILE ASSIGN TO "grade-prov.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GRADE-PROV-STATUS.
           SELECT OPTIONAL GRADE-HIST-FILE ASSIGN TO "grade-hist.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GRADE-HIST-STATUS.
           SELECT OPTIONAL TERM-CFG-FILE ASSIGN TO "term.cfg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TERM-CFG-STATUS.
           SELECT OPTIONAL RUN-AUDIT-FILE ASSIGN TO "run-audit.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COURSE-APPR-FILE.
           COPY crsappr.

       FD  EMP-FILE-IDX.
           COPY empidxdtl.

       FD  APPR-TXN-FILE.
       01  APPR-TXN-RECORD.
           05 ATXN-CODE               PIC X.
              88 ATXN-IS-APPROVE      VALUE "A".
              88 ATXN-IS-RETURN       VALUE "R".
           05 ATXN-TERM-ID            PIC X(6).
           05 ATXN-COURSE-ID          PIC X(6).
           05 ATXN-CHAIR-SSN          PIC X(9).
           05 ATXN-CHAIR-SSN-N REDEFINES ATXN-CHAIR-SSN
                                      PIC 9(9).
           05 ATXN-NOTE               PIC X(30).

      *> grade-prov.dat and grade-hist.dat share the layout, so the
      *> provisional row is read into its own record and moved whole.
       FD  GRADE-PROV-FILE.
       01  GRADE-PROV-RECORD.
           05 PROV-TERM-ID            PIC X(6).
           05 PROV-COURSE-ID          PIC X(6).
           05 FILLER                  PIC X(45).

       FD  GRADE-HIST-FILE.
           COPY gradehistdtl.

       FD  TERM-CFG-FILE.
       01  TERM-CFG-RECORD.
           05 CFG-TERM-ID             PIC X(6).

       FD  RUN-AUDIT-FILE.
           COPY runaudit.

       WORKING-STORAGE SECTION.
       01  WS-CRS-APPR-STATUS         PIC X(2).
       01  WS-EMP-IDX-STATUS          PIC X(2).
           88 WS-EMP-IDX-FOUND        VALUE "00".
       01  WS-GRADE-PROV-STATUS       PIC X(2).
           88 WS-GRADE-PROV-FOUND     VALUE "00".
       01  WS-GRADE-HIST-STATUS       PIC X(2).
       01  WS-TERM-CFG-STATUS         PIC X(2).
           88 WS-TERM-CFG-FOUND       VALUE "00".
       01  WS-RUN-AUDIT-STATUS        PIC X(2).
       01  WS-AUDIT-START-TS          PIC X(14).
       01  WS-RUN-TERM-ID             PIC X(6) VALUE "2026S1".
       01  WS-TODAY                   PIC X(8).
       01  WS-TXN-EOF-SW              PIC X VALUE "N".
           88 WS-TXN-EOF              VALUE "Y".
       01  WS-PROV-EOF-SW             PIC X VALUE "N".
           88 WS-PROV-EOF             VALUE "Y".
       01  WS-REASON                  PIC X(40).

      *> courses approved in this run - the ones whose provisional
      *> rows are posted once every transaction has been applied.
       01  WS-APV-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-APV-IDX                 PIC 9(3) COMP.
       01  WS-APV-FOUND-IDX           PIC 9(3) COMP VALUE ZERO.
       01  WS-APV-TABLE.
           05 WS-APV-ENTRY OCCURS 300 TIMES.
              10 WS-APV-TERM-ID       PIC X(6).
              10 WS-APV-COURSE-ID     PIC X(6).
              10 WS-APV-POSTED        PIC 9(5).

       01  WS-TOTALS.
           05 WS-TXN-READ-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-APPROVED-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-RETURNED-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-ERROR-COUNT          PIC 9(7) VALUE ZERO.
           05 WS-PROV-READ-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-POSTED-COUNT         PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       000-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-START-TS
           MOVE WS-AUDIT-START-TS(1:8) TO WS-TODAY
           PERFORM 004-LOAD-TERM-ID THRU 004-EXIT
           OPEN INPUT EMP-FILE-IDX
           IF NOT WS-EMP-IDX-FOUND THEN
              DISPLAY "GRADE-APPROVE1: EMP1-IDX.DAT OPEN STATUS "
                 WS-EMP-IDX-STATUS ", ABORTING"
              CLOSE EMP-FILE-IDX
              MOVE 8 TO RETURN-CODE
              PERFORM 090-WRITE-RUN-AUDIT
              GOBACK
           END-IF
           OPEN I-O COURSE-APPR-FILE
           IF WS-CRS-APPR-STATUS NOT = "00" THEN
              DISPLAY "GRADE-APPROVE1: CRS-APPR.DAT OPEN STATUS "
                 WS-CRS-APPR-STATUS ", ABORTING"
              CLOSE EMP-FILE-IDX
              MOVE 8 TO RETURN-CODE
              PERFORM 090-WRITE-RUN-AUDIT
              GOBACK
           END-IF
      *> the history is opened before any decision is applied, so an
      *> approval can never be recorded that cannot then be posted.
           OPEN EXTEND GRADE-HIST-FILE
           IF WS-GRADE-HIST-STATUS NOT = "00" AND NOT = "05" THEN
              DISPLAY "GRADE-APPROVE1: GRADE-HIST.DAT OPEN STATUS "
                 WS-GRADE-HIST-STATUS ", ABORTING BEFORE ANY CHANGE"
              CLOSE GRADE-HIST-FILE
              CLOSE COURSE-APPR-FILE
              CLOSE EMP-FILE-IDX
              MOVE 8 TO RETURN-CODE
              PERFORM 090-WRITE-RUN-AUDIT
              GOBACK
           END-IF
           OPEN INPUT APPR-TXN-FILE

           PERFORM UNTIL WS-TXN-EOF
              READ APPR-TXN-FILE
                 AT END SET WS-TXN-EOF TO TRUE
              END-READ
              IF NOT WS-TXN-EOF THEN
                 ADD 1 TO WS-TXN-READ-COUNT
                 PERFORM 100-APPLY-TXN THRU 100-EXIT
              END-IF
           END-PERFORM
           CLOSE APPR-TXN-FILE
           CLOSE EMP-FILE-IDX

           IF WS-APV-COUNT > ZERO THEN
              PERFORM 200-POST-APPROVED THRU 200-EXIT
              PERFORM 250-STAMP-POSTED-COUNT
           END-IF
           CLOSE GRADE-HIST-FILE
           CLOSE COURSE-APPR-FILE

           PERFORM 300-PRINT-TOTALS
           PERFORM 090-WRITE-RUN-AUDIT
           GOBACK
           .

       100-APPLY-TXN.
           PERFORM 140-VALIDATE-TXN THRU 140-EXIT
           IF WS-REASON NOT = SPACES THEN
              PERFORM 150-REPORT-ERROR
              GO TO 100-EXIT
           END-IF
           EVALUATE TRUE
              WHEN ATXN-IS-APPROVE
                 PERFORM 110-APPROVE-COURSE
              WHEN ATXN-IS-RETURN
                 PERFORM 120-RETURN-COURSE
           END-EVALUATE
           .
       100-EXIT.
           EXIT.

       110-APPROVE-COURSE.
           SET CA-IS-APPROVED TO TRUE
           MOVE WS-TODAY           TO CA-ACTION-DATE
           MOVE ATXN-CHAIR-SSN-N   TO CA-CHAIR-SSN
           MOVE ATXN-NOTE          TO CA-NOTE
           MOVE ZERO               TO CA-POSTED-COUNT
           REWRITE COURSE-APPROVAL-DETAIL
              INVALID KEY
                 MOVE "APPROVE FAILED - REWRITE ERROR" TO WS-REASON
                 PERFORM 150-REPORT-ERROR
              NOT INVALID KEY
                 ADD 1 TO WS-APPROVED-COUNT
                 ADD 1 TO WS-APV-COUNT
                 MOVE CA-TERM-ID   TO WS-APV-TERM-ID(WS-APV-COUNT)
                 MOVE CA-COURSE-ID TO WS-APV-COURSE-ID(WS-APV-COUNT)
                 MOVE ZERO         TO WS-APV-POSTED(WS-APV-COUNT)
                 DISPLAY "GRADE-APPROVE1: APPROVED " CA-TERM-ID " "
                    CA-COURSE-ID " (" CA-ROW-COUNT " ROWS)"
           END-REWRITE
           .

       120-RETURN-COURSE.
           SET CA-IS-RETURNED TO TRUE
           MOVE WS-TODAY           TO CA-ACTION-DATE
           MOVE ATXN-CHAIR-SSN-N   TO CA-CHAIR-SSN
           MOVE ATXN-NOTE          TO CA-NOTE
           REWRITE COURSE-APPROVAL-DETAIL
              INVALID KEY
                 MOVE "RETURN FAILED - REWRITE ERROR" TO WS-REASON
                 PERFORM 150-REPORT-ERROR
              NOT INVALID KEY
                 ADD 1 TO WS-RETURNED-COUNT
                 DISPLAY "GRADE-APPROVE1: RETURNED " CA-TERM-ID " "
                    CA-COURSE-ID " - " CA-NOTE
           END-REWRITE
           .

      *> leaves the course's approval record read when it passes.
       140-VALIDATE-TXN.
           MOVE SPACES TO WS-REASON
           IF NOT ATXN-IS-APPROVE AND NOT ATXN-IS-RETURN THEN
              MOVE "UNKNOWN TXN CODE" TO WS-REASON
              GO TO 140-EXIT
           END-IF
           IF ATXN-TERM-ID = SPACES OR ATXN-COURSE-ID = SPACES THEN
              MOVE "BLANK TERM-ID OR COURSE-ID" TO WS-REASON
              GO TO 140-EXIT
           END-IF
           IF ATXN-CHAIR-SSN IS NOT NUMERIC
                 OR ATXN-CHAIR-SSN-N = ZERO THEN
              MOVE "CHAIR SSN MISSING OR NOT NUMERIC" TO WS-REASON
              GO TO 140-EXIT
           END-IF
           IF ATXN-IS-RETURN AND ATXN-NOTE = SPACES THEN
              MOVE "RETURN NEEDS A NOTE FOR THE INSTRUCTOR"
                 TO WS-REASON
              GO TO 140-EXIT
           END-IF
           MOVE ATXN-CHAIR-SSN-N TO EMP-SSN-IDX
           READ EMP-FILE-IDX
              INVALID KEY
                 MOVE "CHAIR SSN NOT ON EMP1-IDX.DAT" TO WS-REASON
           END-READ
           IF WS-REASON NOT = SPACES THEN
              GO TO 140-EXIT
           END-IF
           MOVE ATXN-TERM-ID   TO CA-TERM-ID
           MOVE ATXN-COURSE-ID TO CA-COURSE-ID
           READ COURSE-APPR-FILE
              INVALID KEY
                 MOVE "COURSE NOT SUBMITTED FOR APPROVAL"
                    TO WS-REASON
           END-READ
           IF WS-REASON NOT = SPACES THEN
              GO TO 140-EXIT
           END-IF
           IF CA-IS-APPROVED THEN
              MOVE "COURSE ALREADY APPROVED" TO WS-REASON
              GO TO 140-EXIT
           END-IF
           IF CA-IS-RETURNED AND ATXN-IS-RETURN THEN
              MOVE "COURSE ALREADY RETURNED" TO WS-REASON
              GO TO 140-EXIT
           END-IF
           IF CA-IS-RETURNED AND ATXN-IS-APPROVE THEN
              MOVE "RETURNED - AWAITING WRITE-GRADE1 RERUN"
                 TO WS-REASON
              GO TO 140-EXIT
           END-IF
           IF ATXN-IS-APPROVE AND WS-APV-COUNT >= 300 THEN
              MOVE "MORE THAN 300 APPROVALS IN ONE RUN"
                 TO WS-REASON
              GO TO 140-EXIT
           END-IF
           .
       140-EXIT.
           EXIT.

       150-REPORT-ERROR.
           ADD 1 TO WS-ERROR-COUNT
           DISPLAY "GRADE-APPROVE1: " ATXN-TERM-ID " " ATXN-COURSE-ID
              " - " WS-REASON
           .

      *> the provisional rows of this run's approved courses go to
      *> the history unchanged - the "A" action and any I/W reason
      *> code WRITE-GRADE1 gave them.
       200-POST-APPROVED.
           OPEN INPUT GRADE-PROV-FILE
           IF NOT WS-GRADE-PROV-FOUND THEN
              DISPLAY "GRADE-APPROVE1: GRADE-PROV.DAT OPEN STATUS "
                 WS-GRADE-PROV-STATUS ", NOTHING POSTED"
              CLOSE GRADE-PROV-FILE
              MOVE 4 TO RETURN-CODE
              GO TO 200-EXIT
           END-IF
           PERFORM UNTIL WS-PROV-EOF
              READ GRADE-PROV-FILE
                 AT END SET WS-PROV-EOF TO TRUE
              END-READ
              IF NOT WS-PROV-EOF THEN
                 ADD 1 TO WS-PROV-READ-COUNT
                 PERFORM 210-POST-ONE-ROW
              END-IF
           END-PERFORM
           CLOSE GRADE-PROV-FILE
           .
       200-EXIT.
           EXIT.

       210-POST-ONE-ROW.
           MOVE ZERO TO WS-APV-FOUND-IDX
           PERFORM VARYING WS-APV-IDX FROM 1 BY 1
              UNTIL WS-APV-IDX > WS-APV-COUNT
                 OR WS-APV-FOUND-IDX > ZERO
              IF WS-APV-TERM-ID(WS-APV-IDX) = PROV-TERM-ID
                    AND WS-APV-COURSE-ID(WS-APV-IDX)
                       = PROV-COURSE-ID THEN
                 MOVE WS-APV-IDX TO WS-APV-FOUND-IDX
              END-IF
           END-PERFORM
           IF WS-APV-FOUND-IDX > ZERO THEN
              MOVE GRADE-PROV-RECORD TO GRADE-HIST-DETAIL
              WRITE GRADE-HIST-DETAIL
              ADD 1 TO WS-POSTED-COUNT
              ADD 1 TO WS-APV-POSTED(WS-APV-FOUND-IDX)
           END-IF
           .

       250-STAMP-POSTED-COUNT.
           PERFORM VARYING WS-APV-IDX FROM 1 BY 1
              UNTIL WS-APV-IDX > WS-APV-COUNT
              MOVE WS-APV-TERM-ID(WS-APV-IDX)   TO CA-TERM-ID
              MOVE WS-APV-COURSE-ID(WS-APV-IDX) TO CA-COURSE-ID
              READ COURSE-APPR-FILE
                 INVALID KEY
                    DISPLAY "GRADE-APPROVE1: CRS-APPR READ FAILED "
                       CA-TERM-ID " " CA-COURSE-ID
                    MOVE 8 TO RETURN-CODE
                 NOT INVALID KEY
                    MOVE WS-APV-POSTED(WS-APV-IDX)
                       TO CA-POSTED-COUNT
                    REWRITE COURSE-APPROVAL-DETAIL
                       INVALID KEY
                          DISPLAY "GRADE-APPROVE1: CRS-APPR REWRITE "
                             "FAILED " CA-TERM-ID " " CA-COURSE-ID
                          MOVE 8 TO RETURN-CODE
                    END-REWRITE
                    IF CA-POSTED-COUNT = ZERO THEN
                       DISPLAY "GRADE-APPROVE1: WARNING - "
                          CA-TERM-ID " " CA-COURSE-ID
                          " APPROVED WITH NO PROVISIONAL ROWS"
                       IF RETURN-CODE < 4 THEN
                          MOVE 4 TO RETURN-CODE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .

       300-PRINT-TOTALS.
           DISPLAY "=========================================="
           DISPLAY "GRADE-APPROVE1 CONTROL TOTALS"
           DISPLAY "=========================================="
           DISPLAY "TRANSACTIONS READ      : " WS-TXN-READ-COUNT
           DISPLAY "COURSES APPROVED       : " WS-APPROVED-COUNT
           DISPLAY "COURSES RETURNED       : " WS-RETURNED-COUNT
           DISPLAY "REFUSED                : " WS-ERROR-COUNT
           DISPLAY "PROVISIONAL ROWS READ  : " WS-PROV-READ-COUNT
           DISPLAY "ROWS POSTED TO HISTORY : " WS-POSTED-COUNT
           .

       090-WRITE-RUN-AUDIT.
           OPEN EXTEND RUN-AUDIT-FILE
           IF WS-RUN-AUDIT-STATUS = "00" OR "05" THEN
              MOVE "GRADE-APPROVE1"   TO AUD-PROGRAM-ID
              MOVE WS-AUDIT-START-TS  TO AUD-START-TS
              MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-END-TS
              MOVE WS-RUN-TERM-ID     TO AUD-TERM-ID
              MOVE WS-TXN-READ-COUNT  TO AUD-READ-COUNT
              MOVE WS-POSTED-COUNT    TO AUD-WRITE-COUNT
              MOVE WS-ERROR-COUNT     TO AUD-REJECT-COUNT
              MOVE RETURN-CODE        TO AUD-RETURN-CODE
              WRITE RUN-AUDIT-DETAIL
              CLOSE RUN-AUDIT-FILE
           ELSE
              DISPLAY "GRADE-APPROVE1: RUN-AUDIT-FILE OPEN STATUS "
                 WS-RUN-AUDIT-STATUS ", AUDIT RECORD NOT WRITTEN"
           END-IF
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

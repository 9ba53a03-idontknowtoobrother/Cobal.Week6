       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-OFFER1.
       AUTHOR. JAKKRIT

      *> 2026-10-15 JAKKRIT - new: transaction-driven maintenance for
      *> the term course offering file (offering.dat,
      *> copybooks/offering.cpy) - which sections of which course
      *> run in a term, who teaches each and how many seats it has.
      *> Applies add/change/delete transactions from offer-txn.dat
      *> with the MAINT-INSTR1 edits: an offering is refused when
      *> the instructor's SSN is not on emp1-idx.dat, and (when the
      *> catalog is on file) when the COURSE-ID is not on
      *> course-mast.dat. A change replaces the instructor and the
      *> capacity; a delete is refused while the class roster
      *> (roster.dat, REGISTER1) still holds students in the
      *> section. Every refused transaction writes an exception
      *> line to offer-maint-except.dat. offering.dat is line
      *> sequential, so it is loaded to a table and rewritten whole.
      *> Appends a run record to run-audit.dat like the rest of the
      *> chain.
      *> 2026-10-15 JAKKRIT - whether course-mast.dat is on file is kept
      *> in a switch set at open time, so one add for an unknown
      *> course no longer lets the adds after it skip the catalog
      *> check.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OFFERING-FILE ASSIGN TO "offering.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OFFER-FILE-STATUS.
           SELECT OFFER-TXN-FILE ASSIGN TO "offer-txn.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ROSTER-FILE ASSIGN TO "roster.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ROSTER-FILE-STATUS.
           SELECT OPTIONAL EMP-FILE-IDX ASSIGN TO "emp1-idx.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMP-SSN-IDX
              FILE STATUS IS WS-EMP-IDX-STATUS.
           SELECT OPTIONAL COURSE-FILE ASSIGN TO "course-mast.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CM-COURSE-ID
              FILE STATUS IS WS-COURSE-FILE-STATUS.
           SELECT OFFER-EXCEPTION-FILE
              ASSIGN TO "offer-maint-except.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-AUDIT-FILE ASSIGN TO "run-audit.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OFFERING-FILE.
           COPY offering.

       FD  OFFER-TXN-FILE.
       01  OFFER-TXN-RECORD.
           05 OTX-CODE                PIC X.
              88 OTX-IS-ADD           VALUE "A".
              88 OTX-IS-CHANGE        VALUE "C".
              88 OTX-IS-DELETE        VALUE "D".
           05 OTX-TERM-ID             PIC X(6).
           05 OTX-COURSE-ID           PIC X(6).
           05 OTX-SECTION             PIC X(2).
           05 OTX-EMP-SSN             PIC 9(9).
           05 OTX-CAPACITY            PIC 9(3).

       FD  ROSTER-FILE.
           COPY roster.

       FD  EMP-FILE-IDX.
           COPY empidxdtl.

       FD  COURSE-FILE.
           COPY crsmast.

       FD  OFFER-EXCEPTION-FILE.
       01  OFFER-EXCEPTION-LINE.
           05 EXC-TERM-ID             PIC X(6).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 EXC-COURSE-ID           PIC X(6).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 EXC-SECTION             PIC X(2).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 EXC-EMP-SSN             PIC 9(9).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 EXC-REASON              PIC X(40).

       FD  RUN-AUDIT-FILE.
           COPY runaudit.

       WORKING-STORAGE SECTION.
       01  WS-OFFER-FILE-STATUS       PIC X(2).
           88 WS-OFFER-FILE-FOUND     VALUE "00".
       01  WS-ROSTER-FILE-STATUS      PIC X(2).
           88 WS-ROSTER-FILE-FOUND    VALUE "00".
       01  WS-EMP-IDX-STATUS          PIC X(2).
           88 WS-EMP-IDX-FOUND        VALUE "00".
       01  WS-COURSE-FILE-STATUS      PIC X(2).
           88 WS-COURSE-FILE-FOUND    VALUE "00".
       01  WS-COURSE-OPEN-SW          PIC X VALUE "N".
           88 WS-COURSE-ON-FILE       VALUE "Y".
       01  WS-RUN-AUDIT-STATUS        PIC X(2).
       01  WS-AUDIT-START-TS          PIC X(14).

       01  WS-OFFER-EOF-SW            PIC X VALUE "N".
           88 WS-OFFER-EOF            VALUE "Y".
       01  WS-TXN-EOF-SW              PIC X VALUE "N".
           88 WS-TXN-EOF              VALUE "Y".
       01  WS-ROSTER-EOF-SW           PIC X VALUE "N".
           88 WS-ROSTER-EOF           VALUE "Y".
       01  WS-REASON                  PIC X(40).
       01  WS-ROSTER-HELD-COUNT       PIC 9(5).

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
              10 WS-OFF-TBL-SSN       PIC 9(9).
              10 WS-OFF-TBL-CAPACITY  PIC 9(3).
              10 WS-OFF-TBL-DEL-SW    PIC X.

       01  WS-TOTALS.
           05 WS-TXN-READ-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-ADD-COUNT            PIC 9(7) VALUE ZERO.
           05 WS-CHANGE-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-DELETE-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-ERROR-COUNT          PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       000-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-START-TS
           PERFORM 050-LOAD-OFFER-TABLE THRU 050-EXIT
           IF WS-OFF-OVERFLOW THEN
              DISPLAY "MAINT-OFFER1: MORE THAN 500 OFFERINGS, RUN "
                 "ABORTED BEFORE ANY CHANGE"
              MOVE 8 TO RETURN-CODE
              PERFORM 090-WRITE-RUN-AUDIT
              GOBACK
           END-IF

           OPEN INPUT EMP-FILE-IDX
           IF NOT WS-EMP-IDX-FOUND
                 AND WS-EMP-IDX-STATUS NOT = "05" THEN
              DISPLAY "MAINT-OFFER1: EMP1-IDX.DAT OPEN STATUS "
                 WS-EMP-IDX-STATUS ", ABORTING"
              MOVE 8 TO RETURN-CODE
              CLOSE EMP-FILE-IDX
              PERFORM 090-WRITE-RUN-AUDIT
              GOBACK
           END-IF
           OPEN INPUT COURSE-FILE
           IF WS-COURSE-FILE-FOUND THEN
              SET WS-COURSE-ON-FILE TO TRUE
           END-IF
           OPEN INPUT OFFER-TXN-FILE
           OPEN OUTPUT OFFER-EXCEPTION-FILE

           PERFORM UNTIL WS-TXN-EOF
              READ OFFER-TXN-FILE
                 AT END SET WS-TXN-EOF TO TRUE
              END-READ
              IF NOT WS-TXN-EOF THEN
                 ADD 1 TO WS-TXN-READ-COUNT
                 PERFORM 100-APPLY-TXN THRU 100-EXIT
              END-IF
           END-PERFORM

           CLOSE OFFER-TXN-FILE
           CLOSE EMP-FILE-IDX
           CLOSE COURSE-FILE
           CLOSE OFFER-EXCEPTION-FILE

           IF WS-ADD-COUNT + WS-CHANGE-COUNT + WS-DELETE-COUNT
                 > ZERO THEN
              PERFORM 200-REWRITE-OFFER-FILE
           END-IF

           PERFORM 300-PRINT-TOTALS
           PERFORM 090-WRITE-RUN-AUDIT
           GOBACK
           .

       050-LOAD-OFFER-TABLE.
           OPEN INPUT OFFERING-FILE
           IF NOT WS-OFFER-FILE-FOUND
                 AND WS-OFFER-FILE-STATUS NOT = "05" THEN
              DISPLAY "MAINT-OFFER1: OFFERING.DAT OPEN STATUS "
                 WS-OFFER-FILE-STATUS ", STARTING EMPTY"
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
                    MOVE OF-EMP-SSN
                       TO WS-OFF-TBL-SSN(WS-OFF-COUNT)
                    MOVE OF-CAPACITY
                       TO WS-OFF-TBL-CAPACITY(WS-OFF-COUNT)
                    MOVE "N" TO WS-OFF-TBL-DEL-SW(WS-OFF-COUNT)
                 ELSE
                    SET WS-OFF-OVERFLOW TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           CLOSE OFFERING-FILE
           .
       050-EXIT.
           EXIT.

       100-APPLY-TXN.
           PERFORM 140-VALIDATE-TXN THRU 140-EXIT
           IF WS-REASON NOT = SPACES THEN
              PERFORM 150-REPORT-EXCEPTION
              GO TO 100-EXIT
           END-IF
           PERFORM 160-FIND-OFFER
           EVALUATE TRUE
              WHEN OTX-IS-ADD
                 PERFORM 110-ADD-OFFER
              WHEN OTX-IS-CHANGE
                 PERFORM 120-CHANGE-OFFER
              WHEN OTX-IS-DELETE
                 PERFORM 130-DELETE-OFFER
           END-EVALUATE
           .
       100-EXIT.
           EXIT.

       110-ADD-OFFER.
           IF WS-OFF-FOUND-IDX > ZERO THEN
              MOVE "ADD FAILED - OFFERING ALREADY ON FILE"
                 TO WS-REASON
              PERFORM 150-REPORT-EXCEPTION
           ELSE
              IF WS-OFF-COUNT >= 500 THEN
                 MOVE "ADD FAILED - OFFERING TABLE FULL"
                    TO WS-REASON
                 PERFORM 150-REPORT-EXCEPTION
              ELSE
                 ADD 1 TO WS-OFF-COUNT
                 MOVE OTX-TERM-ID TO WS-OFF-TBL-TERM(WS-OFF-COUNT)
                 MOVE OTX-COURSE-ID
                    TO WS-OFF-TBL-COURSE(WS-OFF-COUNT)
                 MOVE OTX-SECTION
                    TO WS-OFF-TBL-SECTION(WS-OFF-COUNT)
                 MOVE OTX-EMP-SSN TO WS-OFF-TBL-SSN(WS-OFF-COUNT)
                 MOVE OTX-CAPACITY
                    TO WS-OFF-TBL-CAPACITY(WS-OFF-COUNT)
                 MOVE "N" TO WS-OFF-TBL-DEL-SW(WS-OFF-COUNT)
                 ADD 1 TO WS-ADD-COUNT
              END-IF
           END-IF
           .

      *> a lower capacity does not unseat anyone already enrolled -
      *> the section simply takes no one else until drops bring it
      *> under; a higher one seats waitlisted students on the next
      *> REGISTER1 run.
       120-CHANGE-OFFER.
           IF WS-OFF-FOUND-IDX = ZERO THEN
              MOVE "CHANGE FAILED - OFFERING NOT ON FILE"
                 TO WS-REASON
              PERFORM 150-REPORT-EXCEPTION
           ELSE
              MOVE OTX-EMP-SSN TO WS-OFF-TBL-SSN(WS-OFF-FOUND-IDX)
              MOVE OTX-CAPACITY
                 TO WS-OFF-TBL-CAPACITY(WS-OFF-FOUND-IDX)
              ADD 1 TO WS-CHANGE-COUNT
           END-IF
           .

       130-DELETE-OFFER.
           IF WS-OFF-FOUND-IDX = ZERO THEN
              MOVE "DELETE FAILED - OFFERING NOT ON FILE"
                 TO WS-REASON
              PERFORM 150-REPORT-EXCEPTION
           ELSE
              PERFORM 170-COUNT-ROSTER-HELD
              IF WS-ROSTER-HELD-COUNT > ZERO THEN
                 MOVE "DELETE FAILED - STUDENTS ON ROSTER"
                    TO WS-REASON
                 PERFORM 150-REPORT-EXCEPTION
              ELSE
                 MOVE "Y" TO WS-OFF-TBL-DEL-SW(WS-OFF-FOUND-IDX)
                 ADD 1 TO WS-DELETE-COUNT
              END-IF
           END-IF
           .

      *> adds and changes need a real instructor and a usable
      *> capacity; the catalog edit applies when the catalog is on
      *> file, the same as MAINT-INSTR1.
       140-VALIDATE-TXN.
           MOVE SPACES TO WS-REASON
           IF NOT OTX-IS-ADD AND NOT OTX-IS-CHANGE
                 AND NOT OTX-IS-DELETE THEN
              MOVE "UNKNOWN TXN CODE" TO WS-REASON
              GO TO 140-EXIT
           END-IF
           IF OTX-TERM-ID = SPACES THEN
              MOVE "BLANK TERM-ID" TO WS-REASON
              GO TO 140-EXIT
           END-IF
           IF OTX-COURSE-ID = SPACES THEN
              MOVE "BLANK COURSE-ID" TO WS-REASON
              GO TO 140-EXIT
           END-IF
           IF OTX-SECTION = SPACES THEN
              MOVE "BLANK SECTION" TO WS-REASON
              GO TO 140-EXIT
           END-IF
           IF OTX-IS-DELETE THEN
              GO TO 140-EXIT
           END-IF
           IF OTX-CAPACITY NOT NUMERIC OR OTX-CAPACITY = ZERO THEN
              MOVE "CAPACITY NOT NUMERIC OR ZERO" TO WS-REASON
              GO TO 140-EXIT
           END-IF
           IF OTX-EMP-SSN NOT NUMERIC OR OTX-EMP-SSN = ZERO THEN
              MOVE "INVALID SSN - ALL ZERO" TO WS-REASON
              GO TO 140-EXIT
           END-IF
           MOVE OTX-EMP-SSN TO EMP-SSN-IDX
           READ EMP-FILE-IDX
              INVALID KEY
                 MOVE "SSN NOT ON EMPLOYEE MASTER" TO WS-REASON
              NOT INVALID KEY
                 CONTINUE
           END-READ
           IF WS-REASON NOT = SPACES THEN
              GO TO 140-EXIT
           END-IF
           IF OTX-IS-ADD AND WS-COURSE-ON-FILE THEN
              MOVE OTX-COURSE-ID TO CM-COURSE-ID
              READ COURSE-FILE
                 INVALID KEY
                    MOVE "COURSE-ID NOT IN COURSE CATALOG"
                       TO WS-REASON
                 NOT INVALID KEY
                    CONTINUE
              END-READ
           END-IF
           .
       140-EXIT.
           EXIT.

       150-REPORT-EXCEPTION.
           MOVE SPACES TO OFFER-EXCEPTION-LINE
           MOVE OTX-TERM-ID   TO EXC-TERM-ID
           MOVE OTX-COURSE-ID TO EXC-COURSE-ID
           MOVE OTX-SECTION   TO EXC-SECTION
           MOVE OTX-EMP-SSN   TO EXC-EMP-SSN
           MOVE WS-REASON     TO EXC-REASON
           WRITE OFFER-EXCEPTION-LINE
           ADD 1 TO WS-ERROR-COUNT
           DISPLAY "MAINT-OFFER1: " OTX-TERM-ID " " OTX-COURSE-ID
              " " OTX-SECTION " - " WS-REASON
           .

       160-FIND-OFFER.
           MOVE ZERO TO WS-OFF-FOUND-IDX
           PERFORM VARYING WS-OFF-IDX FROM 1 BY 1
              UNTIL WS-OFF-IDX > WS-OFF-COUNT
                 OR WS-OFF-FOUND-IDX > ZERO
              IF WS-OFF-TBL-TERM(WS-OFF-IDX) = OTX-TERM-ID
                    AND WS-OFF-TBL-COURSE(WS-OFF-IDX)
                       = OTX-COURSE-ID
                    AND WS-OFF-TBL-SECTION(WS-OFF-IDX)
                       = OTX-SECTION
                    AND WS-OFF-TBL-DEL-SW(WS-OFF-IDX)
                       NOT = "Y" THEN
                 MOVE WS-OFF-IDX TO WS-OFF-FOUND-IDX
              END-IF
           END-PERFORM
           .

      *> enrolled and waitlisted rows both hold the section - the
      *> students have to be dropped through REGISTER1 first.
       170-COUNT-ROSTER-HELD.
           MOVE ZERO TO WS-ROSTER-HELD-COUNT
           MOVE "N" TO WS-ROSTER-EOF-SW
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-FILE-FOUND THEN
              PERFORM UNTIL WS-ROSTER-EOF
                 READ ROSTER-FILE
                    AT END SET WS-ROSTER-EOF TO TRUE
                 END-READ
                 IF NOT WS-ROSTER-EOF
                       AND RS-TERM-ID = OTX-TERM-ID
                       AND RS-COURSE-ID = OTX-COURSE-ID
                       AND RS-SECTION = OTX-SECTION THEN
                    ADD 1 TO WS-ROSTER-HELD-COUNT
                 END-IF
              END-PERFORM
           END-IF
           CLOSE ROSTER-FILE
           .

       200-REWRITE-OFFER-FILE.
           OPEN OUTPUT OFFERING-FILE
           PERFORM VARYING WS-OFF-IDX FROM 1 BY 1
              UNTIL WS-OFF-IDX > WS-OFF-COUNT
              IF WS-OFF-TBL-DEL-SW(WS-OFF-IDX) NOT = "Y" THEN
                 MOVE WS-OFF-TBL-TERM(WS-OFF-IDX)     TO OF-TERM-ID
                 MOVE WS-OFF-TBL-COURSE(WS-OFF-IDX)   TO OF-COURSE-ID
                 MOVE WS-OFF-TBL-SECTION(WS-OFF-IDX)  TO OF-SECTION
                 MOVE WS-OFF-TBL-SSN(WS-OFF-IDX)      TO OF-EMP-SSN
                 MOVE WS-OFF-TBL-CAPACITY(WS-OFF-IDX) TO OF-CAPACITY
                 WRITE OFFERING-DETAIL
              END-IF
           END-PERFORM
           CLOSE OFFERING-FILE
           .

       300-PRINT-TOTALS.
           DISPLAY "=========================================="
           DISPLAY "MAINT-OFFER1 CONTROL TOTALS"
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
              MOVE "MAINT-OFFER1"     TO AUD-PROGRAM-ID
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
              DISPLAY "MAINT-OFFER1: RUN-AUDIT-FILE OPEN STATUS "
                 WS-RUN-AUDIT-STATUS ", AUDIT RECORD NOT WRITTEN"
           END-IF
           .

      *> the indexed copy is maintained record-by-record through
      *> WRITE/REWRITE/DELETE. Appends a run record to
      *> run-audit.dat like the rest of the chain.
      *> 2026-10-15 JAKKRIT - every add, change and delete applied now
      *> appends the record's before and after images to emp-hist.dat
      *> (copybooks/emphist.cpy) with the time it was applied, the
      *> transaction's sequence number in emp-txn.dat and the source
      *> the transaction carries in its new trailing ETXN-SOURCE
      *> field (HR form number or clerk id; blank reads EMP-TXN), so
      *> a corrected surname or date of birth is no longer lost and
      *> INQ-EMP-HIST1 can show the record as it stood on any date.
      *> A history file that cannot be opened aborts the run before
      *> any change, since a change without its trail is what this
      *> is here to prevent.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              FILE STATUS IS WS-EMP-IDX-STATUS.
           SELECT EMP-EXCEPTION-FILE ASSIGN TO "emp-maint-except.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EMP-HIST-FILE ASSIGN TO "emp-hist.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EMP-HIST-STATUS.
           SELECT OPTIONAL RUN-AUDIT-FILE ASSIGN TO "run-audit.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-AUDIT-STATUS.
           05 ETXN-MOB                PIC 9(2).
           05 ETXN-DOB                PIC 9(2).
           05 ETXN-GENDER             PIC X.
           05 ETXN-SOURCE             PIC X(10).

       FD  EMP-FILE-IDX.
           COPY empidxdtl.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 EXC-REASON              PIC X(40).

       FD  EMP-HIST-FILE.
           COPY emphist.

       FD  RUN-AUDIT-FILE.
           COPY runaudit.

       01  WS-EMP-FILE-STATUS         PIC X(2).
           88 WS-EMP-FILE-FOUND       VALUE "00".
       01  WS-EMP-IDX-STATUS          PIC X(2).
       01  WS-EMP-HIST-STATUS         PIC X(2).
       01  WS-RUN-AUDIT-STATUS        PIC X(2).
       01  WS-AUDIT-START-TS          PIC X(14).

           05 WS-CHANGE-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-DELETE-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-ERROR-COUNT          PIC 9(7) VALUE ZERO.
           05 WS-HIST-COUNT           PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       000-BEGIN.
              PERFORM 090-WRITE-RUN-AUDIT
              GOBACK
           END-IF
           OPEN EXTEND EMP-HIST-FILE
           IF WS-EMP-HIST-STATUS NOT = "00" AND NOT = "05" THEN
              DISPLAY "MAINT-EMP1: EMP-HIST.DAT OPEN STATUS "
                 WS-EMP-HIST-STATUS ", ABORTING BEFORE ANY CHANGE"
              MOVE 8 TO RETURN-CODE
              CLOSE EMP-TXN-FILE
              CLOSE EMP-FILE-IDX
              CLOSE EMP-HIST-FILE
              PERFORM 090-WRITE-RUN-AUDIT
              GOBACK
           END-IF
           OPEN OUTPUT EMP-EXCEPTION-FILE

           PERFORM UNTIL WS-TXN-EOF
           CLOSE EMP-TXN-FILE
           CLOSE EMP-FILE-IDX
           CLOSE EMP-EXCEPTION-FILE
           CLOSE EMP-HIST-FILE

           IF WS-ADD-COUNT + WS-CHANGE-COUNT + WS-DELETE-COUNT
                 > ZERO THEN
                 MOVE "ADD FAILED - MASTER TABLE FULL" TO WS-REASON
                 PERFORM 150-REPORT-EXCEPTION
              ELSE
                 PERFORM 196-START-HISTORY
                 ADD 1 TO WS-EMP-COUNT
                 MOVE WS-EMP-COUNT TO WS-EMP-FOUND-IDX
                 PERFORM 170-MOVE-TXN-TO-TABLE
                 PERFORM 180-WRITE-IDX-RECORD
                 PERFORM 198-WRITE-HISTORY
                 ADD 1 TO WS-ADD-COUNT
              END-IF
           END-IF
              MOVE "CHANGE FAILED - SSN NOT ON MASTER" TO WS-REASON
              PERFORM 150-REPORT-EXCEPTION
           ELSE
              PERFORM 196-START-HISTORY
              PERFORM 170-MOVE-TXN-TO-TABLE
              PERFORM 185-REWRITE-IDX-RECORD
              PERFORM 198-WRITE-HISTORY
              ADD 1 TO WS-CHANGE-COUNT
           END-IF
           .
              MOVE "DELETE FAILED - SSN NOT ON MASTER" TO WS-REASON
              PERFORM 150-REPORT-EXCEPTION
           ELSE
              PERFORM 196-START-HISTORY
              MOVE "Y" TO WS-EMP-TBL-DEL-SW(WS-EMP-FOUND-IDX)
              PERFORM 190-DELETE-IDX-RECORD
              PERFORM 198-WRITE-HISTORY
              ADD 1 TO WS-DELETE-COUNT
           END-IF
           .
           END-DELETE
           .

      *> the before image is taken from the table before the
      *> transaction touches it; an add has none.
       196-START-HISTORY.
           MOVE SPACES TO EMP-HIST-DETAIL
           MOVE ETXN-SSN          TO EH-SSN
           MOVE ETXN-CODE         TO EH-ACTION
           MOVE FUNCTION CURRENT-DATE(1:14) TO EH-TIMESTAMP
           MOVE "MAINT-EMP1"      TO EH-PROGRAM-ID
           MOVE WS-TXN-READ-COUNT TO EH-TXN-SEQ
           IF ETXN-SOURCE = SPACES THEN
              MOVE "EMP-TXN"      TO EH-SOURCE
           ELSE
              MOVE ETXN-SOURCE    TO EH-SOURCE
           END-IF
           IF NOT ETXN-IS-ADD THEN
              MOVE WS-EMP-TBL-SURNAME(WS-EMP-FOUND-IDX)
                 TO EH-BEF-SURNAME
              MOVE WS-EMP-TBL-FORNAME(WS-EMP-FOUND-IDX)
                 TO EH-BEF-FORNAME
              MOVE WS-EMP-TBL-YOB(WS-EMP-FOUND-IDX) TO EH-BEF-YOB
              MOVE WS-EMP-TBL-MOB(WS-EMP-FOUND-IDX) TO EH-BEF-MOB
              MOVE WS-EMP-TBL-DOB(WS-EMP-FOUND-IDX) TO EH-BEF-DOB
              MOVE WS-EMP-TBL-GENDER(WS-EMP-FOUND-IDX)
                 TO EH-BEF-GENDER
           END-IF
           .

      *> the after image is the transaction as applied; a delete
      *> leaves it blank.
       198-WRITE-HISTORY.
           IF NOT ETXN-IS-DELETE THEN
              MOVE ETXN-SURNAME TO EH-AFT-SURNAME
              MOVE ETXN-FORNAME TO EH-AFT-FORNAME
              MOVE ETXN-YOB     TO EH-AFT-YOB
              MOVE ETXN-MOB     TO EH-AFT-MOB
              MOVE ETXN-DOB     TO EH-AFT-DOB
              MOVE ETXN-GENDER  TO EH-AFT-GENDER
           END-IF
           WRITE EMP-HIST-DETAIL
           ADD 1 TO WS-HIST-COUNT
           .

       200-REWRITE-EMP-FILE.
           OPEN OUTPUT EMP-FILE
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
           DISPLAY "CHANGED            : " WS-CHANGE-COUNT
           DISPLAY "DELETED            : " WS-DELETE-COUNT
           DISPLAY "REFUSED            : " WS-ERROR-COUNT
           DISPLAY "HISTORY WRITTEN    : " WS-HIST-COUNT
           .

       090-WRITE-RUN-AUDIT.

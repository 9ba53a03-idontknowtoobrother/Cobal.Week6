       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-HOLD1.
       AUTHOR. JAKKRIT

      *> 2026-10-15 JAKKRIT - new: transaction-driven maintenance for
      *> the student hold master (stu-hold.dat, indexed on student
      *> and hold type, copybooks/stuhold.cpy), in the MAINT-COURSE1
      *> style. An office that needs official output withheld - the
      *> bursar for unpaid fees, the dean for an open disciplinary
      *> matter - places a hold; the same office releases it once the
      *> matter is settled. Applies place/release transactions from
      *> hold-txn.dat: code, student, hold type, office, date and a
      *> note. A blank date means today; a date must be a real
      *> YYYYMMDD no later than today. A place is refused for a
      *> student not on stu-mast.dat or a hold of that type already
      *> open; placing a type again after its release reopens the
      *> record with the new date. A release is refused for a hold
      *> that is not on file or already released, a release dated
      *> before the hold was placed, or an office other than the one
      *> that placed it. Appends a run record to run-audit.dat like
      *> the rest of the chain; holds are termless, so the audit term
      *> is spaces the way MAINT-COURSE1's is.
      *> 2026-10-15 JAKKRIT - stu-hold.dat is OPTIONAL, so the first
      *> place on a new install creates the master instead of the
      *> run aborting on a file that does not exist yet.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO "stu-hold.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS HOLD-KEY
              FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT OPTIONAL STUDENT-FILE ASSIGN TO "stu-mast.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SM-STU-ID
              FILE STATUS IS WS-STUDENT-FILE-STATUS.
           SELECT HOLD-TXN-FILE ASSIGN TO "hold-txn.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-AUDIT-FILE ASSIGN TO "run-audit.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
           COPY stuhold.

       FD  STUDENT-FILE.
           COPY studmast.

       FD  HOLD-TXN-FILE.
       01  HOLD-TXN-RECORD.
           05 HTXN-CODE               PIC X.
              88 HTXN-IS-PLACE        VALUE "P".
              88 HTXN-IS-RELEASE      VALUE "R".
           05 HTXN-STU-ID             PIC X(8).
           05 HTXN-TYPE               PIC X(4).
           05 HTXN-OFFICE             PIC X(4).
           05 HTXN-DATE               PIC X(8).
           05 HTXN-NOTE               PIC X(30).

       FD  RUN-AUDIT-FILE.
           COPY runaudit.

       WORKING-STORAGE SECTION.
       01  WS-HOLD-FILE-STATUS        PIC X(2).
       01  WS-STUDENT-FILE-STATUS     PIC X(2).
           88 WS-STUDENT-FILE-FOUND   VALUE "00".
       01  WS-RUN-AUDIT-STATUS        PIC X(2).
       01  WS-AUDIT-START-TS          PIC X(14).
       01  WS-TODAY                   PIC X(8).
       01  WS-TXN-EOF-SW              PIC X VALUE "N".
           88 WS-TXN-EOF              VALUE "Y".
       01  WS-REASON                  PIC X(40).

      *> the transaction date under edit - blank is today
       01  WS-EDIT-DATE               PIC X(8).
       01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
           05 WS-EDIT-YEAR            PIC 9(4).
           05 WS-EDIT-MONTH           PIC 9(2).
           05 WS-EDIT-DAY             PIC 9(2).

       01  WS-TOTALS.
           05 WS-TXN-READ-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-PLACE-COUNT          PIC 9(7) VALUE ZERO.
           05 WS-REOPEN-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-RELEASE-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-ERROR-COUNT          PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       000-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-START-TS
           MOVE WS-AUDIT-START-TS(1:8) TO WS-TODAY
           OPEN INPUT STUDENT-FILE
           IF NOT WS-STUDENT-FILE-FOUND THEN
              DISPLAY "MAINT-HOLD1: STU-MAST.DAT OPEN STATUS "
                 WS-STUDENT-FILE-STATUS ", ABORTING"
              CLOSE STUDENT-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM 090-WRITE-RUN-AUDIT
              GOBACK
           END-IF
           OPEN I-O HOLD-FILE
           IF WS-HOLD-FILE-STATUS NOT = "00" AND NOT = "05" THEN
              DISPLAY "MAINT-HOLD1: STU-HOLD.DAT OPEN STATUS "
                 WS-HOLD-FILE-STATUS ", ABORTING"
              CLOSE STUDENT-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM 090-WRITE-RUN-AUDIT
              GOBACK
           END-IF
           OPEN INPUT HOLD-TXN-FILE

           PERFORM UNTIL WS-TXN-EOF
              READ HOLD-TXN-FILE
                 AT END SET WS-TXN-EOF TO TRUE
              END-READ
              IF NOT WS-TXN-EOF THEN
                 ADD 1 TO WS-TXN-READ-COUNT
                 PERFORM 100-APPLY-TXN THRU 100-EXIT
              END-IF
           END-PERFORM

           CLOSE HOLD-FILE
           CLOSE STUDENT-FILE
           CLOSE HOLD-TXN-FILE

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
              WHEN HTXN-IS-PLACE
                 PERFORM 110-PLACE-HOLD
              WHEN HTXN-IS-RELEASE
                 PERFORM 120-RELEASE-HOLD
           END-EVALUATE
           .
       100-EXIT.
           EXIT.

      *> a type never placed for the student is written; one placed
      *> and since released is reopened in place with the new date.
       110-PLACE-HOLD.
           MOVE HTXN-STU-ID TO HOLD-STU-ID
           MOVE HTXN-TYPE   TO HOLD-TYPE
           READ HOLD-FILE
              INVALID KEY
                 PERFORM 115-NEW-HOLD
              NOT INVALID KEY
                 IF HOLD-NOT-RELEASED THEN
                    MOVE "PLACE FAILED - HOLD ALREADY OPEN"
                       TO WS-REASON
                    PERFORM 150-REPORT-ERROR
                 ELSE
                    MOVE HTXN-OFFICE  TO HOLD-OFFICE
                    MOVE WS-EDIT-DATE TO HOLD-PLACED-DATE
                    MOVE SPACES       TO HOLD-RELEASED-DATE
                    MOVE HTXN-NOTE    TO HOLD-NOTE
                    REWRITE STUDENT-HOLD
                       INVALID KEY
                          MOVE "PLACE FAILED - REWRITE ERROR"
                             TO WS-REASON
                          PERFORM 150-REPORT-ERROR
                       NOT INVALID KEY
                          ADD 1 TO WS-REOPEN-COUNT
                    END-REWRITE
                 END-IF
           END-READ
           .

       115-NEW-HOLD.
           MOVE HTXN-STU-ID  TO HOLD-STU-ID
           MOVE HTXN-TYPE    TO HOLD-TYPE
           MOVE HTXN-OFFICE  TO HOLD-OFFICE
           MOVE WS-EDIT-DATE TO HOLD-PLACED-DATE
           MOVE SPACES       TO HOLD-RELEASED-DATE
           MOVE HTXN-NOTE    TO HOLD-NOTE
           WRITE STUDENT-HOLD
              INVALID KEY
                 MOVE "PLACE FAILED - WRITE ERROR" TO WS-REASON
                 PERFORM 150-REPORT-ERROR
              NOT INVALID KEY
                 ADD 1 TO WS-PLACE-COUNT
           END-WRITE
           .

       120-RELEASE-HOLD.
           MOVE HTXN-STU-ID TO HOLD-STU-ID
           MOVE HTXN-TYPE   TO HOLD-TYPE
           READ HOLD-FILE
              INVALID KEY
                 MOVE "RELEASE FAILED - HOLD NOT ON FILE"
                    TO WS-REASON
           END-READ
           IF WS-REASON = SPACES AND NOT HOLD-NOT-RELEASED THEN
              MOVE "RELEASE FAILED - HOLD ALREADY RELEASED"
                 TO WS-REASON
           END-IF
           IF WS-REASON = SPACES
                 AND HOLD-OFFICE NOT = HTXN-OFFICE THEN
              MOVE "RELEASE FAILED - PLACED BY ANOTHER OFFICE"
                 TO WS-REASON
           END-IF
           IF WS-REASON = SPACES
                 AND WS-EDIT-DATE < HOLD-PLACED-DATE THEN
              MOVE "RELEASE FAILED - DATED BEFORE PLACED"
                 TO WS-REASON
           END-IF
           IF WS-REASON NOT = SPACES THEN
              PERFORM 150-REPORT-ERROR
           ELSE
              MOVE WS-EDIT-DATE TO HOLD-RELEASED-DATE
              REWRITE STUDENT-HOLD
                 INVALID KEY
                    MOVE "RELEASE FAILED - REWRITE ERROR"
                       TO WS-REASON
                    PERFORM 150-REPORT-ERROR
                 NOT INVALID KEY
                    ADD 1 TO WS-RELEASE-COUNT
              END-REWRITE
           END-IF
           .

       140-VALIDATE-TXN.
           MOVE SPACES TO WS-REASON
           IF NOT HTXN-IS-PLACE AND NOT HTXN-IS-RELEASE THEN
              MOVE "UNKNOWN TXN CODE" TO WS-REASON
              GO TO 140-EXIT
           END-IF
           IF HTXN-STU-ID = SPACES THEN
              MOVE "BLANK STU-ID" TO WS-REASON
              GO TO 140-EXIT
           END-IF
           IF HTXN-TYPE = SPACES THEN
              MOVE "BLANK HOLD TYPE" TO WS-REASON
              GO TO 140-EXIT
           END-IF
           IF HTXN-OFFICE = SPACES THEN
              MOVE "BLANK OFFICE" TO WS-REASON
              GO TO 140-EXIT
           END-IF
           IF HTXN-DATE = SPACES THEN
              MOVE WS-TODAY TO WS-EDIT-DATE
           ELSE
              MOVE HTXN-DATE TO WS-EDIT-DATE
           END-IF
           IF WS-EDIT-DATE IS NOT NUMERIC THEN
              MOVE "HOLD DATE NOT YYYYMMDD" TO WS-REASON
              GO TO 140-EXIT
           END-IF
           IF WS-EDIT-YEAR < 1900
                 OR WS-EDIT-MONTH < 1 OR WS-EDIT-MONTH > 12
                 OR WS-EDIT-DAY < 1 OR WS-EDIT-DAY > 31 THEN
              MOVE "HOLD DATE OUT OF RANGE" TO WS-REASON
              GO TO 140-EXIT
           END-IF
           IF WS-EDIT-DATE > WS-TODAY THEN
              MOVE "HOLD DATE IN THE FUTURE" TO WS-REASON
              GO TO 140-EXIT
           END-IF
      *> a release needs no master check - the hold is on file only
      *> because the student was on the master when it was placed.
           IF HTXN-IS-PLACE THEN
              MOVE HTXN-STU-ID TO SM-STU-ID
              READ STUDENT-FILE
                 INVALID KEY
                    MOVE "PLACE FAILED - STU-ID NOT ON MASTER"
                       TO WS-REASON
              END-READ
           END-IF
           .
       140-EXIT.
           EXIT.

       150-REPORT-ERROR.
           ADD 1 TO WS-ERROR-COUNT
           DISPLAY "MAINT-HOLD1: " HTXN-STU-ID " " HTXN-TYPE
              " - " WS-REASON
           .

       300-PRINT-TOTALS.
           DISPLAY "=========================================="
           DISPLAY "MAINT-HOLD1 CONTROL TOTALS"
           DISPLAY "=========================================="
           DISPLAY "TRANSACTIONS READ  : " WS-TXN-READ-COUNT
           DISPLAY "HOLDS PLACED       : " WS-PLACE-COUNT
           DISPLAY "HOLDS REOPENED     : " WS-REOPEN-COUNT
           DISPLAY "HOLDS RELEASED     : " WS-RELEASE-COUNT
           DISPLAY "REFUSED            : " WS-ERROR-COUNT
           .

       090-WRITE-RUN-AUDIT.
           OPEN EXTEND RUN-AUDIT-FILE
           IF WS-RUN-AUDIT-STATUS = "00" OR "05" THEN
              MOVE "MAINT-HOLD1"      TO AUD-PROGRAM-ID
              MOVE WS-AUDIT-START-TS  TO AUD-START-TS
              MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-END-TS
              MOVE SPACES             TO AUD-TERM-ID
              MOVE WS-TXN-READ-COUNT  TO AUD-READ-COUNT
              COMPUTE AUD-WRITE-COUNT = WS-PLACE-COUNT +
                 WS-REOPEN-COUNT + WS-RELEASE-COUNT
              MOVE WS-ERROR-COUNT     TO AUD-REJECT-COUNT
              MOVE RETURN-CODE        TO AUD-RETURN-CODE
              WRITE RUN-AUDIT-DETAIL
              CLOSE RUN-AUDIT-FILE
           ELSE
              DISPLAY "MAINT-HOLD1: RUN-AUDIT-FILE OPEN STATUS "
                 WS-RUN-AUDIT-STATUS ", AUDIT RECORD NOT WRITTEN"
           END-IF
           .

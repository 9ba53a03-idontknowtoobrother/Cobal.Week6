      *> nearly always means.
      *> Appends a run record to run-audit.dat like the rest of the
      *> chain.
      *> 2026-10-15 JAKKRIT - intake records carry the student's
      *> directory-privacy (confidentiality) request: ITK-PRIVACY-HOLD
      *> "Y" places it, "N" lifts it, blank on a change leaves the
      *> master alone. ITK-PRIVACY-DATE is the effective date
      *> (YYYYMMDD) and defaults to the run date when a hold is
      *> placed without one. Anything other than Y/N/blank, or a
      *> date that is not eight digits, is refused to the exception
      *> listing like any other bad intake field.
      *> 2026-10-15 JAKKRIT - a "C" no longer moves a student to a
      *> different major: that is MAJOR-CHANGE1's job, which keeps
      *> the major history and re-audits the student. A change
      *> carrying another major is refused to the exception listing;
      *> a blank major leaves the master's major as it is, and the
      *> same major (DEGREE-AUDIT1's grad-intake.dat records) passes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 ITK-ENROLL-STATUS       PIC X.
           05 ITK-MAJOR-CODE          PIC X(4).
           05 ITK-ADMIT-TERM          PIC X(6).
           05 ITK-PRIVACY-HOLD        PIC X.
           05 ITK-PRIVACY-DATE        PIC X(8).

       FD  INTAKE-EXCEPTION-FILE.
       01  INTAKE-EXCEPTION-LINE.
       01  WS-RUN-AUDIT-STATUS        PIC X(2).
       01  WS-RUN-TERM-ID             PIC X(6) VALUE "2026S1".
       01  WS-AUDIT-START-TS          PIC X(14).
       01  WS-TODAY                   PIC X(8).

       01  WS-INTAKE-EOF-SW           PIC X VALUE "N".
           88 WS-INTAKE-EOF           VALUE "Y".
           05 WS-ADMIT-COUNT          PIC 9(7) VALUE ZERO.
           05 WS-CHANGE-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-WITHDRAW-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-PRIVACY-SET-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-PRIVACY-LIFT-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-ERROR-COUNT          PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       000-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-START-TS
           MOVE WS-AUDIT-START-TS(1:8) TO WS-TODAY
           PERFORM 005-LOAD-TERM-ID THRU 005-EXIT

           OPEN I-O STUDENT-FILE
           ELSE
              MOVE ITK-ADMIT-TERM TO SM-ADMIT-TERM
           END-IF
           MOVE "N"    TO SM-PRIVACY-HOLD
           MOVE SPACES TO SM-PRIVACY-DATE
           IF ITK-PRIVACY-HOLD = "Y" THEN
              PERFORM 125-SET-PRIVACY
           END-IF
           WRITE STUDENT-MASTER
              INVALID KEY
                 MOVE "ADMIT FAILED - STU-ID ALREADY ON MASTER"
                    TO WS-REASON
                 PERFORM 150-REPORT-EXCEPTION
              NOT INVALID KEY
                 PERFORM 122-APPLY-CHANGE
           END-READ
           .

       122-APPLY-CHANGE.
           IF ITK-MAJOR-CODE NOT = SPACES
                 AND ITK-MAJOR-CODE NOT = SM-MAJOR-CODE THEN
              MOVE "MAJOR CHANGE - USE MAJOR-CHANGE1" TO WS-REASON
              PERFORM 150-REPORT-EXCEPTION
           ELSE
              MOVE ITK-SURNAME       TO SM-SURNAME
              MOVE ITK-FORNAME       TO SM-FORNAME
              MOVE ITK-ENROLL-STATUS TO SM-ENROLL-STATUS
              IF ITK-ADMIT-TERM NOT = SPACES THEN
                 MOVE ITK-ADMIT-TERM TO SM-ADMIT-TERM
              END-IF
              IF ITK-PRIVACY-HOLD NOT = SPACE THEN
                 PERFORM 125-SET-PRIVACY
              END-IF
              REWRITE STUDENT-MASTER
                 INVALID KEY
                    MOVE "CHANGE FAILED - REWRITE ERROR"
                       TO WS-REASON
                    PERFORM 150-REPORT-EXCEPTION
                 NOT INVALID KEY
                    ADD 1 TO WS-CHANGE-COUNT
              END-REWRITE
           END-IF
           .

      *> a hold with no effective date takes effect today; lifting
      *> the hold clears the date with it.
       125-SET-PRIVACY.
           IF ITK-PRIVACY-HOLD = "Y" THEN
              MOVE "Y" TO SM-PRIVACY-HOLD
              IF ITK-PRIVACY-DATE = SPACES THEN
                 MOVE WS-TODAY TO SM-PRIVACY-DATE
              ELSE
                 MOVE ITK-PRIVACY-DATE TO SM-PRIVACY-DATE
              END-IF
              ADD 1 TO WS-PRIVACY-SET-COUNT
           ELSE
              MOVE "N"    TO SM-PRIVACY-HOLD
              MOVE SPACES TO SM-PRIVACY-DATE
              ADD 1 TO WS-PRIVACY-LIFT-COUNT
           END-IF
           .

       130-WITHDRAW-STUDENT.
           MOVE ITK-STU-ID TO SM-STU-ID
           READ STUDENT-FILE
                 AND ITK-ENROLL-STATUS NOT = "W"
                 AND ITK-ENROLL-STATUS NOT = "G" THEN
              MOVE "INVALID ENROLL STATUS - NOT A/W/G" TO WS-REASON
              GO TO 140-EXIT
           END-IF
           IF (ITK-IS-ADMIT OR ITK-IS-CHANGE)
                 AND ITK-PRIVACY-HOLD NOT = "Y"
                 AND ITK-PRIVACY-HOLD NOT = "N"
                 AND ITK-PRIVACY-HOLD NOT = SPACE THEN
              MOVE "INVALID PRIVACY HOLD - NOT Y/N/BLANK"
                 TO WS-REASON
              GO TO 140-EXIT
           END-IF
           IF (ITK-IS-ADMIT OR ITK-IS-CHANGE)
                 AND ITK-PRIVACY-DATE NOT = SPACES
                 AND ITK-PRIVACY-DATE IS NOT NUMERIC THEN
              MOVE "INVALID PRIVACY DATE - NOT YYYYMMDD"
                 TO WS-REASON
           END-IF
           .
       140-EXIT.
           DISPLAY "ADMITTED            : " WS-ADMIT-COUNT
           DISPLAY "CHANGED             : " WS-CHANGE-COUNT
           DISPLAY "WITHDRAWN           : " WS-WITHDRAW-COUNT
           DISPLAY "PRIVACY HOLDS SET   : " WS-PRIVACY-SET-COUNT
           DISPLAY "PRIVACY HOLDS LIFTED: " WS-PRIVACY-LIFT-COUNT
           DISPLAY "REFUSED             : " WS-ERROR-COUNT
           .


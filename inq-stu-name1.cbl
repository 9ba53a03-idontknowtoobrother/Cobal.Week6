      *> id-keyed inquiries (INQ-STU1, TRANSCRIPT1). Multiple
      *> matches all list; no match says so explicitly, the way
      *> INQ-EMP1 reports a missing SSN.
      *> 2026-10-15 JAKKRIT - a candidate under a directory-privacy
      *> hold (SM-PRIVACY-HOLD, in effect on the run date) is masked:
      *> the line shows only that a held record matched, with no
      *> STU-ID, name, status or major, and refers the enquirer to
      *> the registrar. Masked lines are counted in the run totals.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-MATCH-COUNT            PIC 9(5).
       01  WS-PREFIX-LEN             PIC 9(2) COMP.
       01  WS-SCAN-IDX               PIC 9(2) COMP.
       01  WS-TODAY                  PIC X(8).

       01  WS-TOTALS.
           05 WS-REQUEST-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-NO-MATCH-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-WITHHELD-COUNT      PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       000-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT INQUIRY-FILE

           PERFORM UNTIL WS-REQ-EOF
           DISPLAY "=========================================="
           DISPLAY "INQ-STU-NAME1: REQUESTS READ " WS-REQUEST-COUNT
           DISPLAY "INQ-STU-NAME1: NO MATCH FOR  " WS-NO-MATCH-COUNT
           DISPLAY "INQ-STU-NAME1: MASKED (HOLD) " WS-WITHHELD-COUNT
           GOBACK
           .

                 PERFORM 003-MATCH-ONE-STUDENT
                 IF WS-MATCHED THEN
                    ADD 1 TO WS-MATCH-COUNT
                    PERFORM 004-SHOW-CANDIDATE
                 END-IF
              END-IF
           END-PERFORM
              END-IF
           END-IF
           .

      *> a hold counts from its effective date on; a blank date means
      *> it has been in force since it was placed.
       004-SHOW-CANDIDATE.
           IF SM-PRIVACY-ON
                 AND (SM-PRIVACY-DATE = SPACES
                 OR SM-PRIVACY-DATE <= WS-TODAY) THEN
              ADD 1 TO WS-WITHHELD-COUNT
              DISPLAY "  ********  RECORD WITHHELD - PRIVACY HOLD, "
                 "REFER TO REGISTRAR"
           ELSE
              DISPLAY "  " SM-STU-ID "  " SM-SURNAME " "
                 SM-FORNAME "  STATUS " SM-ENROLL-STATUS
                 "  MAJOR " SM-MAJOR-CODE
                 "  ADMITTED " SM-ADMIT-TERM
           END-IF
           .

      *> from term.cfg. Real enrollment now comes in through
      *> STU-INTAKE1 - this program remains only as the demo/bench
      *> loader it always was.
      *> 2026-10-15 JAKKRIT - bench students are loaded with no
      *> directory-privacy hold (SM-PRIVACY-HOLD "N", no date).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SET SM-ACTIVE TO TRUE
           MOVE "GEN"          TO SM-MAJOR-CODE
           MOVE WS-RUN-TERM-ID TO SM-ADMIT-TERM
           MOVE "N"            TO SM-PRIVACY-HOLD
           MOVE SPACES         TO SM-PRIVACY-DATE
           WRITE STUDENT-MASTER
              INVALID KEY
                 ADD 1 TO WS-ERROR-COUNT

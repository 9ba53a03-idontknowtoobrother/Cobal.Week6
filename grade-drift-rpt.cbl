      *> course with no prior history prints NEW and is not flagged.
      *> Print-image report (grade-drift.rpt) in the house style,
      *> term from term.cfg, run record appended to run-audit.dat.
      *> 2026-10-15 JAKKRIT - transfer credit rows (action "T",
      *> TRANSFER-CREDIT1) are left out of the prior distributions -
      *> a grade earned at another institution says nothing about how
      *> the course is graded here.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              END-READ
              IF NOT WS-HIST-EOF
                    AND HIST-TERM-ID NOT = WS-RUN-TERM-ID
                    AND HIST-GRADE-ACTION NOT = "B"
                    AND NOT HIST-IS-TRANSFER THEN
                 ADD 1 TO WS-HIST-READ-COUNT
                 PERFORM 210-COLLECT-PRIOR-ROW
              END-IF

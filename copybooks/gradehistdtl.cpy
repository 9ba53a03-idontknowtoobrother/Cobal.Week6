      *> appends to or reads the multi-term grade history file
      *> (grade-hist.dat). One record per course graded, identified by
      *> HIST-TERM-ID + HIST-COURSE-ID + HIST-STU-ID.
      *> HIST-GRADE-ACTION: "A" = graded by WRITE-GRADE1 and posted
      *> by GRADE-APPROVE1 once the department chair approved the
      *> course (WRITE-GRADE1 writes the same layout to
      *> grade-prov.dat until then), "B" = the before image of a
      *> regrade, "C" = the after image of a regrade (carrying the
      *> appeal's HIST-REASON-CODE). Readers
      *> take the LATEST row per key that is not a "B" image; rows
      *> from before this field existed read back as spaces and count
      *> the same as "A".
      *> HIST-GRADE "I " (incomplete) and "W " (course withdrawal) are
      *> non-scale grades posted from the instructor's transaction;
      *> GPA readers count them neither as attempted nor as earned.
      *> An "I" that INC-LAPSE1 converts to F leaves a "B"/"C" pair
      *> with reason code "ILAP".
      *> HIST-GRADE-ACTION "T" = transfer credit posted by
      *> TRANSFER-CREDIT1: a course taken at another institution,
      *> recorded against its local equivalent COURSE-ID with the
      *> grade earned there, HIST-SUM-SCORE zero, and the source
      *> institution code in HIST-SOURCE-INST (the reason-code bytes
      *> - a transfer row has no appeal reason). It was never graded
      *> here: term-based readers skip it, credit readers count its
      *> credits, and transfer-gpa.cfg decides whether its grade
      *> enters the cumulative GPA. A later local attempt at the
      *> same course supersedes it.
       01  GRADE-HIST-DETAIL.
           05 HIST-TERM-ID            PIC X(6).
           05 HIST-COURSE-ID          PIC X(6).
              10 HIST-FORNAME         PIC X(10).
           05 HIST-SUM-SCORE          PIC 9(3)V9(2).
           05 HIST-GRADE              PIC X(2).
              88 HIST-GRADE-NON-SCALE VALUE "I " "W ".
           05 HIST-GRADE-ACTION       PIC X.
              88 HIST-IS-TRANSFER     VALUE "T".
           05 HIST-REASON-CODE        PIC X(4).
           05 HIST-SOURCE-INST REDEFINES HIST-REASON-CODE
                                      PIC X(4).

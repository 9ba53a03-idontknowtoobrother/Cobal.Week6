                 10 STU-FORNAME  PIC X(10).
           05    SUM-SCORE   PIC 9(3)V9(2).
           05    GRADE       PIC X(2).
                 88 GRADE-NON-SCALE VALUE "I " "W ".

      *> relaunch - was being refused as a same-day double run and
      *> pushed the operator to RERUN, disabling the guard exactly
      *> when a half-run was most likely.
      *> 2026-10-15 JAKKRIT - the chain gains PREREQ-CHECK1, the
      *> prerequisite violation list by course and instructor. It
      *> runs straight after ENROLL-CHECK1, while the term's
      *> enrolments are still only scores, but it is step 10 on the
      *> card so steps 1-9 keep their numbers and every existing
      *> card means what it did: position 10 of the Y/N mask is its
      *> flag, and a blank there (a nine-position card) is "N". No
      *> card runs YNYYYYYYYY. START=n accepts 1-10; PREREQ-CHECK1
      *> runs for START=1 to 3, which reach ENROLL-CHECK1, and
      *> START=10 runs it alone.
      *> 2026-10-15 JAKKRIT - before step 1 the run now CALLs
      *> SCORE-CHASE1 against the term calendar and warns on the
      *> console when courses in the term still have scores
      *> outstanding or overdue (its RETURN-CODE 4) - a course with
      *> nothing sent drops out of WRITE-GRADE1 unnoticed. Only a
      *> warning: the chain still runs, and score-chase.rpt names
      *> the courses and instructors.
      *> 2026-10-15 JAKKRIT - RESTORE ends by telling the operator to
      *> run MAST-VERIFY1 before the next chain run: the restored
      *> score.dat is rebuilt record by record and should be proved
      *> sound before anything rewrites it again.
      *> 2026-10-15 JAKKRIT - the generation now also covers the
      *> approval step's files, grade-prov.dat (grade-prov-g<nnnn>
      *> .dat) and crs-appr.dat (crs-appr-g<nnnn>.dat), and RESTORE
      *> puts them back with the rest. Restoring grade.dat alone
      *> left the rolled-back run's provisional rows waiting as "P"
      *> for a chair to approve and post to grade-hist.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SCORE-BAK-KEY
              FILE STATUS IS WS-SCORE-BAK-STATUS.
           SELECT OPTIONAL CRS-APPR-FILE ASSIGN TO "crs-appr.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CA-KEY
              FILE STATUS IS WS-CRS-APPR-STATUS.
           SELECT OPTIONAL CRS-APPR-BAK-FILE
              ASSIGN USING WS-CRS-APPR-BAK-NAME
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CRS-APPR-BAK-KEY
              FILE STATUS IS WS-CRS-APPR-BAK-STATUS.
           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO "grade-ckpt.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CKPT-FILE-STATUS.
           05 BAK-FINAL-SCORE          PIC 9(2)V9(2).
           05 BAK-PROJECT-SCORE        PIC 9(2)V9(2).

       FD  CRS-APPR-FILE.
           COPY crsappr.

       FD  CRS-APPR-BAK-FILE.
       01  CRS-APPR-BAK-DETAIL.
           05 CRS-APPR-BAK-KEY.
              10 BAK-CA-TERM-ID        PIC X(6).
              10 BAK-CA-COURSE-ID      PIC X(6).
           05 BAK-CA-APPROVAL          PIC X(66).

       WORKING-STORAGE SECTION.
       01  WS-BATCH-CFG-STATUS         PIC X(2).
           88 WS-BATCH-CFG-FOUND       VALUE "00".
       01  WS-SEQ-OUT-STATUS           PIC X(2).
       01  WS-SCORE-BAK-STATUS        PIC X(2).
       01  WS-CKPT-FILE-STATUS         PIC X(2).
       01  WS-CRS-APPR-STATUS          PIC X(2).
           88 WS-CRS-APPR-FOUND        VALUE "00".
       01  WS-CRS-APPR-BAK-STATUS      PIC X(2).

       01  WS-LOCK-FILE-STATUS         PIC X(2).
           88 WS-LOCK-FILE-FOUND       VALUE "00".
           88 WS-MODE-UNLOCK           VALUE "UNLOCK".
           88 WS-MODE-RERUN            VALUE "RERUN".
       01  WS-STEP-CARD                PIC X(10) VALUE SPACES.
       01  WS-STEP-FLAGS               PIC X(10) VALUE "YNYYYYYYYY".
       01  WS-STEP-FLAGS-R REDEFINES WS-STEP-FLAGS.
           05 WS-STEP-FLAG             PIC X OCCURS 10 TIMES.
       01  WS-STEP-IDX                 PIC 9(2) COMP.
       01  WS-STEP-NUM-ED              PIC Z9.
       01  WS-START-STEP               PIC 9(2).
       01  WS-STEP-NAME                PIC X(17).
       01  WS-STEP-NAME-VALUES.
           05 FILLER PIC X(17) VALUE "WRITE-SCORE1".
           05 FILLER PIC X(17) VALUE "GRADE-EXPORT1".
           05 FILLER PIC X(17) VALUE "HONOR-ROLL-REPORT".
           05 FILLER PIC X(17) VALUE "OPS-DIGEST1".
           05 FILLER PIC X(17) VALUE "PREREQ-CHECK1".
       01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-VALUES.
           05 WS-STEP-NAMES            PIC X(17) OCCURS 10 TIMES.
       01  WS-GEN-NUM                  PIC 9(4) VALUE ZERO.
       01  WS-GEN-NUM-X                PIC 9(4).
       01  WS-SEQ-IN-NAME              PIC X(30).
       01  WS-SEQ-OUT-NAME             PIC X(30).
       01  WS-SCORE-BAK-NAME           PIC X(30).
       01  WS-CRS-APPR-BAK-NAME        PIC X(30).
       01  WS-COPY-EOF-SW              PIC X.
           88 WS-COPY-EOF              VALUE "Y".
       01  WS-COPY-COUNT               PIC 9(7).
              END-IF
           END-IF

           PERFORM 009-CHECK-OUTSTANDING
           PERFORM 007-SET-STEP-FLAGS THRU 007-EXIT
           PERFORM 100-BACKUP-GENERATION THRU 100-EXIT

           IF WS-STEP-OK AND WS-STEP-FLAG(3) = "Y" THEN
              PERFORM 016-RUN-ENROLL-CHECK1
           END-IF
      *> step 10 runs out of number order, with the enrolment
      *> edit, so the violation list is out before anything grades.
           IF WS-STEP-OK AND WS-STEP-FLAG(10) = "Y" THEN
              PERFORM 019-RUN-PREREQ-CHECK1
           END-IF
           IF WS-STEP-OK AND WS-STEP-FLAG(4) = "Y" THEN
              PERFORM 017-RUN-SCORE-STATS1
           END-IF
           END-STRING
           PERFORM 110-COPY-SEQ-FILE

           MOVE "grade-prov.dat" TO WS-SEQ-IN-NAME
           MOVE SPACES TO WS-SEQ-OUT-NAME
           STRING "grade-prov-g" WS-GEN-NUM-X ".dat"
              DELIMITED BY SIZE INTO WS-SEQ-OUT-NAME
           END-STRING
           PERFORM 110-COPY-SEQ-FILE

           MOVE SPACES TO WS-CRS-APPR-BAK-NAME
           STRING "crs-appr-g" WS-GEN-NUM-X ".dat"
              DELIMITED BY SIZE INTO WS-CRS-APPR-BAK-NAME
           END-STRING
           PERFORM 130-BACKUP-CRS-APPR-FILE

      *> the counter is only advanced once every copy is on disk, so
      *> an abend mid-backup can't leave backup-gen.cfg pointing at
      *> a partial generation for a later RESTORE to trust.
           END-IF
           .

       130-BACKUP-CRS-APPR-FILE.
           MOVE "N" TO WS-COPY-EOF-SW
           OPEN INPUT CRS-APPR-FILE
           IF NOT WS-CRS-APPR-FOUND THEN
              DISPLAY "BATCH-RUN-GRADES: CRS-APPR.DAT NOT ON FILE "
                 "(STATUS " WS-CRS-APPR-STATUS "), NOT BACKED UP"
              CLOSE CRS-APPR-FILE
           ELSE
              OPEN OUTPUT CRS-APPR-BAK-FILE
              PERFORM UNTIL WS-COPY-EOF
                 READ CRS-APPR-FILE
                    AT END SET WS-COPY-EOF TO TRUE
                 END-READ
                 IF NOT WS-COPY-EOF THEN
                    MOVE COURSE-APPROVAL-DETAIL TO CRS-APPR-BAK-DETAIL
                    WRITE CRS-APPR-BAK-DETAIL
                       INVALID KEY
                          DISPLAY "BATCH-RUN-GRADES: BACKUP WRITE "
                             "FAILED " CRS-APPR-BAK-KEY
                    END-WRITE
                 END-IF
              END-PERFORM
              CLOSE CRS-APPR-BAK-FILE
              CLOSE CRS-APPR-FILE
           END-IF
           .

      *> ------------- restore the last generation -------------
       200-RESTORE-GENERATION.
           PERFORM 150-READ-LAST-GEN
           MOVE "grade-hist.dat" TO WS-SEQ-OUT-NAME
           PERFORM 210-RESTORE-SEQ-FILE

      *> the approval files go back with the grades, or the rolled
      *> back run's courses would still be waiting as "P" with their
      *> provisional rows for GRADE-APPROVE1 to post.
           MOVE SPACES TO WS-SEQ-IN-NAME
           STRING "grade-prov-g" WS-GEN-NUM-X ".dat"
              DELIMITED BY SIZE INTO WS-SEQ-IN-NAME
           END-STRING
           MOVE "grade-prov.dat" TO WS-SEQ-OUT-NAME
           PERFORM 210-RESTORE-SEQ-FILE

           MOVE SPACES TO WS-CRS-APPR-BAK-NAME
           STRING "crs-appr-g" WS-GEN-NUM-X ".dat"
              DELIMITED BY SIZE INTO WS-CRS-APPR-BAK-NAME
           END-STRING
           PERFORM 230-RESTORE-CRS-APPR-FILE

      *> an in-flight checkpoint left behind by the aborted run
      *> would make the next WRITE-GRADE1 resume past it and append
      *> onto the freshly restored grade.dat - clear it, the same
           DISPLAY "BATCH-RUN-GRADES: GRADE-CKPT.DAT CLEARED"

           DISPLAY "BATCH-RUN-GRADES: RESTORE COMPLETE"
           DISPLAY "BATCH-RUN-GRADES: RUN MAST-VERIFY1 TO PROVE THE "
              "RESTORED MASTERS BEFORE THE NEXT CHAIN RUN"
           .
       200-EXIT.
           EXIT.
           END-IF
           .

       230-RESTORE-CRS-APPR-FILE.
           MOVE "N" TO WS-COPY-EOF-SW
           MOVE ZERO TO WS-COPY-COUNT
           OPEN INPUT CRS-APPR-BAK-FILE
           IF WS-CRS-APPR-BAK-STATUS NOT = "00" THEN
              DISPLAY "BATCH-RUN-GRADES: " WS-CRS-APPR-BAK-NAME
                 " NOT ON FILE (STATUS " WS-CRS-APPR-BAK-STATUS
                 "), CRS-APPR.DAT LEFT AS IS"
              CLOSE CRS-APPR-BAK-FILE
           ELSE
              OPEN OUTPUT CRS-APPR-FILE
              PERFORM UNTIL WS-COPY-EOF
                 READ CRS-APPR-BAK-FILE
                    AT END SET WS-COPY-EOF TO TRUE
                 END-READ
                 IF NOT WS-COPY-EOF THEN
                    MOVE CRS-APPR-BAK-DETAIL TO COURSE-APPROVAL-DETAIL
                    WRITE COURSE-APPROVAL-DETAIL
                       INVALID KEY
                          DISPLAY "BATCH-RUN-GRADES: RESTORE WRITE "
                             "FAILED " CA-KEY
                    END-WRITE
                    ADD 1 TO WS-COPY-COUNT
                 END-IF
              END-PERFORM
              CLOSE CRS-APPR-FILE
              CLOSE CRS-APPR-BAK-FILE
              DISPLAY "BATCH-RUN-GRADES: CRS-APPR.DAT RESTORED, "
                 WS-COPY-COUNT " RECORD(S)"
           END-IF
           .

       150-READ-LAST-GEN.
           MOVE ZERO TO WS-GEN-NUM
           OPEN INPUT GEN-CFG-FILE
           END-IF
           .

      *> courses still waiting on scores are a warning, not a stop -
      *> the operator may be running the chain early on purpose.
       009-CHECK-OUTSTANDING.
           MOVE ZERO TO RETURN-CODE
           CALL "SCORE-CHASE1"
           EVALUATE RETURN-CODE
              WHEN ZERO
                 CONTINUE
              WHEN 4
                 DISPLAY "BATCH-RUN-GRADES: WARNING - COURSES IN TERM "
                    WS-RUN-TERM-ID " STILL HAVE SCORES OUTSTANDING, "
                    "SEE SCORE-CHASE.RPT"
              WHEN OTHER
                 DISPLAY "BATCH-RUN-GRADES: WARNING - SCORE-CHASE1 "
                    "COULD NOT CHECK OUTSTANDING SCORES (RETURN-CODE "
                    RETURN-CODE ")"
           END-EVALUATE
           MOVE ZERO TO RETURN-CODE
           .

      *> the step card is either a Y/N mask (steps 1-9 in chain order,
      *> then step 10, PREREQ-CHECK1, which runs after step 3 and is
      *> off when its position is left blank) or START=n to rerun
      *> from step n after a failure; anything else - including no
      *> card at all - runs the chain as it always was, without the
      *> optional maintenance step.
       007-SET-STEP-FLAGS.
           EVALUATE TRUE
              WHEN WS-STEP-CARD(1:6) = "START="
                 MOVE ZERO TO WS-START-STEP
                 IF WS-STEP-CARD(7:2) IS NUMERIC THEN
                    MOVE WS-STEP-CARD(7:2) TO WS-START-STEP
                 ELSE
                    IF WS-STEP-CARD(7:1) IS NUMERIC
                          AND WS-STEP-CARD(8:1) = SPACE THEN
                       MOVE WS-STEP-CARD(7:1) TO WS-START-STEP
                    END-IF
                 END-IF
                 IF WS-START-STEP < 1 OR WS-START-STEP > 10 THEN
                    DISPLAY "BATCH-RUN-GRADES: BAD START STEP '"
                       WS-STEP-CARD(7:2) "', RUNNING DEFAULT STEPS"
                    MOVE "YNYYYYYYYY" TO WS-STEP-FLAGS
                 ELSE
                    MOVE "NNNNNNNNNN" TO WS-STEP-FLAGS
                    PERFORM VARYING WS-STEP-IDX
                       FROM WS-START-STEP BY 1
                       UNTIL WS-STEP-IDX > 10
                       MOVE "Y" TO WS-STEP-FLAG(WS-STEP-IDX)
                    END-PERFORM
                    IF WS-START-STEP NOT = 2 THEN
                       MOVE "N" TO WS-STEP-FLAG(2)
                    END-IF
                    IF WS-START-STEP > 3 AND WS-START-STEP NOT = 10
                          THEN
                       MOVE "N" TO WS-STEP-FLAG(10)
                    END-IF
                 END-IF
              WHEN WS-STEP-CARD = SPACES
                 MOVE "YNYYYYYYYY" TO WS-STEP-FLAGS
              WHEN OTHER
                 IF WS-STEP-CARD(10:1) = SPACE THEN
                    MOVE "N" TO WS-STEP-CARD(10:1)
                 END-IF
                 PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                    UNTIL WS-STEP-IDX > 10
                    IF WS-STEP-CARD(WS-STEP-IDX:1) NOT = "Y"
                          AND WS-STEP-CARD(WS-STEP-IDX:1) NOT = "N"
                       DISPLAY "BATCH-RUN-GRADES: BAD STEP CARD '"
                          WS-STEP-CARD "', RUNNING DEFAULT STEPS"
                       MOVE "YNYYYYYYYY" TO WS-STEP-FLAGS
                       GO TO 007-ECHO
                    END-IF
                 END-PERFORM
                 MOVE WS-STEP-CARD(1:10) TO WS-STEP-FLAGS
           END-EVALUATE
           .
       007-ECHO.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > 10
              MOVE WS-STEP-NAMES(WS-STEP-IDX) TO WS-STEP-NAME
              MOVE WS-STEP-IDX TO WS-STEP-NUM-ED
              IF WS-STEP-FLAG(WS-STEP-IDX) = "Y" THEN
           END-IF
           .

       019-RUN-PREREQ-CHECK1.
           DISPLAY "BATCH-RUN-GRADES: STEP 10 - PREREQ-CHECK1"
           MOVE ZERO TO RETURN-CODE
           CALL "PREREQ-CHECK1"
           IF RETURN-CODE NOT = ZERO THEN
              SET WS-STEP-FAILED TO TRUE
              DISPLAY "BATCH-RUN-GRADES: PREREQ-CHECK1 REPORTED "
                 "FAILURE (RETURN-CODE " RETURN-CODE ")"
           END-IF
           .

       018-RUN-OPS-DIGEST1.
           DISPLAY "BATCH-RUN-GRADES: STEP 9 - OPS-DIGEST1"
           MOVE ZERO TO RETURN-CODE

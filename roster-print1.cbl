       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROSTER-PRINT1.
       AUTHOR. JAKKRIT

      *> 2026-10-15 JAKKRIT - new: start-of-term class rosters for
      *> the instructors. Reads the term's offerings (offering.dat,
      *> MAINT-OFFER1) and class roster (roster.dat, REGISTER1) and
      *> prints every section under the instructor teaching it -
      *> each instructor starting a new page so the pages can be
      *> split and handed out - with the section's capacity, the
      *> enrolled students (names from stu-mast.dat) and the
      *> waitlist in the order it will be seated. A section nobody
      *> has registered for still prints, so an instructor sees an
      *> empty class rather than no page at all. Print-image report
      *> (roster.rpt) in the house report style, term from term.cfg,
      *> run record appended to run-audit.dat like the rest of the
      *> chain. A table overflow aborts before the report.
      *> 2026-10-15 JAKKRIT - whether stu-mast.dat and emp1-idx.dat are
      *> on file is kept in switches set at open time, so one student
      *> or instructor missing from the master no longer blanks the
      *> names after it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OFFERING-FILE ASSIGN TO "offering.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OFFER-FILE-STATUS.
           SELECT OPTIONAL ROSTER-FILE ASSIGN TO "roster.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ROSTER-FILE-STATUS.
           SELECT OPTIONAL STUDENT-FILE ASSIGN TO "stu-mast.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SM-STU-ID
              FILE STATUS IS WS-STUDENT-FILE-STATUS.
           SELECT OPTIONAL EMP-FILE-IDX ASSIGN TO "emp1-idx.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMP-SSN-IDX
              FILE STATUS IS WS-EMP-IDX-STATUS.
           SELECT REPORT-FILE ASSIGN TO "roster.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TERM-CFG-FILE ASSIGN TO "term.cfg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TERM-CFG-STATUS.
           SELECT OPTIONAL RUN-AUDIT-FILE ASSIGN TO "run-audit.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OFFERING-FILE.
           COPY offering.

       FD  ROSTER-FILE.
           COPY roster.

       FD  STUDENT-FILE.
           COPY studmast.

       FD  EMP-FILE-IDX.
           COPY empidxdtl.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       FD  TERM-CFG-FILE.
       01  TERM-CFG-RECORD.
           05 CFG-TERM-ID              PIC X(6).

       FD  RUN-AUDIT-FILE.
           COPY runaudit.

       WORKING-STORAGE SECTION.
       01  WS-OFFER-FILE-STATUS        PIC X(2).
           88 WS-OFFER-FILE-FOUND      VALUE "00".
       01  WS-ROSTER-FILE-STATUS       PIC X(2).
           88 WS-ROSTER-FILE-FOUND     VALUE "00".
       01  WS-STUDENT-FILE-STATUS      PIC X(2).
           88 WS-STUDENT-FILE-FOUND    VALUE "00".
       01  WS-STUDENT-OPEN-SW          PIC X VALUE "N".
           88 WS-STUDENT-ON-FILE       VALUE "Y".
       01  WS-EMP-IDX-STATUS           PIC X(2).
           88 WS-EMP-IDX-FOUND         VALUE "00".
       01  WS-EMP-IDX-OPEN-SW          PIC X VALUE "N".
           88 WS-EMP-IDX-ON-FILE       VALUE "Y".
       01  WS-TERM-CFG-STATUS          PIC X(2).
           88 WS-TERM-CFG-FOUND        VALUE "00".
       01  WS-RUN-AUDIT-STATUS         PIC X(2).
       01  WS-AUDIT-START-TS           PIC X(14).
       01  WS-RUN-TERM-ID              PIC X(6) VALUE "2026S1".

       01  WS-FILE-EOF-SW              PIC X VALUE "N".
           88 WS-FILE-EOF              VALUE "Y".

      *> OFF-SORT-KEY leads the entry so a whole entry swaps through
      *> WS-OFF-SWAP in instructor, course, section order.
       01  WS-OFF-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-OFF-IDX                  PIC 9(3) COMP.
       01  WS-OFF-JDX                  PIC 9(3) COMP.
       01  WS-OFF-OVERFLOW-SW          PIC X VALUE "N".
           88 WS-OFF-OVERFLOW          VALUE "Y".
       01  WS-OFF-TABLE.
           05 WS-OFF-ENTRY OCCURS 500 TIMES.
              10 WS-OFF-SORT-KEY.
                 15 WS-OFF-SSN         PIC 9(9).
                 15 WS-OFF-COURSE      PIC X(6).
                 15 WS-OFF-SECTION     PIC X(2).
              10 WS-OFF-CAPACITY       PIC 9(3).
       01  WS-OFF-SWAP                 PIC X(20).
       01  WS-PREV-SSN                 PIC 9(9).

      *> roster.dat is kept in request order, so the table is too -
      *> the waitlist prints in the order it will be seated.
       01  WS-RST-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-RST-IDX                  PIC 9(4) COMP.
       01  WS-RST-OVERFLOW-SW          PIC X VALUE "N".
           88 WS-RST-OVERFLOW          VALUE "Y".
       01  WS-RST-TABLE.
           05 WS-RST-ENTRY OCCURS 2000 TIMES.
              10 WS-RST-TBL-COURSE     PIC X(6).
              10 WS-RST-TBL-SECTION    PIC X(2).
              10 WS-RST-TBL-STU        PIC X(8).
              10 WS-RST-TBL-STATUS     PIC X.
              10 WS-RST-TBL-DATE       PIC X(8).

       01  WS-SEC-ENROLLED             PIC 9(4).
       01  WS-SEC-WAITING              PIC 9(4).
       01  WS-WAIT-POS                 PIC 9(4).
       01  WS-WAIT-POS-ED              PIC ZZ9.
       01  WS-INSTR-NAME               PIC X(26).

       01  WS-TOTALS.
           05 WS-SECTION-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-INSTR-COUNT           PIC 9(7) VALUE ZERO.
           05 WS-ENROLLED-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-WAITING-COUNT         PIC 9(7) VALUE ZERO.

       01  WS-RUN-DATE.
           05 WS-RUN-YEAR              PIC X(4).
           05 WS-RUN-MONTH             PIC X(2).
           05 WS-RUN-DAY               PIC X(2).
       01  WS-PAGE-NUM                 PIC 9(3) VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE           PIC 9(2) VALUE 55.
       01  WS-RPT-TITLE-LINE.
           05 FILLER                   PIC X(30)
              VALUE "CLASS ROSTER BY INSTRUCTOR".
           05 FILLER                   PIC X(50) VALUE SPACES.
       01  WS-RPT-DATE-LINE.
           05 FILLER                   PIC X(9) VALUE "RUN DATE ".
           05 RPT-DATE-YEAR            PIC X(4).
           05 FILLER                   PIC X VALUE "-".
           05 RPT-DATE-MONTH           PIC X(2).
           05 FILLER                   PIC X VALUE "-".
           05 RPT-DATE-DAY             PIC X(2).
           05 FILLER                   PIC X(7) VALUE "  TERM ".
           05 RPT-DATE-TERM            PIC X(6).
           05 FILLER                   PIC X(7) VALUE "  PAGE ".
           05 RPT-DATE-PAGE            PIC ZZ9.
           05 FILLER                   PIC X(38) VALUE SPACES.
       01  WS-RPT-SEP-LINE             PIC X(80) VALUE ALL "=".
       01  WS-RPT-COLHEAD-LINE.
           05 FILLER                   PIC X(48) VALUE
              "  STU-ID    SURNAME          FORNAME     STATUS".
           05 FILLER                   PIC X(32)
              VALUE "   REGISTERED".
       01  WS-RPT-INSTR-LINE.
           05 FILLER                   PIC X(11) VALUE "INSTRUCTOR ".
           05 RPT-INS-SSN              PIC X(9).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-INS-NAME             PIC X(26).
           05 FILLER                   PIC X(32) VALUE SPACES.
       01  WS-RPT-SECTION-LINE.
           05 FILLER                   PIC X(9) VALUE "  COURSE ".
           05 RPT-SEC-COURSE           PIC X(6).
           05 FILLER                   PIC X(10) VALUE "  SECTION ".
           05 RPT-SEC-SECTION          PIC X(2).
           05 FILLER                   PIC X(11) VALUE "  CAPACITY ".
           05 RPT-SEC-CAPACITY         PIC ZZ9.
           05 FILLER                   PIC X(11) VALUE "  ENROLLED ".
           05 RPT-SEC-ENROLLED         PIC ZZZ9.
           05 FILLER                   PIC X(11) VALUE "  WAITLIST ".
           05 RPT-SEC-WAITING          PIC ZZZ9.
           05 FILLER                   PIC X(9) VALUE SPACES.
       01  WS-RPT-DETAIL-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-STU-ID           PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-SURNAME          PIC X(15).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-FORNAME          PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-STATUS           PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-YEAR             PIC X(4).
           05 RPT-DET-DASH-1           PIC X.
           05 RPT-DET-MONTH            PIC X(2).
           05 RPT-DET-DASH-2           PIC X.
           05 RPT-DET-DAY              PIC X(2).
           05 FILLER                   PIC X(19) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL          PIC X(21).
           05 RPT-TOTAL-VALUE          PIC X(30).
           05 FILLER                   PIC X(29) VALUE SPACES.
       01  WS-COUNT-ED                 PIC Z(6)9.
       01  WS-LINE-SAVE                PIC X(80).

       PROCEDURE DIVISION.
       000-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-START-TS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 004-LOAD-TERM-ID THRU 004-EXIT
           PERFORM 100-LOAD-OFFERINGS THRU 100-EXIT
           PERFORM 150-LOAD-ROSTER THRU 150-EXIT
           IF WS-OFF-OVERFLOW OR WS-RST-OVERFLOW THEN
              IF WS-OFF-OVERFLOW THEN
                 DISPLAY "ROSTER-PRINT1: MORE THAN 500 OFFERINGS "
                    "THIS TERM, RUN ABORTED BEFORE ANY OUTPUT"
              END-IF
              IF WS-RST-OVERFLOW THEN
                 DISPLAY "ROSTER-PRINT1: MORE THAN 2000 ROSTER ROWS "
                    "THIS TERM, RUN ABORTED BEFORE ANY OUTPUT"
              END-IF
              MOVE 8 TO RETURN-CODE
              PERFORM 800-WRITE-RUN-AUDIT
              GOBACK
           END-IF

           PERFORM 200-SORT-OFFERINGS
           OPEN INPUT STUDENT-FILE
           IF WS-STUDENT-FILE-FOUND THEN
              SET WS-STUDENT-ON-FILE TO TRUE
           END-IF
           OPEN INPUT EMP-FILE-IDX
           IF WS-EMP-IDX-FOUND THEN
              SET WS-EMP-IDX-ON-FILE TO TRUE
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM 300-PRINT-SECTIONS
           PERFORM 600-PRINT-TOTALS-PAGE
           CLOSE REPORT-FILE
           CLOSE EMP-FILE-IDX
           CLOSE STUDENT-FILE

           DISPLAY "=========================================="
           DISPLAY "ROSTER-PRINT1 CONTROL TOTALS"
           DISPLAY "=========================================="
           DISPLAY "SECTIONS PRINTED   : " WS-SECTION-COUNT
           DISPLAY "INSTRUCTORS        : " WS-INSTR-COUNT
           DISPLAY "STUDENTS ENROLLED  : " WS-ENROLLED-COUNT
           DISPLAY "STUDENTS WAITING   : " WS-WAITING-COUNT
           PERFORM 800-WRITE-RUN-AUDIT
           GOBACK
           .

       100-LOAD-OFFERINGS.
           OPEN INPUT OFFERING-FILE
           IF NOT WS-OFFER-FILE-FOUND THEN
              DISPLAY "ROSTER-PRINT1: OFFERING.DAT OPEN STATUS "
                 WS-OFFER-FILE-STATUS ", NO SECTIONS TO PRINT"
              CLOSE OFFERING-FILE
              GO TO 100-EXIT
           END-IF
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM UNTIL WS-FILE-EOF
              READ OFFERING-FILE
                 AT END SET WS-FILE-EOF TO TRUE
              END-READ
              IF NOT WS-FILE-EOF
                    AND OF-TERM-ID = WS-RUN-TERM-ID THEN
                 IF WS-OFF-COUNT < 500 THEN
                    ADD 1 TO WS-OFF-COUNT
                    MOVE OF-EMP-SSN  TO WS-OFF-SSN(WS-OFF-COUNT)
                    MOVE OF-COURSE-ID
                       TO WS-OFF-COURSE(WS-OFF-COUNT)
                    MOVE OF-SECTION  TO WS-OFF-SECTION(WS-OFF-COUNT)
                    MOVE OF-CAPACITY
                       TO WS-OFF-CAPACITY(WS-OFF-COUNT)
                 ELSE
                    SET WS-OFF-OVERFLOW TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           CLOSE OFFERING-FILE
           .
       100-EXIT.
           EXIT.

       150-LOAD-ROSTER.
           OPEN INPUT ROSTER-FILE
           IF NOT WS-ROSTER-FILE-FOUND THEN
              CLOSE ROSTER-FILE
              GO TO 150-EXIT
           END-IF
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM UNTIL WS-FILE-EOF
              READ ROSTER-FILE
                 AT END SET WS-FILE-EOF TO TRUE
              END-READ
              IF NOT WS-FILE-EOF
                    AND RS-TERM-ID = WS-RUN-TERM-ID THEN
                 IF WS-RST-COUNT < 2000 THEN
                    ADD 1 TO WS-RST-COUNT
                    MOVE RS-COURSE-ID
                       TO WS-RST-TBL-COURSE(WS-RST-COUNT)
                    MOVE RS-SECTION
                       TO WS-RST-TBL-SECTION(WS-RST-COUNT)
                    MOVE RS-STU-ID  TO WS-RST-TBL-STU(WS-RST-COUNT)
                    MOVE RS-STATUS
                       TO WS-RST-TBL-STATUS(WS-RST-COUNT)
                    MOVE RS-REQ-DATE
                       TO WS-RST-TBL-DATE(WS-RST-COUNT)
                 ELSE
                    SET WS-RST-OVERFLOW TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ROSTER-FILE
           .
       150-EXIT.
           EXIT.

       200-SORT-OFFERINGS.
           PERFORM VARYING WS-OFF-IDX FROM 1 BY 1
              UNTIL WS-OFF-IDX >= WS-OFF-COUNT
              PERFORM VARYING WS-OFF-JDX FROM 1 BY 1
                 UNTIL WS-OFF-JDX > WS-OFF-COUNT - WS-OFF-IDX
                 IF WS-OFF-SORT-KEY(WS-OFF-JDX) >
                       WS-OFF-SORT-KEY(WS-OFF-JDX + 1) THEN
                    MOVE WS-OFF-ENTRY(WS-OFF-JDX) TO WS-OFF-SWAP
                    MOVE WS-OFF-ENTRY(WS-OFF-JDX + 1)
                       TO WS-OFF-ENTRY(WS-OFF-JDX)
                    MOVE WS-OFF-SWAP TO WS-OFF-ENTRY(WS-OFF-JDX + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           .

      *> a new instructor starts a new page, so each instructor's
      *> sections can be torn off and handed out on their own.
       300-PRINT-SECTIONS.
           MOVE ZERO TO WS-PREV-SSN
           PERFORM VARYING WS-OFF-IDX FROM 1 BY 1
              UNTIL WS-OFF-IDX > WS-OFF-COUNT
              IF WS-OFF-IDX = 1
                    OR WS-OFF-SSN(WS-OFF-IDX) NOT = WS-PREV-SSN THEN
                 MOVE WS-OFF-SSN(WS-OFF-IDX) TO WS-PREV-SSN
                 ADD 1 TO WS-INSTR-COUNT
                 PERFORM 310-LOOKUP-INSTR-NAME
                 MOVE 99 TO WS-LINE-COUNT
                 MOVE WS-OFF-SSN(WS-OFF-IDX) TO RPT-INS-SSN
                 MOVE WS-INSTR-NAME TO RPT-INS-NAME
                 MOVE WS-RPT-INSTR-LINE TO REPORT-LINE
                 PERFORM 040-WRITE-REPORT-LINE
              END-IF
              PERFORM 320-PRINT-ONE-SECTION
           END-PERFORM
           .

       310-LOOKUP-INSTR-NAME.
           MOVE SPACES TO WS-INSTR-NAME
           IF WS-EMP-IDX-ON-FILE THEN
              MOVE WS-OFF-SSN(WS-OFF-IDX) TO EMP-SSN-IDX
              READ EMP-FILE-IDX
                 INVALID KEY
                    MOVE "(NOT ON MASTER)" TO WS-INSTR-NAME
                 NOT INVALID KEY
                    STRING EMP-SURNAME-IDX DELIMITED BY "  "
                       ", " DELIMITED BY SIZE
                       EMP-FORNAME-IDX DELIMITED BY "  "
                       INTO WS-INSTR-NAME
                    END-STRING
              END-READ
           ELSE
              MOVE "(NO MASTER)" TO WS-INSTR-NAME
           END-IF
           .

       320-PRINT-ONE-SECTION.
           ADD 1 TO WS-SECTION-COUNT
           MOVE ZERO TO WS-SEC-ENROLLED
           MOVE ZERO TO WS-SEC-WAITING
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
              UNTIL WS-RST-IDX > WS-RST-COUNT
              IF WS-RST-TBL-COURSE(WS-RST-IDX)
                    = WS-OFF-COURSE(WS-OFF-IDX)
                    AND WS-RST-TBL-SECTION(WS-RST-IDX)
                       = WS-OFF-SECTION(WS-OFF-IDX) THEN
                 IF WS-RST-TBL-STATUS(WS-RST-IDX) = "W" THEN
                    ADD 1 TO WS-SEC-WAITING
                 ELSE
                    ADD 1 TO WS-SEC-ENROLLED
                 END-IF
              END-IF
           END-PERFORM
           ADD WS-SEC-ENROLLED TO WS-ENROLLED-COUNT
           ADD WS-SEC-WAITING  TO WS-WAITING-COUNT

           MOVE SPACES TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE WS-OFF-COURSE(WS-OFF-IDX)   TO RPT-SEC-COURSE
           MOVE WS-OFF-SECTION(WS-OFF-IDX)  TO RPT-SEC-SECTION
           MOVE WS-OFF-CAPACITY(WS-OFF-IDX) TO RPT-SEC-CAPACITY
           MOVE WS-SEC-ENROLLED TO RPT-SEC-ENROLLED
           MOVE WS-SEC-WAITING  TO RPT-SEC-WAITING
           MOVE WS-RPT-SECTION-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           IF WS-SEC-ENROLLED + WS-SEC-WAITING = ZERO THEN
              MOVE "  (NO STUDENTS REGISTERED)" TO REPORT-LINE
              PERFORM 040-WRITE-REPORT-LINE
           END-IF

           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
              UNTIL WS-RST-IDX > WS-RST-COUNT
              IF WS-RST-TBL-COURSE(WS-RST-IDX)
                    = WS-OFF-COURSE(WS-OFF-IDX)
                    AND WS-RST-TBL-SECTION(WS-RST-IDX)
                       = WS-OFF-SECTION(WS-OFF-IDX)
                    AND WS-RST-TBL-STATUS(WS-RST-IDX) NOT = "W" THEN
                 MOVE "ENROLLED" TO RPT-DET-STATUS
                 PERFORM 330-PRINT-STUDENT-LINE
              END-IF
           END-PERFORM
           MOVE ZERO TO WS-WAIT-POS
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
              UNTIL WS-RST-IDX > WS-RST-COUNT
              IF WS-RST-TBL-COURSE(WS-RST-IDX)
                    = WS-OFF-COURSE(WS-OFF-IDX)
                    AND WS-RST-TBL-SECTION(WS-RST-IDX)
                       = WS-OFF-SECTION(WS-OFF-IDX)
                    AND WS-RST-TBL-STATUS(WS-RST-IDX) = "W" THEN
                 ADD 1 TO WS-WAIT-POS
                 MOVE WS-WAIT-POS TO WS-WAIT-POS-ED
                 MOVE SPACES TO RPT-DET-STATUS
                 STRING "WAIT " DELIMITED BY SIZE
                    WS-WAIT-POS-ED DELIMITED BY SIZE
                    INTO RPT-DET-STATUS
                 END-STRING
                 PERFORM 330-PRINT-STUDENT-LINE
              END-IF
           END-PERFORM
           .

       330-PRINT-STUDENT-LINE.
           MOVE WS-RST-TBL-STU(WS-RST-IDX) TO RPT-DET-STU-ID
           MOVE SPACES TO RPT-DET-SURNAME
           MOVE SPACES TO RPT-DET-FORNAME
           IF WS-STUDENT-ON-FILE THEN
              MOVE WS-RST-TBL-STU(WS-RST-IDX) TO SM-STU-ID
              READ STUDENT-FILE
                 INVALID KEY
                    MOVE "(NOT ON MASTER)" TO RPT-DET-SURNAME
                 NOT INVALID KEY
                    MOVE SM-SURNAME TO RPT-DET-SURNAME
                    MOVE SM-FORNAME TO RPT-DET-FORNAME
              END-READ
           END-IF
           MOVE WS-RST-TBL-DATE(WS-RST-IDX)(1:4) TO RPT-DET-YEAR
           MOVE "-" TO RPT-DET-DASH-1
           MOVE WS-RST-TBL-DATE(WS-RST-IDX)(5:2) TO RPT-DET-MONTH
           MOVE "-" TO RPT-DET-DASH-2
           MOVE WS-RST-TBL-DATE(WS-RST-IDX)(7:2) TO RPT-DET-DAY
           MOVE WS-RPT-DETAIL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           .

       600-PRINT-TOTALS-PAGE.
           MOVE 99 TO WS-LINE-COUNT
           MOVE "SECTIONS PRINTED   : " TO RPT-TOTAL-LABEL
           MOVE WS-SECTION-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "INSTRUCTORS        : " TO RPT-TOTAL-LABEL
           MOVE WS-INSTR-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "STUDENTS ENROLLED  : " TO RPT-TOTAL-LABEL
           MOVE WS-ENROLLED-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "STUDENTS WAITING   : " TO RPT-TOTAL-LABEL
           MOVE WS-WAITING-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           .

       040-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE THEN
              PERFORM 050-PAGE-HEADING
           END-IF
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT
           .

       050-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUM
           MOVE REPORT-LINE TO WS-LINE-SAVE
           MOVE WS-RPT-SEP-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RPT-TITLE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RUN-YEAR   TO RPT-DATE-YEAR
           MOVE WS-RUN-MONTH  TO RPT-DATE-MONTH
           MOVE WS-RUN-DAY    TO RPT-DATE-DAY
           MOVE WS-RUN-TERM-ID TO RPT-DATE-TERM
           MOVE WS-PAGE-NUM   TO RPT-DATE-PAGE
           MOVE WS-RPT-DATE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RPT-SEP-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RPT-COLHEAD-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 5 TO WS-LINE-COUNT
           MOVE WS-LINE-SAVE TO REPORT-LINE
           .

       800-WRITE-RUN-AUDIT.
           OPEN EXTEND RUN-AUDIT-FILE
           IF WS-RUN-AUDIT-STATUS = "00" OR "05" THEN
              MOVE "ROSTER-PRINT1"    TO AUD-PROGRAM-ID
              MOVE WS-AUDIT-START-TS  TO AUD-START-TS
              MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-END-TS
              MOVE WS-RUN-TERM-ID     TO AUD-TERM-ID
              MOVE WS-RST-COUNT       TO AUD-READ-COUNT
              MOVE WS-SECTION-COUNT   TO AUD-WRITE-COUNT
              MOVE ZERO               TO AUD-REJECT-COUNT
              MOVE RETURN-CODE        TO AUD-RETURN-CODE
              WRITE RUN-AUDIT-DETAIL
              CLOSE RUN-AUDIT-FILE
           ELSE
              DISPLAY "ROSTER-PRINT1: RUN-AUDIT-FILE OPEN STATUS "
                 WS-RUN-AUDIT-STATUS ", AUDIT RECORD NOT WRITTEN"
           END-IF
           .

       004-LOAD-TERM-ID.
           OPEN INPUT TERM-CFG-FILE
           IF WS-TERM-CFG-FOUND THEN
              READ TERM-CFG-FILE
                 AT END CONTINUE
                 NOT AT END
                    MOVE CFG-TERM-ID TO WS-RUN-TERM-ID
              END-READ
              CLOSE TERM-CFG-FILE
           END-IF
           .
       004-EXIT.
           EXIT.

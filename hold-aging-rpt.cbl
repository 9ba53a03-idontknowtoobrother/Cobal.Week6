       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-AGING-RPT.
       AUTHOR. JAKKRIT

      *> 2026-10-15 JAKKRIT - new: weekly open-holds aging report, so
      *> each placing office sees the holds it still has open and how
      *> long the students have been waiting on them. Reads the hold
      *> master (stu-hold.dat, MAINT-HOLD1) for every hold in force
      *> on the run date and prints them grouped by placing office,
      *> offices in code order and the oldest hold first within each,
      *> with the student's surname from stu-mast.dat, the days open
      *> and the age band (0-30, 31-60, 61-90, over 90 days). Each
      *> office closes with a line of its open count per band, and
      *> the totals page gives the same bands for the whole school.
      *> This is an internal registrar listing, so the directory-
      *> privacy hold does not mask names here. Print-image report
      *> (hold-aging.rpt) in the house report style, term from
      *> term.cfg, run record appended to run-audit.dat like the rest
      *> of the chain. A table overflow aborts before the report.
      *> 2026-10-15 JAKKRIT - whether stu-mast.dat is on file is kept in
      *> a switch set at open time, so one held student missing from
      *> the master no longer blanks the surnames after it or stops
      *> the not-on-master count.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO "stu-hold.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS HOLD-KEY
              FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT OPTIONAL STUDENT-FILE ASSIGN TO "stu-mast.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SM-STU-ID
              FILE STATUS IS WS-STUDENT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "hold-aging.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TERM-CFG-FILE ASSIGN TO "term.cfg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TERM-CFG-STATUS.
           SELECT OPTIONAL RUN-AUDIT-FILE ASSIGN TO "run-audit.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
           COPY stuhold.

       FD  STUDENT-FILE.
           COPY studmast.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       FD  TERM-CFG-FILE.
       01  TERM-CFG-RECORD.
           05 CFG-TERM-ID              PIC X(6).

       FD  RUN-AUDIT-FILE.
           COPY runaudit.

       WORKING-STORAGE SECTION.
       01  WS-HOLD-FILE-STATUS         PIC X(2).
           88 WS-HOLD-FILE-FOUND       VALUE "00".
       01  WS-STUDENT-FILE-STATUS      PIC X(2).
           88 WS-STUDENT-FILE-FOUND    VALUE "00".
       01  WS-STUDENT-OPEN-SW          PIC X VALUE "N".
           88 WS-STUDENT-ON-FILE       VALUE "Y".
       01  WS-TERM-CFG-STATUS          PIC X(2).
           88 WS-TERM-CFG-FOUND        VALUE "00".
       01  WS-RUN-AUDIT-STATUS         PIC X(2).
       01  WS-AUDIT-START-TS           PIC X(14).
       01  WS-RUN-TERM-ID              PIC X(6) VALUE "2026S1".
       01  WS-EOF-SW                   PIC X VALUE "N".
           88 WS-EOF                   VALUE "Y".

       01  WS-TODAY-NUM                PIC 9(8).
       01  WS-PLACED-NUM               PIC 9(8).
       01  WS-TODAY-DAYNO              PIC 9(7).

      *> every hold in force on the run date
       01  WS-HLD-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-HLD-IDX                  PIC 9(4) COMP.
       01  WS-HLD-OVERFLOW-SW          PIC X VALUE "N".
           88 WS-HLD-OVERFLOW          VALUE "Y".
       01  WS-HLD-TABLE.
           05 WS-HLD-ENTRY OCCURS 1000 TIMES.
              10 WS-HLD-STU-ID         PIC X(8).
              10 WS-HLD-TYPE           PIC X(4).
              10 WS-HLD-OFFICE         PIC X(4).
              10 WS-HLD-PLACED         PIC X(8).
              10 WS-HLD-DAYS           PIC 9(5).
              10 WS-HLD-NOTE           PIC X(30).

      *> the placing offices, put in code order before printing
       01  WS-OFC-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-OFC-IDX                  PIC 9(3) COMP.
       01  WS-OFC-FOUND-IDX            PIC 9(3) COMP VALUE ZERO.
       01  WS-OFC-OVERFLOW-SW          PIC X VALUE "N".
           88 WS-OFC-OVERFLOW          VALUE "Y".
       01  WS-OFC-TABLE.
           05 WS-OFC-ENTRY OCCURS 100 TIMES.
              10 WS-OFC-CODE           PIC X(4).

      *> one office's holds, oldest first
       01  WS-MBR-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-MBR-IDX                  PIC 9(4) COMP.
       01  WS-MBR-TABLE.
           05 WS-MBR-ENTRY OCCURS 1000 TIMES.
              10 WS-MBR-REF            PIC 9(4) COMP.
              10 WS-MBR-DAYS           PIC 9(5).

       01  WS-SORT-I                   PIC 9(4) COMP.
       01  WS-SORT-J                   PIC 9(4) COMP.
       01  WS-SORT-TEMP-REF            PIC 9(4) COMP.
       01  WS-SORT-TEMP-DAYS           PIC 9(5).
       01  WS-SORT-TEMP-CODE           PIC X(4).

       01  WS-BAND-TEXT                PIC X(5).
       01  WS-BAND-NUM                 PIC 9.
       01  WS-OFC-BANDS.
           05 WS-OFC-BAND-COUNT OCCURS 4 TIMES PIC 9(5).
       01  WS-ALL-BANDS.
           05 WS-ALL-BAND-COUNT OCCURS 4 TIMES PIC 9(7).

       01  WS-TOTALS.
           05 WS-HOLD-READ-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-OPEN-COUNT            PIC 9(7) VALUE ZERO.
           05 WS-NO-MASTER-COUNT       PIC 9(7) VALUE ZERO.

       01  WS-RUN-DATE.
           05 WS-RUN-YEAR              PIC X(4).
           05 WS-RUN-MONTH             PIC X(2).
           05 WS-RUN-DAY               PIC X(2).
       01  WS-PAGE-NUM                 PIC 9(3) VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE           PIC 9(2) VALUE 55.
       01  WS-RPT-TITLE-LINE.
           05 FILLER                   PIC X(40)
              VALUE "OPEN STUDENT HOLDS AGING BY OFFICE".
           05 FILLER                   PIC X(40) VALUE SPACES.
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
       01  WS-RPT-DASH-LINE            PIC X(80) VALUE ALL "-".
       01  WS-RPT-COLHEAD-LINE.
           05 FILLER                   PIC X(49) VALUE
              "  STU-ID    SURNAME          TYPE  PLACED    DAYS".
           05 FILLER                   PIC X(31)
              VALUE "  AGE    NOTE".
       01  WS-RPT-SECTION-LINE.
           05 FILLER                   PIC X(15)
              VALUE "PLACING OFFICE ".
           05 RPT-SECTION-OFFICE       PIC X(4).
           05 FILLER                   PIC X(61) VALUE SPACES.
       01  WS-RPT-DETAIL-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-STU-ID           PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-SURNAME          PIC X(15).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-TYPE             PIC X(4).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-PLACED           PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-DAYS             PIC ZZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-BAND             PIC X(5).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-NOTE             PIC X(22).
       01  WS-RPT-OFFICE-TOTAL-LINE.
           05 FILLER                   PIC X(9) VALUE "  OFFICE ".
           05 RPT-OFT-OFFICE           PIC X(4).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-OFT-OPEN             PIC ZZZ9.
           05 FILLER                   PIC X(6) VALUE " OPEN ".
           05 FILLER                   PIC X(6) VALUE " 0-30 ".
           05 RPT-OFT-BAND-1           PIC ZZZ9.
           05 FILLER                   PIC X(7) VALUE " 31-60 ".
           05 RPT-OFT-BAND-2           PIC ZZZ9.
           05 FILLER                   PIC X(7) VALUE " 61-90 ".
           05 RPT-OFT-BAND-3           PIC ZZZ9.
           05 FILLER                   PIC X(5) VALUE " 90+ ".
           05 RPT-OFT-BAND-4           PIC ZZZ9.
           05 FILLER                   PIC X(14) VALUE SPACES.
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
           MOVE WS-RUN-DATE TO WS-TODAY-NUM
           COMPUTE WS-TODAY-DAYNO =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           MOVE ZERO TO WS-ALL-BANDS
           PERFORM 004-LOAD-TERM-ID THRU 004-EXIT

           PERFORM 100-LOAD-OPEN-HOLDS THRU 100-EXIT
           IF WS-HLD-OVERFLOW OR WS-OFC-OVERFLOW THEN
              IF WS-HLD-OVERFLOW THEN
                 DISPLAY "HOLD-AGING-RPT: MORE THAN 1000 OPEN HOLDS, "
                    "REPORT NOT PRODUCED"
              END-IF
              IF WS-OFC-OVERFLOW THEN
                 DISPLAY "HOLD-AGING-RPT: MORE THAN 100 PLACING "
                    "OFFICES, REPORT NOT PRODUCED"
              END-IF
              MOVE 8 TO RETURN-CODE
              PERFORM 800-WRITE-RUN-AUDIT
              GOBACK
           END-IF
           PERFORM 200-SORT-OFFICES

           OPEN INPUT STUDENT-FILE
           IF WS-STUDENT-FILE-FOUND THEN
              SET WS-STUDENT-ON-FILE TO TRUE
           ELSE
              DISPLAY "HOLD-AGING-RPT: STU-MAST.DAT OPEN STATUS "
                 WS-STUDENT-FILE-STATUS ", NAMES NOT SHOWN"
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM VARYING WS-OFC-IDX FROM 1 BY 1
              UNTIL WS-OFC-IDX > WS-OFC-COUNT
              PERFORM 300-PRINT-OFFICE
           END-PERFORM
           PERFORM 600-PRINT-TOTALS-PAGE
           CLOSE REPORT-FILE
           CLOSE STUDENT-FILE

           DISPLAY "=========================================="
           DISPLAY "HOLD-AGING-RPT: HOLDS READ  " WS-HOLD-READ-COUNT
           DISPLAY "HOLD-AGING-RPT: OPEN HOLDS  " WS-OPEN-COUNT
           DISPLAY "HOLD-AGING-RPT: OFFICES     " WS-OFC-COUNT
           PERFORM 800-WRITE-RUN-AUDIT
           GOBACK
           .

      *> a hold is open from the day it is placed until the day it
      *> is released. No hold file at all is an empty report.
       100-LOAD-OPEN-HOLDS.
           OPEN INPUT HOLD-FILE
           IF NOT WS-HOLD-FILE-FOUND THEN
              IF WS-HOLD-FILE-STATUS NOT = "05" THEN
                 DISPLAY "HOLD-AGING-RPT: STU-HOLD.DAT OPEN STATUS "
                    WS-HOLD-FILE-STATUS
                 MOVE 8 TO RETURN-CODE
              END-IF
              CLOSE HOLD-FILE
              GO TO 100-EXIT
           END-IF
           PERFORM UNTIL WS-EOF
              READ HOLD-FILE
                 AT END SET WS-EOF TO TRUE
              END-READ
              IF NOT WS-EOF THEN
                 ADD 1 TO WS-HOLD-READ-COUNT
                 IF HOLD-PLACED-DATE <= WS-RUN-DATE
                       AND (HOLD-NOT-RELEASED
                          OR HOLD-RELEASED-DATE > WS-RUN-DATE) THEN
                    PERFORM 110-KEEP-HOLD
                 END-IF
              END-IF
           END-PERFORM
           CLOSE HOLD-FILE
           .
       100-EXIT.
           EXIT.

       110-KEEP-HOLD.
           IF WS-HLD-COUNT >= 1000 THEN
              SET WS-HLD-OVERFLOW TO TRUE
           ELSE
              ADD 1 TO WS-HLD-COUNT
              MOVE HOLD-STU-ID      TO WS-HLD-STU-ID(WS-HLD-COUNT)
              MOVE HOLD-TYPE        TO WS-HLD-TYPE(WS-HLD-COUNT)
              MOVE HOLD-OFFICE      TO WS-HLD-OFFICE(WS-HLD-COUNT)
              MOVE HOLD-PLACED-DATE TO WS-HLD-PLACED(WS-HLD-COUNT)
              MOVE HOLD-NOTE        TO WS-HLD-NOTE(WS-HLD-COUNT)
              MOVE ZERO             TO WS-HLD-DAYS(WS-HLD-COUNT)
              IF HOLD-PLACED-DATE IS NUMERIC THEN
                 MOVE HOLD-PLACED-DATE TO WS-PLACED-NUM
                 COMPUTE WS-HLD-DAYS(WS-HLD-COUNT) = WS-TODAY-DAYNO
                    - FUNCTION INTEGER-OF-DATE(WS-PLACED-NUM)
              END-IF
              PERFORM 120-REMEMBER-OFFICE
           END-IF
           .

       120-REMEMBER-OFFICE.
           MOVE ZERO TO WS-OFC-FOUND-IDX
           PERFORM VARYING WS-OFC-IDX FROM 1 BY 1
              UNTIL WS-OFC-IDX > WS-OFC-COUNT
                 OR WS-OFC-FOUND-IDX > ZERO
              IF WS-OFC-CODE(WS-OFC-IDX) = HOLD-OFFICE THEN
                 MOVE WS-OFC-IDX TO WS-OFC-FOUND-IDX
              END-IF
           END-PERFORM
           IF WS-OFC-FOUND-IDX = ZERO THEN
              IF WS-OFC-COUNT >= 100 THEN
                 SET WS-OFC-OVERFLOW TO TRUE
              ELSE
                 ADD 1 TO WS-OFC-COUNT
                 MOVE HOLD-OFFICE TO WS-OFC-CODE(WS-OFC-COUNT)
              END-IF
           END-IF
           .

       200-SORT-OFFICES.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
              UNTIL WS-SORT-I >= WS-OFC-COUNT
              PERFORM VARYING WS-SORT-J FROM 1 BY 1
                 UNTIL WS-SORT-J > WS-OFC-COUNT - WS-SORT-I
                 IF WS-OFC-CODE(WS-SORT-J) >
                       WS-OFC-CODE(WS-SORT-J + 1) THEN
                    MOVE WS-OFC-CODE(WS-SORT-J) TO WS-SORT-TEMP-CODE
                    MOVE WS-OFC-CODE(WS-SORT-J + 1)
                       TO WS-OFC-CODE(WS-SORT-J)
                    MOVE WS-SORT-TEMP-CODE
                       TO WS-OFC-CODE(WS-SORT-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           .

      *> one section per placing office: its open holds oldest first,
      *> then the office's count per age band.
       300-PRINT-OFFICE.
           MOVE ZERO TO WS-MBR-COUNT
           MOVE ZERO TO WS-OFC-BANDS
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
              UNTIL WS-HLD-IDX > WS-HLD-COUNT
              IF WS-HLD-OFFICE(WS-HLD-IDX) = WS-OFC-CODE(WS-OFC-IDX)
                    THEN
                 ADD 1 TO WS-MBR-COUNT
                 MOVE WS-HLD-IDX TO WS-MBR-REF(WS-MBR-COUNT)
                 MOVE WS-HLD-DAYS(WS-HLD-IDX)
                    TO WS-MBR-DAYS(WS-MBR-COUNT)
              END-IF
           END-PERFORM
           PERFORM 400-SORT-MEMBERS-DESC
           MOVE WS-OFC-CODE(WS-OFC-IDX) TO RPT-SECTION-OFFICE
           MOVE WS-RPT-DASH-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE WS-RPT-SECTION-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
              UNTIL WS-MBR-IDX > WS-MBR-COUNT
              MOVE WS-MBR-REF(WS-MBR-IDX) TO WS-HLD-IDX
              PERFORM 310-PRINT-HOLD-LINE
           END-PERFORM
           MOVE WS-OFC-CODE(WS-OFC-IDX) TO RPT-OFT-OFFICE
           MOVE WS-MBR-COUNT            TO RPT-OFT-OPEN
           MOVE WS-OFC-BAND-COUNT(1)    TO RPT-OFT-BAND-1
           MOVE WS-OFC-BAND-COUNT(2)    TO RPT-OFT-BAND-2
           MOVE WS-OFC-BAND-COUNT(3)    TO RPT-OFT-BAND-3
           MOVE WS-OFC-BAND-COUNT(4)    TO RPT-OFT-BAND-4
           MOVE WS-RPT-OFFICE-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           .

       310-PRINT-HOLD-LINE.
           ADD 1 TO WS-OPEN-COUNT
           EVALUATE TRUE
              WHEN WS-HLD-DAYS(WS-HLD-IDX) <= 30
                 MOVE 1 TO WS-BAND-NUM
                 MOVE "0-30" TO WS-BAND-TEXT
              WHEN WS-HLD-DAYS(WS-HLD-IDX) <= 60
                 MOVE 2 TO WS-BAND-NUM
                 MOVE "31-60" TO WS-BAND-TEXT
              WHEN WS-HLD-DAYS(WS-HLD-IDX) <= 90
                 MOVE 3 TO WS-BAND-NUM
                 MOVE "61-90" TO WS-BAND-TEXT
              WHEN OTHER
                 MOVE 4 TO WS-BAND-NUM
                 MOVE "90+" TO WS-BAND-TEXT
           END-EVALUATE
           ADD 1 TO WS-OFC-BAND-COUNT(WS-BAND-NUM)
           ADD 1 TO WS-ALL-BAND-COUNT(WS-BAND-NUM)
           MOVE SPACES TO RPT-DET-SURNAME
           IF WS-STUDENT-ON-FILE THEN
              MOVE WS-HLD-STU-ID(WS-HLD-IDX) TO SM-STU-ID
              READ STUDENT-FILE
                 INVALID KEY
                    ADD 1 TO WS-NO-MASTER-COUNT
                    MOVE "NOT ON MASTER" TO RPT-DET-SURNAME
                 NOT INVALID KEY
                    MOVE SM-SURNAME TO RPT-DET-SURNAME
              END-READ
           END-IF
           MOVE WS-HLD-STU-ID(WS-HLD-IDX) TO RPT-DET-STU-ID
           MOVE WS-HLD-TYPE(WS-HLD-IDX)   TO RPT-DET-TYPE
           MOVE WS-HLD-PLACED(WS-HLD-IDX) TO RPT-DET-PLACED
           MOVE WS-HLD-DAYS(WS-HLD-IDX)   TO RPT-DET-DAYS
           MOVE WS-BAND-TEXT              TO RPT-DET-BAND
           MOVE WS-HLD-NOTE(WS-HLD-IDX)   TO RPT-DET-NOTE
           MOVE WS-RPT-DETAIL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           .

       400-SORT-MEMBERS-DESC.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
              UNTIL WS-SORT-I >= WS-MBR-COUNT
              PERFORM VARYING WS-SORT-J FROM 1 BY 1
                 UNTIL WS-SORT-J > WS-MBR-COUNT - WS-SORT-I
                 IF WS-MBR-DAYS(WS-SORT-J) <
                       WS-MBR-DAYS(WS-SORT-J + 1) THEN
                    MOVE WS-MBR-REF(WS-SORT-J)
                       TO WS-SORT-TEMP-REF
                    MOVE WS-MBR-DAYS(WS-SORT-J)
                       TO WS-SORT-TEMP-DAYS
                    MOVE WS-MBR-REF(WS-SORT-J + 1)
                       TO WS-MBR-REF(WS-SORT-J)
                    MOVE WS-MBR-DAYS(WS-SORT-J + 1)
                       TO WS-MBR-DAYS(WS-SORT-J)
                    MOVE WS-SORT-TEMP-REF
                       TO WS-MBR-REF(WS-SORT-J + 1)
                    MOVE WS-SORT-TEMP-DAYS
                       TO WS-MBR-DAYS(WS-SORT-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           .

       600-PRINT-TOTALS-PAGE.
           MOVE 99 TO WS-LINE-COUNT
           MOVE "HOLD RECORDS READ  : " TO RPT-TOTAL-LABEL
           MOVE WS-HOLD-READ-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "OPEN HOLDS         : " TO RPT-TOTAL-LABEL
           MOVE WS-OPEN-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "PLACING OFFICES    : " TO RPT-TOTAL-LABEL
           MOVE WS-OFC-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "OPEN 0-30 DAYS     : " TO RPT-TOTAL-LABEL
           MOVE WS-ALL-BAND-COUNT(1) TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "OPEN 31-60 DAYS    : " TO RPT-TOTAL-LABEL
           MOVE WS-ALL-BAND-COUNT(2) TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "OPEN 61-90 DAYS    : " TO RPT-TOTAL-LABEL
           MOVE WS-ALL-BAND-COUNT(3) TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "OPEN OVER 90 DAYS  : " TO RPT-TOTAL-LABEL
           MOVE WS-ALL-BAND-COUNT(4) TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "STUDENT NOT ON MAST: " TO RPT-TOTAL-LABEL
           MOVE WS-NO-MASTER-COUNT TO WS-COUNT-ED
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
              MOVE "HOLD-AGING-RPT"   TO AUD-PROGRAM-ID
              MOVE WS-AUDIT-START-TS  TO AUD-START-TS
              MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-END-TS
              MOVE WS-RUN-TERM-ID     TO AUD-TERM-ID
              MOVE WS-HOLD-READ-COUNT TO AUD-READ-COUNT
              MOVE WS-OPEN-COUNT      TO AUD-WRITE-COUNT
              MOVE ZERO               TO AUD-REJECT-COUNT
              MOVE RETURN-CODE        TO AUD-RETURN-CODE
              WRITE RUN-AUDIT-DETAIL
              CLOSE RUN-AUDIT-FILE
           ELSE
              DISPLAY "HOLD-AGING-RPT: RUN-AUDIT-FILE OPEN STATUS "
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAST-VERIFY1.
       AUTHOR. JAKKRIT

      *> 2026-10-15 JAKKRIT - new: integrity verify and reorganize
      *> utility for the indexed masters - score.dat, stu-mast.dat,
      *> standing.dat, course-mast.dat, term-status.dat and
      *> emp1-idx.dat. Every selected file is read end to end in key
      *> order and each record checked: key sequence (a key not
      *> above the one before it is out of sequence or a duplicate),
      *> blank keys, key bytes outside the printable range, numeric
      *> fields that fail their PICTURE and code bytes outside their
      *> 88-level values. Cross-file agreement is checked on the way:
      *> a standing.dat or score.dat student not on stu-mast.dat and
      *> a score.dat course not on course-mast.dat. Every problem is
      *> a line on mast-verify.rpt; RETURN-CODE 8 when any is found.
      *> The control card mast-verify.cfg carries the mode in columns
      *> 1-8 (VERIFY, the default, or REORG) and the file in columns
      *> 9-20 (STU-MAST, COURSE-MAST, TERM-STATUS, EMP1-IDX,
      *> STANDING or SCORE; blank or ALL for every file). REORG
      *> verifies first, then unloads each sound file to
      *> <file>-unl.dat and reloads the master from it, with the
      *> before/after record counts on the report and in one
      *> run-audit.dat record per file ("REORG-<file>"). A file with
      *> a read error, a key out of sequence, a duplicate key or an
      *> unprintable key byte is not reloaded - fix it first. REORG
      *> is refused while batch-run.lck shows a chain run in flight,
      *> and holds that lock itself while it reloads. Run weekly and
      *> right after any BATCH-RUN-GRADES RESTORE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STUDENT-FILE ASSIGN TO "stu-mast.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SM-STU-ID
              FILE STATUS IS WS-STUDENT-FILE-STATUS.
           SELECT OPTIONAL COURSE-FILE ASSIGN TO "course-mast.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CM-COURSE-ID
              FILE STATUS IS WS-COURSE-FILE-STATUS.
           SELECT OPTIONAL TERM-STATUS-FILE
              ASSIGN TO "term-status.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS TS-TERM-ID
              FILE STATUS IS WS-TERM-STATUS-STATUS.
           SELECT OPTIONAL EMP-FILE-IDX ASSIGN TO "emp1-idx.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS EMP-SSN-IDX
              FILE STATUS IS WS-EMP-IDX-STATUS.
           SELECT OPTIONAL STANDING-FILE ASSIGN TO "standing.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ST-STU-ID
              FILE STATUS IS WS-STANDING-FILE-STATUS.
           SELECT OPTIONAL SCORE-FILE ASSIGN TO "score.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SCORE-KEY
              FILE STATUS IS WS-SCORE-FILE-STATUS.
           SELECT OPTIONAL STU-LKP-FILE ASSIGN TO "stu-mast.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS LKP-STU-ID
              FILE STATUS IS WS-STU-LKP-STATUS.
           SELECT OPTIONAL CRS-LKP-FILE ASSIGN TO "course-mast.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS LKP-COURSE-ID
              FILE STATUS IS WS-CRS-LKP-STATUS.
           SELECT OPTIONAL UNLOAD-FILE ASSIGN USING WS-UNLOAD-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT OPTIONAL VERIFY-CFG-FILE ASSIGN TO "mast-verify.cfg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VERIFY-CFG-STATUS.
           SELECT OPTIONAL LOCK-FILE ASSIGN TO "batch-run.lck"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "mast-verify.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TERM-CFG-FILE ASSIGN TO "term.cfg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TERM-CFG-STATUS.
           SELECT OPTIONAL RUN-AUDIT-FILE ASSIGN TO "run-audit.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
           COPY studmast.

       FD  COURSE-FILE.
           COPY crsmast.

       FD  TERM-STATUS-FILE.
           COPY termstat.

       FD  EMP-FILE-IDX.
           COPY empidxdtl.

       FD  STANDING-FILE.
           COPY standmast.

       FD  SCORE-FILE.
           COPY scoredtl.

      *> second views of stu-mast.dat and course-mast.dat, opened
      *> RANDOM for the cross-file checks while the sequential pass
      *> has another master open. Key only; lengths match the masters.
       FD  STU-LKP-FILE.
       01  STU-LKP-RECORD.
           05 LKP-STU-ID               PIC X(8).
           05 FILLER                   PIC X(45).

       FD  CRS-LKP-FILE.
       01  CRS-LKP-RECORD.
           05 LKP-COURSE-ID            PIC X(6).
           05 FILLER                   PIC X(32).

       FD  UNLOAD-FILE.
       01  UNLOAD-RECORD               PIC X(80).

       FD  VERIFY-CFG-FILE.
       01  VERIFY-CFG-RECORD.
           05 CFG-VERIFY-MODE          PIC X(8).
           05 CFG-VERIFY-FILE          PIC X(12).

       FD  LOCK-FILE.
       01  LOCK-RECORD.
           05 LCK-TERM-ID              PIC X(6).
           05 FILLER                   PIC X(3).
           05 LCK-TIMESTAMP            PIC X(14).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       FD  TERM-CFG-FILE.
       01  TERM-CFG-RECORD.
           05 CFG-TERM-ID              PIC X(6).

       FD  RUN-AUDIT-FILE.
           COPY runaudit.

       WORKING-STORAGE SECTION.
       01  WS-STUDENT-FILE-STATUS      PIC X(2).
       01  WS-COURSE-FILE-STATUS       PIC X(2).
       01  WS-TERM-STATUS-STATUS       PIC X(2).
       01  WS-EMP-IDX-STATUS           PIC X(2).
       01  WS-STANDING-FILE-STATUS     PIC X(2).
       01  WS-SCORE-FILE-STATUS        PIC X(2).
       01  WS-STU-LKP-STATUS           PIC X(2).
       01  WS-CRS-LKP-STATUS           PIC X(2).
       01  WS-UNLOAD-STATUS            PIC X(2).
       01  WS-VERIFY-CFG-STATUS        PIC X(2).
           88 WS-VERIFY-CFG-FOUND      VALUE "00".
       01  WS-LOCK-FILE-STATUS         PIC X(2).
           88 WS-LOCK-FILE-FOUND       VALUE "00".
       01  WS-TERM-CFG-STATUS          PIC X(2).
           88 WS-TERM-CFG-FOUND        VALUE "00".
       01  WS-RUN-AUDIT-STATUS         PIC X(2).
       01  WS-AUDIT-START-TS           PIC X(14).
       01  WS-RUN-TERM-ID              PIC X(6) VALUE "2026S1".

       01  WS-UNLOAD-NAME              PIC X(40).

       01  WS-RUN-MODE-SW              PIC X VALUE "V".
           88 WS-MODE-VERIFY           VALUE "V".
           88 WS-MODE-REORG            VALUE "R".
       01  WS-SELECT-FILE              PIC X(12) VALUE SPACES.
       01  WS-CARD-BAD-SW              PIC X VALUE "N".
           88 WS-CARD-BAD              VALUE "Y".
       01  WS-LOCK-EOF-SW              PIC X VALUE "N".
           88 WS-LOCK-EOF              VALUE "Y".
       01  WS-LOCK-REFUSED-SW          PIC X VALUE "N".
           88 WS-LOCK-REFUSED          VALUE "Y".
       01  WS-FILE-EOF-SW              PIC X VALUE "N".
           88 WS-FILE-EOF              VALUE "Y".
       01  WS-UNLOAD-FAILED-SW         PIC X VALUE "N".
           88 WS-UNLOAD-FAILED         VALUE "Y".
       01  WS-STU-LKP-OPEN-SW          PIC X VALUE "N".
           88 WS-STU-LKP-OPEN          VALUE "Y".
       01  WS-CRS-LKP-OPEN-SW          PIC X VALUE "N".
           88 WS-CRS-LKP-OPEN          VALUE "Y".

      *> one entry per indexed master, in the order they are checked:
      *> stu-mast and course-mast first, so the cross-file lookups
      *> of standing.dat and score.dat run against verified masters.
      *> WS-FT-OPEN-SW: "Y" read, "M" not on file, "E" open failed.
      *> WS-FT-BLOCK-SW is set by any problem a reload would carry
      *> into the new file or could not reproduce (read error, key
      *> sequence, unprintable key) and keeps REORG off the file.
      *> WS-FT-REORG-SW: "D" reloaded clean, "F" failed or short,
      *> "S" skipped, space when REORG did not run.
       01  WS-FILE-COUNT               PIC 9 VALUE 6.
       01  WS-CUR-FILE                 PIC 9 COMP.
       01  WS-FILE-TABLE.
           05 WS-FT-ENTRY OCCURS 6 TIMES.
              10 WS-FT-NAME            PIC X(11).
              10 WS-FT-UNLOAD-NAME     PIC X(20).
              10 WS-FT-SELECT-SW       PIC X.
              10 WS-FT-OPEN-SW         PIC X.
              10 WS-FT-BLOCK-SW        PIC X.
              10 WS-FT-REORG-SW        PIC X.
              10 WS-FT-READ-COUNT      PIC 9(7).
              10 WS-FT-PROBLEM-COUNT   PIC 9(7).
              10 WS-FT-BEFORE-COUNT    PIC 9(7).
              10 WS-FT-AFTER-COUNT     PIC 9(7).
              10 WS-FT-REJECT-COUNT    PIC 9(7).

      *> the key being checked, as characters, with its length; the
      *> report copy has any unprintable byte shown as "?".
       01  WS-CHK-KEY                  PIC X(20).
       01  WS-CHK-LEN                  PIC 9(2) COMP.
       01  WS-CHK-POS                  PIC 9(2) COMP.
       01  WS-PREV-KEY                 PIC X(20).
       01  WS-FIRST-KEY-SW             PIC X VALUE "Y".
           88 WS-FIRST-KEY             VALUE "Y".
       01  WS-UNPRINTABLE-SW           PIC X VALUE "N".
           88 WS-KEY-UNPRINTABLE       VALUE "Y".
       01  WS-SHOW-KEY                 PIC X(20).
       01  WS-PROBLEM-TEXT             PIC X(40).
       01  WS-IO-STATUS                PIC X(2).

       01  WS-TOTALS.
           05 WS-TOTAL-READ-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-TOTAL-PROBLEM-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-TOTAL-AFTER-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-REORG-FAILED-COUNT    PIC 9(7) VALUE ZERO.

       01  WS-RUN-DATE.
           05 WS-RUN-YEAR              PIC X(4).
           05 WS-RUN-MONTH             PIC X(2).
           05 WS-RUN-DAY               PIC X(2).
       01  WS-PAGE-NUM                 PIC 9(3) VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE           PIC 9(2) VALUE 55.
       01  WS-RPT-TITLE-LINE.
           05 FILLER                   PIC X(36)
              VALUE "INDEXED MASTER INTEGRITY VERIFY".
           05 FILLER                   PIC X(6) VALUE "MODE ".
           05 RPT-TITLE-MODE           PIC X(6).
           05 FILLER                   PIC X(32) VALUE SPACES.
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
              "  FILE         KEY                   PROBLEM".
           05 FILLER                   PIC X(32) VALUE SPACES.
       01  WS-RPT-DETAIL-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-FILE             PIC X(11).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-KEY              PIC X(20).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-DET-PROBLEM          PIC X(40).
           05 FILLER                   PIC X(3) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL          PIC X(21).
           05 RPT-TOTAL-VALUE          PIC X(30).
           05 FILLER                   PIC X(29) VALUE SPACES.
       01  WS-RPT-FILE-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-FILE-NAME            PIC X(11).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-FILE-READ            PIC Z(6)9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-FILE-PROBLEMS        PIC Z(6)9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-FILE-BEFORE          PIC X(7).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-FILE-AFTER           PIC X(7).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-FILE-NOTE            PIC X(28).
           05 FILLER                   PIC X VALUE SPACE.
       01  WS-RPT-FILE-HEAD-LINE.
           05 FILLER                   PIC X(44) VALUE
              "  FILE            READ PROBLEMS   BEFORE    ".
           05 FILLER                   PIC X(36) VALUE
              "AFTER  NOTE".
       01  WS-COUNT-ED                 PIC Z(6)9.
       01  WS-LINE-SAVE                PIC X(80).

       PROCEDURE DIVISION.
       000-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-START-TS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 004-LOAD-TERM-ID THRU 004-EXIT
           PERFORM 005-INIT-FILE-TABLE
           PERFORM 006-LOAD-CONTROL-CARD THRU 006-EXIT
           IF WS-CARD-BAD THEN
              MOVE 8 TO RETURN-CODE
              PERFORM 800-WRITE-RUN-AUDIT
              GOBACK
           END-IF

           IF WS-MODE-REORG THEN
              PERFORM 030-ACQUIRE-RUN-LOCK THRU 030-EXIT
              IF WS-LOCK-REFUSED THEN
                 MOVE 8 TO RETURN-CODE
                 PERFORM 800-WRITE-RUN-AUDIT
                 GOBACK
              END-IF
           END-IF

           DISPLAY "=========================================="
           DISPLAY "MAST-VERIFY1 - TERM " WS-RUN-TERM-ID
              " MODE " RPT-TITLE-MODE
           DISPLAY "=========================================="

           OPEN OUTPUT REPORT-FILE
           PERFORM 100-VERIFY-STU-MAST THRU 100-EXIT
           PERFORM 120-VERIFY-COURSE THRU 120-EXIT
           PERFORM 140-VERIFY-TERM-STATUS THRU 140-EXIT
           PERFORM 150-VERIFY-EMP THRU 150-EXIT
           PERFORM 060-OPEN-LOOKUPS
           PERFORM 160-VERIFY-STANDING THRU 160-EXIT
           PERFORM 170-VERIFY-SCORE THRU 170-EXIT
           PERFORM 065-CLOSE-LOOKUPS

           IF WS-MODE-REORG THEN
              PERFORM 400-REORG-STU-MAST THRU 400-EXIT
              PERFORM 410-REORG-COURSE THRU 410-EXIT
              PERFORM 420-REORG-TERM-STATUS THRU 420-EXIT
              PERFORM 430-REORG-EMP THRU 430-EXIT
              PERFORM 440-REORG-STANDING THRU 440-EXIT
              PERFORM 450-REORG-SCORE THRU 450-EXIT
              PERFORM 035-RELEASE-RUN-LOCK
           END-IF

           IF WS-TOTAL-PROBLEM-COUNT = ZERO THEN
              MOVE SPACES TO WS-RPT-DETAIL-LINE
              MOVE "NO PROBLEMS FOUND" TO RPT-DET-PROBLEM
              MOVE WS-RPT-DETAIL-LINE TO REPORT-LINE
              PERFORM 040-WRITE-REPORT-LINE
           END-IF
           PERFORM 600-PRINT-TOTALS-PAGE
           CLOSE REPORT-FILE

           DISPLAY "=========================================="
           DISPLAY "MAST-VERIFY1 CONTROL TOTALS"
           DISPLAY "=========================================="
           DISPLAY "RECORDS READ       : " WS-TOTAL-READ-COUNT
           DISPLAY "PROBLEMS FOUND     : " WS-TOTAL-PROBLEM-COUNT
           IF WS-MODE-REORG THEN
              DISPLAY "RECORDS RELOADED   : " WS-TOTAL-AFTER-COUNT
              DISPLAY "REORGS FAILED      : " WS-REORG-FAILED-COUNT
           END-IF
           IF WS-TOTAL-PROBLEM-COUNT > ZERO
                 OR WS-REORG-FAILED-COUNT > ZERO THEN
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 800-WRITE-RUN-AUDIT
           GOBACK
           .

       005-INIT-FILE-TABLE.
           MOVE "STU-MAST"    TO WS-FT-NAME(1)
           MOVE "stu-mast-unl.dat" TO WS-FT-UNLOAD-NAME(1)
           MOVE "COURSE-MAST" TO WS-FT-NAME(2)
           MOVE "course-mast-unl.dat" TO WS-FT-UNLOAD-NAME(2)
           MOVE "TERM-STATUS" TO WS-FT-NAME(3)
           MOVE "term-status-unl.dat" TO WS-FT-UNLOAD-NAME(3)
           MOVE "EMP1-IDX"    TO WS-FT-NAME(4)
           MOVE "emp1-idx-unl.dat" TO WS-FT-UNLOAD-NAME(4)
           MOVE "STANDING"    TO WS-FT-NAME(5)
           MOVE "standing-unl.dat" TO WS-FT-UNLOAD-NAME(5)
           MOVE "SCORE"       TO WS-FT-NAME(6)
           MOVE "score-unl.dat" TO WS-FT-UNLOAD-NAME(6)
           PERFORM VARYING WS-CUR-FILE FROM 1 BY 1
              UNTIL WS-CUR-FILE > WS-FILE-COUNT
              MOVE "Y" TO WS-FT-SELECT-SW(WS-CUR-FILE)
              MOVE SPACE TO WS-FT-OPEN-SW(WS-CUR-FILE)
              MOVE "N" TO WS-FT-BLOCK-SW(WS-CUR-FILE)
              MOVE SPACE TO WS-FT-REORG-SW(WS-CUR-FILE)
              MOVE ZERO TO WS-FT-READ-COUNT(WS-CUR-FILE)
              MOVE ZERO TO WS-FT-PROBLEM-COUNT(WS-CUR-FILE)
              MOVE ZERO TO WS-FT-BEFORE-COUNT(WS-CUR-FILE)
              MOVE ZERO TO WS-FT-AFTER-COUNT(WS-CUR-FILE)
              MOVE ZERO TO WS-FT-REJECT-COUNT(WS-CUR-FILE)
           END-PERFORM
           .

      *> mode and file from mast-verify.cfg. No card, or a blank one,
      *> verifies every file. An unknown mode or file name stops the
      *> run: a mistyped REORG card must not quietly do something
      *> other than the operator meant.
       006-LOAD-CONTROL-CARD.
           MOVE "VERIFY" TO RPT-TITLE-MODE
           OPEN INPUT VERIFY-CFG-FILE
           IF NOT WS-VERIFY-CFG-FOUND THEN
              CLOSE VERIFY-CFG-FILE
              GO TO 006-EXIT
           END-IF
           READ VERIFY-CFG-FILE
              AT END MOVE SPACES TO VERIFY-CFG-RECORD
           END-READ
           CLOSE VERIFY-CFG-FILE
           EVALUATE CFG-VERIFY-MODE
              WHEN "VERIFY"
              WHEN SPACES
                 CONTINUE
              WHEN "REORG"
                 SET WS-MODE-REORG TO TRUE
                 MOVE "REORG" TO RPT-TITLE-MODE
              WHEN OTHER
                 DISPLAY "MAST-VERIFY1: MODE '" CFG-VERIFY-MODE
                    "' ON MAST-VERIFY.CFG, EXPECTED VERIFY OR REORG - "
                    "RUN STOPPED"
                 SET WS-CARD-BAD TO TRUE
                 GO TO 006-EXIT
           END-EVALUATE
           MOVE CFG-VERIFY-FILE TO WS-SELECT-FILE
           IF WS-SELECT-FILE = SPACES OR "ALL" THEN
              GO TO 006-EXIT
           END-IF
           PERFORM VARYING WS-CUR-FILE FROM 1 BY 1
              UNTIL WS-CUR-FILE > WS-FILE-COUNT
              IF WS-FT-NAME(WS-CUR-FILE) = WS-SELECT-FILE THEN
                 MOVE "Y" TO WS-FT-SELECT-SW(WS-CUR-FILE)
              ELSE
                 MOVE "N" TO WS-FT-SELECT-SW(WS-CUR-FILE)
              END-IF
           END-PERFORM
           IF WS-FT-SELECT-SW(1) = "N" AND WS-FT-SELECT-SW(2) = "N"
                 AND WS-FT-SELECT-SW(3) = "N"
                 AND WS-FT-SELECT-SW(4) = "N"
                 AND WS-FT-SELECT-SW(5) = "N"
                 AND WS-FT-SELECT-SW(6) = "N" THEN
              DISPLAY "MAST-VERIFY1: FILE '" WS-SELECT-FILE
                 "' ON MAST-VERIFY.CFG IS NOT AN INDEXED MASTER - "
                 "EXPECTED STU-MAST, COURSE-MAST, TERM-STATUS, "
                 "EMP1-IDX, STANDING, SCORE OR ALL - RUN STOPPED"
              SET WS-CARD-BAD TO TRUE
           END-IF
           .
       006-EXIT.
           EXIT.

      *> the same lock BATCH-RUN-GRADES holds for a chain run: a
      *> reload must never race the chain, and the chain must not
      *> start while a master is half reloaded.
       030-ACQUIRE-RUN-LOCK.
           MOVE "N" TO WS-LOCK-EOF-SW
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-FILE-FOUND THEN
              READ LOCK-FILE
                 AT END SET WS-LOCK-EOF TO TRUE
              END-READ
              IF NOT WS-LOCK-EOF THEN
                 SET WS-LOCK-REFUSED TO TRUE
                 DISPLAY "MAST-VERIFY1: RUN LOCK HELD SINCE "
                    LCK-TIMESTAMP " FOR TERM " LCK-TERM-ID
                 DISPLAY "MAST-VERIFY1: A CHAIN RUN IS IN FLIGHT - "
                    "REORG NOT STARTED"
              END-IF
           END-IF
           CLOSE LOCK-FILE
           IF WS-LOCK-REFUSED THEN
              GO TO 030-EXIT
           END-IF
           OPEN OUTPUT LOCK-FILE
           MOVE SPACES            TO LOCK-RECORD
           MOVE WS-RUN-TERM-ID    TO LCK-TERM-ID
           MOVE WS-AUDIT-START-TS TO LCK-TIMESTAMP
           WRITE LOCK-RECORD
           CLOSE LOCK-FILE
           .
       030-EXIT.
           EXIT.

       035-RELEASE-RUN-LOCK.
           OPEN OUTPUT LOCK-FILE
           CLOSE LOCK-FILE
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

      *> the cross-file lookups need stu-mast.dat and course-mast.dat
      *> whether or not they were selected for checking themselves.
      *> A master that will not open turns its check off, with a
      *> note, rather than making every key look like an orphan.
       060-OPEN-LOOKUPS.
           OPEN INPUT STU-LKP-FILE
           IF WS-STU-LKP-STATUS = "00" THEN
              SET WS-STU-LKP-OPEN TO TRUE
           ELSE
              CLOSE STU-LKP-FILE
              DISPLAY "MAST-VERIFY1: STU-MAST.DAT OPEN STATUS "
                 WS-STU-LKP-STATUS ", STUDENT CROSS-CHECK NOT RUN"
           END-IF
           OPEN INPUT CRS-LKP-FILE
           IF WS-CRS-LKP-STATUS = "00" THEN
              SET WS-CRS-LKP-OPEN TO TRUE
           ELSE
              CLOSE CRS-LKP-FILE
              DISPLAY "MAST-VERIFY1: COURSE-MAST.DAT OPEN STATUS "
                 WS-CRS-LKP-STATUS ", COURSE CROSS-CHECK NOT RUN"
           END-IF
           .

       065-CLOSE-LOOKUPS.
           IF WS-STU-LKP-OPEN THEN
              CLOSE STU-LKP-FILE
              MOVE "N" TO WS-STU-LKP-OPEN-SW
           END-IF
           IF WS-CRS-LKP-OPEN THEN
              CLOSE CRS-LKP-FILE
              MOVE "N" TO WS-CRS-LKP-OPEN-SW
           END-IF
           .

       100-VERIFY-STU-MAST.
           MOVE 1 TO WS-CUR-FILE
           IF WS-FT-SELECT-SW(WS-CUR-FILE) NOT = "Y" THEN
              GO TO 100-EXIT
           END-IF
           OPEN INPUT STUDENT-FILE
           MOVE WS-STUDENT-FILE-STATUS TO WS-IO-STATUS
           PERFORM 190-CHECK-OPEN-STATUS
           IF WS-FT-OPEN-SW(WS-CUR-FILE) = "M" THEN
              CLOSE STUDENT-FILE
           END-IF
           IF WS-FT-OPEN-SW(WS-CUR-FILE) NOT = "Y" THEN
              GO TO 100-EXIT
           END-IF
           MOVE "Y" TO WS-FIRST-KEY-SW
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM UNTIL WS-FILE-EOF
              READ STUDENT-FILE
                 AT END SET WS-FILE-EOF TO TRUE
              END-READ
              IF NOT WS-FILE-EOF THEN
                 IF WS-STUDENT-FILE-STATUS = "00" OR "02" THEN
                    ADD 1 TO WS-FT-READ-COUNT(WS-CUR-FILE)
                    PERFORM 110-CHECK-STU-RECORD
                 ELSE
                    MOVE WS-STUDENT-FILE-STATUS TO WS-IO-STATUS
                    PERFORM 195-READ-ERROR
                    SET WS-FILE-EOF TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           CLOSE STUDENT-FILE
           .
       100-EXIT.
           EXIT.

       110-CHECK-STU-RECORD.
           MOVE SM-STU-ID TO WS-CHK-KEY
           MOVE 8 TO WS-CHK-LEN
           PERFORM 180-CHECK-KEY
           IF SM-SURNAME = SPACES THEN
              MOVE "SURNAME IS BLANK" TO WS-PROBLEM-TEXT
              PERFORM 185-REPORT-PROBLEM
           END-IF
           IF NOT SM-ACTIVE AND NOT SM-WITHDRAWN
                 AND NOT SM-GRADUATED THEN
              MOVE "ENROLL STATUS NOT A, W OR G"
                 TO WS-PROBLEM-TEXT
              PERFORM 185-REPORT-PROBLEM
           END-IF
           IF SM-PRIVACY-HOLD NOT = "Y" AND NOT = "N"
                 AND NOT = SPACE THEN
              MOVE "PRIVACY HOLD NOT Y, N OR BLANK"
                 TO WS-PROBLEM-TEXT
              PERFORM 185-REPORT-PROBLEM
           END-IF
           IF SM-PRIVACY-DATE NOT = SPACES
                 AND SM-PRIVACY-DATE NOT NUMERIC THEN
              MOVE "PRIVACY DATE FAILS PIC 9(8)" TO WS-PROBLEM-TEXT
              PERFORM 185-REPORT-PROBLEM
           END-IF
           .

       120-VERIFY-COURSE.
           MOVE 2 TO WS-CUR-FILE
           IF WS-FT-SELECT-SW(WS-CUR-FILE) NOT = "Y" THEN
              GO TO 120-EXIT
           END-IF
           OPEN INPUT COURSE-FILE
           MOVE WS-COURSE-FILE-STATUS TO WS-IO-STATUS
           PERFORM 190-CHECK-OPEN-STATUS
           IF WS-FT-OPEN-SW(WS-CUR-FILE) = "M" THEN
              CLOSE COURSE-FILE
           END-IF
           IF WS-FT-OPEN-SW(WS-CUR-FILE) NOT = "Y" THEN
              GO TO 120-EXIT
           END-IF
           MOVE "Y" TO WS-FIRST-KEY-SW
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM UNTIL WS-FILE-EOF
              READ COURSE-FILE
                 AT END SET WS-FILE-EOF TO TRUE
              END-READ
              IF NOT WS-FILE-EOF THEN
                 IF WS-COURSE-FILE-STATUS = "00" OR "02" THEN
                    ADD 1 TO WS-FT-READ-COUNT(WS-CUR-FILE)
                    PERFORM 130-CHECK-COURSE-RECORD
                 ELSE
                    MOVE WS-COURSE-FILE-STATUS TO WS-IO-STATUS
                    PERFORM 195-READ-ERROR
                    SET WS-FILE-EOF TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           CLOSE COURSE-FILE
           .
       120-EXIT.
           EXIT.

       130-CHECK-COURSE-RECORD.
           MOVE CM-COURSE-ID TO WS-CHK-KEY
           MOVE 6 TO WS-CHK-LEN
           PERFORM 180-CHECK-KEY
           IF CM-TITLE = SPACES THEN
              MOVE "COURSE TITLE IS BLANK" TO WS-PROBLEM-TEXT
              PERFORM 185-REPORT-PROBLEM
           END-IF
           IF CM-CREDIT-HOURS NOT NUMERIC THEN
              MOVE "CREDIT HOURS FAIL PIC 9(2)" TO WS-PROBLEM-TEXT
              PERFORM 185-REPORT-PROBLEM
           END-IF
           .

       140-VERIFY-TERM-STATUS.
           MOVE 3 TO WS-CUR-FILE
           IF WS-FT-SELECT-SW(WS-CUR-FILE) NOT = "Y" THEN
              GO TO 140-EXIT
           END-IF
           OPEN INPUT TERM-STATUS-FILE
           MOVE WS-TERM-STATUS-STATUS TO WS-IO-STATUS
           PERFORM 190-CHECK-OPEN-STATUS
           IF WS-FT-OPEN-SW(WS-CUR-FILE) = "M" THEN
              CLOSE TERM-STATUS-FILE
           END-IF
           IF WS-FT-OPEN-SW(WS-CUR-FILE) NOT = "Y" THEN
              GO TO 140-EXIT
           END-IF
           MOVE "Y" TO WS-FIRST-KEY-SW
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM UNTIL WS-FILE-EOF
              READ TERM-STATUS-FILE
                 AT END SET WS-FILE-EOF TO TRUE
              END-READ
              IF NOT WS-FILE-EOF THEN
                 IF WS-TERM-STATUS-STATUS = "00" OR "02" THEN
                    ADD 1 TO WS-FT-READ-COUNT(WS-CUR-FILE)
                    PERFORM 145-CHECK-TERM-RECORD
                 ELSE
                    MOVE WS-TERM-STATUS-STATUS TO WS-IO-STATUS
                    PERFORM 195-READ-ERROR
                    SET WS-FILE-EOF TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           CLOSE TERM-STATUS-FILE
           .
       140-EXIT.
           EXIT.

       145-CHECK-TERM-RECORD.
           MOVE TS-TERM-ID TO WS-CHK-KEY
           MOVE 6 TO WS-CHK-LEN
           PERFORM 180-CHECK-KEY
           IF NOT TS-TERM-OPEN AND NOT TS-TERM-CLOSED THEN
              MOVE "TERM STATUS NOT O OR C" TO WS-PROBLEM-TEXT
              PERFORM 185-REPORT-PROBLEM
           END-IF
           IF TS-CLOSE-DATE NOT = SPACES
                 AND TS-CLOSE-DATE NOT NUMERIC THEN
              MOVE "CLOSE DATE FAILS PIC 9(8)" TO WS-PROBLEM-TEXT
              PERFORM 185-REPORT-PROBLEM
           END-IF
           IF TS-TERM-CLOSED AND TS-CLOSE-DATE = SPACES THEN
              MOVE "TERM CLOSED WITH NO CLOSE DATE"
                 TO WS-PROBLEM-TEXT
              PERFORM 185-REPORT-PROBLEM
           END-IF
           .

       150-VERIFY-EMP.
           MOVE 4 TO WS-CUR-FILE
           IF WS-FT-SELECT-SW(WS-CUR-FILE) NOT = "Y" THEN
              GO TO 150-EXIT
           END-IF
           OPEN INPUT EMP-FILE-IDX
           MOVE WS-EMP-IDX-STATUS TO WS-IO-STATUS
           PERFORM 190-CHECK-OPEN-STATUS
           IF WS-FT-OPEN-SW(WS-CUR-FILE) = "M" THEN
              CLOSE EMP-FILE-IDX
           END-IF
           IF WS-FT-OPEN-SW(WS-CUR-FILE) NOT = "Y" THEN
              GO TO 150-EXIT
           END-IF
           MOVE "Y" TO WS-FIRST-KEY-SW
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM UNTIL WS-FILE-EOF
              READ EMP-FILE-IDX
                 AT END SET WS-FILE-EOF TO TRUE
              END-READ
              IF NOT WS-FILE-EOF THEN
                 IF WS-EMP-IDX-STATUS = "00" OR "02" THEN
                    ADD 1 TO WS-FT-READ-COUNT(WS-CUR-FILE)
                    PERFORM 155-CHECK-EMP-RECORD
                 ELSE
                    MOVE WS-EMP-IDX-STATUS TO WS-IO-STATUS
                    PERFORM 195-READ-ERROR
                    SET WS-FILE-EOF TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           CLOSE EMP-FILE-IDX
           .
       150-EXIT.
           EXIT.

      *> the SSN key is checked as the nine characters on file, so an
      *> unnumeric key is still shown and sequenced as it really is.
       155-CHECK-EMP-RECORD.
           MOVE EMP-DETAILS-IDX(1:9) TO WS-CHK-KEY
           MOVE 9 TO WS-CHK-LEN
           PERFORM 180-CHECK-KEY
           IF WS-CHK-KEY NOT = SPACES THEN
              IF EMP-SSN-IDX NOT NUMERIC THEN
                 MOVE "SSN KEY FAILS PIC 9(9)" TO WS-PROBLEM-TEXT
                 PERFORM 185-REPORT-PROBLEM
              ELSE
                 IF EMP-SSN-IDX = ZERO THEN
                    MOVE "SSN KEY IS ZERO" TO WS-PROBLEM-TEXT
                    PERFORM 185-REPORT-PROBLEM
                 END-IF
              END-IF
           END-IF
           IF EMP-SURNAME-IDX = SPACES THEN
              MOVE "SURNAME IS BLANK" TO WS-PROBLEM-TEXT
              PERFORM 185-REPORT-PROBLEM
           END-IF
           IF EMP-YOB-IDX NOT NUMERIC OR EMP-MOB-IDX NOT NUMERIC
                 OR EMP-DOB-IDX NOT NUMERIC THEN
              MOVE "DATE OF BIRTH FAILS PIC 9(8)" TO WS-PROBLEM-TEXT
              PERFORM 185-REPORT-PROBLEM
           END-IF
           .

       160-VERIFY-STANDING.
           MOVE 5 TO WS-CUR-FILE
           IF WS-FT-SELECT-SW(WS-CUR-FILE) NOT = "Y" THEN
              GO TO 160-EXIT
           END-IF
           OPEN INPUT STANDING-FILE
           MOVE WS-STANDING-FILE-STATUS TO WS-IO-STATUS
           PERFORM 190-CHECK-OPEN-STATUS
           IF WS-FT-OPEN-SW(WS-CUR-FILE) = "M" THEN
              CLOSE STANDING-FILE
           END-IF
           IF WS-FT-OPEN-SW(WS-CUR-FILE) NOT = "Y" THEN
              GO TO 160-EXIT
           END-IF
           MOVE "Y" TO WS-FIRST-KEY-SW
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM UNTIL WS-FILE-EOF
              READ STANDING-FILE
                 AT END SET WS-FILE-EOF TO TRUE
              END-READ
              IF NOT WS-FILE-EOF THEN
                 IF WS-STANDING-FILE-STATUS = "00" OR "02" THEN
                    ADD 1 TO WS-FT-READ-COUNT(WS-CUR-FILE)
                    PERFORM 165-CHECK-STANDING-RECORD
                 ELSE
                    MOVE WS-STANDING-FILE-STATUS TO WS-IO-STATUS
                    PERFORM 195-READ-ERROR
                    SET WS-FILE-EOF TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           CLOSE STANDING-FILE
           .
       160-EXIT.
           EXIT.

       165-CHECK-STANDING-RECORD.
           MOVE ST-STU-ID TO WS-CHK-KEY
           MOVE 8 TO WS-CHK-LEN
           PERFORM 180-CHECK-KEY
           IF NOT ST-GOOD AND NOT ST-WARNING AND NOT ST-PROBATION
                 AND NOT ST-DISMISSAL THEN
              MOVE "STANDING STATUS NOT G, W, P OR D"
                 TO WS-PROBLEM-TEXT
              PERFORM 185-REPORT-PROBLEM
           END-IF
           IF ST-TERM-GPA NOT NUMERIC THEN
              MOVE "TERM GPA FAILS PIC 9V9(2)" TO WS-PROBLEM-TEXT
              PERFORM 185-REPORT-PROBLEM
           END-IF
           IF ST-CUM-GPA NOT NUMERIC THEN
              MOVE "CUMULATIVE GPA FAILS PIC 9V9(2)"
                 TO WS-PROBLEM-TEXT
              PERFORM 185-REPORT-PROBLEM
           END-IF
           IF WS-STU-LKP-OPEN AND ST-STU-ID NOT = SPACES THEN
              MOVE ST-STU-ID TO LKP-STU-ID
              READ STU-LKP-FILE
                 INVALID KEY
                    MOVE "STUDENT NOT ON STU-MAST.DAT"
                       TO WS-PROBLEM-TEXT
                    PERFORM 185-REPORT-PROBLEM
              END-READ
           END-IF
           .

       170-VERIFY-SCORE.
           MOVE 6 TO WS-CUR-FILE
           IF WS-FT-SELECT-SW(WS-CUR-FILE) NOT = "Y" THEN
              GO TO 170-EXIT
           END-IF
           OPEN INPUT SCORE-FILE
           MOVE WS-SCORE-FILE-STATUS TO WS-IO-STATUS
           PERFORM 190-CHECK-OPEN-STATUS
           IF WS-FT-OPEN-SW(WS-CUR-FILE) = "M" THEN
              CLOSE SCORE-FILE
           END-IF
           IF WS-FT-OPEN-SW(WS-CUR-FILE) NOT = "Y" THEN
              GO TO 170-EXIT
           END-IF
           MOVE "Y" TO WS-FIRST-KEY-SW
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM UNTIL WS-FILE-EOF
              READ SCORE-FILE
                 AT END SET WS-FILE-EOF TO TRUE
              END-READ
              IF NOT WS-FILE-EOF THEN
                 IF WS-SCORE-FILE-STATUS = "00" OR "02" THEN
                    ADD 1 TO WS-FT-READ-COUNT(WS-CUR-FILE)
                    PERFORM 175-CHECK-SCORE-RECORD
                 ELSE
                    MOVE WS-SCORE-FILE-STATUS TO WS-IO-STATUS
                    PERFORM 195-READ-ERROR
                    SET WS-FILE-EOF TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           CLOSE SCORE-FILE
           .
       170-EXIT.
           EXIT.

       175-CHECK-SCORE-RECORD.
           MOVE SCORE-KEY TO WS-CHK-KEY
           MOVE 14 TO WS-CHK-LEN
           PERFORM 180-CHECK-KEY
           IF WS-CHK-KEY NOT = SPACES THEN
              IF COURSE-ID = SPACES THEN
                 MOVE "COURSE PART OF KEY IS BLANK"
                    TO WS-PROBLEM-TEXT
                 PERFORM 185-REPORT-PROBLEM
              END-IF
              IF STU-ID = SPACES THEN
                 MOVE "STUDENT PART OF KEY IS BLANK"
                    TO WS-PROBLEM-TEXT
                 PERFORM 185-REPORT-PROBLEM
              END-IF
           END-IF
           IF TERM-ID = SPACES THEN
              MOVE "TERM-ID IS BLANK" TO WS-PROBLEM-TEXT
              PERFORM 185-REPORT-PROBLEM
           END-IF
           IF MIDTERM NOT NUMERIC THEN
              MOVE "MIDTERM FAILS PIC 9(2)V9(2)" TO WS-PROBLEM-TEXT
              PERFORM 185-REPORT-PROBLEM
           END-IF
           IF FINAL-SCORE NOT NUMERIC THEN
              MOVE "FINAL SCORE FAILS PIC 9(2)V9(2)"
                 TO WS-PROBLEM-TEXT
              PERFORM 185-REPORT-PROBLEM
           END-IF
           IF PROJECT-SCORE NOT NUMERIC THEN
              MOVE "PROJECT SCORE FAILS PIC 9(2)V9(2)"
                 TO WS-PROBLEM-TEXT
              PERFORM 185-REPORT-PROBLEM
           END-IF
           IF WS-STU-LKP-OPEN AND STU-ID NOT = SPACES THEN
              MOVE STU-ID TO LKP-STU-ID
              READ STU-LKP-FILE
                 INVALID KEY
                    MOVE "STUDENT NOT ON STU-MAST.DAT"
                       TO WS-PROBLEM-TEXT
                    PERFORM 185-REPORT-PROBLEM
              END-READ
           END-IF
           IF WS-CRS-LKP-OPEN AND COURSE-ID NOT = SPACES THEN
              MOVE COURSE-ID TO LKP-COURSE-ID
              READ CRS-LKP-FILE
                 INVALID KEY
                    MOVE "COURSE NOT ON COURSE-MAST.DAT"
                       TO WS-PROBLEM-TEXT
                    PERFORM 185-REPORT-PROBLEM
              END-READ
           END-IF
           .

      *> blank key, unprintable key bytes, and sequence against the
      *> key before it. A sequential read of a sound index can never
      *> return a key out of order or twice, so either one means the
      *> index itself is damaged.
       180-CHECK-KEY.
           MOVE WS-CHK-KEY TO WS-SHOW-KEY
           MOVE "N" TO WS-UNPRINTABLE-SW
           PERFORM VARYING WS-CHK-POS FROM 1 BY 1
              UNTIL WS-CHK-POS > WS-CHK-LEN
              IF WS-CHK-KEY(WS-CHK-POS:1) < SPACE
                    OR WS-CHK-KEY(WS-CHK-POS:1) > "~" THEN
                 SET WS-KEY-UNPRINTABLE TO TRUE
                 MOVE "?" TO WS-SHOW-KEY(WS-CHK-POS:1)
              END-IF
           END-PERFORM
           IF WS-CHK-KEY = SPACES THEN
              MOVE "BLANK KEY" TO WS-PROBLEM-TEXT
              PERFORM 185-REPORT-PROBLEM
           END-IF
           IF WS-KEY-UNPRINTABLE THEN
              MOVE "UNPRINTABLE BYTE IN KEY" TO WS-PROBLEM-TEXT
              PERFORM 185-REPORT-PROBLEM
              MOVE "Y" TO WS-FT-BLOCK-SW(WS-CUR-FILE)
           END-IF
           IF NOT WS-FIRST-KEY THEN
              IF WS-CHK-KEY = WS-PREV-KEY THEN
                 MOVE "DUPLICATE KEY" TO WS-PROBLEM-TEXT
                 PERFORM 185-REPORT-PROBLEM
                 MOVE "Y" TO WS-FT-BLOCK-SW(WS-CUR-FILE)
              ELSE
                 IF WS-CHK-KEY < WS-PREV-KEY THEN
                    MOVE "KEY OUT OF SEQUENCE" TO WS-PROBLEM-TEXT
                    PERFORM 185-REPORT-PROBLEM
                    MOVE "Y" TO WS-FT-BLOCK-SW(WS-CUR-FILE)
                 END-IF
              END-IF
           END-IF
           MOVE WS-CHK-KEY TO WS-PREV-KEY
           MOVE "N" TO WS-FIRST-KEY-SW
           .

       185-REPORT-PROBLEM.
           ADD 1 TO WS-FT-PROBLEM-COUNT(WS-CUR-FILE)
           ADD 1 TO WS-TOTAL-PROBLEM-COUNT
           MOVE WS-FT-NAME(WS-CUR-FILE) TO RPT-DET-FILE
           MOVE WS-SHOW-KEY     TO RPT-DET-KEY
           MOVE WS-PROBLEM-TEXT TO RPT-DET-PROBLEM
           MOVE WS-RPT-DETAIL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           .

      *> "05" is an OPTIONAL master that is not there - noted on the
      *> totals page, not a problem. Any other failure is.
       190-CHECK-OPEN-STATUS.
           EVALUATE WS-IO-STATUS
              WHEN "00"
                 MOVE "Y" TO WS-FT-OPEN-SW(WS-CUR-FILE)
              WHEN "05"
                 MOVE "M" TO WS-FT-OPEN-SW(WS-CUR-FILE)
              WHEN OTHER
                 MOVE "E" TO WS-FT-OPEN-SW(WS-CUR-FILE)
                 MOVE "Y" TO WS-FT-BLOCK-SW(WS-CUR-FILE)
                 MOVE SPACES TO WS-SHOW-KEY
                 MOVE SPACES TO WS-PROBLEM-TEXT
                 STRING "OPEN FAILED, STATUS " WS-IO-STATUS
                    DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                 END-STRING
                 PERFORM 185-REPORT-PROBLEM
           END-EVALUATE
           .

      *> a read error ends the pass over the file: the records
      *> beyond it cannot be trusted to come back in key order.
       195-READ-ERROR.
           MOVE "Y" TO WS-FT-BLOCK-SW(WS-CUR-FILE)
           MOVE SPACES TO WS-PROBLEM-TEXT
           IF WS-FIRST-KEY THEN
              MOVE SPACES TO WS-SHOW-KEY
              STRING "READ FAILED ON FIRST RECORD, STATUS "
                 WS-IO-STATUS
                 DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
              END-STRING
           ELSE
              MOVE WS-PREV-KEY TO WS-SHOW-KEY
              STRING "READ FAILED AFTER THIS KEY, STATUS "
                 WS-IO-STATUS
                 DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
              END-STRING
           END-IF
           PERFORM 185-REPORT-PROBLEM
           .

       400-REORG-STU-MAST.
           MOVE 1 TO WS-CUR-FILE
           PERFORM 470-CHECK-REORG-ELIGIBLE
           IF WS-FT-REORG-SW(WS-CUR-FILE) = "S" THEN
              GO TO 400-EXIT
           END-IF
           OPEN INPUT STUDENT-FILE
           OPEN OUTPUT UNLOAD-FILE
           IF WS-STUDENT-FILE-STATUS NOT = "00"
                 OR WS-UNLOAD-STATUS NOT = "00" THEN
              MOVE WS-STUDENT-FILE-STATUS TO WS-IO-STATUS
              PERFORM 475-UNLOAD-OPEN-FAILED
              CLOSE STUDENT-FILE
              CLOSE UNLOAD-FILE
              GO TO 400-EXIT
           END-IF
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM UNTIL WS-FILE-EOF
              READ STUDENT-FILE
                 AT END SET WS-FILE-EOF TO TRUE
              END-READ
              IF NOT WS-FILE-EOF THEN
                 IF WS-STUDENT-FILE-STATUS = "00" OR "02" THEN
                    MOVE STUDENT-MASTER TO UNLOAD-RECORD
                    WRITE UNLOAD-RECORD
                    ADD 1 TO WS-FT-BEFORE-COUNT(WS-CUR-FILE)
                 ELSE
                    MOVE WS-STUDENT-FILE-STATUS TO WS-IO-STATUS
                    SET WS-UNLOAD-FAILED TO TRUE
                    SET WS-FILE-EOF TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           CLOSE STUDENT-FILE
           CLOSE UNLOAD-FILE
           IF WS-UNLOAD-FAILED THEN
              PERFORM 480-UNLOAD-READ-FAILED
              GO TO 400-EXIT
           END-IF
           OPEN INPUT UNLOAD-FILE
           OPEN OUTPUT STUDENT-FILE
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM UNTIL WS-FILE-EOF
              READ UNLOAD-FILE
                 AT END SET WS-FILE-EOF TO TRUE
              END-READ
              IF NOT WS-FILE-EOF THEN
                 MOVE UNLOAD-RECORD TO STUDENT-MASTER
                 WRITE STUDENT-MASTER
                    INVALID KEY
                       MOVE SM-STU-ID TO WS-CHK-KEY
                       PERFORM 485-RELOAD-REJECT
                    NOT INVALID KEY
                       ADD 1 TO WS-FT-AFTER-COUNT(WS-CUR-FILE)
                 END-WRITE
              END-IF
           END-PERFORM
           CLOSE STUDENT-FILE
           CLOSE UNLOAD-FILE
           PERFORM 490-FINISH-REORG
           .
       400-EXIT.
           EXIT.

       410-REORG-COURSE.
           MOVE 2 TO WS-CUR-FILE
           PERFORM 470-CHECK-REORG-ELIGIBLE
           IF WS-FT-REORG-SW(WS-CUR-FILE) = "S" THEN
              GO TO 410-EXIT
           END-IF
           OPEN INPUT COURSE-FILE
           OPEN OUTPUT UNLOAD-FILE
           IF WS-COURSE-FILE-STATUS NOT = "00"
                 OR WS-UNLOAD-STATUS NOT = "00" THEN
              MOVE WS-COURSE-FILE-STATUS TO WS-IO-STATUS
              PERFORM 475-UNLOAD-OPEN-FAILED
              CLOSE COURSE-FILE
              CLOSE UNLOAD-FILE
              GO TO 410-EXIT
           END-IF
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM UNTIL WS-FILE-EOF
              READ COURSE-FILE
                 AT END SET WS-FILE-EOF TO TRUE
              END-READ
              IF NOT WS-FILE-EOF THEN
                 IF WS-COURSE-FILE-STATUS = "00" OR "02" THEN
                    MOVE COURSE-MASTER TO UNLOAD-RECORD
                    WRITE UNLOAD-RECORD
                    ADD 1 TO WS-FT-BEFORE-COUNT(WS-CUR-FILE)
                 ELSE
                    MOVE WS-COURSE-FILE-STATUS TO WS-IO-STATUS
                    SET WS-UNLOAD-FAILED TO TRUE
                    SET WS-FILE-EOF TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           CLOSE COURSE-FILE
           CLOSE UNLOAD-FILE
           IF WS-UNLOAD-FAILED THEN
              PERFORM 480-UNLOAD-READ-FAILED
              GO TO 410-EXIT
           END-IF
           OPEN INPUT UNLOAD-FILE
           OPEN OUTPUT COURSE-FILE
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM UNTIL WS-FILE-EOF
              READ UNLOAD-FILE
                 AT END SET WS-FILE-EOF TO TRUE
              END-READ
              IF NOT WS-FILE-EOF THEN
                 MOVE UNLOAD-RECORD TO COURSE-MASTER
                 WRITE COURSE-MASTER
                    INVALID KEY
                       MOVE CM-COURSE-ID TO WS-CHK-KEY
                       PERFORM 485-RELOAD-REJECT
                    NOT INVALID KEY
                       ADD 1 TO WS-FT-AFTER-COUNT(WS-CUR-FILE)
                 END-WRITE
              END-IF
           END-PERFORM
           CLOSE COURSE-FILE
           CLOSE UNLOAD-FILE
           PERFORM 490-FINISH-REORG
           .
       410-EXIT.
           EXIT.

       420-REORG-TERM-STATUS.
           MOVE 3 TO WS-CUR-FILE
           PERFORM 470-CHECK-REORG-ELIGIBLE
           IF WS-FT-REORG-SW(WS-CUR-FILE) = "S" THEN
              GO TO 420-EXIT
           END-IF
           OPEN INPUT TERM-STATUS-FILE
           OPEN OUTPUT UNLOAD-FILE
           IF WS-TERM-STATUS-STATUS NOT = "00"
                 OR WS-UNLOAD-STATUS NOT = "00" THEN
              MOVE WS-TERM-STATUS-STATUS TO WS-IO-STATUS
              PERFORM 475-UNLOAD-OPEN-FAILED
              CLOSE TERM-STATUS-FILE
              CLOSE UNLOAD-FILE
              GO TO 420-EXIT
           END-IF
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM UNTIL WS-FILE-EOF
              READ TERM-STATUS-FILE
                 AT END SET WS-FILE-EOF TO TRUE
              END-READ
              IF NOT WS-FILE-EOF THEN
                 IF WS-TERM-STATUS-STATUS = "00" OR "02" THEN
                    MOVE TERM-STATUS-DETAIL TO UNLOAD-RECORD
                    WRITE UNLOAD-RECORD
                    ADD 1 TO WS-FT-BEFORE-COUNT(WS-CUR-FILE)
                 ELSE
                    MOVE WS-TERM-STATUS-STATUS TO WS-IO-STATUS
                    SET WS-UNLOAD-FAILED TO TRUE
                    SET WS-FILE-EOF TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           CLOSE TERM-STATUS-FILE
           CLOSE UNLOAD-FILE
           IF WS-UNLOAD-FAILED THEN
              PERFORM 480-UNLOAD-READ-FAILED
              GO TO 420-EXIT
           END-IF
           OPEN INPUT UNLOAD-FILE
           OPEN OUTPUT TERM-STATUS-FILE
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM UNTIL WS-FILE-EOF
              READ UNLOAD-FILE
                 AT END SET WS-FILE-EOF TO TRUE
              END-READ
              IF NOT WS-FILE-EOF THEN
                 MOVE UNLOAD-RECORD TO TERM-STATUS-DETAIL
                 WRITE TERM-STATUS-DETAIL
                    INVALID KEY
                       MOVE TS-TERM-ID TO WS-CHK-KEY
                       PERFORM 485-RELOAD-REJECT
                    NOT INVALID KEY
                       ADD 1 TO WS-FT-AFTER-COUNT(WS-CUR-FILE)
                 END-WRITE
              END-IF
           END-PERFORM
           CLOSE TERM-STATUS-FILE
           CLOSE UNLOAD-FILE
           PERFORM 490-FINISH-REORG
           .
       420-EXIT.
           EXIT.

       430-REORG-EMP.
           MOVE 4 TO WS-CUR-FILE
           PERFORM 470-CHECK-REORG-ELIGIBLE
           IF WS-FT-REORG-SW(WS-CUR-FILE) = "S" THEN
              GO TO 430-EXIT
           END-IF
           OPEN INPUT EMP-FILE-IDX
           OPEN OUTPUT UNLOAD-FILE
           IF WS-EMP-IDX-STATUS NOT = "00"
                 OR WS-UNLOAD-STATUS NOT = "00" THEN
              MOVE WS-EMP-IDX-STATUS TO WS-IO-STATUS
              PERFORM 475-UNLOAD-OPEN-FAILED
              CLOSE EMP-FILE-IDX
              CLOSE UNLOAD-FILE
              GO TO 430-EXIT
           END-IF
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM UNTIL WS-FILE-EOF
              READ EMP-FILE-IDX
                 AT END SET WS-FILE-EOF TO TRUE
              END-READ
              IF NOT WS-FILE-EOF THEN
                 IF WS-EMP-IDX-STATUS = "00" OR "02" THEN
                    MOVE EMP-DETAILS-IDX TO UNLOAD-RECORD
                    WRITE UNLOAD-RECORD
                    ADD 1 TO WS-FT-BEFORE-COUNT(WS-CUR-FILE)
                 ELSE
                    MOVE WS-EMP-IDX-STATUS TO WS-IO-STATUS
                    SET WS-UNLOAD-FAILED TO TRUE
                    SET WS-FILE-EOF TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           CLOSE EMP-FILE-IDX
           CLOSE UNLOAD-FILE
           IF WS-UNLOAD-FAILED THEN
              PERFORM 480-UNLOAD-READ-FAILED
              GO TO 430-EXIT
           END-IF
           OPEN INPUT UNLOAD-FILE
           OPEN OUTPUT EMP-FILE-IDX
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM UNTIL WS-FILE-EOF
              READ UNLOAD-FILE
                 AT END SET WS-FILE-EOF TO TRUE
              END-READ
              IF NOT WS-FILE-EOF THEN
                 MOVE UNLOAD-RECORD TO EMP-DETAILS-IDX
                 WRITE EMP-DETAILS-IDX
                    INVALID KEY
                       MOVE EMP-DETAILS-IDX(1:9) TO WS-CHK-KEY
                       PERFORM 485-RELOAD-REJECT
                    NOT INVALID KEY
                       ADD 1 TO WS-FT-AFTER-COUNT(WS-CUR-FILE)
                 END-WRITE
              END-IF
           END-PERFORM
           CLOSE EMP-FILE-IDX
           CLOSE UNLOAD-FILE
           PERFORM 490-FINISH-REORG
           .
       430-EXIT.
           EXIT.

       440-REORG-STANDING.
           MOVE 5 TO WS-CUR-FILE
           PERFORM 470-CHECK-REORG-ELIGIBLE
           IF WS-FT-REORG-SW(WS-CUR-FILE) = "S" THEN
              GO TO 440-EXIT
           END-IF
           OPEN INPUT STANDING-FILE
           OPEN OUTPUT UNLOAD-FILE
           IF WS-STANDING-FILE-STATUS NOT = "00"
                 OR WS-UNLOAD-STATUS NOT = "00" THEN
              MOVE WS-STANDING-FILE-STATUS TO WS-IO-STATUS
              PERFORM 475-UNLOAD-OPEN-FAILED
              CLOSE STANDING-FILE
              CLOSE UNLOAD-FILE
              GO TO 440-EXIT
           END-IF
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM UNTIL WS-FILE-EOF
              READ STANDING-FILE
                 AT END SET WS-FILE-EOF TO TRUE
              END-READ
              IF NOT WS-FILE-EOF THEN
                 IF WS-STANDING-FILE-STATUS = "00" OR "02" THEN
                    MOVE STANDING-MASTER TO UNLOAD-RECORD
                    WRITE UNLOAD-RECORD
                    ADD 1 TO WS-FT-BEFORE-COUNT(WS-CUR-FILE)
                 ELSE
                    MOVE WS-STANDING-FILE-STATUS TO WS-IO-STATUS
                    SET WS-UNLOAD-FAILED TO TRUE
                    SET WS-FILE-EOF TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           CLOSE STANDING-FILE
           CLOSE UNLOAD-FILE
           IF WS-UNLOAD-FAILED THEN
              PERFORM 480-UNLOAD-READ-FAILED
              GO TO 440-EXIT
           END-IF
           OPEN INPUT UNLOAD-FILE
           OPEN OUTPUT STANDING-FILE
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM UNTIL WS-FILE-EOF
              READ UNLOAD-FILE
                 AT END SET WS-FILE-EOF TO TRUE
              END-READ
              IF NOT WS-FILE-EOF THEN
                 MOVE UNLOAD-RECORD TO STANDING-MASTER
                 WRITE STANDING-MASTER
                    INVALID KEY
                       MOVE ST-STU-ID TO WS-CHK-KEY
                       PERFORM 485-RELOAD-REJECT
                    NOT INVALID KEY
                       ADD 1 TO WS-FT-AFTER-COUNT(WS-CUR-FILE)
                 END-WRITE
              END-IF
           END-PERFORM
           CLOSE STANDING-FILE
           CLOSE UNLOAD-FILE
           PERFORM 490-FINISH-REORG
           .
       440-EXIT.
           EXIT.

       450-REORG-SCORE.
           MOVE 6 TO WS-CUR-FILE
           PERFORM 470-CHECK-REORG-ELIGIBLE
           IF WS-FT-REORG-SW(WS-CUR-FILE) = "S" THEN
              GO TO 450-EXIT
           END-IF
           OPEN INPUT SCORE-FILE
           OPEN OUTPUT UNLOAD-FILE
           IF WS-SCORE-FILE-STATUS NOT = "00"
                 OR WS-UNLOAD-STATUS NOT = "00" THEN
              MOVE WS-SCORE-FILE-STATUS TO WS-IO-STATUS
              PERFORM 475-UNLOAD-OPEN-FAILED
              CLOSE SCORE-FILE
              CLOSE UNLOAD-FILE
              GO TO 450-EXIT
           END-IF
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM UNTIL WS-FILE-EOF
              READ SCORE-FILE
                 AT END SET WS-FILE-EOF TO TRUE
              END-READ
              IF NOT WS-FILE-EOF THEN
                 IF WS-SCORE-FILE-STATUS = "00" OR "02" THEN
                    MOVE SCORE-DETAIL TO UNLOAD-RECORD
                    WRITE UNLOAD-RECORD
                    ADD 1 TO WS-FT-BEFORE-COUNT(WS-CUR-FILE)
                 ELSE
                    MOVE WS-SCORE-FILE-STATUS TO WS-IO-STATUS
                    SET WS-UNLOAD-FAILED TO TRUE
                    SET WS-FILE-EOF TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           CLOSE SCORE-FILE
           CLOSE UNLOAD-FILE
           IF WS-UNLOAD-FAILED THEN
              PERFORM 480-UNLOAD-READ-FAILED
              GO TO 450-EXIT
           END-IF
           OPEN INPUT UNLOAD-FILE
           OPEN OUTPUT SCORE-FILE
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM UNTIL WS-FILE-EOF
              READ UNLOAD-FILE
                 AT END SET WS-FILE-EOF TO TRUE
              END-READ
              IF NOT WS-FILE-EOF THEN
                 MOVE UNLOAD-RECORD TO SCORE-DETAIL
                 WRITE SCORE-DETAIL
                    INVALID KEY
                       MOVE SCORE-KEY TO WS-CHK-KEY
                       PERFORM 485-RELOAD-REJECT
                    NOT INVALID KEY
                       ADD 1 TO WS-FT-AFTER-COUNT(WS-CUR-FILE)
                 END-WRITE
              END-IF
           END-PERFORM
           CLOSE SCORE-FILE
           CLOSE UNLOAD-FILE
           PERFORM 490-FINISH-REORG
           .
       450-EXIT.
           EXIT.

      *> only a file that was selected, opened and read without a
      *> structural problem is reloaded; anything else is skipped
      *> with the reason on the totals page. Sets the unload name
      *> the reload paragraphs open.
       470-CHECK-REORG-ELIGIBLE.
           MOVE "N" TO WS-UNLOAD-FAILED-SW
           MOVE WS-FT-UNLOAD-NAME(WS-CUR-FILE) TO WS-UNLOAD-NAME
           IF WS-FT-SELECT-SW(WS-CUR-FILE) NOT = "Y"
                 OR WS-FT-OPEN-SW(WS-CUR-FILE) NOT = "Y"
                 OR WS-FT-BLOCK-SW(WS-CUR-FILE) = "Y" THEN
              MOVE "S" TO WS-FT-REORG-SW(WS-CUR-FILE)
           END-IF
           IF WS-FT-SELECT-SW(WS-CUR-FILE) = "Y"
                 AND WS-FT-OPEN-SW(WS-CUR-FILE) = "Y"
                 AND WS-FT-BLOCK-SW(WS-CUR-FILE) = "Y" THEN
              DISPLAY "MAST-VERIFY1: " WS-FT-NAME(WS-CUR-FILE)
                 " NOT REORGANIZED - KEY OR READ PROBLEMS ON VERIFY"
           END-IF
           .

       475-UNLOAD-OPEN-FAILED.
           MOVE "F" TO WS-FT-REORG-SW(WS-CUR-FILE)
           ADD 1 TO WS-REORG-FAILED-COUNT
           DISPLAY "MAST-VERIFY1: " WS-FT-NAME(WS-CUR-FILE)
              " NOT REORGANIZED - MASTER OPEN STATUS " WS-IO-STATUS
              ", " WS-UNLOAD-NAME " OPEN STATUS " WS-UNLOAD-STATUS
           PERFORM 810-WRITE-REORG-AUDIT
           .

      *> the master itself was never opened for output, so it is
      *> still exactly as it was; the partial unload is just a file.
       480-UNLOAD-READ-FAILED.
           MOVE "F" TO WS-FT-REORG-SW(WS-CUR-FILE)
           ADD 1 TO WS-REORG-FAILED-COUNT
           DISPLAY "MAST-VERIFY1: " WS-FT-NAME(WS-CUR-FILE)
              " UNLOAD READ STATUS " WS-IO-STATUS
              " - NOT RELOADED, MASTER LEFT AS IS"
           PERFORM 810-WRITE-REORG-AUDIT
           .

       485-RELOAD-REJECT.
           ADD 1 TO WS-FT-REJECT-COUNT(WS-CUR-FILE)
           DISPLAY "MAST-VERIFY1: " WS-FT-NAME(WS-CUR-FILE)
              " RELOAD WRITE FAILED " WS-CHK-KEY
           .

      *> a reload that did not put back every record it unloaded
      *> leaves the unload file as the only complete copy - say so.
       490-FINISH-REORG.
           ADD WS-FT-AFTER-COUNT(WS-CUR-FILE) TO WS-TOTAL-AFTER-COUNT
           IF WS-FT-AFTER-COUNT(WS-CUR-FILE) =
                 WS-FT-BEFORE-COUNT(WS-CUR-FILE) THEN
              MOVE "D" TO WS-FT-REORG-SW(WS-CUR-FILE)
              DISPLAY "MAST-VERIFY1: " WS-FT-NAME(WS-CUR-FILE)
                 " REORGANIZED, " WS-FT-AFTER-COUNT(WS-CUR-FILE)
                 " RECORD(S)"
           ELSE
              MOVE "F" TO WS-FT-REORG-SW(WS-CUR-FILE)
              ADD 1 TO WS-REORG-FAILED-COUNT
              DISPLAY "MAST-VERIFY1: " WS-FT-NAME(WS-CUR-FILE)
                 " RELOADED " WS-FT-AFTER-COUNT(WS-CUR-FILE)
                 " OF " WS-FT-BEFORE-COUNT(WS-CUR-FILE)
                 " RECORD(S) - FULL COPY KEPT IN " WS-UNLOAD-NAME
           END-IF
           PERFORM 810-WRITE-REORG-AUDIT
           .

       600-PRINT-TOTALS-PAGE.
           MOVE 99 TO WS-LINE-COUNT
           MOVE WS-RPT-FILE-HEAD-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           PERFORM VARYING WS-CUR-FILE FROM 1 BY 1
              UNTIL WS-CUR-FILE > WS-FILE-COUNT
              PERFORM 610-PRINT-FILE-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "RECORDS READ       : " TO RPT-TOTAL-LABEL
           MOVE WS-TOTAL-READ-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           MOVE "PROBLEMS FOUND     : " TO RPT-TOTAL-LABEL
           MOVE WS-TOTAL-PROBLEM-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           IF WS-MODE-REORG THEN
              MOVE "RECORDS RELOADED   : " TO RPT-TOTAL-LABEL
              MOVE WS-TOTAL-AFTER-COUNT TO WS-COUNT-ED
              MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
              MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
              PERFORM 040-WRITE-REPORT-LINE
              MOVE "REORGS FAILED      : " TO RPT-TOTAL-LABEL
              MOVE WS-REORG-FAILED-COUNT TO WS-COUNT-ED
              MOVE WS-COUNT-ED TO RPT-TOTAL-VALUE
              MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
              PERFORM 040-WRITE-REPORT-LINE
           END-IF
           .

       610-PRINT-FILE-LINE.
           ADD WS-FT-READ-COUNT(WS-CUR-FILE) TO WS-TOTAL-READ-COUNT
           MOVE WS-FT-NAME(WS-CUR-FILE)          TO RPT-FILE-NAME
           MOVE WS-FT-READ-COUNT(WS-CUR-FILE)    TO RPT-FILE-READ
           MOVE WS-FT-PROBLEM-COUNT(WS-CUR-FILE) TO RPT-FILE-PROBLEMS
           MOVE "      -" TO RPT-FILE-BEFORE
           MOVE "      -" TO RPT-FILE-AFTER
           IF WS-FT-REORG-SW(WS-CUR-FILE) = "D" OR "F" THEN
              MOVE WS-FT-BEFORE-COUNT(WS-CUR-FILE) TO WS-COUNT-ED
              MOVE WS-COUNT-ED TO RPT-FILE-BEFORE
              MOVE WS-FT-AFTER-COUNT(WS-CUR-FILE) TO WS-COUNT-ED
              MOVE WS-COUNT-ED TO RPT-FILE-AFTER
           END-IF
           EVALUATE TRUE
              WHEN WS-FT-SELECT-SW(WS-CUR-FILE) NOT = "Y"
                 MOVE "NOT SELECTED" TO RPT-FILE-NOTE
              WHEN WS-FT-OPEN-SW(WS-CUR-FILE) = "M"
                 MOVE "NOT ON FILE" TO RPT-FILE-NOTE
              WHEN WS-FT-OPEN-SW(WS-CUR-FILE) = "E"
                 MOVE "OPEN FAILED" TO RPT-FILE-NOTE
              WHEN WS-FT-REORG-SW(WS-CUR-FILE) = "D"
                 MOVE "REORGANIZED" TO RPT-FILE-NOTE
              WHEN WS-FT-REORG-SW(WS-CUR-FILE) = "F"
                 MOVE "** REORG FAILED" TO RPT-FILE-NOTE
              WHEN WS-MODE-REORG
                 MOVE "NOT REORGANIZED" TO RPT-FILE-NOTE
              WHEN WS-FT-PROBLEM-COUNT(WS-CUR-FILE) > ZERO
                 MOVE "** PROBLEMS" TO RPT-FILE-NOTE
              WHEN OTHER
                 MOVE "SOUND" TO RPT-FILE-NOTE
           END-EVALUATE
           MOVE WS-RPT-FILE-LINE TO REPORT-LINE
           PERFORM 040-WRITE-REPORT-LINE
           .

       800-WRITE-RUN-AUDIT.
           OPEN EXTEND RUN-AUDIT-FILE
           IF WS-RUN-AUDIT-STATUS = "00" OR "05" THEN
              MOVE "MAST-VERIFY1"     TO AUD-PROGRAM-ID
              MOVE WS-AUDIT-START-TS  TO AUD-START-TS
              MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-END-TS
              MOVE WS-RUN-TERM-ID     TO AUD-TERM-ID
              MOVE WS-TOTAL-READ-COUNT    TO AUD-READ-COUNT
              MOVE WS-TOTAL-AFTER-COUNT   TO AUD-WRITE-COUNT
              MOVE WS-TOTAL-PROBLEM-COUNT TO AUD-REJECT-COUNT
              MOVE RETURN-CODE        TO AUD-RETURN-CODE
              WRITE RUN-AUDIT-DETAIL
              CLOSE RUN-AUDIT-FILE
           ELSE
              DISPLAY "MAST-VERIFY1: RUN-AUDIT-FILE OPEN STATUS "
                 WS-RUN-AUDIT-STATUS ", AUDIT RECORD NOT WRITTEN"
           END-IF
           .

      *> one record per file reorganized: records unloaded (before)
      *> as the read count, reloaded (after) as the write count, and
      *> the difference as the reject count.
       810-WRITE-REORG-AUDIT.
           OPEN EXTEND RUN-AUDIT-FILE
           IF WS-RUN-AUDIT-STATUS = "00" OR "05" THEN
              MOVE SPACES TO AUD-PROGRAM-ID
              STRING "REORG-" WS-FT-NAME(WS-CUR-FILE)
                 DELIMITED BY SPACE INTO AUD-PROGRAM-ID
              END-STRING
              MOVE WS-AUDIT-START-TS  TO AUD-START-TS
              MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-END-TS
              MOVE WS-RUN-TERM-ID     TO AUD-TERM-ID
              MOVE WS-FT-BEFORE-COUNT(WS-CUR-FILE) TO AUD-READ-COUNT
              MOVE WS-FT-AFTER-COUNT(WS-CUR-FILE)  TO AUD-WRITE-COUNT
              COMPUTE AUD-REJECT-COUNT =
                 WS-FT-BEFORE-COUNT(WS-CUR-FILE)
                 - WS-FT-AFTER-COUNT(WS-CUR-FILE)
              IF WS-FT-REORG-SW(WS-CUR-FILE) = "F" THEN
                 MOVE 8 TO AUD-RETURN-CODE
              ELSE
                 MOVE ZERO TO AUD-RETURN-CODE
              END-IF
              WRITE RUN-AUDIT-DETAIL
              CLOSE RUN-AUDIT-FILE
           ELSE
              DISPLAY "MAST-VERIFY1: RUN-AUDIT-FILE OPEN STATUS "
                 WS-RUN-AUDIT-STATUS ", REORG AUDIT RECORD NOT WRITTEN"
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

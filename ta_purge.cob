       IDENTIFICATION DIVISION.
       PROGRAM-ID. TA-RETENTION-PURGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO 'purge_control.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCHIVE-FILE
               ASSIGN TO 'assignment_history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS5.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO 'ta_history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS6.
           SELECT WORK-FILE ASSIGN TO 'purge_work.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS1.
           SELECT OPTIONAL MASTER-FILE ASSIGN TO 'candidates.idx'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-SID
               FILE STATUS IS FS2.
           SELECT OPTIONAL COURSE-MASTER-FILE ASSIGN TO 'courses.idx'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-KEY
               FILE STATUS IS FS3.
           SELECT OPTIONAL OFFER-FILE ASSIGN TO 'offers.idx'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OF-KEY
               FILE STATUS IS FS4.
           SELECT REPORT-FILE ASSIGN TO 'purge_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNID-FILE ASSIGN TO 'run_id.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO 'run_log.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-FILE.
      *One keyword and its value per line
       01 CONTROL-LINE PIC X(40).

       FD ARCHIVE-FILE.
      *Same record TA-RANKING archives its slates into; only the
      *record type and semester matter here, every record is copied
      *through whole
       01 ARCHIVE-REC.
           05 AH-TYPE PIC X(1).
           05 AH-SEMESTER PIC X(5).
           05 AH-RUN-DATE PIC X(8).
           05 AH-BODY PIC X(70).

       FD HISTORY-FILE.
      *Same record TA-RANKING reads for the experience bonus
       01 TA-HISTORY.
           05 HIST-SID PIC X(11).
           05 HIST-COURSE-ID PIC X(5).
           05 HIST-SEMESTER PIC X(5).
           05 HIST-RATING PIC 9(1).

       FD WORK-FILE.
      *Records kept by a PURGE run, copied back over the original
       01 WORK-LINE PIC X(84).

       FD MASTER-FILE.
       COPY 'candmast.cpy'.

       FD COURSE-MASTER-FILE.
       COPY 'coursemast.cpy'.

       FD OFFER-FILE.
       COPY 'offermast.cpy'.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       FD RUNID-FILE.
      *Same record TA-RANKING takes its run identity from
       01 RUN-ID-REC.
           05 RID-SEMESTER PIC X(5).
           05 RID-RUN-DATE PIC X(8).

       FD RUN-LOG-FILE.
       COPY 'runlog.cpy'.

       WORKING-STORAGE SECTION.
      *File status
       01 FS1              PIC 9(2).
       01 FS2              PIC 9(2).
       01 FS3              PIC 9(2).
       01 FS4              PIC 9(2).
       01 FS5              PIC 9(2).
       01 FS6              PIC 9(2).
      *Variables to keep track of the EOF
       01 CONTROL-EOF      PIC X VALUE SPACE.
       01 ARCH-EOF         PIC X VALUE SPACE.
       01 HIST-EOF         PIC X VALUE SPACE.
       01 WORK-EOF         PIC X VALUE SPACE.
       01 MASTER-EOF       PIC X VALUE SPACE.
      *purge_control.txt: RETAIN-SEMESTERS nn (required) and
      *RUN-MODE PURGE or DRY-RUN; a card without a RUN-MODE line
      *only reports, so nothing is removed unless PURGE is asked for
       01 CONTROL-KEYWORD  PIC X(20).
       01 CONTROL-VALUE    PIC X(20).
       01 PURGE-MODE       PIC X(10) VALUE 'DRY-RUN'.
       01 RETAIN-SEMESTERS PIC 9(2) VALUE 0.
      *Every semester in the archive. The archive is only ever
      *appended to, so a semester's place in this table is also its
      *place in time; the first PURGE-THROUGH of them fall outside
      *the retention period
       01 MAX-SEMESTERS    PIC 9(3) VALUE 200.
       01 SEM-COUNT        PIC 9(3) VALUE 0.
       01 SEM-IDX          PIC 9(3).
       01 SEMESTER-TABLE.
           05 SEM-ENTRY OCCURS 200 TIMES.
               10 SEM-CODE         PIC X(5).
               10 SEM-FIRST-DATE   PIC X(8).
       01 PURGE-THROUGH    PIC 9(3) VALUE 0.
      *A rating for a semester missing from the archive predates
      *it, so it is older than every archived semester - but it is
      *only known to be past the cutoff once the archive itself
      *holds at least the retained number of semesters. The masters
      *and offers.idx are written for the current semester, which
      *can be newer than anything archived yet, so for them an
      *unarchived semester is always kept
       01 PREARCHIVE-PURGE PIC X VALUE 'N'.
       01 PREARCHIVE-RULE  PIC X VALUE 'N'.
      *Semester being checked against the cutoff, the verdict, and
      *whether the semester was missing from the archive
       01 CHECK-SEMESTER   PIC X(5).
       01 SEMESTER-PURGED  PIC X VALUE 'N'.
       01 SEMESTER-UNARCHIVED PIC X VALUE 'N'.
       01 UNARCHIVED-COUNT PIC 9(7) VALUE 0.
       01 UNARCHIVED-ED    PIC Z(6)9.
      *candidates.idx carries no semester of its own: it is rebuilt
      *by every TA-RANKING run, so it belongs to the semester in
      *run_id.txt, and cannot be dated without one
       01 MASTER-UNDATED   PIC X VALUE 'N'.
      *Before and purged counts for each file on the purge report,
      *addressed by the PG- numbers below
       01 PURGE-FILE-COUNT PIC 9(1) VALUE 6.
       01 PURGE-IDX        PIC 9(1).
       01 PURGE-FILE-NAMES.
           05 FILLER PIC X(26) VALUE 'ta_history.txt'.
           05 FILLER PIC X(26) VALUE 'assignment_history.txt C'.
           05 FILLER PIC X(26) VALUE 'assignment_history.txt T'.
           05 FILLER PIC X(26) VALUE 'candidates.idx'.
           05 FILLER PIC X(26) VALUE 'courses.idx'.
           05 FILLER PIC X(26) VALUE 'offers.idx'.
       01 PURGE-FILE-NAME-TABLE REDEFINES PURGE-FILE-NAMES.
           05 PURGE-FILE-NAME PIC X(26) OCCURS 6 TIMES.
       01 PURGE-FIGURES.
           05 PURGE-FIGURE OCCURS 6 TIMES.
               10 PG-BEFORE   PIC 9(7) VALUE 0.
               10 PG-PURGED   PIC 9(7) VALUE 0.
               10 PG-NOTE     PIC X(34) VALUE SPACES.
       01 PG-HISTORY       PIC 9(1) VALUE 1.
       01 PG-SLATES        PIC 9(1) VALUE 2.
       01 PG-TOTALS        PIC 9(1) VALUE 3.
       01 PG-MASTER        PIC 9(1) VALUE 4.
       01 PG-COURSE-MASTER PIC 9(1) VALUE 5.
       01 PG-OFFERS        PIC 9(1) VALUE 6.
       01 PURGED-TOTAL     PIC 9(7) VALUE 0.
      *purge_report.txt layout
       01 REPORT-COLUMNS.
           05 FILLER PIC X(27) VALUE 'FILE'.
           05 FILLER PIC X(8)  VALUE '  BEFORE'.
           05 FILLER PIC X(8)  VALUE '  PURGED'.
           05 FILLER PIC X(8)  VALUE '   AFTER'.
           05 FILLER PIC X(6)  VALUE '  NOTE'.
       01 REPORT-DETAIL-OUT.
           05 RD-FILE-NAME   PIC X(26).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 RD-BEFORE      PIC Z(7)9.
           05 RD-PURGED      PIC Z(7)9.
           05 RD-AFTER       PIC Z(7)9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 RD-NOTE        PIC X(34).
       01 COUNT-ED         PIC ZZ9.
       01 COUNT-ED-2       PIC ZZ9.
       01 REPORT-TODAY     PIC 9(8).

      *Run log and return code, as documented in runlog.cpy
       01 RI-SEMESTER      PIC X(5) VALUE SPACES.
       01 RUN-RC           PIC 9(2) VALUE 0.
       01 RUN-EXIT-REASON  PIC X(60) VALUE SPACES.
       01 RUN-START-DATE   PIC 9(8).
       01 RUN-START-TIME   PIC 9(8).
       01 RUN-END-TIME     PIC 9(8).
      *Records read and written per file, addressed by the LF-
      *numbers below; only files the run touched are logged
       01 LOG-FILE-COUNT   PIC 9(2) VALUE 9.
       01 LOG-IDX          PIC 9(2).
       01 LOG-FILE-NAMES.
           05 FILLER PIC X(24) VALUE 'purge_control.txt'.
           05 FILLER PIC X(24) VALUE 'assignment_history.txt'.
           05 FILLER PIC X(24) VALUE 'ta_history.txt'.
           05 FILLER PIC X(24) VALUE 'purge_work.tmp'.
           05 FILLER PIC X(24) VALUE 'candidates.idx'.
           05 FILLER PIC X(24) VALUE 'courses.idx'.
           05 FILLER PIC X(24) VALUE 'offers.idx'.
           05 FILLER PIC X(24) VALUE 'purge_report.txt'.
           05 FILLER PIC X(24) VALUE 'run_id.txt'.
       01 LOG-FILE-NAME-TABLE REDEFINES LOG-FILE-NAMES.
           05 LOG-FILE-NAME PIC X(24) OCCURS 9 TIMES.
       01 LOG-FILE-COUNTS.
           05 LOG-FILE-ENTRY OCCURS 9 TIMES.
               10 LOG-READ    PIC 9(7) VALUE 0.
               10 LOG-WRITTEN PIC 9(7) VALUE 0.
       01 LF-CONTROL       PIC 9(2) VALUE 1.
       01 LF-ARCHIVE       PIC 9(2) VALUE 2.
       01 LF-HISTORY       PIC 9(2) VALUE 3.
       01 LF-WORK          PIC 9(2) VALUE 4.
       01 LF-MASTER        PIC 9(2) VALUE 5.
       01 LF-COURSE-MASTER PIC 9(2) VALUE 6.
       01 LF-OFFERS        PIC 9(2) VALUE 7.
       01 LF-REPORT        PIC 9(2) VALUE 8.
       01 LF-RUN-ID        PIC 9(2) VALUE 9.
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-START-TIME FROM TIME.
           PERFORM LOAD-RUN-ID.
           PERFORM LOAD-PURGE-CONTROL.
           PERFORM LOAD-ARCHIVE-SEMESTERS.
      *    With nothing archived no record can be dated, so nothing
      *    is known to be past the cutoff
           IF SEM-COUNT = 0 THEN
               DISPLAY 'assignment_history.txt holds no archived run'
                   ' - nothing to purge'
               MOVE 'no archived run - nothing to purge'
                   TO RUN-EXIT-REASON
               PERFORM END-RUN
           END-IF.
           PERFORM SET-PURGE-CUTOFF.
           PERFORM PURGE-TA-HISTORY.
           PERFORM PURGE-ARCHIVE.
           PERFORM PURGE-CANDIDATE-MASTER.
           PERFORM PURGE-COURSE-MASTER.
           PERFORM PURGE-OFFER-LEDGER.
           PERFORM WRITE-PURGE-REPORT.
           IF PURGE-MODE = 'PURGE' THEN
               DISPLAY 'Retention purge: ' PURGED-TOTAL
                   ' record(s) removed - see purge_report.txt'
           ELSE
               DISPLAY 'Retention purge DRY-RUN: ' PURGED-TOTAL
                   ' record(s) would be removed - see'
                   ' purge_report.txt'
           END-IF.
      *    A candidate master that could not be dated was left alone;
      *    the run completes, but with a warning
           IF MASTER-UNDATED = 'Y' THEN
               MOVE 4 TO RUN-RC
               MOVE 'completed - candidates.idx not dated, kept'
                   TO RUN-EXIT-REASON
           ELSE
               MOVE 'completed' TO RUN-EXIT-REASON
           END-IF.
           PERFORM END-RUN.

      *Pick up the semester of the current run from run_id.txt for
      *the run log and for dating candidates.idx
       LOAD-RUN-ID.
           OPEN INPUT RUNID-FILE.
           READ RUNID-FILE
               AT END CONTINUE
               NOT AT END
                   ADD 1 TO LOG-READ(LF-RUN-ID)
                   MOVE RID-SEMESTER TO RI-SEMESTER
           END-READ.
           CLOSE RUNID-FILE.

      *Read the records office's purge card
       LOAD-PURGE-CONTROL.
           MOVE SPACE TO CONTROL-EOF.
           OPEN INPUT CONTROL-FILE.
           PERFORM UNTIL CONTROL-EOF = 'Y'
               READ CONTROL-FILE
                   AT END MOVE 'Y' TO CONTROL-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-CONTROL)
                       IF CONTROL-LINE NOT = SPACES THEN
                           PERFORM PARSE-CONTROL-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTROL-FILE.
           IF RETAIN-SEMESTERS = 0 THEN
               DISPLAY 'purge_control.txt missing or has no'
                   ' RETAIN-SEMESTERS line'
               MOVE 'purge_control.txt has no RETAIN-SEMESTERS line'
                   TO RUN-EXIT-REASON
               PERFORM STOP-ON-CONTROL-ERROR
           END-IF.

       PARSE-CONTROL-LINE.
           MOVE SPACES TO CONTROL-KEYWORD.
           MOVE SPACES TO CONTROL-VALUE.
           UNSTRING CONTROL-LINE DELIMITED BY ALL SPACES
               INTO CONTROL-KEYWORD CONTROL-VALUE
           END-UNSTRING.
           EVALUATE CONTROL-KEYWORD
               WHEN 'RUN-MODE'
                   IF CONTROL-VALUE = 'PURGE' OR
                      CONTROL-VALUE = 'DRY-RUN' THEN
                       MOVE CONTROL-VALUE(1:10) TO PURGE-MODE
                   ELSE
                       DISPLAY 'purge_control.txt: RUN-MODE must be'
                           ' PURGE or DRY-RUN'
                       CLOSE CONTROL-FILE
                       MOVE 'purge_control.txt RUN-MODE not recognised'
                           TO RUN-EXIT-REASON
                       PERFORM STOP-ON-CONTROL-ERROR
                   END-IF
      *        Number of most recent semesters whose records are kept
               WHEN 'RETAIN-SEMESTERS'
                   IF CONTROL-VALUE(1:2) IS NUMERIC AND
                      CONTROL-VALUE(3:) = SPACES AND
                      CONTROL-VALUE(1:2) >= '01' THEN
                       MOVE CONTROL-VALUE(1:2) TO RETAIN-SEMESTERS
                   ELSE
                       DISPLAY 'purge_control.txt: RETAIN-SEMESTERS'
                           ' must be two digits, 01 to 99'
                       CLOSE CONTROL-FILE
                       MOVE 'purge_control.txt RETAIN-SEMESTERS bad'
                           TO RUN-EXIT-REASON
                       PERFORM STOP-ON-CONTROL-ERROR
                   END-IF
               WHEN OTHER
                   DISPLAY 'purge_control.txt: unknown keyword '
                       FUNCTION TRIM(CONTROL-KEYWORD)
                   CLOSE CONTROL-FILE
                   MOVE 'purge_control.txt unknown keyword'
                       TO RUN-EXIT-REASON
                   PERFORM STOP-ON-CONTROL-ERROR
           END-EVALUATE.

      *List the archive's semesters in the order they first appear
       LOAD-ARCHIVE-SEMESTERS.
           MOVE SPACE TO ARCH-EOF.
           PERFORM OPEN-ARCHIVE-FILE.
           PERFORM UNTIL ARCH-EOF = 'Y'
               READ ARCHIVE-FILE
                   AT END MOVE 'Y' TO ARCH-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-ARCHIVE)
                       IF (AH-TYPE = 'C' OR AH-TYPE = 'T') AND
                          AH-SEMESTER NOT = SPACES THEN
                           PERFORM FIND-ARCHIVE-SEMESTER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-FILE.

       FIND-ARCHIVE-SEMESTER.
           PERFORM VARYING SEM-IDX FROM 1 BY 1
                   UNTIL SEM-IDX > SEM-COUNT
               IF SEM-CODE(SEM-IDX) = AH-SEMESTER THEN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF SEM-COUNT >= MAX-SEMESTERS THEN
               DISPLAY 'assignment_history.txt has more than '
                   MAX-SEMESTERS ' semesters - raise MAX-SEMESTERS'
                   ' and rerun'
               CLOSE ARCHIVE-FILE
               MOVE 'archive over MAX-SEMESTERS' TO RUN-EXIT-REASON
               PERFORM STOP-ON-CAPACITY
           END-IF.
           ADD 1 TO SEM-COUNT.
           MOVE AH-SEMESTER TO SEM-CODE(SEM-COUNT).
           MOVE AH-RUN-DATE TO SEM-FIRST-DATE(SEM-COUNT).

      *Everything before the latest RETAIN-SEMESTERS semesters is
      *past the cutoff
       SET-PURGE-CUTOFF.
           IF SEM-COUNT > RETAIN-SEMESTERS THEN
               COMPUTE PURGE-THROUGH = SEM-COUNT - RETAIN-SEMESTERS
           END-IF.
           IF SEM-COUNT >= RETAIN-SEMESTERS THEN
               MOVE 'Y' TO PREARCHIVE-PURGE
           END-IF.

      *Is CHECK-SEMESTER past the cutoff? A blank semester cannot be
      *dated and is always kept; one missing from the archive is
      *purged only under PREARCHIVE-RULE
       CHECK-PURGE-SEMESTER.
           MOVE 'N' TO SEMESTER-PURGED.
           MOVE 'N' TO SEMESTER-UNARCHIVED.
           IF CHECK-SEMESTER = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING SEM-IDX FROM 1 BY 1
                   UNTIL SEM-IDX > SEM-COUNT
               IF SEM-CODE(SEM-IDX) = CHECK-SEMESTER THEN
                   IF SEM-IDX <= PURGE-THROUGH THEN
                       MOVE 'Y' TO SEMESTER-PURGED
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           MOVE 'Y' TO SEMESTER-UNARCHIVED.
           IF PREARCHIVE-RULE = 'Y' THEN
               MOVE PREARCHIVE-PURGE TO SEMESTER-PURGED
           END-IF.

      *Drop every rating for a semester past the cutoff. A PURGE run
      *gathers the kept lines in the work file and copies them back
      *only once the whole file has been read
       PURGE-TA-HISTORY.
           MOVE SPACE TO HIST-EOF.
           PERFORM OPEN-HISTORY-FILE.
           IF PURGE-MODE = 'PURGE' THEN
               PERFORM OPEN-WORK-FILE
           END-IF.
           PERFORM UNTIL HIST-EOF = 'Y'
               READ HISTORY-FILE
                   AT END MOVE 'Y' TO HIST-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-HISTORY)
                       IF TA-HISTORY NOT = SPACES THEN
                           PERFORM CHECK-ONE-HISTORY-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
           IF PURGE-MODE NOT = 'PURGE' THEN
               EXIT PARAGRAPH
           END-IF.
           CLOSE WORK-FILE.
           IF PG-PURGED(PG-HISTORY) > 0 THEN
               PERFORM RESTORE-TA-HISTORY
           END-IF.

       CHECK-ONE-HISTORY-RECORD.
           ADD 1 TO PG-BEFORE(PG-HISTORY).
           MOVE HIST-SEMESTER TO CHECK-SEMESTER.
           MOVE 'Y' TO PREARCHIVE-RULE.
           PERFORM CHECK-PURGE-SEMESTER.
           MOVE 'N' TO PREARCHIVE-RULE.
           IF SEMESTER-PURGED = 'Y' THEN
               ADD 1 TO PG-PURGED(PG-HISTORY)
           ELSE
               IF PURGE-MODE = 'PURGE' THEN
                   MOVE TA-HISTORY TO WORK-LINE
                   PERFORM WRITE-WORK-RECORD
               END-IF
           END-IF.

      *ta_history.txt is rewritten from the finished work file; if
      *either cannot be opened the run stops before the original is
      *touched, or before it is left half written
       RESTORE-TA-HISTORY.
           MOVE SPACE TO WORK-EOF.
           OPEN INPUT WORK-FILE.
           IF NOT FS1 = 00 THEN
               DISPLAY 'purge_work.tmp cannot be read - file status '
                   FS1
               MOVE 'purge_work.tmp cannot be read'
                   TO RUN-EXIT-REASON
               PERFORM STOP-ON-IO-ERROR
           END-IF.
           OPEN OUTPUT HISTORY-FILE.
           IF NOT FS6 = 00 THEN
               CLOSE WORK-FILE
               DISPLAY 'ta_history.txt cannot be written - file'
                   ' status ' FS6
               MOVE 'ta_history.txt cannot be written'
                   TO RUN-EXIT-REASON
               PERFORM STOP-ON-IO-ERROR
           END-IF.
           PERFORM UNTIL WORK-EOF = 'Y'
               READ WORK-FILE
                   AT END MOVE 'Y' TO WORK-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-WORK)
                       MOVE WORK-LINE TO TA-HISTORY
                       ADD 1 TO LOG-WRITTEN(LF-HISTORY)
                       WRITE TA-HISTORY
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
           CLOSE WORK-FILE.

      *Drop the 'C' slate records of every semester past the cutoff.
      *'T' control totals and any other record are always kept, so
      *the run counts and totals behind the trend report still add
      *up
       PURGE-ARCHIVE.
           MOVE SPACE TO ARCH-EOF.
           PERFORM OPEN-ARCHIVE-FILE.
           IF PURGE-MODE = 'PURGE' THEN
               PERFORM OPEN-WORK-FILE
           END-IF.
           PERFORM UNTIL ARCH-EOF = 'Y'
               READ ARCHIVE-FILE
                   AT END MOVE 'Y' TO ARCH-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-ARCHIVE)
                       IF ARCHIVE-REC NOT = SPACES THEN
                           PERFORM CHECK-ONE-ARCHIVE-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-FILE.
           MOVE 'control totals - always kept' TO PG-NOTE(PG-TOTALS).
           IF PURGE-MODE NOT = 'PURGE' THEN
               EXIT PARAGRAPH
           END-IF.
           CLOSE WORK-FILE.
           IF PG-PURGED(PG-SLATES) > 0 THEN
               PERFORM RESTORE-ARCHIVE
           END-IF.

       CHECK-ONE-ARCHIVE-RECORD.
           MOVE 'N' TO SEMESTER-PURGED.
           IF AH-TYPE = 'C' THEN
               ADD 1 TO PG-BEFORE(PG-SLATES)
               MOVE AH-SEMESTER TO CHECK-SEMESTER
               PERFORM CHECK-PURGE-SEMESTER
               IF SEMESTER-PURGED = 'Y' THEN
                   ADD 1 TO PG-PURGED(PG-SLATES)
               END-IF
           END-IF.
           IF AH-TYPE = 'T' THEN
               ADD 1 TO PG-BEFORE(PG-TOTALS)
           END-IF.
           IF SEMESTER-PURGED = 'N' AND PURGE-MODE = 'PURGE' THEN
               MOVE ARCHIVE-REC TO WORK-LINE
               PERFORM WRITE-WORK-RECORD
           END-IF.

      *assignment_history.txt is rewritten from the finished work
      *file; if either cannot be opened the run stops before the
      *original is touched, or before it is left half written
       RESTORE-ARCHIVE.
           MOVE SPACE TO WORK-EOF.
           OPEN INPUT WORK-FILE.
           IF NOT FS1 = 00 THEN
               DISPLAY 'purge_work.tmp cannot be read - file status '
                   FS1
               MOVE 'purge_work.tmp cannot be read'
                   TO RUN-EXIT-REASON
               PERFORM STOP-ON-IO-ERROR
           END-IF.
           OPEN OUTPUT ARCHIVE-FILE.
           IF NOT FS5 = 00 THEN
               CLOSE WORK-FILE
               DISPLAY 'assignment_history.txt cannot be written - file'
                   ' status ' FS5
               MOVE 'assignment_history.txt cannot be written'
                   TO RUN-EXIT-REASON
               PERFORM STOP-ON-IO-ERROR
           END-IF.
           PERFORM UNTIL WORK-EOF = 'Y'
               READ WORK-FILE
                   AT END MOVE 'Y' TO WORK-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-WORK)
                       MOVE WORK-LINE TO ARCHIVE-REC
                       ADD 1 TO LOG-WRITTEN(LF-ARCHIVE)
                       WRITE ARCHIVE-REC
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-FILE.
           CLOSE WORK-FILE.

      *An archive or history file that is absent is simply empty,
      *but one that is there and cannot be read stops the run -
      *purging from a partial read would lose the records not read
       OPEN-ARCHIVE-FILE.
           OPEN INPUT ARCHIVE-FILE.
           IF FS5 NOT = 00 AND FS5 NOT = 05 THEN
               DISPLAY 'assignment_history.txt cannot be read - file'
                   ' status ' FS5
               MOVE 'assignment_history.txt cannot be read'
                   TO RUN-EXIT-REASON
               PERFORM STOP-ON-IO-ERROR
           END-IF.

       OPEN-HISTORY-FILE.
           OPEN INPUT HISTORY-FILE.
           IF FS6 NOT = 00 AND FS6 NOT = 05 THEN
               DISPLAY 'ta_history.txt cannot be read - file status '
                   FS6
               MOVE 'ta_history.txt cannot be read'
                   TO RUN-EXIT-REASON
               PERFORM STOP-ON-IO-ERROR
           END-IF.

      *The original is only rewritten from a complete work file, so
      *a work file that cannot be written stops the run first
       OPEN-WORK-FILE.
           OPEN OUTPUT WORK-FILE.
           IF NOT FS1 = 00 THEN
               DISPLAY 'purge_work.tmp cannot be written - file'
                   ' status ' FS1
               MOVE 'purge_work.tmp cannot be written'
                   TO RUN-EXIT-REASON
               PERFORM STOP-ON-IO-ERROR
           END-IF.

       WRITE-WORK-RECORD.
           ADD 1 TO LOG-WRITTEN(LF-WORK).
           WRITE WORK-LINE
           END-WRITE.
           IF NOT FS1 = 00 THEN
               DISPLAY 'purge_work.tmp write failed - file status '
                   FS1
               MOVE 'purge_work.tmp write failed' TO RUN-EXIT-REASON
               PERFORM STOP-ON-IO-ERROR
           END-IF.

      *candidates.idx holds the population of the run in
      *run_id.txt, so it is purged whole or not at all
       PURGE-CANDIDATE-MASTER.
           OPEN INPUT MASTER-FILE.
           IF NOT FS2 = 00 THEN
               CLOSE MASTER-FILE
               MOVE 'not present' TO PG-NOTE(PG-MASTER)
               EXIT PARAGRAPH
           END-IF.
           IF RI-SEMESTER = SPACES THEN
               MOVE 'Y' TO MASTER-UNDATED
               MOVE 'N' TO SEMESTER-PURGED
               MOVE 'not dated - no run_id.txt, kept'
                   TO PG-NOTE(PG-MASTER)
           ELSE
               MOVE RI-SEMESTER TO CHECK-SEMESTER
               PERFORM CHECK-PURGE-SEMESTER
               IF SEMESTER-UNARCHIVED = 'Y' THEN
                   STRING 'semester ' RI-SEMESTER
                       ' not archived, kept'
                       DELIMITED BY SIZE INTO PG-NOTE(PG-MASTER)
               ELSE
                   STRING 'run of semester ' RI-SEMESTER
                       DELIMITED BY SIZE INTO PG-NOTE(PG-MASTER)
               END-IF
           END-IF.
           IF SEMESTER-PURGED = 'Y' AND PURGE-MODE = 'PURGE' THEN
               CLOSE MASTER-FILE
               OPEN I-O MASTER-FILE
               IF NOT FS2 = 00 THEN
                   DISPLAY 'candidates.idx cannot be updated - file'
                       ' status ' FS2
                   MOVE 'candidates.idx cannot be updated'
                       TO RUN-EXIT-REASON
                   PERFORM STOP-ON-IO-ERROR
               END-IF
           END-IF.
           MOVE SPACE TO MASTER-EOF.
           PERFORM UNTIL MASTER-EOF = 'Y'
               READ MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO MASTER-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-MASTER)
                       ADD 1 TO PG-BEFORE(PG-MASTER)
                       IF SEMESTER-PURGED = 'Y' THEN
                           PERFORM DELETE-CANDIDATE-MASTER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MASTER-FILE.

       DELETE-CANDIDATE-MASTER.
           ADD 1 TO PG-PURGED(PG-MASTER).
           IF PURGE-MODE NOT = 'PURGE' THEN
               EXIT PARAGRAPH
           END-IF.
           DELETE MASTER-FILE RECORD
               INVALID KEY
                   DISPLAY 'candidates.idx delete failed for ' CM-SID
                       ' - file status ' FS2
                   CLOSE MASTER-FILE
                   MOVE 'candidates.idx delete failed'
                       TO RUN-EXIT-REASON
                   PERFORM STOP-ON-IO-ERROR
               NOT INVALID KEY
                   ADD 1 TO LOG-WRITTEN(LF-MASTER)
           END-DELETE.

      *Each courses.idx slate carries the semester it was ranked
      *for; one without (written before that was kept) belongs to
      *the run in run_id.txt like the rest of the master
       PURGE-COURSE-MASTER.
           OPEN INPUT COURSE-MASTER-FILE.
           IF NOT FS3 = 00 THEN
               CLOSE COURSE-MASTER-FILE
               MOVE 'not present' TO PG-NOTE(PG-COURSE-MASTER)
               EXIT PARAGRAPH
           END-IF.
           IF PURGE-MODE = 'PURGE' THEN
               CLOSE COURSE-MASTER-FILE
               OPEN I-O COURSE-MASTER-FILE
               IF NOT FS3 = 00 THEN
                   DISPLAY 'courses.idx cannot be updated - file'
                       ' status ' FS3
                   MOVE 'courses.idx cannot be updated'
                       TO RUN-EXIT-REASON
                   PERFORM STOP-ON-IO-ERROR
               END-IF
           END-IF.
           MOVE SPACE TO MASTER-EOF.
           MOVE 0 TO UNARCHIVED-COUNT.
           PERFORM UNTIL MASTER-EOF = 'Y'
               READ COURSE-MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO MASTER-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-COURSE-MASTER)
                       PERFORM CHECK-ONE-COURSE-MASTER
               END-READ
           END-PERFORM.
           CLOSE COURSE-MASTER-FILE.
           MOVE PG-COURSE-MASTER TO PURGE-IDX.
           PERFORM NOTE-UNARCHIVED-KEPT.

       CHECK-ONE-COURSE-MASTER.
           ADD 1 TO PG-BEFORE(PG-COURSE-MASTER).
           IF CO-SEMESTER = SPACES THEN
               MOVE RI-SEMESTER TO CHECK-SEMESTER
           ELSE
               MOVE CO-SEMESTER TO CHECK-SEMESTER
           END-IF.
           PERFORM CHECK-PURGE-SEMESTER.
           IF SEMESTER-UNARCHIVED = 'Y' THEN
               ADD 1 TO UNARCHIVED-COUNT
           END-IF.
           IF SEMESTER-PURGED = 'N' THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PG-PURGED(PG-COURSE-MASTER).
           IF PURGE-MODE NOT = 'PURGE' THEN
               EXIT PARAGRAPH
           END-IF.
           DELETE COURSE-MASTER-FILE RECORD
               INVALID KEY
                   DISPLAY 'courses.idx delete failed for ' CO-KEY
                       ' - file status ' FS3
                   CLOSE COURSE-MASTER-FILE
                   MOVE 'courses.idx delete failed' TO RUN-EXIT-REASON
                   PERFORM STOP-ON-IO-ERROR
               NOT INVALID KEY
                   ADD 1 TO LOG-WRITTEN(LF-COURSE-MASTER)
           END-DELETE.

      *offers.idx is added to by every PUBLISH run and never
      *rebuilt, so it gathers SIDs from semester to semester like
      *the history files; each offer carries its own semester
       PURGE-OFFER-LEDGER.
           OPEN INPUT OFFER-FILE.
           IF NOT FS4 = 00 THEN
               CLOSE OFFER-FILE
               MOVE 'not present' TO PG-NOTE(PG-OFFERS)
               EXIT PARAGRAPH
           END-IF.
           IF PURGE-MODE = 'PURGE' THEN
               CLOSE OFFER-FILE
               OPEN I-O OFFER-FILE
               IF NOT FS4 = 00 THEN
                   DISPLAY 'offers.idx cannot be updated - file'
                       ' status ' FS4
                   MOVE 'offers.idx cannot be updated'
                       TO RUN-EXIT-REASON
                   PERFORM STOP-ON-IO-ERROR
               END-IF
           END-IF.
           MOVE SPACE TO MASTER-EOF.
           MOVE 0 TO UNARCHIVED-COUNT.
           PERFORM UNTIL MASTER-EOF = 'Y'
               READ OFFER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO MASTER-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-OFFERS)
                       PERFORM CHECK-ONE-OFFER
               END-READ
           END-PERFORM.
           CLOSE OFFER-FILE.
           MOVE PG-OFFERS TO PURGE-IDX.
           PERFORM NOTE-UNARCHIVED-KEPT.

       CHECK-ONE-OFFER.
           ADD 1 TO PG-BEFORE(PG-OFFERS).
           MOVE OF-SEMESTER TO CHECK-SEMESTER.
           PERFORM CHECK-PURGE-SEMESTER.
           IF SEMESTER-UNARCHIVED = 'Y' THEN
               ADD 1 TO UNARCHIVED-COUNT
           END-IF.
           IF SEMESTER-PURGED = 'N' THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PG-PURGED(PG-OFFERS).
           IF PURGE-MODE NOT = 'PURGE' THEN
               EXIT PARAGRAPH
           END-IF.
           DELETE OFFER-FILE RECORD
               INVALID KEY
                   DISPLAY 'offers.idx delete failed for ' OF-KEY
                       ' - file status ' FS4
                   CLOSE OFFER-FILE
                   MOVE 'offers.idx delete failed' TO RUN-EXIT-REASON
                   PERFORM STOP-ON-IO-ERROR
               NOT INVALID KEY
                   ADD 1 TO LOG-WRITTEN(LF-OFFERS)
           END-DELETE.

      *Say on the report how many records of the file at PURGE-IDX
      *were kept because their semester is not archived yet
       NOTE-UNARCHIVED-KEPT.
           IF UNARCHIVED-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE UNARCHIVED-COUNT TO UNARCHIVED-ED.
           MOVE SPACES TO PG-NOTE(PURGE-IDX).
           STRING FUNCTION TRIM(UNARCHIVED-ED)
               ' kept - not archived yet'
               DELIMITED BY SIZE INTO PG-NOTE(PURGE-IDX).

      *purge_report.txt for the records office: the retention
      *applied, each semester past the cutoff, then the before and
      *after record counts of every file
       WRITE-PURGE-REPORT.
           ACCEPT REPORT-TODAY FROM DATE YYYYMMDD.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           IF PURGE-MODE = 'PURGE' THEN
               STRING 'Retention purge ' REPORT-TODAY
                   ' - PURGE: the records counted below were removed'
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING 'Retention purge ' REPORT-TODAY
                   ' - DRY-RUN: counts show what a PURGE run would'
                   ' leave; nothing was changed'
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           PERFORM WRITE-REPORT-RECORD.
           MOVE RETAIN-SEMESTERS TO COUNT-ED.
           MOVE SEM-COUNT TO COUNT-ED-2.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Keeping the latest ' COUNT-ED ' semester(s); '
               COUNT-ED-2 ' semester(s) in assignment_history.txt'
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-RECORD.
           MOVE SPACES TO REPORT-LINE.
           IF PURGE-THROUGH = 0 THEN
               MOVE 'No archived semester is past the cutoff'
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-RECORD
           ELSE
               PERFORM VARYING SEM-IDX FROM 1 BY 1
                       UNTIL SEM-IDX > PURGE-THROUGH
                   MOVE SPACES TO REPORT-LINE
                   STRING 'Past the cutoff: semester '
                       SEM-CODE(SEM-IDX) ' - first run '
                       SEM-FIRST-DATE(SEM-IDX)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-RECORD
               END-PERFORM
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           IF PREARCHIVE-PURGE = 'Y' THEN
               STRING 'Past the cutoff: ratings for any semester'
                   ' older than the archive'
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING 'Ratings for semesters older than the archive'
                   ' are kept - the archive holds fewer than are'
                   ' retained' DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           PERFORM WRITE-REPORT-RECORD.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-RECORD.
           MOVE REPORT-COLUMNS TO REPORT-LINE.
           PERFORM WRITE-REPORT-RECORD.
           PERFORM VARYING PURGE-IDX FROM 1 BY 1
                   UNTIL PURGE-IDX > PURGE-FILE-COUNT
               MOVE PURGE-FILE-NAME(PURGE-IDX) TO RD-FILE-NAME
               MOVE PG-BEFORE(PURGE-IDX) TO RD-BEFORE
               MOVE PG-PURGED(PURGE-IDX) TO RD-PURGED
               COMPUTE RD-AFTER = PG-BEFORE(PURGE-IDX)
                   - PG-PURGED(PURGE-IDX)
               MOVE PG-NOTE(PURGE-IDX) TO RD-NOTE
               MOVE REPORT-DETAIL-OUT TO REPORT-LINE
               PERFORM WRITE-REPORT-RECORD
               ADD PG-PURGED(PURGE-IDX) TO PURGED-TOTAL
           END-PERFORM.
           CLOSE REPORT-FILE.

       WRITE-REPORT-RECORD.
           ADD 1 TO LOG-WRITTEN(LF-REPORT).
           WRITE REPORT-LINE
           END-WRITE.

      *A bad purge card, a table limit reached, or a file that
      *cannot be rewritten stops the run with the return code
      *documented in runlog.cpy
       STOP-ON-CONTROL-ERROR.
           MOVE 12 TO RUN-RC.
           PERFORM END-RUN.

       STOP-ON-CAPACITY.
           MOVE 16 TO RUN-RC.
           PERFORM END-RUN.

       STOP-ON-IO-ERROR.
           MOVE 20 TO RUN-RC.
           PERFORM END-RUN.

      *Log the run and hand its return code to the scheduler
       END-RUN.
           PERFORM WRITE-RUN-LOG.
           DISPLAY 'Return code ' RUN-RC ' - '
               FUNCTION TRIM(RUN-EXIT-REASON).
           MOVE RUN-RC TO RETURN-CODE.
           STOP RUN.

      *Append the run record and one record per file the run read
      *or wrote to run_log.txt
       WRITE-RUN-LOG.
           ACCEPT RUN-END-TIME FROM TIME.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE SPACES TO RUN-LOG-REC.
           MOVE 'R' TO RL-TYPE.
           MOVE 'TA-RETENTION-PURGE' TO RL-PROGRAM.
           MOVE RUN-START-DATE TO RL-START-DATE.
           MOVE RUN-START-TIME(1:6) TO RL-START-TIME.
           MOVE PURGE-MODE TO RL-RUN-MODE.
           MOVE RI-SEMESTER TO RL-SEMESTER.
           ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
           MOVE RUN-END-TIME(1:6) TO RL-END-TIME.
           MOVE RUN-RC TO RL-RETURN-CODE.
           MOVE RUN-EXIT-REASON TO RL-EXIT-REASON.
           WRITE RUN-LOG-REC
           END-WRITE.
           PERFORM VARYING LOG-IDX FROM 1 BY 1
                   UNTIL LOG-IDX > LOG-FILE-COUNT
               IF LOG-READ(LOG-IDX) > 0 OR
                  LOG-WRITTEN(LOG-IDX) > 0 THEN
                   MOVE SPACES TO RL-BODY
                   MOVE 'F' TO RL-TYPE
                   MOVE LOG-FILE-NAME(LOG-IDX) TO RL-FILE-NAME
                   MOVE LOG-READ(LOG-IDX) TO RL-RECORDS-READ
                   MOVE LOG-WRITTEN(LOG-IDX) TO RL-RECORDS-WRITTEN
                   WRITE RUN-LOG-REC
                   END-WRITE
               END-IF
           END-PERFORM.
           CLOSE RUN-LOG-FILE.

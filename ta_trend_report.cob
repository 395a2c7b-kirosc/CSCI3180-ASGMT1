       IDENTIFICATION DIVISION.
       PROGRAM-ID. TA-TREND-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCHIVE-FILE
               ASSIGN TO 'assignment_history.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO 'ta_history.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TREND-FILE ASSIGN TO 'staffing_trends.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNID-FILE ASSIGN TO 'run_id.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO 'run_log.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVE-FILE.
      *Same record TA-RANKING archives its slates into
       01 ARCHIVE-REC.
           05 AH-TYPE PIC X(1).
           05 AH-SEMESTER PIC X(5).
           05 AH-RUN-DATE PIC X(8).
           05 AH-BODY PIC X(70).
      *    A 'C' record carries one role slate of one course
           05 AH-COURSE-BODY REDEFINES AH-BODY.
               10 AH-COURSE-ID PIC X(5).
               10 AH-ROLE PIC X(8).
               10 AH-SLOT-COUNT PIC 9(1).
               10 AH-SIDS.
                   15 AH-SID PIC X(11) OCCURS 5 TIMES.
               10 FILLER PIC X(1).
      *    A 'T' record carries the run's control totals
           05 AH-TOTALS REDEFINES AH-BODY.
               10 AH-COURSES-PROCESSED PIC 9(4).
               10 AH-UNDERSTAFFED PIC 9(4).
               10 AH-CAND-LINES PIC 9(5).
               10 FILLER PIC X(57).

       FD HISTORY-FILE.
      *Same record TA-RANKING reads for the experience bonus
       01 TA-HISTORY.
           05 HIST-SID PIC X(11).
           05 HIST-COURSE-ID PIC X(5).
           05 HIST-SEMESTER PIC X(5).
           05 HIST-RATING PIC 9(1).

       FD TREND-FILE.
       01 TREND-LINE PIC X(100).

       FD RUNID-FILE.
      *Same record TA-RANKING takes its run identity from
       01 RUN-ID-REC.
           05 RID-SEMESTER PIC X(5).
           05 RID-RUN-DATE PIC X(8).

       FD RUN-LOG-FILE.
       COPY 'runlog.cpy'.

       WORKING-STORAGE SECTION.
      *Variables to keep track of the EOF
       01 ARCH-EOF         PIC X VALUE SPACE.
       01 HIST-EOF         PIC X VALUE SPACE.
       01 ARCH-LINES       PIC 9(6) VALUE 0.
      *Year the retention figures are for, taken from the command
      *line or else the year of the latest archived semester; the
      *year before it is "last year"
       01 TREND-ARG        PIC X(80).
       01 REPORT-YEAR      PIC 9(4) VALUE 0.
       01 PRIOR-YEAR       PIC 9(4) VALUE 0.
      *Every semester in the archive. The archive is only ever
      *appended to, so a semester's place in this table is also its
      *place in time
       01 MAX-SEMESTERS    PIC 9(3) VALUE 200.
       01 SEM-COUNT        PIC 9(3) VALUE 0.
       01 SEM-IDX          PIC 9(3).
       01 SEMESTER-TABLE.
           05 SEM-ENTRY OCCURS 200 TIMES.
               10 SEM-CODE         PIC X(5).
               10 SEM-FIRST-DATE.
                   15 SEM-YEAR     PIC X(4).
                   15 FILLER       PIC X(4).
               10 SEM-RUNS         PIC 9(3).
               10 SEM-COURSES      PIC 9(4).
               10 SEM-UNDERSTAFFED PIC 9(4).
      *One entry per semester and course/role: the slate of the
      *latest run that archived it, how many of the semester's runs
      *carried it, and the run from which the slate stayed unchanged
       01 MAX-TRENDS       PIC 9(4) VALUE 5000.
       01 TREND-COUNT      PIC 9(4) VALUE 0.
       01 TREND-IDX        PIC 9(4).
       01 TREND-TABLE.
           05 TR-ENTRY OCCURS 5000 TIMES.
               10 TR-SEM-IDX     PIC 9(3).
               10 TR-COURSE-ID   PIC X(5).
               10 TR-ROLE        PIC X(8).
               10 TR-SLOTS       PIC 9(1).
               10 TR-SIDS.
                   15 TR-SID PIC X(11) OCCURS 5 TIMES.
               10 TR-RUNS-SEEN   PIC 9(3).
               10 TR-LAST-RUN    PIC 9(3).
               10 TR-SETTLED-RUN PIC 9(3).
      *The 'C' record being taken in, with pre-role records already
      *brought to the current layout
       01 ARCH-RUN-NO      PIC 9(3).
       01 ARCH-ROLE        PIC X(8).
       01 ARCH-SLOTS       PIC 9(1).
       01 ARCH-SIDS.
           05 ARCH-SID PIC X(11) OCCURS 5 TIMES.
       01 SLOT-IDX         PIC 9(1).
      *Every instructor rating, with the archive semester it belongs
      *to (0 when the semester predates the archive)
       01 MAX-HISTORY      PIC 9(5) VALUE 20000.
       01 HIST-COUNT       PIC 9(5) VALUE 0.
       01 HIST-IDX         PIC 9(5).
       01 HISTORY-TABLE.
           05 HT-ENTRY OCCURS 20000 TIMES.
               10 HT-SID       PIC X(11).
               10 HT-COURSE-ID PIC X(5).
               10 HT-SEM-IDX   PIC 9(3).
               10 HT-RATING    PIC 9(1).
      *Everyone who ever held a slate or drew a rating: the earliest
      *semester they served in (0 = before the archive), whether
      *they were on a slate last year and this year, and their best
      *rating for last year's service
       01 MAX-SERVICE      PIC 9(5) VALUE 20000.
       01 SERVICE-COUNT    PIC 9(5) VALUE 0.
       01 SERVICE-IDX      PIC 9(5).
       01 SERVICE-SID      PIC X(11).
       01 SERVICE-SEM      PIC 9(3).
       01 SERVICE-TABLE.
           05 SV-ENTRY OCCURS 20000 TIMES.
               10 SV-SID         PIC X(11).
               10 SV-FIRST-SEM   PIC 9(3).
               10 SV-PRIOR-YEAR  PIC X(1).
               10 SV-REPORT-YEAR PIC X(1).
               10 SV-BEST-RATING PIC 9(1).
      *Figures for the course/role line being written
       01 ENTRY-FILLED     PIC 9(1).
       01 ENTRY-RETURNING  PIC 9(1).
       01 ENTRY-RATED      PIC 9(4).
       01 ENTRY-RATING-SUM PIC 9(6).
       01 ENTRY-AVG-RATING PIC 9V9.
       01 ENTRY-PCT        PIC 9(3).
      *Semester and department totals
       01 SEM-FILLED-TOTAL    PIC 9(5).
       01 SEM-SLOT-TOTAL      PIC 9(5).
       01 SEM-RETURNING-TOTAL PIC 9(5).
       01 PRIOR-TA-COUNT      PIC 9(5) VALUE 0.
       01 CAME-BACK-COUNT     PIC 9(5) VALUE 0.
       01 RATED-GONE-COUNT    PIC 9(5) VALUE 0.
       01 COUNT-ED            PIC ZZZZ9.
       01 COUNT-ED-2          PIC ZZZZ9.
       01 COUNT-ED-3          PIC ZZZZ9.
       01 PCT-ED              PIC ZZ9.
       01 RUNS-ED             PIC ZZ9.
      *Report line for one course/role of one semester
       01 TREND-DETAIL-OUT.
           05 TD-COURSE-ID   PIC X(5).
           05 FILLER         PIC X VALUE SPACE.
           05 TD-ROLE        PIC X(8).
           05 FILLER         PIC X(3) VALUE ' | '.
           05 TD-FILLED      PIC 9(1).
           05 FILLER         PIC X(4) VALUE ' OF '.
           05 TD-SLOTS       PIC 9(1).
           05 FILLER         PIC X(3) VALUE ' | '.
           05 TD-SETTLED     PIC ZZ9.
           05 FILLER         PIC X(4) VALUE ' OF '.
           05 TD-RUNS        PIC ZZ9.
           05 FILLER         PIC X(3) VALUE ' | '.
           05 TD-RETURNING   PIC 9(1).
           05 FILLER         PIC X(4) VALUE ' OF '.
           05 TD-RETURN-OF   PIC 9(1).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 TD-RETURN-PCT  PIC ZZ9.
           05 FILLER         PIC X(4) VALUE '% | '.
           05 TD-RATING      PIC X(3).
           05 FILLER         PIC X(2) VALUE ' ('.
           05 TD-RATED       PIC ZZZ9.
           05 FILLER         PIC X(1) VALUE ')'.
       01 RATING-ED        PIC 9.9.
       01 TREND-COLUMN-HEAD.
           05 FILLER PIC X(30) VALUE 'COURSE ROLE    | FILLED | SETT'.
           05 FILLER PIC X(30) VALUE 'LED    | RETURNING   | RATING '.
           05 FILLER PIC X(03) VALUE '(N)'.
      *Run log and return code, as documented in runlog.cpy
       01 RI-SEMESTER      PIC X(5) VALUE SPACES.
       01 RUN-RC           PIC 9(2) VALUE 0.
       01 RUN-EXIT-REASON  PIC X(60) VALUE SPACES.
       01 RUN-START-DATE   PIC 9(8).
       01 RUN-START-TIME   PIC 9(8).
       01 RUN-END-TIME     PIC 9(8).
      *Records read and written per file, addressed by the LF-
      *numbers below; only files the run touched are logged
       01 LOG-FILE-COUNT   PIC 9(2) VALUE 4.
       01 LOG-IDX          PIC 9(2).
       01 LOG-FILE-NAMES.
           05 FILLER PIC X(24) VALUE 'assignment_history.txt'.
           05 FILLER PIC X(24) VALUE 'ta_history.txt'.
           05 FILLER PIC X(24) VALUE 'staffing_trends.txt'.
           05 FILLER PIC X(24) VALUE 'run_id.txt'.
       01 LOG-FILE-NAME-TABLE REDEFINES LOG-FILE-NAMES.
           05 LOG-FILE-NAME PIC X(24) OCCURS 4 TIMES.
       01 LOG-FILE-COUNTS.
           05 LOG-FILE-ENTRY OCCURS 4 TIMES.
               10 LOG-READ    PIC 9(7) VALUE 0.
               10 LOG-WRITTEN PIC 9(7) VALUE 0.
       01 LF-ARCHIVE       PIC 9(2) VALUE 1.
       01 LF-HISTORY       PIC 9(2) VALUE 2.
       01 LF-TRENDS        PIC 9(2) VALUE 3.
       01 LF-RUN-ID        PIC 9(2) VALUE 4.

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-START-TIME FROM TIME.
           ACCEPT TREND-ARG FROM COMMAND-LINE.
           PERFORM LOAD-RUN-ID.
           PERFORM LOAD-ASSIGNMENT-ARCHIVE.
           IF SEM-COUNT = 0 THEN
               DISPLAY 'assignment_history.txt holds no archived run'
                   ' - nothing to report'
               MOVE 'no archived run - nothing to report'
                   TO RUN-EXIT-REASON
               PERFORM END-RUN
           END-IF.
           PERFORM LOAD-TA-HISTORY.
           PERFORM SET-REPORT-YEAR.
           PERFORM BUILD-SERVICE-TABLE.
           OPEN OUTPUT TREND-FILE.
           MOVE SPACES TO TREND-LINE.
           STRING 'Staffing trends - ' SEM-COUNT ' semester(s), '
               ARCH-LINES ' archive record(s), ' HIST-COUNT
               ' rating(s)' DELIMITED BY SIZE INTO TREND-LINE.
           PERFORM WRITE-TREND-RECORD.
           PERFORM VARYING SEM-IDX FROM 1 BY 1
                   UNTIL SEM-IDX > SEM-COUNT
               PERFORM WRITE-SEMESTER-BLOCK
           END-PERFORM.
           PERFORM WRITE-RETENTION-BLOCK.
           CLOSE TREND-FILE.
           DISPLAY 'Trend report: ' SEM-COUNT ' semester(s), '
               TREND-COUNT ' course/role slate(s) - see'
               ' staffing_trends.txt'.
           MOVE 'completed' TO RUN-EXIT-REASON.
           PERFORM END-RUN.

      *Pick up the semester of the current run from run_id.txt for
      *the run log
       LOAD-RUN-ID.
           OPEN INPUT RUNID-FILE.
           READ RUNID-FILE
               AT END CONTINUE
               NOT AT END
                   ADD 1 TO LOG-READ(LF-RUN-ID)
                   MOVE RID-SEMESTER TO RI-SEMESTER
           END-READ.
           CLOSE RUNID-FILE.

      *Read the whole archive. Each run's 'C' slate records are
      *closed off by its 'T' totals record, so a semester's current
      *run number is one more than the 'T' records seen for it
       LOAD-ASSIGNMENT-ARCHIVE.
           MOVE SPACE TO ARCH-EOF.
           OPEN INPUT ARCHIVE-FILE.
           PERFORM UNTIL ARCH-EOF = 'Y'
               READ ARCHIVE-FILE
                   AT END MOVE 'Y' TO ARCH-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-ARCHIVE)
                       IF ARCHIVE-REC NOT = SPACES THEN
                           ADD 1 TO ARCH-LINES
                           PERFORM TAKE-IN-ARCHIVE-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-FILE.

       TAKE-IN-ARCHIVE-RECORD.
           IF AH-TYPE NOT = 'C' AND AH-TYPE NOT = 'T' THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-ARCHIVE-SEMESTER.
           IF AH-TYPE = 'T' THEN
               ADD 1 TO SEM-RUNS(SEM-IDX)
               MOVE AH-COURSES-PROCESSED TO SEM-COURSES(SEM-IDX)
               MOVE AH-UNDERSTAFFED TO SEM-UNDERSTAFFED(SEM-IDX)
               EXIT PARAGRAPH
           END-IF.
           COMPUTE ARCH-RUN-NO = SEM-RUNS(SEM-IDX) + 1.
      *    The archive is cumulative and never regenerated; records
      *    written before role tags existed carry their first SID's
      *    digits where AH-ROLE now sits (role names never are
      *    numeric), so those records keep the pre-role parse: plain
      *    TA, 5 slots, SIDs starting right after the course-id
           IF AH-ROLE IS NUMERIC THEN
               MOVE 'TA' TO ARCH-ROLE
               MOVE 5 TO ARCH-SLOTS
               MOVE AH-BODY(6:55) TO ARCH-SIDS
           ELSE
               IF AH-ROLE = SPACES THEN
                   MOVE 'TA' TO ARCH-ROLE
               ELSE
                   MOVE AH-ROLE TO ARCH-ROLE
               END-IF
               IF AH-SLOT-COUNT IS NUMERIC AND
                  AH-SLOT-COUNT > 0 AND
                  AH-SLOT-COUNT <= 5 THEN
                   MOVE AH-SLOT-COUNT TO ARCH-SLOTS
               ELSE
                   MOVE 5 TO ARCH-SLOTS
               END-IF
               MOVE AH-SIDS TO ARCH-SIDS
           END-IF.
           PERFORM VARYING TREND-IDX FROM 1 BY 1
                   UNTIL TREND-IDX > TREND-COUNT
               IF TR-SEM-IDX(TREND-IDX) = SEM-IDX AND
                  TR-COURSE-ID(TREND-IDX) = AH-COURSE-ID AND
                  TR-ROLE(TREND-IDX) = ARCH-ROLE THEN
                   PERFORM UPDATE-TREND-ENTRY
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF TREND-COUNT >= MAX-TRENDS THEN
               DISPLAY 'assignment_history.txt has more than '
                   MAX-TRENDS ' semester course/role slates -'
                   ' raise MAX-TRENDS and rerun'
               CLOSE ARCHIVE-FILE
               MOVE 'archive over MAX-TRENDS' TO RUN-EXIT-REASON
               PERFORM STOP-ON-CAPACITY
           END-IF.
           ADD 1 TO TREND-COUNT.
           MOVE SEM-IDX TO TR-SEM-IDX(TREND-COUNT).
           MOVE AH-COURSE-ID TO TR-COURSE-ID(TREND-COUNT).
           MOVE ARCH-ROLE TO TR-ROLE(TREND-COUNT).
           MOVE ARCH-SLOTS TO TR-SLOTS(TREND-COUNT).
           MOVE ARCH-SIDS TO TR-SIDS(TREND-COUNT).
           MOVE 1 TO TR-RUNS-SEEN(TREND-COUNT).
           MOVE ARCH-RUN-NO TO TR-LAST-RUN(TREND-COUNT).
           MOVE ARCH-RUN-NO TO TR-SETTLED-RUN(TREND-COUNT).

      *A later run of the semester archived this course/role again:
      *count the run, and restart the settled count if the slate or
      *its headcount changed
       UPDATE-TREND-ENTRY.
           IF TR-LAST-RUN(TREND-IDX) NOT = ARCH-RUN-NO THEN
               ADD 1 TO TR-RUNS-SEEN(TREND-IDX)
               MOVE ARCH-RUN-NO TO TR-LAST-RUN(TREND-IDX)
           END-IF.
           IF TR-SIDS(TREND-IDX) NOT = ARCH-SIDS OR
              TR-SLOTS(TREND-IDX) NOT = ARCH-SLOTS THEN
               MOVE ARCH-SIDS TO TR-SIDS(TREND-IDX)
               MOVE ARCH-SLOTS TO TR-SLOTS(TREND-IDX)
               MOVE ARCH-RUN-NO TO TR-SETTLED-RUN(TREND-IDX)
           END-IF.

      *Find the archive record's semester, adding it the first time
      *it is seen with the date of its first archived run
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
           MOVE SEM-COUNT TO SEM-IDX.
           MOVE AH-SEMESTER TO SEM-CODE(SEM-IDX).
           MOVE AH-RUN-DATE TO SEM-FIRST-DATE(SEM-IDX).
           MOVE 0 TO SEM-RUNS(SEM-IDX).
           MOVE 0 TO SEM-COURSES(SEM-IDX).
           MOVE 0 TO SEM-UNDERSTAFFED(SEM-IDX).

      *Load every instructor rating, tagged with its archive semester
       LOAD-TA-HISTORY.
           MOVE SPACE TO HIST-EOF.
           OPEN INPUT HISTORY-FILE.
           PERFORM UNTIL HIST-EOF = 'Y'
               READ HISTORY-FILE INTO TA-HISTORY
                   AT END MOVE 'Y' TO HIST-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-HISTORY)
                       IF TA-HISTORY NOT = SPACES THEN
                           PERFORM TAKE-IN-HISTORY-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.

       TAKE-IN-HISTORY-RECORD.
           IF HIST-COUNT >= MAX-HISTORY THEN
               DISPLAY 'ta_history.txt has more than ' MAX-HISTORY
                   ' records - raise MAX-HISTORY and rerun'
               CLOSE HISTORY-FILE
               MOVE 'ta_history.txt over MAX-HISTORY' TO RUN-EXIT-REASON
               PERFORM STOP-ON-CAPACITY
           END-IF.
           ADD 1 TO HIST-COUNT.
           MOVE HIST-SID TO HT-SID(HIST-COUNT).
           MOVE HIST-COURSE-ID TO HT-COURSE-ID(HIST-COUNT).
           IF HIST-RATING IS NUMERIC THEN
               MOVE HIST-RATING TO HT-RATING(HIST-COUNT)
           ELSE
               MOVE 0 TO HT-RATING(HIST-COUNT)
           END-IF.
           MOVE 0 TO HT-SEM-IDX(HIST-COUNT).
           PERFORM VARYING SEM-IDX FROM 1 BY 1
                   UNTIL SEM-IDX > SEM-COUNT
               IF SEM-CODE(SEM-IDX) = HIST-SEMESTER THEN
                   MOVE SEM-IDX TO HT-SEM-IDX(HIST-COUNT)
               END-IF
           END-PERFORM.

      *A year given on the command line wins; otherwise report on
      *the year of the latest archived semester's first run
       SET-REPORT-YEAR.
           IF TREND-ARG(1:4) IS NUMERIC THEN
               MOVE TREND-ARG(1:4) TO REPORT-YEAR
           ELSE
               IF SEM-YEAR(SEM-COUNT) IS NUMERIC THEN
                   MOVE SEM-YEAR(SEM-COUNT) TO REPORT-YEAR
               END-IF
           END-IF.
           IF REPORT-YEAR > 0 THEN
               COMPUTE PRIOR-YEAR = REPORT-YEAR - 1
           END-IF.

      *Gather every SID from the semesters' final slates and from
      *the ratings into SERVICE-TABLE
       BUILD-SERVICE-TABLE.
           PERFORM VARYING TREND-IDX FROM 1 BY 1
                   UNTIL TREND-IDX > TREND-COUNT
               MOVE TR-SEM-IDX(TREND-IDX) TO SEM-IDX
               PERFORM VARYING SLOT-IDX FROM 1 BY 1
                       UNTIL SLOT-IDX > TR-SLOTS(TREND-IDX)
                   IF TR-SID(TREND-IDX SLOT-IDX) NOT = '0000000000 '
                      AND TR-SID(TREND-IDX SLOT-IDX) NOT = SPACES
                   THEN
                       MOVE TR-SID(TREND-IDX SLOT-IDX) TO SERVICE-SID
                       MOVE SEM-IDX TO SERVICE-SEM
                       PERFORM FIND-SERVICE-SID
                       PERFORM MARK-SLATE-SERVICE
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING HIST-IDX FROM 1 BY 1
                   UNTIL HIST-IDX > HIST-COUNT
               MOVE HT-SID(HIST-IDX) TO SERVICE-SID
               MOVE HT-SEM-IDX(HIST-IDX) TO SERVICE-SEM
               PERFORM FIND-SERVICE-SID
               PERFORM MARK-RATED-SERVICE
           END-PERFORM.

      *Find SERVICE-SID, adding it with SERVICE-SEM as its first
      *semester, and keep the earliest semester seen
       FIND-SERVICE-SID.
           PERFORM VARYING SERVICE-IDX FROM 1 BY 1
                   UNTIL SERVICE-IDX > SERVICE-COUNT
               IF SV-SID(SERVICE-IDX) = SERVICE-SID THEN
                   IF SERVICE-SEM < SV-FIRST-SEM(SERVICE-IDX) THEN
                       MOVE SERVICE-SEM TO SV-FIRST-SEM(SERVICE-IDX)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF SERVICE-COUNT >= MAX-SERVICE THEN
               DISPLAY 'More than ' MAX-SERVICE ' distinct SIDs in'
                   ' assignment_history.txt and ta_history.txt -'
                   ' raise MAX-SERVICE and rerun'
               MOVE 'distinct SIDs over MAX-SERVICE' TO RUN-EXIT-REASON
               PERFORM STOP-ON-CAPACITY
           END-IF.
           ADD 1 TO SERVICE-COUNT.
           MOVE SERVICE-COUNT TO SERVICE-IDX.
           MOVE SERVICE-SID TO SV-SID(SERVICE-IDX).
           MOVE SERVICE-SEM TO SV-FIRST-SEM(SERVICE-IDX).
           MOVE 'N' TO SV-PRIOR-YEAR(SERVICE-IDX).
           MOVE 'N' TO SV-REPORT-YEAR(SERVICE-IDX).
           MOVE 0 TO SV-BEST-RATING(SERVICE-IDX).

      *Note a final-slate place in last year's or this year's
      *semesters for the retention figures
       MARK-SLATE-SERVICE.
           IF SEM-YEAR(SEM-IDX) IS NOT NUMERIC OR PRIOR-YEAR = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF SEM-YEAR(SEM-IDX) = PRIOR-YEAR THEN
               MOVE 'Y' TO SV-PRIOR-YEAR(SERVICE-IDX)
           END-IF.
           IF SEM-YEAR(SEM-IDX) = REPORT-YEAR THEN
               MOVE 'Y' TO SV-REPORT-YEAR(SERVICE-IDX)
           END-IF.

      *Keep the best rating drawn for last year's service
       MARK-RATED-SERVICE.
           IF SERVICE-SEM = 0 OR PRIOR-YEAR = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF SEM-YEAR(SERVICE-SEM) IS NUMERIC AND
              SEM-YEAR(SERVICE-SEM) = PRIOR-YEAR AND
              HT-RATING(HIST-IDX) > SV-BEST-RATING(SERVICE-IDX) THEN
               MOVE HT-RATING(HIST-IDX) TO SV-BEST-RATING(SERVICE-IDX)
           END-IF.

      *One semester: its run count and last run's totals, then a
      *line per course/role from its final slate, then the totals
       WRITE-SEMESTER-BLOCK.
           MOVE SPACES TO TREND-LINE.
           PERFORM WRITE-TREND-RECORD.
           MOVE SEM-RUNS(SEM-IDX) TO RUNS-ED.
           MOVE SEM-COURSES(SEM-IDX) TO COUNT-ED.
           MOVE SEM-UNDERSTAFFED(SEM-IDX) TO COUNT-ED-2.
           MOVE SPACES TO TREND-LINE.
           STRING 'SEMESTER ' SEM-CODE(SEM-IDX) ' - first run '
               SEM-FIRST-DATE(SEM-IDX) ',' RUNS-ED ' run(s); last'
               ' run ' COUNT-ED ' role(s),' COUNT-ED-2
               ' understaffed' DELIMITED BY SIZE INTO TREND-LINE.
           PERFORM WRITE-TREND-RECORD.
           MOVE TREND-COLUMN-HEAD TO TREND-LINE.
           PERFORM WRITE-TREND-RECORD.
           MOVE 0 TO SEM-FILLED-TOTAL.
           MOVE 0 TO SEM-SLOT-TOTAL.
           MOVE 0 TO SEM-RETURNING-TOTAL.
           PERFORM VARYING TREND-IDX FROM 1 BY 1
                   UNTIL TREND-IDX > TREND-COUNT
               IF TR-SEM-IDX(TREND-IDX) = SEM-IDX THEN
                   PERFORM WRITE-TREND-DETAIL
               END-IF
           END-PERFORM.
           MOVE SEM-FILLED-TOTAL TO COUNT-ED.
           MOVE SEM-SLOT-TOTAL TO COUNT-ED-2.
           MOVE SEM-RETURNING-TOTAL TO COUNT-ED-3.
           IF SEM-FILLED-TOTAL > 0 THEN
               COMPUTE ENTRY-PCT ROUNDED =
                   SEM-RETURNING-TOTAL * 100 / SEM-FILLED-TOTAL
           ELSE
               MOVE 0 TO ENTRY-PCT
           END-IF.
           MOVE ENTRY-PCT TO PCT-ED.
           MOVE SPACES TO TREND-LINE.
           STRING 'Semester total:' COUNT-ED ' of' COUNT-ED-2
               ' slot(s) filled,' COUNT-ED-3 ' returning TA(s) ('
               PCT-ED '%)' DELIMITED BY SIZE INTO TREND-LINE.
           PERFORM WRITE-TREND-RECORD.

      *One course/role line: headcount against slots, the run the
      *slate settled on out of the runs that carried it, returning
      *TAs (served in an earlier semester) and the instructor
      *rating average. ta_history.txt carries no role, so the
      *rating is the course's for that semester
       WRITE-TREND-DETAIL.
           MOVE 0 TO ENTRY-FILLED.
           MOVE 0 TO ENTRY-RETURNING.
           PERFORM VARYING SLOT-IDX FROM 1 BY 1
                   UNTIL SLOT-IDX > TR-SLOTS(TREND-IDX)
               IF TR-SID(TREND-IDX SLOT-IDX) NOT = '0000000000 '
                  AND TR-SID(TREND-IDX SLOT-IDX) NOT = SPACES THEN
                   ADD 1 TO ENTRY-FILLED
                   MOVE TR-SID(TREND-IDX SLOT-IDX) TO SERVICE-SID
                   MOVE SEM-IDX TO SERVICE-SEM
                   PERFORM FIND-SERVICE-SID
                   IF SV-FIRST-SEM(SERVICE-IDX) < SEM-IDX THEN
                       ADD 1 TO ENTRY-RETURNING
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO ENTRY-RATED.
           MOVE 0 TO ENTRY-RATING-SUM.
           PERFORM VARYING HIST-IDX FROM 1 BY 1
                   UNTIL HIST-IDX > HIST-COUNT
               IF HT-SEM-IDX(HIST-IDX) = SEM-IDX AND
                  HT-COURSE-ID(HIST-IDX) = TR-COURSE-ID(TREND-IDX)
               THEN
                   ADD 1 TO ENTRY-RATED
                   ADD HT-RATING(HIST-IDX) TO ENTRY-RATING-SUM
               END-IF
           END-PERFORM.
           MOVE TR-COURSE-ID(TREND-IDX) TO TD-COURSE-ID.
           MOVE TR-ROLE(TREND-IDX) TO TD-ROLE.
           MOVE ENTRY-FILLED TO TD-FILLED.
           MOVE TR-SLOTS(TREND-IDX) TO TD-SLOTS.
           MOVE TR-SETTLED-RUN(TREND-IDX) TO TD-SETTLED.
           MOVE TR-RUNS-SEEN(TREND-IDX) TO TD-RUNS.
           MOVE ENTRY-RETURNING TO TD-RETURNING.
           MOVE ENTRY-FILLED TO TD-RETURN-OF.
           IF ENTRY-FILLED > 0 THEN
               COMPUTE ENTRY-PCT ROUNDED =
                   ENTRY-RETURNING * 100 / ENTRY-FILLED
           ELSE
               MOVE 0 TO ENTRY-PCT
           END-IF.
           MOVE ENTRY-PCT TO TD-RETURN-PCT.
           IF ENTRY-RATED > 0 THEN
               COMPUTE ENTRY-AVG-RATING ROUNDED =
                   ENTRY-RATING-SUM / ENTRY-RATED
               MOVE ENTRY-AVG-RATING TO RATING-ED
               MOVE RATING-ED TO TD-RATING
           ELSE
               MOVE 'N/A' TO TD-RATING
           END-IF.
           MOVE ENTRY-RATED TO TD-RATED.
           MOVE TREND-DETAIL-OUT TO TREND-LINE.
           PERFORM WRITE-TREND-RECORD.
           ADD ENTRY-FILLED TO SEM-FILLED-TOTAL.
           ADD TR-SLOTS(TREND-IDX) TO SEM-SLOT-TOTAL.
           ADD ENTRY-RETURNING TO SEM-RETURNING-TOTAL.

      *Department-wide retention: of the TAs on last year's final
      *slates, how many are on a slate again this year, and which
      *of those rated 4 or better for last year are not
       WRITE-RETENTION-BLOCK.
           MOVE SPACES TO TREND-LINE.
           PERFORM WRITE-TREND-RECORD.
           IF PRIOR-YEAR = 0 THEN
               STRING 'RETENTION - no report year: give one on the'
                   ' command line (YYYY)' DELIMITED BY SIZE
                   INTO TREND-LINE
               PERFORM WRITE-TREND-RECORD
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO TREND-LINE.
           STRING 'RETENTION ' REPORT-YEAR ' - TAs on ' PRIOR-YEAR
               ' slates who are back on a ' REPORT-YEAR ' slate'
               DELIMITED BY SIZE INTO TREND-LINE.
           PERFORM WRITE-TREND-RECORD.
           PERFORM VARYING SERVICE-IDX FROM 1 BY 1
                   UNTIL SERVICE-IDX > SERVICE-COUNT
               IF SV-PRIOR-YEAR(SERVICE-IDX) = 'Y' THEN
                   ADD 1 TO PRIOR-TA-COUNT
                   IF SV-REPORT-YEAR(SERVICE-IDX) = 'Y' THEN
                       ADD 1 TO CAME-BACK-COUNT
                   ELSE
                       IF SV-BEST-RATING(SERVICE-IDX) >= 4 THEN
                           ADD 1 TO RATED-GONE-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF PRIOR-TA-COUNT > 0 THEN
               COMPUTE ENTRY-PCT ROUNDED =
                   CAME-BACK-COUNT * 100 / PRIOR-TA-COUNT
           ELSE
               MOVE 0 TO ENTRY-PCT
           END-IF.
           MOVE PRIOR-TA-COUNT TO COUNT-ED.
           MOVE CAME-BACK-COUNT TO COUNT-ED-2.
           MOVE ENTRY-PCT TO PCT-ED.
           MOVE SPACES TO TREND-LINE.
           STRING 'TAs last year:' COUNT-ED '  came back:' COUNT-ED-2
               ' (' PCT-ED '%)' DELIMITED BY SIZE INTO TREND-LINE.
           PERFORM WRITE-TREND-RECORD.
           MOVE RATED-GONE-COUNT TO COUNT-ED.
           MOVE SPACES TO TREND-LINE.
           STRING 'Rated 4+ last year and did not come back:' COUNT-ED
               DELIMITED BY SIZE INTO TREND-LINE.
           PERFORM WRITE-TREND-RECORD.
           PERFORM VARYING SERVICE-IDX FROM 1 BY 1
                   UNTIL SERVICE-IDX > SERVICE-COUNT
               IF SV-PRIOR-YEAR(SERVICE-IDX) = 'Y' AND
                  SV-REPORT-YEAR(SERVICE-IDX) = 'N' AND
                  SV-BEST-RATING(SERVICE-IDX) >= 4 THEN
                   MOVE SPACES TO TREND-LINE
                   STRING '    ' SV-SID(SERVICE-IDX) ' best rating '
                       SV-BEST-RATING(SERVICE-IDX)
                       DELIMITED BY SIZE INTO TREND-LINE
                   PERFORM WRITE-TREND-RECORD
               END-IF
           END-PERFORM.

       WRITE-TREND-RECORD.
           ADD 1 TO LOG-WRITTEN(LF-TRENDS).
           WRITE TREND-LINE
           END-WRITE.

      *A table limit was reached - stop with the capacity return
      *code documented in runlog.cpy
       STOP-ON-CAPACITY.
           MOVE 16 TO RUN-RC.
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
           MOVE 'TA-TREND-REPORT' TO RL-PROGRAM.
           MOVE RUN-START-DATE TO RL-START-DATE.
           MOVE RUN-START-TIME(1:6) TO RL-START-TIME.
           MOVE 'REPORT' TO RL-RUN-MODE.
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

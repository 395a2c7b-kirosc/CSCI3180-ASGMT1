           SELECT OPTIONAL REJECT-FILE
               ASSIGN TO 'rating_rejects.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNID-FILE ASSIGN TO 'run_id.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO 'run_log.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD REJECT-FILE.
       01 REJECT-LINE PIC X(100).

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
       01 ACCEPTED-COUNT   PIC 9(4) VALUE 0.
       01 REJECTED-COUNT   PIC 9(4) VALUE 0.
       01 REJECT-OUT       PIC X(100).
      *Run log and return code, as documented in runlog.cpy
       01 RI-SEMESTER      PIC X(5) VALUE SPACES.
       01 RUN-RC           PIC 9(2) VALUE 0.
       01 RUN-EXIT-REASON  PIC X(60) VALUE SPACES.
       01 RUN-START-DATE   PIC 9(8).
       01 RUN-START-TIME   PIC 9(8).
       01 RUN-END-TIME     PIC 9(8).
      *Records read and written per file, addressed by the LF-
      *numbers below; only files the run touched are logged
       01 LOG-FILE-COUNT   PIC 9(2) VALUE 5.
       01 LOG-IDX          PIC 9(2).
       01 LOG-FILE-NAMES.
           05 FILLER PIC X(24) VALUE 'rating_submissions.txt'.
           05 FILLER PIC X(24) VALUE 'ta_history.txt'.
           05 FILLER PIC X(24) VALUE 'assignment_history.txt'.
           05 FILLER PIC X(24) VALUE 'rating_rejects.txt'.
           05 FILLER PIC X(24) VALUE 'run_id.txt'.
       01 LOG-FILE-NAME-TABLE REDEFINES LOG-FILE-NAMES.
           05 LOG-FILE-NAME PIC X(24) OCCURS 5 TIMES.
       01 LOG-FILE-COUNTS.
           05 LOG-FILE-ENTRY OCCURS 5 TIMES.
               10 LOG-READ    PIC 9(7) VALUE 0.
               10 LOG-WRITTEN PIC 9(7) VALUE 0.
       01 LF-SUBMISSIONS   PIC 9(2) VALUE 1.
       01 LF-HISTORY       PIC 9(2) VALUE 2.
       01 LF-ARCHIVE       PIC 9(2) VALUE 3.
       01 LF-REJECTS       PIC 9(2) VALUE 4.
       01 LF-RUN-ID        PIC 9(2) VALUE 5.

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-START-TIME FROM TIME.
           PERFORM LOAD-RUN-ID.
      *    No submissions on a given night is not a failure
           OPEN INPUT RATING-FILE.
           IF NOT FS1 = 00 THEN
               DISPLAY 'rating_submissions.txt not found - nothing'
                   ' to take in'
               MOVE 'no rating_submissions.txt - nothing to take in'
                   TO RUN-EXIT-REASON
               PERFORM END-RUN
           END-IF.
           CLOSE RATING-FILE.
           OPEN OUTPUT REJECT-FILE.
           PERFORM PROCESS-SUBMISSIONS.
           DISPLAY 'Rating intake: ' ACCEPTED-COUNT ' accepted, '
               REJECTED-COUNT ' rejected - see rating_rejects.txt'.
      *    Rejected lines do not stop the intake - the accepted ones
      *    are merged - but the run ends with warnings
           IF REJECTED-COUNT > 0 THEN
               MOVE 4 TO RUN-RC
               MOVE 'completed - submissions rejected'
                   TO RUN-EXIT-REASON
           ELSE
               MOVE 'completed' TO RUN-EXIT-REASON
           END-IF.
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

      *Load the existing returning-TA history for duplicate checks
       LOAD-TA-HISTORY.
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

      *A history longer than the table would let duplicates through
      *unseen, so the intake stops rather than load part of it
       TAKE-IN-HISTORY-RECORD.
           IF HIST-COUNT >= MAX-HISTORY THEN
               DISPLAY 'ta_history.txt has more than ' MAX-HISTORY
                   ' records - raise MAX-HISTORY or run the'
                   ' retention purge, then rerun'
               CLOSE HISTORY-FILE
               MOVE 'ta_history.txt over MAX-HISTORY' TO RUN-EXIT-REASON
               PERFORM STOP-ON-CAPACITY
           END-IF.
           ADD 1 TO HIST-COUNT.
           MOVE HIST-SID TO HT-SID(HIST-COUNT).
           MOVE HIST-COURSE-ID TO HT-COURSE-ID(HIST-COUNT).
           MOVE HIST-SEMESTER TO HT-SEMESTER(HIST-COUNT).
           MOVE HIST-RATING TO HT-RATING(HIST-COUNT).

      *Load every archived slate record so submissions can be
      *checked against who really held the assignment
       LOAD-ASSIGNMENT-ARCHIVE.
               READ ARCHIVE-FILE
                   AT END MOVE 'Y' TO ARCH-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-ARCHIVE)
                       IF AH-TYPE = 'C' THEN
                           PERFORM TAKE-IN-ARCHIVE-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-FILE.

      *An archive longer than the table would reject genuine
      *submissions as not held, so the intake stops instead
       TAKE-IN-ARCHIVE-RECORD.
           IF ARCH-COUNT >= MAX-ARCHIVE THEN
               DISPLAY 'assignment_history.txt has more than '
                   MAX-ARCHIVE ' slate records - raise MAX-ARCHIVE or'
                   ' run the retention purge, then rerun'
               CLOSE ARCHIVE-FILE
               MOVE 'archive over MAX-ARCHIVE' TO RUN-EXIT-REASON
               PERFORM STOP-ON-CAPACITY
           END-IF.
           ADD 1 TO ARCH-COUNT.
           MOVE AH-SEMESTER TO AT-SEMESTER(ARCH-COUNT).
           MOVE AH-COURSE-ID TO AT-COURSE-ID(ARCH-COUNT).
      *    The archive is cumulative; records written before role
      *    tags existed carry their first SID's digits where AH-ROLE
      *    now sits (role names never are numeric), with the SIDs
      *    starting right after the course-id
           IF AH-ROLE IS NUMERIC THEN
               MOVE AH-BODY(6:55) TO AT-SIDS(ARCH-COUNT)
           ELSE
               MOVE AH-SIDS TO AT-SIDS(ARCH-COUNT)
           END-IF.

      *Validate each submission and merge the accepted ones into
      *ta_history.txt
       PROCESS-SUBMISSIONS.
               READ RATING-FILE INTO RATING-SUB
                   AT END MOVE 'Y' TO RATING-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-SUBMISSIONS)
                       IF RATING-SUB NOT = SPACES THEN
                           ADD 1 TO SUB-LINE-NO
                           PERFORM TAKE-IN-ONE-SUBMISSION
      *Append the accepted rating to ta_history.txt and remember it
      *so a second copy later in the batch is caught as a duplicate
       APPEND-HISTORY-RECORD.
      *    Nothing is appended that could not also be remembered, so
      *    a rerun after raising the limit sees every line it merged
           IF HIST-COUNT >= MAX-HISTORY THEN
               DISPLAY 'ta_history.txt reached ' MAX-HISTORY
                   ' records at submission line ' SUB-LINE-NO
                   ' - raise MAX-HISTORY or run the retention purge,'
                   ' then rerun'
               CLOSE RATING-FILE
               MOVE 'ta_history.txt reached MAX-HISTORY'
                   TO RUN-EXIT-REASON
               PERFORM STOP-ON-CAPACITY
           END-IF.
           MOVE RS-SID TO HIST-SID.
           MOVE RS-COURSE-ID TO HIST-COURSE-ID.
           MOVE RS-SEMESTER TO HIST-SEMESTER.
           MOVE RS-RATING TO HIST-RATING.
           OPEN EXTEND HISTORY-FILE.
               ADD 1 TO LOG-WRITTEN(LF-HISTORY).
               WRITE TA-HISTORY
               END-WRITE.
           CLOSE HISTORY-FILE.
           ADD 1 TO ACCEPTED-COUNT.
           ADD 1 TO HIST-COUNT.
           MOVE RS-SID TO HT-SID(HIST-COUNT).
           MOVE RS-COURSE-ID TO HT-COURSE-ID(HIST-COUNT).
           MOVE RS-SEMESTER TO HT-SEMESTER(HIST-COUNT).
           MOVE RS-RATING TO HT-RATING(HIST-COUNT).

      *Append one line to rating_rejects.txt and count the reject
       WRITE-REJECT-LINE.
           ADD 1 TO REJECTED-COUNT.
           MOVE REJECT-OUT TO REJECT-LINE.
           OPEN EXTEND REJECT-FILE.
               ADD 1 TO LOG-WRITTEN(LF-REJECTS).
               WRITE REJECT-LINE
               END-WRITE.
           CLOSE REJECT-FILE.

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
           MOVE 'TA-RATING-INTAKE' TO RL-PROGRAM.
           MOVE RUN-START-DATE TO RL-START-DATE.
           MOVE RUN-START-TIME(1:6) TO RL-START-TIME.
           MOVE 'INTAKE' TO RL-RUN-MODE.
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TA-OFFER-LEDGER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RESPONSE-FILE
               ASSIGN TO 'offer_responses.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS1.
           SELECT OFFER-FILE ASSIGN TO 'offers.idx'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OF-KEY
               FILE STATUS IS FS2.
           SELECT OPTIONAL DECLINE-FILE ASSIGN TO 'declines.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REJECT-FILE
               ASSIGN TO 'offer_rejects.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHASE-FILE
               ASSIGN TO 'offer_chase.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNID-FILE ASSIGN TO 'run_id.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO 'run_log.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RESPONSE-FILE.
      *One student reply per line, keyed like the offer it answers.
      *A blank reply date means the reply came in on the run date
       01 RESPONSE-REC.
           05 RE-SID PIC X(11).
           05 RE-COURSE-ID PIC X(5).
           05 RE-ROLE PIC X(8).
           05 RE-RESPONSE PIC X(8).
           05 RE-REPLY-DATE PIC X(8).

       FD OFFER-FILE.
       COPY 'offermast.cpy'.

       FD DECLINE-FILE.
      *Same record the TA-RANKING PROMOTION run reads its declines
      *from
       01 DECLINE-REC.
           05 DE-COURSE-ID PIC X(5).
           05 DE-ROLE PIC X(8).
           05 DE-SID PIC X(11).

       FD REJECT-FILE.
       01 REJECT-LINE PIC X(100).

       FD CHASE-FILE.
       01 CHASE-LINE PIC X(80).

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
      *Variables to keep track of the EOF
       01 RESPONSE-EOF     PIC X VALUE SPACE.
       01 OFFER-EOF        PIC X VALUE SPACE.
      *Date the ledger is run for, YYYYMMDD, taken from the command
      *line or defaulting to today, and the same date and the
      *reply-by date being checked as day numbers
       01 LEDGER-ARG       PIC X(80).
       01 LEDGER-DATE      PIC 9(8).
       01 LEDGER-DAY       PIC 9(7).
       01 REPLY-BY-DATE    PIC 9(8).
       01 REPLY-BY-DAY     PIC 9(7).
       01 DAYS-LEFT        PIC 9(1).
      *An offer still OFFERED this many days or fewer before its
      *reply-by date goes on the chase list
       01 CHASE-DAYS       PIC 9(1) VALUE 2.
      *Outcome of validating the reply currently being read
       01 RESP-LINE-NO     PIC 9(5) VALUE 0.
       01 RESP-REPLY-DATE  PIC X(8).
       01 RESP-DATE-OK     PIC X VALUE 'N'.
       01 RESPONSES-READ   PIC 9(5) VALUE 0.
       01 ACCEPTED-COUNT   PIC 9(5) VALUE 0.
       01 DECLINED-COUNT   PIC 9(5) VALUE 0.
       01 REJECTED-COUNT   PIC 9(5) VALUE 0.
       01 LAPSED-COUNT     PIC 9(5) VALUE 0.
       01 CHASE-COUNT      PIC 9(5) VALUE 0.
       01 OPEN-COUNT       PIC 9(5) VALUE 0.
       01 REJECT-OUT       PIC X(100).
      *offer_chase.txt layout: every offer lapsed by this run and
      *every open offer falling due within CHASE-DAYS
       01 CHASE-HEADER.
           05 FILLER            PIC X(22) VALUE
              'Offer chase list for '.
           05 CHH-DATE          PIC X(8).
       01 CHASE-COLUMNS.
           05 FILLER            PIC X(9) VALUE 'ACTION'.
           05 FILLER            PIC X(12) VALUE 'SID'.
           05 FILLER            PIC X(6) VALUE 'COURSE'.
           05 FILLER            PIC X(9) VALUE 'ROLE'.
           05 FILLER            PIC X(10) VALUE 'REPLY-BY'.
           05 FILLER            PIC X(30) VALUE 'NOTE'.
       01 CHASE-OUT.
           05 CH-ACTION         PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 CH-SID            PIC X(11).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 CH-COURSE-ID      PIC X(5).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 CH-ROLE           PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 CH-REPLY-BY       PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 CH-NOTE           PIC X(34).
       01 CHASE-TOTAL-OUT.
           05 CT-LABEL          PIC X(30).
           05 CT-COUNT          PIC ZZZZ9.

      *Run log and return code, as documented in runlog.cpy
       01 RI-SEMESTER      PIC X(5) VALUE SPACES.
       01 RUN-RC           PIC 9(2) VALUE 0.
       01 RUN-EXIT-REASON  PIC X(60) VALUE SPACES.
       01 RUN-START-DATE   PIC 9(8).
       01 RUN-START-TIME   PIC 9(8).
       01 RUN-END-TIME     PIC 9(8).
      *Records read and written per file, addressed by the LF-
      *numbers below; only files the run touched are logged
       01 LOG-FILE-COUNT   PIC 9(2) VALUE 6.
       01 LOG-IDX          PIC 9(2).
       01 LOG-FILE-NAMES.
           05 FILLER PIC X(24) VALUE 'offer_responses.txt'.
           05 FILLER PIC X(24) VALUE 'offers.idx'.
           05 FILLER PIC X(24) VALUE 'declines.txt'.
           05 FILLER PIC X(24) VALUE 'offer_rejects.txt'.
           05 FILLER PIC X(24) VALUE 'offer_chase.txt'.
           05 FILLER PIC X(24) VALUE 'run_id.txt'.
       01 LOG-FILE-NAME-TABLE REDEFINES LOG-FILE-NAMES.
           05 LOG-FILE-NAME PIC X(24) OCCURS 6 TIMES.
       01 LOG-FILE-COUNTS.
           05 LOG-FILE-ENTRY OCCURS 6 TIMES.
               10 LOG-READ    PIC 9(7) VALUE 0.
               10 LOG-WRITTEN PIC 9(7) VALUE 0.
       01 LF-RESPONSES     PIC 9(2) VALUE 1.
       01 LF-OFFERS        PIC 9(2) VALUE 2.
       01 LF-DECLINES      PIC 9(2) VALUE 3.
       01 LF-REJECTS       PIC 9(2) VALUE 4.
       01 LF-CHASE         PIC 9(2) VALUE 5.
       01 LF-RUN-ID        PIC 9(2) VALUE 6.

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-START-TIME FROM TIME.
           PERFORM LOAD-RUN-ID.
           PERFORM SET-LEDGER-DATE.
           OPEN I-O OFFER-FILE.
           IF NOT FS2 = 00 THEN
               DISPLAY 'offers.idx not found - no offers have been'
                   ' published yet'
               MOVE 'offers.idx not found' TO RUN-EXIT-REASON
               PERFORM STOP-ON-IO-ERROR
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           CLOSE REJECT-FILE.
           PERFORM APPLY-RESPONSES.
           PERFORM LAPSE-AND-CHASE-OFFERS.
           CLOSE OFFER-FILE.
           DISPLAY 'Offer ledger ' LEDGER-DATE ': ' RESPONSES-READ
               ' reply(s) read, ' ACCEPTED-COUNT ' accepted, '
               DECLINED-COUNT ' declined, ' REJECTED-COUNT
               ' rejected - see offer_rejects.txt'.
           DISPLAY 'Offer ledger ' LEDGER-DATE ': ' LAPSED-COUNT
               ' lapsed, ' CHASE-COUNT ' to chase, ' OPEN-COUNT
               ' still open - see offer_chase.txt'.
           IF DECLINED-COUNT > 0 OR LAPSED-COUNT > 0 THEN
               DISPLAY 'declines.txt has new declines - run'
                   ' TA-RANKING with RUN-MODE PROMOTION to backfill'
           END-IF.
      *    Rejected replies do not stop the run, but it ends with
      *    warnings so the office looks at offer_rejects.txt
           IF REJECTED-COUNT > 0 THEN
               MOVE 4 TO RUN-RC
               MOVE 'completed - replies rejected' TO RUN-EXIT-REASON
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

      *The run date comes from the command line as YYYYMMDD so a
      *missed night can be rerun for its own date; with no argument
      *the ledger is run for today
       SET-LEDGER-DATE.
           ACCEPT LEDGER-ARG FROM COMMAND-LINE.
           IF LEDGER-ARG = SPACES THEN
               ACCEPT LEDGER-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE LEDGER-ARG(1:8) TO RESP-REPLY-DATE
               PERFORM CHECK-REPLY-DATE
               IF RESP-DATE-OK = 'N' OR
                  LEDGER-ARG(9:) NOT = SPACES THEN
                   DISPLAY 'Run date must be YYYYMMDD - got '
                       FUNCTION TRIM(LEDGER-ARG)
                   MOVE 'run-date argument not YYYYMMDD'
                       TO RUN-EXIT-REASON
                   PERFORM STOP-ON-CONTROL-ERROR
               END-IF
               MOVE LEDGER-ARG(1:8) TO LEDGER-DATE
           END-IF.
           COMPUTE LEDGER-DAY = FUNCTION INTEGER-OF-DATE(LEDGER-DATE).

      *Is RESP-REPLY-DATE a real calendar date, YYYYMMDD?
       CHECK-REPLY-DATE.
           MOVE 'N' TO RESP-DATE-OK.
           IF RESP-REPLY-DATE IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(
                  FUNCTION NUMVAL(RESP-REPLY-DATE)) = 0 THEN
               MOVE 'Y' TO RESP-DATE-OK
           END-IF.

      *Take in every student reply in offer_responses.txt
       APPLY-RESPONSES.
           MOVE SPACE TO RESPONSE-EOF.
           OPEN INPUT RESPONSE-FILE.
           IF NOT FS1 = 00 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL RESPONSE-EOF = 'Y'
               READ RESPONSE-FILE
                   AT END MOVE 'Y' TO RESPONSE-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-RESPONSES)
                       IF RESPONSE-REC NOT = SPACES THEN
                           ADD 1 TO RESP-LINE-NO
                           ADD 1 TO RESPONSES-READ
                           PERFORM TAKE-IN-ONE-RESPONSE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESPONSE-FILE.

      *Apply one reply to its OFFERED ledger entry. A reply that
      *comes in after the reply-by date still counts as long as the
      *lapse run has not yet freed the slot
       TAKE-IN-ONE-RESPONSE.
           IF RE-SID = SPACES OR RE-COURSE-ID = SPACES OR
              RE-ROLE = SPACES THEN
               MOVE SPACES TO REJECT-OUT
               STRING 'RESPONSE line ' RESP-LINE-NO
                   ': blank SID, course or role'
                   DELIMITED BY SIZE INTO REJECT-OUT
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF RE-RESPONSE NOT = 'ACCEPTED' AND
              RE-RESPONSE NOT = 'DECLINED' THEN
               MOVE SPACES TO REJECT-OUT
               STRING 'RESPONSE line ' RESP-LINE-NO
                   ' (SID ' RE-SID '): reply must be ACCEPTED or'
                   ' DECLINED'
                   DELIMITED BY SIZE INTO REJECT-OUT
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF RE-REPLY-DATE = SPACES THEN
               MOVE LEDGER-DATE TO RESP-REPLY-DATE
           ELSE
               MOVE RE-REPLY-DATE TO RESP-REPLY-DATE
               PERFORM CHECK-REPLY-DATE
               IF RESP-DATE-OK = 'N' OR
                  RESP-REPLY-DATE > LEDGER-DATE THEN
                   MOVE SPACES TO REJECT-OUT
                   STRING 'RESPONSE line ' RESP-LINE-NO
                       ' (SID ' RE-SID '): reply date '
                       RE-REPLY-DATE ' is not a date on or before '
                       LEDGER-DATE
                       DELIMITED BY SIZE INTO REJECT-OUT
                   PERFORM WRITE-REJECT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE RE-SID TO OF-SID.
           MOVE RE-COURSE-ID TO OF-COURSE-ID.
           MOVE RE-ROLE TO OF-ROLE.
           READ OFFER-FILE
               INVALID KEY
                   MOVE SPACES TO REJECT-OUT
                   STRING 'RESPONSE line ' RESP-LINE-NO
                       ' (SID ' RE-SID '): no offer of '
                       RE-COURSE-ID ' ' RE-ROLE ' on offers.idx'
                       DELIMITED BY SIZE INTO REJECT-OUT
                   PERFORM WRITE-REJECT-LINE
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   ADD 1 TO LOG-READ(LF-OFFERS)
           END-READ.
      *    A second reply, or a reply to an offer already lapsed,
      *    must not overturn the recorded outcome
           IF OF-STATUS NOT = 'OFFERED' THEN
               MOVE SPACES TO REJECT-OUT
               STRING 'RESPONSE line ' RESP-LINE-NO
                   ' (SID ' RE-SID '): offer of ' RE-COURSE-ID ' '
                   RE-ROLE ' is already ' OF-STATUS
                   DELIMITED BY SIZE INTO REJECT-OUT
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE RE-RESPONSE TO OF-STATUS.
           MOVE RESP-REPLY-DATE TO OF-REPLY-DATE.
           REWRITE OFFER-REC
               INVALID KEY
                   DISPLAY 'offers.idx rewrite failed for ' OF-KEY
                       ' - file status ' FS2
                   CLOSE OFFER-FILE
                   MOVE 'offers.idx rewrite failed' TO RUN-EXIT-REASON
                   PERFORM STOP-ON-IO-ERROR
               NOT INVALID KEY
                   ADD 1 TO LOG-WRITTEN(LF-OFFERS)
           END-REWRITE.
           IF RE-RESPONSE = 'ACCEPTED' THEN
               ADD 1 TO ACCEPTED-COUNT
           ELSE
               ADD 1 TO DECLINED-COUNT
               PERFORM WRITE-DECLINE-RECORD
           END-IF.

      *Walk the whole ledger: an OFFERED entry past its reply-by date
      *is lapsed and becomes a decline, one falling due within
      *CHASE-DAYS goes on the chase list
       LAPSE-AND-CHASE-OFFERS.
           OPEN OUTPUT CHASE-FILE.
           MOVE LEDGER-DATE TO CHH-DATE.
           ADD 1 TO LOG-WRITTEN(LF-CHASE).
           WRITE CHASE-LINE FROM CHASE-HEADER
           END-WRITE.
           ADD 1 TO LOG-WRITTEN(LF-CHASE).
           WRITE CHASE-LINE FROM CHASE-COLUMNS
           END-WRITE.
           MOVE SPACE TO OFFER-EOF.
           MOVE LOW-VALUES TO OF-KEY.
           START OFFER-FILE KEY IS NOT LESS THAN OF-KEY
               INVALID KEY MOVE 'Y' TO OFFER-EOF
           END-START.
           PERFORM UNTIL OFFER-EOF = 'Y'
               READ OFFER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO OFFER-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-OFFERS)
                       IF OF-STATUS = 'OFFERED' THEN
                           PERFORM CHECK-ONE-OPEN-OFFER
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO CHASE-LINE.
           ADD 1 TO LOG-WRITTEN(LF-CHASE).
           WRITE CHASE-LINE
           END-WRITE.
           MOVE 'Offers lapsed this run:' TO CT-LABEL.
           MOVE LAPSED-COUNT TO CT-COUNT.
           ADD 1 TO LOG-WRITTEN(LF-CHASE).
           WRITE CHASE-LINE FROM CHASE-TOTAL-OUT
           END-WRITE.
           MOVE 'Offers to chase:' TO CT-LABEL.
           MOVE CHASE-COUNT TO CT-COUNT.
           ADD 1 TO LOG-WRITTEN(LF-CHASE).
           WRITE CHASE-LINE FROM CHASE-TOTAL-OUT
           END-WRITE.
           MOVE 'Offers still open:' TO CT-LABEL.
           MOVE OPEN-COUNT TO CT-COUNT.
           ADD 1 TO LOG-WRITTEN(LF-CHASE).
           WRITE CHASE-LINE FROM CHASE-TOTAL-OUT
           END-WRITE.
           CLOSE CHASE-FILE.

      *Lapse or chase the OFFERED entry just read
       CHECK-ONE-OPEN-OFFER.
      *    Only the current semester's offers (as run_id.txt has it)
      *    are lapsed or chased - one left open from another
      *    semester must not turn into a decline against this
      *    semester's slates, so it is listed for the office instead
           IF RI-SEMESTER NOT = SPACES AND
              OF-SEMESTER NOT = RI-SEMESTER THEN
               ADD 1 TO OPEN-COUNT
               MOVE 'CHECK' TO CH-ACTION
               MOVE SPACES TO CH-NOTE
               STRING 'from semester ' OF-SEMESTER ', not current'
                   DELIMITED BY SIZE INTO CH-NOTE
               PERFORM WRITE-CHASE-RECORD
               EXIT PARAGRAPH
           END-IF.
      *    An entry without a usable reply-by date can be neither
      *    lapsed nor chased - list it for the office to settle
           MOVE OF-REPLY-BY TO RESP-REPLY-DATE.
           PERFORM CHECK-REPLY-DATE.
           IF RESP-DATE-OK = 'N' THEN
               ADD 1 TO OPEN-COUNT
               MOVE 'CHECK' TO CH-ACTION
               MOVE 'no valid reply-by date' TO CH-NOTE
               PERFORM WRITE-CHASE-RECORD
               EXIT PARAGRAPH
           END-IF.
           MOVE OF-REPLY-BY TO REPLY-BY-DATE.
           COMPUTE REPLY-BY-DAY =
               FUNCTION INTEGER-OF-DATE(REPLY-BY-DATE).
           IF REPLY-BY-DAY < LEDGER-DAY THEN
               MOVE 'LAPSED' TO OF-STATUS
               MOVE LEDGER-DATE TO OF-REPLY-DATE
               REWRITE OFFER-REC
                   INVALID KEY
                       DISPLAY 'offers.idx rewrite failed for '
                           OF-KEY ' - file status ' FS2
                       CLOSE OFFER-FILE
                       MOVE 'offers.idx rewrite failed'
                           TO RUN-EXIT-REASON
                       PERFORM STOP-ON-IO-ERROR
                   NOT INVALID KEY
                       ADD 1 TO LOG-WRITTEN(LF-OFFERS)
               END-REWRITE
               ADD 1 TO LAPSED-COUNT
               PERFORM WRITE-DECLINE-RECORD
               MOVE 'LAPSED' TO CH-ACTION
               MOVE 'no reply - decline written' TO CH-NOTE
               PERFORM WRITE-CHASE-RECORD
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO OPEN-COUNT.
           IF REPLY-BY-DAY - LEDGER-DAY <= CHASE-DAYS THEN
               COMPUTE DAYS-LEFT = REPLY-BY-DAY - LEDGER-DAY
               ADD 1 TO CHASE-COUNT
               MOVE 'CHASE' TO CH-ACTION
               MOVE SPACES TO CH-NOTE
               IF DAYS-LEFT = 0 THEN
                   MOVE 'reply due today' TO CH-NOTE
               ELSE
                   STRING 'reply due in ' DAYS-LEFT ' day(s)'
                       DELIMITED BY SIZE INTO CH-NOTE
               END-IF
               PERFORM WRITE-CHASE-RECORD
           END-IF.

      *Write the offer just read to offer_chase.txt with the action
      *and note already set
       WRITE-CHASE-RECORD.
           MOVE OF-SID TO CH-SID.
           MOVE OF-COURSE-ID TO CH-COURSE-ID.
           MOVE OF-ROLE TO CH-ROLE.
           MOVE OF-REPLY-BY TO CH-REPLY-BY.
           ADD 1 TO LOG-WRITTEN(LF-CHASE).
           WRITE CHASE-LINE FROM CHASE-OUT
           END-WRITE.

      *Append the current offer to declines.txt for the next
      *PROMOTION run to free and backfill
       WRITE-DECLINE-RECORD.
           MOVE OF-COURSE-ID TO DE-COURSE-ID.
           MOVE OF-ROLE TO DE-ROLE.
           MOVE OF-SID TO DE-SID.
           OPEN EXTEND DECLINE-FILE.
               ADD 1 TO LOG-WRITTEN(LF-DECLINES).
               WRITE DECLINE-REC
               END-WRITE.
           CLOSE DECLINE-FILE.

      *Append one line to offer_rejects.txt and count the reject
       WRITE-REJECT-LINE.
           ADD 1 TO REJECTED-COUNT.
           MOVE REJECT-OUT TO REJECT-LINE.
           OPEN EXTEND REJECT-FILE.
               ADD 1 TO LOG-WRITTEN(LF-REJECTS).
               WRITE REJECT-LINE
               END-WRITE.
           CLOSE REJECT-FILE.

      *A bad run-date argument or an offer ledger that cannot be
      *opened or rewritten stops the run with the return code
      *documented in runlog.cpy
       STOP-ON-CONTROL-ERROR.
           MOVE 12 TO RUN-RC.
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
           MOVE 'TA-OFFER-LEDGER' TO RL-PROGRAM.
           MOVE RUN-START-DATE TO RL-START-DATE.
           MOVE RUN-START-TIME(1:6) TO RL-START-TIME.
           MOVE 'LEDGER' TO RL-RUN-MODE.
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

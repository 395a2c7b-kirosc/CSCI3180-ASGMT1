               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-SID
               FILE STATUS IS MFS.
           SELECT OPTIONAL OFFER-FILE ASSIGN TO 'offers.idx'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OF-KEY
               FILE STATUS IS OFS.

       DATA DIVISION.
       FILE SECTION.
       FD MASTER-FILE.
       COPY 'candmast.cpy'.

       FD OFFER-FILE.
       COPY 'offermast.cpy'.

       WORKING-STORAGE SECTION.
      *File status
       01 MFS              PIC 9(2).
       01 OFS              PIC 9(2).
      *SID asked for, taken from the command line or prompted for
       01 INQ-ARG          PIC X(80).
       01 INQ-SID          PIC X(11).
       01 SHOW-IDX         PIC 9(1).
       01 TOKEN-IDX        PIC 9(1).
      *Offers found on offers.idx for the SID
       01 OFFER-EOF        PIC X VALUE SPACE.
       01 OFFER-SHOWN      PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.

      *Print everything recorded for the candidate in one read:
      *skills, preferences, where they were scored, placement or
      *waitlist standing, any skill-validation warnings and any
      *registrar eligibility block
       SHOW-CANDIDATE.
           DISPLAY 'SID:             ' CM-SID.
           PERFORM VARYING TOKEN-IDX FROM 1 BY 1 UNTIL TOKEN-IDX > 8
           ELSE
               DISPLAY 'Validation:      clean'
           END-IF.
           IF CM-DEGREE-LEVEL NOT = SPACES THEN
               DISPLAY 'Degree level:    ' CM-DEGREE-LEVEL
           END-IF.
           IF CM-ELIG-REASON NOT = SPACES THEN
               DISPLAY 'Eligibility:     blocked - ' CM-ELIG-REASON
           ELSE
               DISPLAY 'Eligibility:     no registrar block'
           END-IF.
           DISPLAY 'Courses scored:  ' CM-SCORED-COUNT.
           PERFORM VARYING SHOW-IDX FROM 1 BY 1 UNTIL SHOW-IDX > 6
               IF CM-SCORED-COURSE(SHOW-IDX) NOT = SPACES THEN
                       CM-WAIT-ROLE(SHOW-IDX)
               END-IF
           END-PERFORM.
           PERFORM SHOW-OFFERS.

      *Print every offer on the offer ledger for the candidate -
      *the ledger is keyed SID first, so the SID's offers sit
      *together and are read from the first one on
       SHOW-OFFERS.
           OPEN INPUT OFFER-FILE.
           IF NOT OFS = 00 THEN
               DISPLAY 'Offer:           no offer ledger yet'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO OFFER-EOF.
           MOVE LOW-VALUES TO OF-KEY.
           MOVE CM-SID TO OF-SID.
           START OFFER-FILE KEY IS NOT LESS THAN OF-KEY
               INVALID KEY MOVE 'Y' TO OFFER-EOF
           END-START.
           PERFORM UNTIL OFFER-EOF = 'Y'
               READ OFFER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO OFFER-EOF
                   NOT AT END
                       IF OF-SID NOT = CM-SID THEN
                           MOVE 'Y' TO OFFER-EOF
                       ELSE
                           ADD 1 TO OFFER-SHOWN
                           PERFORM SHOW-ONE-OFFER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OFFER-FILE.
           IF OFFER-SHOWN = 0 THEN
               DISPLAY 'Offer:           none published'
           END-IF.

       SHOW-ONE-OFFER.
           DISPLAY 'Offer:           ' OF-COURSE-ID ' ' OF-ROLE
               ' ' OF-SEMESTER ' ' OF-STATUS.
           DISPLAY '  offered on     ' OF-OFFER-DATE
               ', reply by ' OF-REPLY-BY.
           IF OF-REPLY-DATE NOT = SPACES THEN
               EVALUATE OF-STATUS
                   WHEN 'LAPSED'
                       DISPLAY '  lapsed on      ' OF-REPLY-DATE
                   WHEN 'REVOKED'
                       DISPLAY '  revoked on     ' OF-REPLY-DATE
                   WHEN OTHER
                       DISPLAY '  replied on     ' OF-REPLY-DATE
               END-EVALUATE
           END-IF.

      *Run log record, appended to run_log.txt by every batch run
      *(TA-RANKING, TA-RATING-INTAKE, TA-OFFER-LEDGER,
      *TA-TREND-REPORT and TA-RETENTION-PURGE). A run writes one
      *'R' record, then one 'F' record per file it read or wrote;
      *the program, start date and start time repeat on each so the
      *records of one run can be picked out of the log.
      *
      *The return code in RL-RETURN-CODE is also the program's exit
      *code for the scheduler:
      *   0  run completed cleanly
      *   4  run completed with warnings - understaffed roles, hours
      *      over budget, an overspent fund, skill warnings, a master
      *      or ledger file not rebuilt, input lines rejected by an
      *      intake run that otherwise completed, or a master the
      *      purge could not date and left alone
      *   8  input rejected - validation failed, nothing was written
      *  12  control-card or parameter error - run_control.txt,
      *      scoring_policy.txt, trial_policy.txt, purge_control.txt,
      *      a trigger file that disagrees with the card, or a bad
      *      run-date argument
      *  16  capacity - a table limit was reached; raise it and rerun
      *  20  I/O failure - a required file missing or not writable
       01 RUN-LOG-REC.
           05 RL-TYPE            PIC X(1).
           05 RL-PROGRAM         PIC X(20).
           05 RL-START-DATE      PIC 9(8).
           05 RL-START-TIME      PIC 9(6).
           05 RL-BODY            PIC X(100).
      *    'R' - one per run
           05 RL-RUN-BODY REDEFINES RL-BODY.
               10 RL-RUN-MODE       PIC X(10).
               10 RL-SEMESTER       PIC X(5).
               10 RL-END-DATE       PIC 9(8).
               10 RL-END-TIME       PIC 9(6).
               10 RL-RETURN-CODE    PIC 9(2).
               10 RL-EXIT-REASON    PIC X(60).
               10 FILLER            PIC X(9).
      *    'F' - one per file the run read or wrote
           05 RL-FILE-BODY REDEFINES RL-BODY.
               10 RL-FILE-NAME      PIC X(24).
               10 RL-RECORDS-READ   PIC 9(7).
               10 RL-RECORDS-WRITTEN PIC 9(7).
               10 FILLER            PIC X(62).

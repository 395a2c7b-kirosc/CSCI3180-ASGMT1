               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO 'score_breakdown.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CSV-FILE ASSIGN TO 'ta_proposed.csv'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PUBLISH-CSV-FILE
               ASSIGN TO 'ta_assignments.csv'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL APPROVAL-FILE
               ASSIGN TO 'slate_approvals.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PUBLISH-REPORT-FILE
               ASSIGN TO 'publish_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUMMARY-FILE ASSIGN TO 'run_summary.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SCHEDULE-FILE
               ASSIGN TO 'course_schedule.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REGISTRAR-FILE
               ASSIGN TO 'registrar_extract.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONFLICT-FILE
               ASSIGN TO 'conflict_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAYROLL-FILE ASSIGN TO 'payroll_feed.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FUND-ALLOC-FILE
               ASSIGN TO 'fund_allocations.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FUND-LEDGER-FILE
               ASSIGN TO 'fund_ledger.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECON-FILE
               ASSIGN TO 'hr_reconcile.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROMO-FILE
               ASSIGN TO 'promotion_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COURSE-CHANGE-FILE
               ASSIGN TO 'course_changes.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DISPLACE-REPORT-FILE
               ASSIGN TO 'displacement_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CATALOG-FILE
               ASSIGN TO 'skills_catalog.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POLICY-FILE
               ASSIGN TO 'scoring_policy.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRIAL-POLICY-FILE
               ASSIGN TO 'trial_policy.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SIM-SLATE-FILE
               ASSIGN TO 'sim_slates.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SIM-COMPARE-FILE
               ASSIGN TO 'sim_compare.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SIM-REJECT-FILE
               ASSIGN TO 'sim_rejects.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUPPLY-REPORT-FILE
               ASSIGN TO 'skill_supply.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUPPLY-REJECT-FILE
               ASSIGN TO 'supply_rejects.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNID-FILE ASSIGN TO 'run_id.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO 'run_control.txt'
           SELECT OPTIONAL COMPARE-FILE
               ASSIGN TO 'run_compare.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO 'run_log.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAIR-SORT-FILE ASSIGN TO 'pairsort.tmp'.
           SELECT OPTIONAL MASTER-FILE ASSIGN TO 'candidates.idx'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-KEY
               FILE STATUS IS FS5.
           SELECT OPTIONAL OFFER-FILE ASSIGN TO 'offers.idx'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OF-KEY
               FILE STATUS IS FS6.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-FILE.
       01 AUDIT-LINE PIC X(100).

      *Every ranked slate, approved or not - the working copy the
      *PUBLISH run releases approved slates from
       FD CSV-FILE.
       01 CSV-LINE PIC X(40).

      *Approved slates only, for the HR onboarding import
       FD PUBLISH-CSV-FILE.
       01 PUBLISH-CSV-LINE PIC X(40).

      *One instructor sign-off per line: a blank AP-ROLE covers
      *every role slate of the course; AP-DECISION is APPROVED or
      *RETURNED, a return carrying the instructor's comment
       FD APPROVAL-FILE.
       01 APPROVAL-REC.
           05 AP-COURSE-ID PIC X(5).
           05 AP-ROLE PIC X(8).
           05 AP-DECISION PIC X(8).
           05 AP-SIGNED-BY PIC X(20).
           05 AP-SIGN-DATE PIC X(8).
           05 AP-COMMENT PIC X(40).

       FD PUBLISH-REPORT-FILE.
       01 PUBLISH-REPORT-LINE PIC X(90).

       FD SUMMARY-FILE.
       01 SUMMARY-LINE PIC X(60).

           05 SCH-LAB-BLOCKS.
               10 SCH-LAB-BLOCK PIC X(5) OCCURS 4 TIMES.

       FD REGISTRAR-FILE.
      *Nightly registrar extract, one record per enrolled student:
      *enrollment status (FT = registered full-time), academic
      *standing (PR = on probation), degree level, and the weekly
      *work-hour limit of an international student's visa (blank or
      *zero when the student has none)
       01 REGISTRAR-REC.
           05 RG-SID PIC X(11).
           05 RG-ENROLL-STATUS PIC X(2).
           05 RG-STANDING PIC X(2).
           05 RG-DEGREE-LEVEL PIC X(2).
           05 RG-HOUR-LIMIT PIC 9(2).

       FD CONFLICT-FILE.
       01 CONFLICT-LINE PIC X(80).

       FD PAYROLL-FILE.
       01 PAYROLL-LINE PIC X(60).

       FD FUND-ALLOC-FILE.
      *Semester dollar allocation and paid months per fund code
       01 FUND-ALLOCATION.
           05 FA-FUND-CODE PIC X(6).
           05 FA-ALLOCATION PIC 9(7)V9(2).
           05 FA-PAID-MONTHS PIC 9(2).

       FD FUND-LEDGER-FILE.
       01 FUND-LEDGER-LINE PIC X(110).

       FD WAITLIST-FILE.
       01 WAITLIST-REC.
           05 WL-COURSE-ID PIC X(5).
       FD WDRAW-REPORT-FILE.
       01 WDRAW-LINE PIC X(70).

       FD COURSE-CHANGE-FILE.
      *One registrar change per line: the role's new headcount (1 to
      *5) or CANCEL. A blank CC-ROLE applies the change to every role
      *slate of the course
       01 COURSE-CHANGE-REC.
           05 CC-COURSE-ID PIC X(5).
           05 CC-ROLE PIC X(8).
           05 CC-CHANGE PIC X(6).

       FD DISPLACE-REPORT-FILE.
       01 DISPLACE-LINE PIC X(80).

       FD CATALOG-FILE.
       01 CATALOG-REC.
           05 CAT-NAME PIC X(15).
       FD POLICY-FILE.
       01 POLICY-LINE PIC X(40).

      *Same keyword/value lines as scoring_policy.txt; a keyword left
      *out keeps its production value
       FD TRIAL-POLICY-FILE.
       01 TRIAL-POLICY-LINE PIC X(40).

       FD SIM-SLATE-FILE.
       01 SIM-SLATE-LINE PIC X(60).

       FD SIM-COMPARE-FILE.
       01 SIM-COMPARE-LINE PIC X(80).

       FD SIM-REJECT-FILE.
       01 SIM-REJECT-LINE PIC X(132).

       FD SUPPLY-REPORT-FILE.
       01 SUPPLY-REPORT-LINE PIC X(80).

       FD SUPPLY-REJECT-FILE.
       01 SUPPLY-REJECT-LINE PIC X(132).

       FD CONTROL-FILE.
       01 CONTROL-LINE PIC X(40).

       FD COURSE-MASTER-FILE.
       COPY 'coursemast.cpy'.

       FD OFFER-FILE.
       COPY 'offermast.cpy'.

       FD RUN-LOG-FILE.
       COPY 'runlog.cpy'.

       WORKING-STORAGE SECTION.
      *File status
       01 FS1              PIC 9(2).
       01 FS3              PIC 9(2).
       01 FS4              PIC 9(2).
       01 FS5              PIC 9(2).
       01 FS6              PIC 9(2).
      *Variables to keep track of the EOF
       01 INSTRUCTOR-EOF   PIC A(1).
       01 CANDIDATE-EOF    PIC A(1).
      *        Set by a withdrawal run - a withdrawn candidate is
      *        left out of the rebuilt master and unmatched report
               10 CT-WITHDRAWN    PIC X(1) VALUE 'N'.
      *        First registrar block met while screening, for the
      *        candidate master and the unmatched notification
               10 CT-ELIG-REASON  PIC X(40) VALUE SPACES.
      *        Up to three conflict screenings kept per candidate,
      *        so the outcome notification can carry the why-not
               10 CT-CONFLICT-COUNT PIC 9(1) VALUE 0.
               10 SCT-LAB-BLOCKS.
                   15 SCT-LAB-BLOCK PIC X(5) OCCURS 4 TIMES.

      *Registrar eligibility - once an extract is supplied, only a
      *student on it, registered full-time, in good standing and
      *allowed the course's weekly hours per appointment may be
      *ranked; without an extract nobody is screened on it
       01 MAX-REGISTRAR     PIC 9(5) VALUE 50000.
       01 REG-COUNT         PIC 9(5) VALUE 0.
       01 REG-EOF           PIC X VALUE SPACE.
       01 REG-PRESENT       PIC X VALUE 'N'.
       01 REG-BLOCKED-COUNT PIC 9(5) VALUE 0.
      *SID and course the eligibility paragraphs work on, and their
      *outcome - the reason is spaces when the student may serve
       01 ELIG-SID          PIC X(11).
       01 ELIG-COURSE-ID    PIC X(5).
       01 ELIG-REASON       PIC X(40).
       01 ELIG-DEGREE-LEVEL PIC X(2).
       01 ELIG-HOUR-LIMIT   PIC 9(2).
       01 ELIG-ROLE-HOURS   PIC 9(2).
       01 ELIG-HOURS-ED     PIC Z9.
       01 ELIG-LIMIT-ED     PIC Z9.
       01 ELIG-DMD-IDX      PIC 9(4).
      *Kept in SID order after loading so the per-pair screening can
      *find a student's record by binary search
       01 REGISTRAR-TABLE.
           05 RGT-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON REG-COUNT
                   ASCENDING KEY IS RGT-SID
                   INDEXED BY RGT-IDX.
               10 RGT-SID          PIC X(11).
               10 RGT-ENROLL-STATUS PIC X(2).
               10 RGT-STANDING     PIC X(2).
               10 RGT-DEGREE-LEVEL PIC X(2).
               10 RGT-HOUR-LIMIT   PIC 9(2).
       01 SUMMARY-REG.
           05 FILLER            PIC X(26) VALUE
              'Registrar-blocked:      '.
           05 SG-BLOCKED        PIC ZZZZ9.

      *Returning-TA history records - prior service for the same or a
      *related course earns an experience bonus during scoring
       01 MAX-HISTORY       PIC 9(5) VALUE 20000.
       01 SUMMARY-CTL.
           05 FILLER            PIC X(14) VALUE 'Control card: '.
           05 SC-LINE           PIC X(40).
      *Any run that works on the slates already recorded in
      *output.txt instead of ranking afresh, and how many of the
      *trigger-file modes were switched on at once
       01 AMEND-MODE        PIC X VALUE 'N'.
       01 MODE-COUNT        PIC 9(1) VALUE 0.

      *Instructor slate approval. The sign-off state of every slate
      *is carried from one run's courses.idx to the next in
      *APPROVAL-TABLE; a slate whose SIDs change goes back to
      *PROPOSED. The PUBLISH run (control card only) applies the
      *returned approvals and releases only the approved slates to
      *ta_assignments.csv, notifications.txt and payroll_feed.txt
       01 PUBLISH-MODE      PIC X VALUE 'N'.
       01 MAX-APPROVALS     PIC 9(4) VALUE 5000.
       01 APPROVAL-COUNT    PIC 9(4) VALUE 0.
       01 APR-IDX           PIC 9(4).
       01 APR-SCAN-IDX      PIC 9(4).
       01 APR-COURSE-ID     PIC X(5).
       01 APR-ROLE          PIC X(8).
       01 APR-APPROVED      PIC X VALUE 'N'.
       01 APPROVAL-EOF      PIC X VALUE SPACE.
       01 APPROVAL-MATCHED  PIC X VALUE 'N'.
       01 PUB-CSV-EOF       PIC X VALUE SPACE.
       01 RUN-TODAY         PIC 9(8).
       01 APPROVALS-READ    PIC 9(4) VALUE 0.
       01 APPROVALS-APPLIED PIC 9(4) VALUE 0.
       01 APPROVALS-REJECTED PIC 9(4) VALUE 0.
       01 PUB-APPROVED-COUNT PIC 9(4) VALUE 0.
       01 PUB-PENDING-COUNT PIC 9(4) VALUE 0.
       01 PUB-ROW-COUNT     PIC 9(5) VALUE 0.
       01 APPROVAL-TABLE.
           05 APT-ENTRY OCCURS 5000 TIMES.
               10 APT-COURSE-ID     PIC X(5).
               10 APT-ROLE          PIC X(8).
               10 APT-SEMESTER      PIC X(5).
               10 APT-STATUS        PIC X(8).
               10 APT-PROPOSED-DATE PIC X(8).
               10 APT-SIGNED-BY     PIC X(20).
               10 APT-SIGNED-DATE   PIC X(8).
               10 APT-COMMENT       PIC X(40).
               10 APT-SIDS          PIC X(55).
       01 PUBLISH-OUT.
           05 PB-COURSE-ID  PIC X(5).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 PB-ROLE       PIC X(8).
           05 FILLER        PIC X(3) VALUE ' | '.
           05 PB-STATUS     PIC X(8).
           05 FILLER        PIC X(3) VALUE ' | '.
           05 PB-NOTE       PIC X(60).
       01 PUBLISH-SUM-1.
           05 FILLER            PIC X(26) VALUE
              'Slates approved:        '.
           05 PU-APPROVED       PIC ZZZ9.
       01 PUBLISH-SUM-2.
           05 FILLER            PIC X(26) VALUE
              'Awaiting sign-off:      '.
           05 PU-PENDING        PIC ZZZ9.
       01 PUBLISH-SUM-3.
           05 FILLER            PIC X(26) VALUE
              'Approvals rejected:     '.
           05 PU-REJECTED       PIC ZZZ9.

      *Run identity and the cumulative assignment-history archive;
      *each identified run appends its slates and control totals and
       01 POLICY-EOF        PIC X VALUE SPACE.
       01 POLICY-KEYWORD    PIC X(20).
       01 POLICY-VALUE-TXT  PIC X(10).
       01 POLICY-TEXT       PIC X(40).
      *The wide signed field takes NUMVAL's result first, so an
      *oversized or negative value is caught before it could be
      *truncated into the single-digit policy fields
       01 POLICY-MAX-SCORE  PIC 9(2)V9(1) VALUE 0.
       01 POLICY-MAX-PREF   PIC 9(1)V9(1) VALUE 0.
       01 POLICY-MAX-EDIT   PIC Z9.9.
      *The policy file being read, named in its error messages
       01 POLICY-SOURCE     PIC X(20) VALUE 'scoring_policy.txt'.
       01 SUMMARY-POL-1.
           05 FILLER            PIC X(26) VALUE
              'Policy pref weights:    '.
           05 FILLER        PIC X(3) VALUE ' | '.
           05 WO-NOTE       PIC X(30).

      *Registrar course cancellations and headcount changes after
      *ranking, processed as their own amendment run: a cancelled
      *role loses its slate and waitlist, a cut headcount frees its
      *lowest-ranked slots and a raised one opens new slots. Every
      *TA who loses a slate slot is re-offered an open slot, or else
      *a waitlist spot, on their remaining preference courses,
      *screened and scored exactly as the ranking pass would
       01 COURSE-CHG-MODE   PIC X VALUE 'N'.
       01 COURSE-CHG-EOF    PIC X VALUE SPACE.
       01 MAX-COURSE-CHANGES PIC 9(3) VALUE 500.
       01 COURSE-CHG-COUNT  PIC 9(3) VALUE 0.
       01 CCH-IDX           PIC 9(3).
       01 CCH-NEW-SLOTS     PIC 9(1).
       01 CCH-OLD-SLOTS     PIC 9(1).
       01 CCH-FIRST-CUT     PIC 9(2).
       01 CCH-ENTRY-SEEN    PIC X VALUE 'N'.
       01 CCH-APPLIED-COUNT PIC 9(3) VALUE 0.
       01 CCH-OPEN-COUNT    PIC 9(1).
       01 CCH-FILL-IDX      PIC 9(1).
       01 CKPT-KEEP         PIC 9(4).
      *Five slate slots per change at most
       01 MAX-DISPLACED     PIC 9(4) VALUE 2500.
       01 DISPLACED-COUNT   PIC 9(4) VALUE 0.
       01 DSPL-IDX          PIC 9(4).
      *The displaced TA being re-offered and the outcome so far
       01 REOFFER-CAND-IDX  PIC 9(5).
       01 REOFFER-DONE-IDX  PIC 9(4).
       01 REOFFER-PREF      PIC 9(1).
       01 REOFFER-COURSE-ID PIC X(5).
       01 REOFFER-ELIGIBLE  PIC X VALUE 'N'.
       01 REOFFER-PLACED    PIC X VALUE 'N'.
       01 REOFFER-WAITED    PIC 9(1) VALUE 0.
       01 REOFFER-OPEN-SLOT PIC 9(2).
       01 REOFFER-SLOT      PIC 9(2).
       01 REOFFER-NOTE      PIC X(45).
       01 REOFFER-POS-ED    PIC 9(1).
       01 REOFFER-SCORE-ED  PIC Z9.9.
       01 REOFFER-PLACED-COUNT PIC 9(4) VALUE 0.
       01 REOFFER-WAITLISTED-COUNT PIC 9(4) VALUE 0.
       01 REOFFER-UNPLACED-COUNT PIC 9(4) VALUE 0.
       01 COURSE-CHANGE-TABLE.
           05 CCT-ENTRY OCCURS 500 TIMES.
               10 CCT-COURSE-ID PIC X(5).
               10 CCT-ROLE      PIC X(8).
               10 CCT-CHANGE    PIC X(6).
       01 DISPLACED-TABLE.
           05 DPT-ENTRY OCCURS 2500 TIMES.
               10 DPT-SID       PIC X(11).
               10 DPT-COURSE-ID PIC X(5).
               10 DPT-ROLE      PIC X(8).
       01 DISPLACE-OUT.
           05 DP-COURSE-ID  PIC X(5).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DP-ROLE       PIC X(8).
           05 FILLER        PIC X(3) VALUE ' | '.
           05 DP-SID        PIC X(11).
           05 FILLER        PIC X(3) VALUE ' | '.
           05 DP-NOTE       PIC X(45).

      *What-if simulation, RUN-MODE SIMULATE: every course/role is
      *ranked afresh under trial_policy.txt laid over the production
      *policy, the trial slates are kept in SIM-SLATE-TABLE instead
      *of any result file, and they are compared with the production
      *slates recorded in output.txt. Only sim_slates.txt,
      *sim_compare.txt and sim_rejects.txt are written
       01 SIM-MODE          PIC X VALUE 'N'.
       01 TRIAL-POLICY-EOF  PIC X VALUE SPACE.
       01 TRIAL-POLICY-LINES PIC 9(3) VALUE 0.
       01 PROD-DONE-COUNT   PIC 9(4) VALUE 0.
      *Both policies are kept, so each SID can be scored under either
       01 PROD-PREF-W1      PIC 9(1)V9(1).
       01 PROD-PREF-W2      PIC 9(1)V9(1).
       01 PROD-PREF-W3      PIC 9(1)V9(1).
       01 PROD-REQ-PENALTY  PIC 9(1)V9(1).
       01 PROD-MIN-REQ      PIC 9(1).
       01 PROD-OPT-POINT    PIC 9(1)V9(1).
       01 PROD-BASE         PIC 9(1)V9(1).
       01 PROD-ALLOCATION   PIC X(6).
       01 TRIAL-PREF-W1     PIC 9(1)V9(1).
       01 TRIAL-PREF-W2     PIC 9(1)V9(1).
       01 TRIAL-PREF-W3     PIC 9(1)V9(1).
       01 TRIAL-REQ-PENALTY PIC 9(1)V9(1).
       01 TRIAL-MIN-REQ     PIC 9(1).
       01 TRIAL-OPT-POINT   PIC 9(1)V9(1).
       01 TRIAL-BASE        PIC 9(1)V9(1).
       01 TRIAL-ALLOCATION  PIC X(6).
      *Outcome totals under each policy
       01 PROD-FIRST-PREF   PIC 9(5) VALUE 0.
       01 PROD-UNMATCHED    PIC 9(5) VALUE 0.
       01 PROD-UNDERSTAFFED PIC 9(4) VALUE 0.
       01 TRIAL-FIRST-PREF  PIC 9(5) VALUE 0.
       01 TRIAL-UNMATCHED   PIC 9(5) VALUE 0.
       01 TRIAL-UNDERSTAFFED PIC 9(4) VALUE 0.
       01 SIM-CHANGED-COUNT PIC 9(4) VALUE 0.
       01 SIM-SLATE-CHANGED PIC X VALUE 'N'.
       01 SIM-IN-PROD       PIC X VALUE 'N'.
       01 SIM-IN-TRIAL      PIC X VALUE 'N'.
       01 SIM-SID           PIC X(11).
       01 SIM-CAND-IDX      PIC 9(5).
       01 SIM-PROD-SCORE    PIC 9(1)V9(1).
       01 SIM-TRIAL-SCORE   PIC 9(1)V9(1).
       01 SIM-PROD-FILLED   PIC 9(1).
       01 SIM-UNION-COUNT   PIC 9(2).
       01 SIM-UNION-IDX     PIC 9(2).
      *The production and trial slate SIDs of one course/role
       01 SIM-UNION-TABLE.
           05 SU-SID        PIC X(11) OCCURS 10 TIMES.
      *Trial slates, one entry per instructors.txt course/role entry
      *in IT-ENTRY order
       01 SIM-SLATE-TABLE.
           05 SST-ENTRY OCCURS 5000 TIMES.
               10 SST-FILLED    PIC 9(1).
               10 SST-SLOT OCCURS 5 TIMES.
                   15 SST-SID   PIC X(11).
                   15 SST-SCORE PIC 9(1)V9(1).
       01 SIM-SLATE-OUT.
           05 SM-COURSE-ID  PIC X(5).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 SM-ROLE       PIC X(8).
           05 FILLER        PIC X(8) VALUE ' | RANK '.
           05 SM-RANK       PIC 9(1).
           05 FILLER        PIC X(3) VALUE ' | '.
           05 SM-SID        PIC X(11).
           05 FILLER        PIC X(3) VALUE ' | '.
           05 SM-SCORE      PIC Z9.9.
       01 SIM-COMPARE-OUT.
           05 SX-COURSE-ID  PIC X(5).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 SX-ROLE       PIC X(8).
           05 FILLER        PIC X(3) VALUE ' | '.
           05 SX-SID        PIC X(11).
           05 FILLER        PIC X(3) VALUE ' | '.
           05 SX-STATUS     PIC X(6).
           05 FILLER        PIC X(8) VALUE ' | PROD '.
           05 SX-PROD-SCORE PIC Z9.9.
           05 FILLER        PIC X(7) VALUE ' TRIAL '.
           05 SX-TRIAL-SCORE PIC Z9.9.
           05 FILLER        PIC X(8) VALUE ' CHANGE '.
           05 SX-CHANGE     PIC +9.9.
       01 SIM-HEAD-OUT.
           05 SH-COURSE-ID  PIC X(5).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 SH-ROLE       PIC X(8).
           05 FILLER        PIC X(3) VALUE ' | '.
           05 SH-NOTE       PIC X(60).
       01 SIM-COLUMN-HEAD.
           05 SC-LABEL      PIC X(26).
           05 FILLER        PIC X(20) VALUE
              'PRODUCTION     TRIAL'.
       01 SIM-POLICY-OUT.
           05 SY-KEYWORD    PIC X(26).
           05 FILLER        PIC X(6) VALUE SPACES.
           05 SY-PROD       PIC Z9.9.
           05 FILLER        PIC X(6) VALUE SPACES.
           05 SY-TRIAL      PIC Z9.9.
       01 SIM-ALLOC-OUT.
           05 FILLER        PIC X(26) VALUE 'ALLOCATION'.
           05 FILLER        PIC X(4) VALUE SPACES.
           05 SA-PROD       PIC X(6).
           05 FILLER        PIC X(4) VALUE SPACES.
           05 SA-TRIAL      PIC X(6).
       01 SIM-TOTAL-OUT.
           05 ST-LABEL      PIC X(26).
           05 FILLER        PIC X(5) VALUE SPACES.
           05 ST-PROD       PIC ZZZZ9.
           05 FILLER        PIC X(5) VALUE SPACES.
           05 ST-TRIAL      PIC ZZZZ9.
      *Work counts for whichever set of slates is being totalled
       01 SIM-FIRST-PREF    PIC 9(5) VALUE 0.
       01 SIM-UNMATCHED     PIC 9(5) VALUE 0.
       01 SIM-PROD-SLOTS-ED PIC 9(1).
       01 SIM-TRIAL-SLOTS-ED PIC 9(1).

      *Skill supply analysis, RUN-MODE SUPPLY: before any ranking,
      *each catalog skill's demand (instructor roles listing it as a
      *required or optional skill) is set against its supply
      *(candidates holding it), every course/role is checked for
      *enough candidates meeting MIN-REQ-SKILLS to fill its slots,
      *and skills candidates give that the catalog does not know
      *are listed. Only skill_supply.txt and supply_rejects.txt are
      *written
       01 SUPPLY-MODE       PIC X VALUE 'N'.
       01 SUPPLY-SHORT-COUNT PIC 9(4) VALUE 0.
       01 SUPPLY-QUALIFIED  PIC 9(5) VALUE 0.
       01 SUPPLY-SKILL      PIC X(15).
       01 SUPPLY-DUP-TOKEN  PIC X VALUE 'N'.
       01 SUPPLY-TOKEN-IDX  PIC 9(1).
       01 SUPPLY-TABLE.
           05 SK-ENTRY OCCURS 200 TIMES.
               10 SK-REQ-ROLES  PIC 9(4).
               10 SK-OPT-ROLES  PIC 9(4).
               10 SK-CANDIDATES PIC 9(5).
      *Candidate skills the catalog does not recognise
       01 MAX-UNKNOWN-SKILLS PIC 9(3) VALUE 500.
       01 UNKNOWN-SKILL-COUNT PIC 9(3) VALUE 0.
       01 UNKNOWN-IDX       PIC 9(3).
       01 UNKNOWN-SKILL-TABLE.
           05 US-ENTRY OCCURS 500 TIMES.
               10 US-SKILL      PIC X(15).
               10 US-CANDIDATES PIC 9(5).
       01 SUPPLY-SKILL-OUT.
           05 SKO-SKILL     PIC X(15).
           05 FILLER        PIC X(7) VALUE ' | REQ '.
           05 SKO-REQ       PIC ZZZ9.
           05 FILLER        PIC X(7) VALUE ' | OPT '.
           05 SKO-OPT       PIC ZZZ9.
           05 FILLER        PIC X(14) VALUE ' | CANDIDATES '.
           05 SKO-CAND      PIC ZZZZ9.
           05 FILLER        PIC X(3) VALUE ' | '.
           05 SKO-NOTE      PIC X(20).
       01 SUPPLY-ROLE-OUT.
           05 SRO-COURSE-ID PIC X(5).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 SRO-ROLE      PIC X(8).
           05 FILLER        PIC X(9) VALUE ' | SLOTS '.
           05 SRO-SLOTS     PIC 9(1).
           05 FILLER        PIC X(13) VALUE ' | QUALIFIED '.
           05 SRO-QUALIFIED PIC ZZZZ9.
           05 FILLER        PIC X(3) VALUE ' | '.
           05 SRO-NOTE      PIC X(5).
       01 SUPPLY-UNKNOWN-OUT.
           05 USO-SKILL     PIC X(15).
           05 FILLER        PIC X(14) VALUE ' | CANDIDATES '.
           05 USO-CAND      PIC ZZZZ9.

      *HR onboarding confirmation feed, reconciled after the run
      *against the assignments recorded in output.txt
       01 MAX-HR-RECORDS    PIC 9(5) VALUE 10000.
       01 RECON-UNCONFIRMED-COUNT PIC 9(5) VALUE 0.
       01 RECON-DECLINED-COUNT    PIC 9(5) VALUE 0.
       01 RECON-ORPHAN-COUNT      PIC 9(5) VALUE 0.
       01 RECON-HELD-COUNT        PIC 9(5) VALUE 0.
       01 RECON-OUT.
           05 RC-COURSE-ID  PIC X(5).
           05 FILLER        PIC X(3) VALUE ' | '.
           05 FILLER            PIC X(26) VALUE
              'Contracts declined:     '.
           05 RS-DECLINED       PIC ZZZZ9.
       01 RECON-SUM-7.
           05 FILLER            PIC X(26) VALUE
              'Held back from payroll: '.
           05 RS-HELD           PIC ZZZZ9.

      *Per-candidate outcome notification extract, one delimited
      *record per applicant for the office's mail merge: placed
       01 NOTIFY-WAIT-TEXT  PIC X(70).
       01 NOTIFY-REASON-TEXT PIC X(150).
       01 NOTIFY-RANK-ED    PIC 9(1).
       01 NOTIFY-REPLY-BY   PIC X(8).
      *Offer ledger. Every PLACED notification a PUBLISH run sends
      *is recorded in offers.idx as OFFERED with the date it went
      *out and the date the student must reply by (REPLY-DAYS on the
      *control card, 7 days by default); TA-OFFER-LEDGER takes the
      *replies and lapses the offers nobody answered
       01 OFFER-LEDGER-OPEN PIC X VALUE 'N'.
       01 OFFER-FOUND       PIC X VALUE 'N'.
       01 OFFER-REPLY-DAYS  PIC 9(2) VALUE 7.
       01 OFFER-REPLY-BY    PIC 9(8).
       01 OFFERS-RECORDED   PIC 9(5) VALUE 0.
      *An OFFERED entry of this semester whose placement the run no
      *longer holds is closed when the next PUBLISH run goes out
       01 OFFER-EOF         PIC X VALUE SPACE.
       01 OFFER-CAND-IDX    PIC 9(5).
       01 OFFERS-RETIRED    PIC 9(5) VALUE 0.
       01 WL-QUEUE-POS      PIC 9(2) VALUE 0.
       01 WL-QUEUE-POS-ED   PIC 9(2).
       01 WLQ-IDX           PIC 9(5).
       01 PAY-TOTAL         PIC 9(9)V9(2) VALUE 0.
       01 PAY-TOTAL-ED      PIC 9(9).9(2).

      *Fund allocations and the encumbrance ledger: every ranked
      *slot (proposed) and every HR-confirmed assignment (confirmed)
      *is priced at its stipend rate times its fund's paid months
      *and charged to the rate's fund code
       01 MAX-FUNDS         PIC 9(3) VALUE 100.
       01 FUND-COUNT        PIC 9(3) VALUE 0.
       01 FUND-IDX          PIC 9(3).
       01 FUND-EOF          PIC X VALUE SPACE.
       01 FUND-PRESENT      PIC X VALUE 'N'.
       01 FUND-LINE-NO      PIC 9(4) VALUE 0.
       01 FUND-OVERSPENT-COUNT PIC 9(3) VALUE 0.
       01 FUND-TABLE.
           05 FT-ENTRY OCCURS 100 TIMES.
               10 FT-CODE           PIC X(6).
               10 FT-ALLOCATION     PIC 9(7)V9(2).
               10 FT-MONTHS         PIC 9(2).
               10 FT-PROPOSED       PIC 9(9)V9(2).
               10 FT-PROPOSED-COUNT PIC 9(5).
               10 FT-CONFIRMED      PIC 9(9)V9(2).
               10 FT-CONFIRMED-COUNT PIC 9(5).
      *The assignment being priced, for FIND-COURSE-LEVEL and
      *FIND-STIPEND-RATE
       01 PRICE-COURSE-ID   PIC X(5).
       01 PRICE-ROLE        PIC X(8).
       01 PRICE-AMOUNT      PIC 9(8)V9(2).
       01 PRICE-FUND-IDX    PIC 9(3).
       01 UNPRICED-PROPOSED PIC 9(5) VALUE 0.
       01 UNPRICED-CONFIRMED PIC 9(5) VALUE 0.
       01 FUND-OVER-AMOUNT  PIC 9(9)V9(2).
       01 FUND-OVER-ED      PIC Z(8)9.99.
       01 FUND-LEDGER-OUT.
           05 FL-FUND       PIC X(6).
           05 FILLER        PIC X(9) VALUE ' | ALLOC '.
           05 FL-ALLOC      PIC Z(6)9.99.
           05 FILLER        PIC X(3) VALUE ' | '.
           05 FL-MONTHS     PIC Z9.
           05 FILLER        PIC X(14) VALUE ' MO | PROPOSED'.
           05 FL-PROP-COUNT PIC ZZZZ9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 FL-PROPOSED   PIC Z(8)9.99.
           05 FILLER        PIC X(13) VALUE ' | CONFIRMED'.
           05 FL-CONF-COUNT PIC ZZZZ9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 FL-CONFIRMED  PIC Z(8)9.99.
           05 FILLER        PIC X(3) VALUE ' | '.
           05 FL-NOTE       PIC X(10).

      *Availability screening outcome for the candidate currently
      *being considered for the current course
       01 CANDIDATE-CONFLICT PIC X VALUE 'N'.
               10 DONE-SLOTS     PIC 9(1).
               10 DONE-SIDS.
                   15 DONE-SID   PIC X(11) OCCURS 5 TIMES.
      *        Set by a course-change run: 'C' the role was cancelled
      *        and its slate is dropped, 'R' its headcount was raised
               10 DONE-CHANGE    PIC X(1).

      *Course/role pairs already present in score_breakdown.txt/
      *ta_proposed.csv on a resumed run, so a checkpoint-restored
      *role slate only gets those reports backfilled when actually
      *missing. The key is course-id, one space, role - the shape
      *the audit line carries in its first 14 columns
       01 CSV-PARSED-ID         PIC X(5).
       01 CSV-PARSED-ROLE       PIC X(8).

      *Run log and return code. Every exit of the run sets the
      *return code documented in runlog.cpy and appends the run to
      *run_log.txt with its mode, semester, start and end time, the
      *reason it ended and the records it read and wrote per file
       01 RUN-RC            PIC 9(2) VALUE 0.
       01 RUN-EXIT-REASON   PIC X(60) VALUE SPACES.
       01 RUN-START-DATE    PIC 9(8).
       01 RUN-START-TIME    PIC 9(8).
       01 RUN-END-TIME      PIC 9(8).
       01 RUN-LOG-MODE      PIC X(10).
       01 RUN-WARN-PTR      PIC 9(2).
      *A master or ledger file that could not be rebuilt does not
      *stop the run, but it ends with warnings
       01 RUN-IO-WARNING    PIC X VALUE 'N'.
      *Records read and written per file, addressed by the LF-
      *numbers below; only files the run touched are logged
       01 LOG-FILE-COUNT    PIC 9(2) VALUE 53.
       01 LOG-IDX           PIC 9(2).
       01 LOG-FILE-NAMES.
           05 FILLER PIC X(24) VALUE 'instructors.txt'.
           05 FILLER PIC X(24) VALUE 'candidates.txt'.
           05 FILLER PIC X(24) VALUE 'output.txt'.
           05 FILLER PIC X(24) VALUE 'report.txt'.
           05 FILLER PIC X(24) VALUE 'reject_list.txt'.
           05 FILLER PIC X(24) VALUE 'unmatched.txt'.
           05 FILLER PIC X(24) VALUE 'notifications.txt'.
           05 FILLER PIC X(24) VALUE 'score_breakdown.txt'.
           05 FILLER PIC X(24) VALUE 'ta_proposed.csv'.
           05 FILLER PIC X(24) VALUE 'ta_assignments.csv'.
           05 FILLER PIC X(24) VALUE 'slate_approvals.txt'.
           05 FILLER PIC X(24) VALUE 'publish_report.txt'.
           05 FILLER PIC X(24) VALUE 'run_summary.txt'.
           05 FILLER PIC X(24) VALUE 'availability.txt'.
           05 FILLER PIC X(24) VALUE 'course_schedule.txt'.
           05 FILLER PIC X(24) VALUE 'registrar_extract.txt'.
           05 FILLER PIC X(24) VALUE 'conflict_report.txt'.
           05 FILLER PIC X(24) VALUE 'ta_history.txt'.
           05 FILLER PIC X(24) VALUE 'overrides.txt'.
           05 FILLER PIC X(24) VALUE 'override_audit.txt'.
           05 FILLER PIC X(24) VALUE 'candidates_delta.txt'.
           05 FILLER PIC X(24) VALUE 'delta_changes.txt'.
           05 FILLER PIC X(24) VALUE 'hr_confirmations.txt'.
           05 FILLER PIC X(24) VALUE 'stipend_rates.txt'.
           05 FILLER PIC X(24) VALUE 'payroll_feed.txt'.
           05 FILLER PIC X(24) VALUE 'fund_allocations.txt'.
           05 FILLER PIC X(24) VALUE 'fund_ledger.txt'.
           05 FILLER PIC X(24) VALUE 'hr_reconcile.txt'.
           05 FILLER PIC X(24) VALUE 'waitlist.txt'.
           05 FILLER PIC X(24) VALUE 'declines.txt'.
           05 FILLER PIC X(24) VALUE 'withdrawals.txt'.
           05 FILLER PIC X(24) VALUE 'withdrawal_report.txt'.
           05 FILLER PIC X(24) VALUE 'promotion_report.txt'.
           05 FILLER PIC X(24) VALUE 'course_changes.txt'.
           05 FILLER PIC X(24) VALUE 'displacement_report.txt'.
           05 FILLER PIC X(24) VALUE 'skills_catalog.txt'.
           05 FILLER PIC X(24) VALUE 'scoring_policy.txt'.
           05 FILLER PIC X(24) VALUE 'trial_policy.txt'.
           05 FILLER PIC X(24) VALUE 'sim_slates.txt'.
           05 FILLER PIC X(24) VALUE 'sim_compare.txt'.
           05 FILLER PIC X(24) VALUE 'sim_rejects.txt'.
           05 FILLER PIC X(24) VALUE 'skill_supply.txt'.
           05 FILLER PIC X(24) VALUE 'supply_rejects.txt'.
           05 FILLER PIC X(24) VALUE 'run_id.txt'.
           05 FILLER PIC X(24) VALUE 'run_control.txt'.
           05 FILLER PIC X(24) VALUE 'staffing_demand.txt'.
           05 FILLER PIC X(24) VALUE 'ta_budget.txt'.
           05 FILLER PIC X(24) VALUE 'staffing_budget.txt'.
           05 FILLER PIC X(24) VALUE 'assignment_history.txt'.
           05 FILLER PIC X(24) VALUE 'run_compare.txt'.
           05 FILLER PIC X(24) VALUE 'candidates.idx'.
           05 FILLER PIC X(24) VALUE 'courses.idx'.
           05 FILLER PIC X(24) VALUE 'offers.idx'.
       01 LOG-FILE-NAME-TABLE REDEFINES LOG-FILE-NAMES.
           05 LOG-FILE-NAME PIC X(24) OCCURS 53 TIMES.
       01 LOG-FILE-COUNTS.
           05 LOG-FILE-ENTRY OCCURS 53 TIMES.
               10 LOG-READ    PIC 9(7) VALUE 0.
               10 LOG-WRITTEN PIC 9(7) VALUE 0.
       01 LF-INSTRUCTORS      PIC 9(2) VALUE 1.
       01 LF-CANDIDATES       PIC 9(2) VALUE 2.
       01 LF-OUTPUT           PIC 9(2) VALUE 3.
       01 LF-REPORT           PIC 9(2) VALUE 4.
       01 LF-REJECTS          PIC 9(2) VALUE 5.
       01 LF-UNMATCHED        PIC 9(2) VALUE 6.
       01 LF-NOTIFY           PIC 9(2) VALUE 7.
       01 LF-AUDIT            PIC 9(2) VALUE 8.
       01 LF-CSV              PIC 9(2) VALUE 9.
       01 LF-PUBLISH-CSV      PIC 9(2) VALUE 10.
       01 LF-APPROVALS        PIC 9(2) VALUE 11.
       01 LF-PUBLISH-REPORT   PIC 9(2) VALUE 12.
       01 LF-SUMMARY          PIC 9(2) VALUE 13.
       01 LF-AVAILABILITY     PIC 9(2) VALUE 14.
       01 LF-SCHEDULE         PIC 9(2) VALUE 15.
       01 LF-REGISTRAR        PIC 9(2) VALUE 16.
       01 LF-CONFLICTS        PIC 9(2) VALUE 17.
       01 LF-HISTORY          PIC 9(2) VALUE 18.
       01 LF-OVERRIDES        PIC 9(2) VALUE 19.
       01 LF-OVR-AUDIT        PIC 9(2) VALUE 20.
       01 LF-DELTA            PIC 9(2) VALUE 21.
       01 LF-CHANGES          PIC 9(2) VALUE 22.
       01 LF-HR               PIC 9(2) VALUE 23.
       01 LF-RATES            PIC 9(2) VALUE 24.
       01 LF-PAYROLL          PIC 9(2) VALUE 25.
       01 LF-FUND-ALLOC       PIC 9(2) VALUE 26.
       01 LF-FUND-LEDGER      PIC 9(2) VALUE 27.
       01 LF-RECON            PIC 9(2) VALUE 28.
       01 LF-WAITLIST         PIC 9(2) VALUE 29.
       01 LF-DECLINES         PIC 9(2) VALUE 30.
       01 LF-WITHDRAWALS      PIC 9(2) VALUE 31.
       01 LF-WDRAW-REPORT     PIC 9(2) VALUE 32.
       01 LF-PROMO            PIC 9(2) VALUE 33.
       01 LF-COURSE-CHANGES   PIC 9(2) VALUE 34.
       01 LF-DISPLACE         PIC 9(2) VALUE 35.
       01 LF-CATALOG          PIC 9(2) VALUE 36.
       01 LF-POLICY           PIC 9(2) VALUE 37.
       01 LF-TRIAL-POLICY     PIC 9(2) VALUE 38.
       01 LF-SIM-SLATES       PIC 9(2) VALUE 39.
       01 LF-SIM-COMPARE      PIC 9(2) VALUE 40.
       01 LF-SIM-REJECTS      PIC 9(2) VALUE 41.
       01 LF-SUPPLY           PIC 9(2) VALUE 42.
       01 LF-SUPPLY-REJECTS   PIC 9(2) VALUE 43.
       01 LF-RUN-ID           PIC 9(2) VALUE 44.
       01 LF-CONTROL          PIC 9(2) VALUE 45.
       01 LF-DEMAND           PIC 9(2) VALUE 46.
       01 LF-BUDGET           PIC 9(2) VALUE 47.
       01 LF-STAFF-REPORT     PIC 9(2) VALUE 48.
       01 LF-ARCHIVE          PIC 9(2) VALUE 49.
       01 LF-COMPARE          PIC 9(2) VALUE 50.
       01 LF-MASTER           PIC 9(2) VALUE 51.
       01 LF-COURSE-MASTER    PIC 9(2) VALUE 52.
       01 LF-OFFERS           PIC 9(2) VALUE 53.

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-START-TIME FROM TIME.
      *    The run identity is read before anything can stop the
      *    run, so even a refused run is logged against its semester
           PERFORM LOAD-RUN-ID.
           PERFORM LOAD-RUN-CONTROL.
           PERFORM DETECT-DELTA-MODE.
           PERFORM DETECT-PROMOTION-MODE.
           PERFORM DETECT-WITHDRAWAL-MODE.
           PERFORM DETECT-COURSE-CHANGE-MODE.
           PERFORM VERIFY-RUN-CONTROL.
           PERFORM LOAD-SKILL-CATALOG.
           PERFORM LOAD-SCORING-POLICY.
           PERFORM COUNT-RUN-MODES.
           IF MODE-COUNT > 1 THEN
               DISPLAY 'Run candidates_delta.txt, declines.txt,'
                   ' withdrawals.txt and course_changes.txt'
                   ' separately - keep one and rerun'
               MOVE 'more than one amendment trigger file'
                   TO RUN-EXIT-REASON
               PERFORM STOP-ON-CONTROL-ERROR
           END-IF.
           IF SIM-MODE = 'Y' THEN
               PERFORM LOAD-TRIAL-POLICY
           END-IF.
           ACCEPT RUN-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-PRIOR-APPROVALS.
           PERFORM CHECK-FS.
           PERFORM LOAD-INSTRUCTORS.
           PERFORM LOAD-CANDIDATES.
           IF DELTA-MODE = 'Y' THEN
               PERFORM LOAD-DELTA-CANDIDATES
           END-IF.
      *    Neither a simulation nor a supply analysis prices
      *    anything, so only the other runs check the funds
           IF SIM-MODE = 'N' AND SUPPLY-MODE = 'N' THEN
               PERFORM LOAD-FUND-ALLOCATIONS
           END-IF.
           IF REJECT-COUNT > 0 THEN
               IF SIM-MODE = 'Y' THEN
                   DISPLAY
                       'Input validation failed - see sim_rejects.txt'
               ELSE
               IF SUPPLY-MODE = 'Y' THEN
                   DISPLAY 'Input validation failed - see'
                       ' supply_rejects.txt'
               ELSE
                   DISPLAY
                       'Input validation failed - see reject_list.txt'
               END-IF
               END-IF
               MOVE 'input validation failed'
                   TO RUN-EXIT-REASON
               PERFORM STOP-ON-INPUT-REJECT
           END-IF.
      *    A supply analysis needs the skills only and ranks nothing
           IF SUPPLY-MODE = 'Y' THEN
               PERFORM PROCESS-SUPPLY-RUN
               PERFORM FINISH-RUN
           END-IF.
           PERFORM LOAD-AVAILABILITY.
           PERFORM LOAD-COURSE-SCHEDULE.
           PERFORM LOAD-REGISTRAR-EXTRACT.
           PERFORM LOAD-TA-HISTORY.
           PERFORM LOAD-OVERRIDES.
           PERFORM LOAD-STAFFING-DEMAND.
      *    A simulation ends here: it writes its own files only and
      *    none of the result, master, archive, HR, payroll or
      *    notification files below
           IF SIM-MODE = 'Y' THEN
               PERFORM PROCESS-SIMULATE-RUN
               PERFORM FINISH-RUN
           END-IF.
           IF PUBLISH-MODE = 'Y' THEN
               PERFORM PROCESS-PUBLISH-RUN
           ELSE
           IF WDRAW-MODE = 'Y' THEN
               PERFORM PROCESS-WITHDRAWAL-RUN
           ELSE
           IF COURSE-CHG-MODE = 'Y' THEN
               PERFORM PROCESS-COURSE-CHANGE-RUN
           ELSE
           IF PROMO-MODE = 'Y' THEN
               PERFORM PROCESS-PROMOTION-RUN
           ELSE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           PERFORM WRITE-UNMATCHED-REPORT.
           PERFORM WRITE-RUN-SUMMARY.
           PERFORM WRITE-STAFFING-BUDGET-REPORT.
           PERFORM WRITE-CANDIDATE-MASTER.
           PERFORM WRITE-COURSE-MASTER.
           PERFORM RECONCILE-HR-FEED.
           PERFORM WRITE-FUND-LEDGER.
      *    Only approved slates reach the students and payroll, and
      *    only through a PUBLISH run; a publish changes no slate, so
      *    there is nothing new to archive
           IF PUBLISH-MODE = 'Y' THEN
               PERFORM WRITE-NOTIFICATIONS
               PERFORM WRITE-PAYROLL-EXPORT
           ELSE
               PERFORM ARCHIVE-RUN-RESULTS
           END-IF.
           PERFORM FINISH-RUN.

      *Count the trigger-file modes switched on - only one kind of
      *amendment may run at a time - and settle whether this run
      *amends the recorded slates rather than ranking afresh
       COUNT-RUN-MODES.
           MOVE 0 TO MODE-COUNT.
           IF DELTA-MODE = 'Y' THEN
               ADD 1 TO MODE-COUNT
           END-IF.
           IF PROMO-MODE = 'Y' THEN
               ADD 1 TO MODE-COUNT
           END-IF.
           IF WDRAW-MODE = 'Y' THEN
               ADD 1 TO MODE-COUNT
           END-IF.
           IF COURSE-CHG-MODE = 'Y' THEN
               ADD 1 TO MODE-COUNT
           END-IF.
           IF CONTROL-MODE = 'PUBLISH' THEN
               MOVE 'Y' TO PUBLISH-MODE
           END-IF.
           IF CONTROL-MODE = 'SIMULATE' THEN
               MOVE 'Y' TO SIM-MODE
           END-IF.
           IF CONTROL-MODE = 'SUPPLY' THEN
               MOVE 'Y' TO SUPPLY-MODE
           END-IF.
           IF MODE-COUNT > 0 OR PUBLISH-MODE = 'Y' THEN
               MOVE 'Y' TO AMEND-MODE
           END-IF.

      *Read the operator's run-control card; each accepted line is
      *kept verbatim for the run_summary.txt echo
               READ CONTROL-FILE
                   AT END MOVE 'Y' TO CONTROL-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-CONTROL)
                       IF CONTROL-LINE NOT = SPACES THEN
                           PERFORM PARSE-CONTROL-LINE
                       END-IF
           IF CONTROL-PRESENT = 'Y' AND CONTROL-MODE = SPACES THEN
               DISPLAY 'run_control.txt present but has no RUN-MODE'
                   ' line'
               MOVE 'run_control.txt has no RUN-MODE line'
                   TO RUN-EXIT-REASON
               PERFORM STOP-ON-CONTROL-ERROR
           END-IF.

       PARSE-CONTROL-LINE.
                   IF CONTROL-VALUE = 'FULL' OR
                      CONTROL-VALUE = 'DELTA' OR
                      CONTROL-VALUE = 'PROMOTION' OR
                      CONTROL-VALUE = 'WITHDRAWAL' OR
                      CONTROL-VALUE = 'COURSECHG' OR
                      CONTROL-VALUE = 'PUBLISH' OR
                      CONTROL-VALUE = 'SIMULATE' OR
                      CONTROL-VALUE = 'SUPPLY' THEN
                       MOVE CONTROL-VALUE(1:10) TO CONTROL-MODE
                   ELSE
                       DISPLAY 'run_control.txt: RUN-MODE must be'
                           ' FULL, DELTA, PROMOTION, WITHDRAWAL,'
                           ' COURSECHG, PUBLISH, SIMULATE or SUPPLY'
                       CLOSE CONTROL-FILE
                       MOVE 'run_control.txt RUN-MODE not recognised'
                           TO RUN-EXIT-REASON
                       PERFORM STOP-ON-CONTROL-ERROR
                   END-IF
      *        Days a placed student has to answer a published offer
               WHEN 'REPLY-DAYS'
                   IF CONTROL-VALUE(1:2) IS NUMERIC AND
                      CONTROL-VALUE(3:) = SPACES AND
                      CONTROL-VALUE(1:2) >= '01' AND
                      CONTROL-VALUE(1:2) <= '30' THEN
                       MOVE CONTROL-VALUE(1:2) TO OFFER-REPLY-DAYS
                   ELSE
                       DISPLAY 'run_control.txt: REPLY-DAYS must be'
                           ' two digits, 01 to 30'
                       CLOSE CONTROL-FILE
                       MOVE 'run_control.txt REPLY-DAYS not 01 to 30'
                           TO RUN-EXIT-REASON
                       PERFORM STOP-ON-CONTROL-ERROR
                   END-IF
               WHEN OTHER
                   DISPLAY 'run_control.txt: unknown keyword '
                       FUNCTION TRIM(CONTROL-KEYWORD)
                   CLOSE CONTROL-FILE
                   MOVE 'run_control.txt unknown keyword'
                       TO RUN-EXIT-REASON
                   PERFORM STOP-ON-CONTROL-ERROR
           END-EVALUATE.
           IF CONTROL-LINE-COUNT < MAX-CONTROL-LINES THEN
               ADD 1 TO CONTROL-LINE-COUNT
                       DISPLAY 'run_control.txt says FULL but'
                           ' candidates_delta.txt is not empty -'
                           ' clear it or fix the control card'
                       MOVE 'FULL card, candidates_delta.txt waiting'
                           TO RUN-EXIT-REASON
                       PERFORM STOP-ON-CONTROL-ERROR
                   END-IF
                   IF PROMO-MODE = 'Y' THEN
                       DISPLAY 'run_control.txt says FULL but'
                           ' declines.txt is not empty - clear it'
                           ' or fix the control card'
                       MOVE 'FULL card but declines.txt not empty'
                           TO RUN-EXIT-REASON
                       PERFORM STOP-ON-CONTROL-ERROR
                   END-IF
                   IF WDRAW-MODE = 'Y' THEN
                       DISPLAY 'run_control.txt says FULL but'
                           ' withdrawals.txt is not empty - clear'
                           ' it or fix the control card'
                       MOVE 'FULL card but withdrawals.txt not empty'
                           TO RUN-EXIT-REASON
                       PERFORM STOP-ON-CONTROL-ERROR
                   END-IF
                   IF COURSE-CHG-MODE = 'Y' THEN
                       DISPLAY 'run_control.txt says FULL but'
                           ' course_changes.txt is not empty - clear'
                           ' it or fix the control card'
                       MOVE 'FULL card but course_changes.txt not empty'
                           TO RUN-EXIT-REASON
                       PERFORM STOP-ON-CONTROL-ERROR
                   END-IF
               WHEN 'DELTA'
                   IF DELTA-MODE = 'N' THEN
                       DISPLAY 'run_control.txt says DELTA but'
                           ' candidates_delta.txt is empty'
                       MOVE 'DELTA card but candidates_delta.txt empty'
                           TO RUN-EXIT-REASON
                       PERFORM STOP-ON-CONTROL-ERROR
                   END-IF
                   IF PROMO-MODE = 'Y' OR WDRAW-MODE = 'Y' OR
                      COURSE-CHG-MODE = 'Y' THEN
                       DISPLAY 'run_control.txt says DELTA but'
                           ' declines.txt, withdrawals.txt or'
                           ' course_changes.txt is not empty - clear'
                           ' them or fix the card'
                       MOVE 'DELTA card, other trigger file waiting'
                           TO RUN-EXIT-REASON
                       PERFORM STOP-ON-CONTROL-ERROR
                   END-IF
               WHEN 'PROMOTION'
                   IF PROMO-MODE = 'N' THEN
                       DISPLAY 'run_control.txt says PROMOTION but'
                           ' declines.txt is empty'
                       MOVE 'PROMOTION card but declines.txt empty'
                           TO RUN-EXIT-REASON
                       PERFORM STOP-ON-CONTROL-ERROR
                   END-IF
                   IF DELTA-MODE = 'Y' OR WDRAW-MODE = 'Y' OR
                      COURSE-CHG-MODE = 'Y' THEN
                       DISPLAY 'run_control.txt says PROMOTION but'
                           ' candidates_delta.txt, withdrawals.txt or'
                           ' course_changes.txt is not empty - clear'
                           ' them or fix the card'
                       MOVE 'PROMOTION card, other trigger waiting'
                           TO RUN-EXIT-REASON
                       PERFORM STOP-ON-CONTROL-ERROR
                   END-IF
               WHEN 'WITHDRAWAL'
                   IF WDRAW-MODE = 'N' THEN
                       DISPLAY 'run_control.txt says WITHDRAWAL but'
                           ' withdrawals.txt is empty'
                       MOVE 'WITHDRAWAL card but withdrawals.txt empty'
                           TO RUN-EXIT-REASON
                       PERFORM STOP-ON-CONTROL-ERROR
                   END-IF
                   IF DELTA-MODE = 'Y' OR PROMO-MODE = 'Y' OR
                      COURSE-CHG-MODE = 'Y' THEN
                       DISPLAY 'run_control.txt says WITHDRAWAL but'
                           ' candidates_delta.txt, declines.txt or'
                           ' course_changes.txt is not empty - clear'
                           ' them or fix the card'
                       MOVE 'WITHDRAWAL card, other trigger waiting'
                           TO RUN-EXIT-REASON
                       PERFORM STOP-ON-CONTROL-ERROR
                   END-IF
               WHEN 'COURSECHG'
                   IF COURSE-CHG-MODE = 'N' THEN
                       DISPLAY 'run_control.txt says COURSECHG but'
                           ' course_changes.txt is empty'
                       MOVE
                           'COURSECHG card but course_changes.txt empty'
                           TO RUN-EXIT-REASON
                       PERFORM STOP-ON-CONTROL-ERROR
                   END-IF
                   IF DELTA-MODE = 'Y' OR PROMO-MODE = 'Y' OR
                      WDRAW-MODE = 'Y' THEN
                       DISPLAY 'run_control.txt says COURSECHG but'
                           ' candidates_delta.txt, declines.txt or'
                           ' withdrawals.txt is not empty - clear'
                           ' them or fix the card'
                       MOVE 'COURSECHG card, other trigger waiting'
                           TO RUN-EXIT-REASON
                       PERFORM STOP-ON-CONTROL-ERROR
                   END-IF
      *        A publish releases the slates as they stand, so no
      *        amendment may be waiting to change them
               WHEN 'PUBLISH'
                   IF DELTA-MODE = 'Y' OR PROMO-MODE = 'Y' OR
                      WDRAW-MODE = 'Y' OR COURSE-CHG-MODE = 'Y' THEN
                       DISPLAY 'run_control.txt says PUBLISH but'
                           ' candidates_delta.txt, declines.txt,'
                           ' withdrawals.txt or course_changes.txt is'
                           ' not empty - run the amendment first'
                       MOVE 'PUBLISH card but an amendment is waiting'
                           TO RUN-EXIT-REASON
                       PERFORM STOP-ON-CONTROL-ERROR
                   END-IF
      *        A simulation compares against the production slates
      *        as they stand, so they must not be waiting on a change
               WHEN 'SIMULATE'
                   IF DELTA-MODE = 'Y' OR PROMO-MODE = 'Y' OR
                      WDRAW-MODE = 'Y' OR COURSE-CHG-MODE = 'Y' THEN
                       DISPLAY 'run_control.txt says SIMULATE but'
                           ' candidates_delta.txt, declines.txt,'
                           ' withdrawals.txt or course_changes.txt is'
                           ' not empty - run the amendment first'
                       MOVE 'SIMULATE card but an amendment is waiting'
                           TO RUN-EXIT-REASON
                       PERFORM STOP-ON-CONTROL-ERROR
                   END-IF
      *        A supply analysis reads candidates.txt as it stands;
      *        a waiting amendment would be left out of the counts
               WHEN 'SUPPLY'
                   IF DELTA-MODE = 'Y' OR PROMO-MODE = 'Y' OR
                      WDRAW-MODE = 'Y' OR COURSE-CHG-MODE = 'Y' THEN
                       DISPLAY 'run_control.txt says SUPPLY but'
                           ' candidates_delta.txt, declines.txt,'
                           ' withdrawals.txt or course_changes.txt is'
                           ' not empty - run the amendment first'
                       MOVE 'SUPPLY card but an amendment is waiting'
                           TO RUN-EXIT-REASON
                       PERFORM STOP-ON-CONTROL-ERROR
                   END-IF
           END-EVALUATE.

               READ DELTA-FILE
                   AT END MOVE 'Y' TO DELTA-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-DELTA)
                       IF DELTA-CANDIDATE NOT = SPACES THEN
                           MOVE 'Y' TO DELTA-MODE
                       END-IF
               READ DECLINE-FILE
                   AT END MOVE 'Y' TO DECLINE-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-DECLINES)
                       IF DECLINE-REC NOT = SPACES THEN
                           MOVE 'Y' TO PROMO-MODE
                       END-IF
               READ WITHDRAWAL-FILE
                   AT END MOVE 'Y' TO WDRAW-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-WITHDRAWALS)
                       IF WITHDRAWAL-REC NOT = SPACES THEN
                           MOVE 'Y' TO WDRAW-MODE
                       END-IF
           END-PERFORM.
           CLOSE WITHDRAWAL-FILE.

      *A non-empty course_changes.txt switches this run to a
      *course-change run, which applies the registrar's cancellations
      *and headcount changes to the recorded slates and re-offers
      *every TA who loses a slot
       DETECT-COURSE-CHANGE-MODE.
           MOVE 'N' TO COURSE-CHG-MODE.
           MOVE SPACE TO COURSE-CHG-EOF.
           OPEN INPUT COURSE-CHANGE-FILE.
           PERFORM UNTIL COURSE-CHG-EOF = 'Y'
               READ COURSE-CHANGE-FILE
                   AT END MOVE 'Y' TO COURSE-CHG-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-COURSE-CHANGES)
                       IF COURSE-CHANGE-REC NOT = SPACES THEN
                           MOVE 'Y' TO COURSE-CHG-MODE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COURSE-CHANGE-FILE.

      *Check the presence of required files
       CHECK-FS.
           OPEN INPUT CANDIDATE-FILE.
               DISPLAY 'non-existing file!'
               CLOSE CANDIDATE-FILE
               CLOSE INSTRUCTOR-FILE
               MOVE 'candidates.txt or instructors.txt missing'
                   TO RUN-EXIT-REASON
               PERFORM STOP-ON-IO-ERROR
           END-IF.
           CLOSE CANDIDATE-FILE.
           CLOSE INSTRUCTOR-FILE.
           PERFORM LOAD-CHECKPOINT.
           IF AMEND-MODE = 'Y' AND RESUMING-RUN-FLAG = 'N' THEN
               DISPLAY 'Amendment run needs output.txt from a'
                   ' finished run'
               MOVE 'amendment run without output.txt'
                   TO RUN-EXIT-REASON
               PERFORM STOP-ON-IO-ERROR
           END-IF.
      *    A simulation leaves every production file as it is - only
      *    its own reject list is started afresh
           IF SIM-MODE = 'Y' THEN
               IF RESUMING-RUN-FLAG = 'N' THEN
                   DISPLAY 'Simulation needs output.txt from a'
                       ' finished run to compare against'
                   MOVE 'simulation without output.txt'
                       TO RUN-EXIT-REASON
                   PERFORM STOP-ON-IO-ERROR
               END-IF
               DISPLAY 'Simulation: ranking under trial_policy.txt'
                   ' against ' COMPLETED-COURSE-COUNT
                   ' recorded course(s)'
               OPEN OUTPUT SIM-REJECT-FILE
               CLOSE SIM-REJECT-FILE
               EXIT PARAGRAPH
           END-IF.
      *    So does a supply analysis, which needs no finished run
           IF SUPPLY-MODE = 'Y' THEN
               IF CATALOG-COUNT = 0 THEN
                   DISPLAY 'Skill supply analysis needs'
                       ' skills_catalog.txt'
                   MOVE 'supply analysis without skills_catalog.txt'
                       TO RUN-EXIT-REASON
                   PERFORM STOP-ON-IO-ERROR
               END-IF
               DISPLAY 'Skill supply analysis: nothing is ranked'
               OPEN OUTPUT SUPPLY-REJECT-FILE
               CLOSE SUPPLY-REJECT-FILE
               EXIT PARAGRAPH
           END-IF.
           IF PUBLISH-MODE = 'Y' THEN
               DISPLAY 'Publish run: releasing the approved slates of '
                   COMPLETED-COURSE-COUNT ' recorded course(s)'
           ELSE
           IF DELTA-MODE = 'Y' THEN
               DISPLAY 'Delta run: amending ' COMPLETED-COURSE-COUNT
                   ' recorded course(s)'
               DISPLAY 'Withdrawal run: amending '
                   COMPLETED-COURSE-COUNT ' recorded course(s)'
           ELSE
           IF COURSE-CHG-MODE = 'Y' THEN
               DISPLAY 'Course-change run: amending '
                   COMPLETED-COURSE-COUNT ' recorded course(s)'
           ELSE
           IF RESUMING-RUN-FLAG = 'Y' THEN
               DISPLAY 'Resuming previous run: ' COMPLETED-COURSE-COUNT
                   ' course(s) already recorded in output.txt'
      *        Fresh run - empty score_breakdown.txt content
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
      *        Fresh run - empty ta_proposed.csv content
               OPEN OUTPUT CSV-FILE
               CLOSE CSV-FILE
      *        Fresh run - drop any reconciliation report left over
      *        Fresh run - empty the withdrawal report too
               OPEN OUTPUT WDRAW-REPORT-FILE
               CLOSE WDRAW-REPORT-FILE
      *        Fresh run - and the displacement report
               OPEN OUTPUT DISPLACE-REPORT-FILE
               CLOSE DISPLACE-REPORT-FILE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      *    Any run that can change a slate withdraws the released
      *    extracts; the next PUBLISH re-releases whatever is then
      *    approved, so nothing unapproved can go out meanwhile
           IF PUBLISH-MODE = 'N' THEN
               OPEN OUTPUT PUBLISH-CSV-FILE
               CLOSE PUBLISH-CSV-FILE
               OPEN OUTPUT NOTIFY-FILE
               CLOSE NOTIFY-FILE
               OPEN OUTPUT PAYROLL-FILE
               CLOSE PAYROLL-FILE
           ELSE
               OPEN OUTPUT PUBLISH-REPORT-FILE
               CLOSE PUBLISH-REPORT-FILE
           END-IF.
      *    reject_list.txt and unmatched.txt are whole-run summaries
      *    rebuilt from scratch every run, restart or not
           OPEN OUTPUT REJECT-FILE.
      *    rather than echoing the original wording. A delta,
      *    promotion or withdrawal run instead appends to the files
      *    the original run left behind
           IF AMEND-MODE = 'N' THEN
               OPEN OUTPUT CONFLICT-FILE
               CLOSE CONFLICT-FILE
               OPEN OUTPUT OVR-AUDIT-FILE
                   READ OUTPUT-FILE INTO RESULT
                       AT END MOVE 'Y' TO OUTPUT-EOF
                       NOT AT END
                           ADD 1 TO LOG-READ(LF-OUTPUT)
                           IF COMPLETED-COURSE-COUNT < MAX-COURSES THEN
                               ADD 1 TO COMPLETED-COURSE-COUNT
                               MOVE RESULT-COURSE-ID TO
                               END-IF
                               MOVE RESULT-SIDS TO
                                   DONE-SIDS(COMPLETED-COURSE-COUNT)
                               MOVE SPACE TO
                                   DONE-CHANGE(COMPLETED-COURSE-COUNT)
                               MOVE 'Y' TO RESUMING-RUN-FLAG
                           END-IF
                   END-READ
           PERFORM UNTIL AUDIT-IN-EOF = 'Y'
               READ AUDIT-FILE
                   AT END MOVE 'Y' TO AUDIT-IN-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-AUDIT)
                       PERFORM RECORD-AUDIT-SEEN-COURSE
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
               MOVE AUDIT-LINE(1:14) TO AS-KEY(AUDIT-SEEN-COUNT)
           END-IF.

      *Scan ta_proposed.csv for every course-id already recorded
      *from a prior run, same purpose as LOAD-AUDIT-CHECKPOINT above
       LOAD-CSV-CHECKPOINT.
           MOVE 0 TO CSV-SEEN-COUNT.
           PERFORM UNTIL CSV-IN-EOF = 'Y'
               READ CSV-FILE
                   AT END MOVE 'Y' TO CSV-IN-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-CSV)
                       PERFORM RECORD-CSV-SEEN-COURSE
               END-READ
           END-PERFORM.
           CLOSE CSV-FILE.
               READ INSTRUCTOR-FILE INTO INSTRUCTOR
                   AT END MOVE 'Y' TO INSTRUCTOR-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-INSTRUCTORS)
                       IF INSTRUCTOR NOT = SPACES THEN
                           ADD 1 TO INSTR-LINE-NO
                           PERFORM VALIDATE-INSTRUCTOR-RECORD
                               DISPLAY 'instructors.txt has more'
                                   ' than ' MAX-COURSES ' records -'
                                   ' raise MAX-COURSES and rerun'
                               MOVE 'instructors.txt over MAX-COURSES'
                                   TO RUN-EXIT-REASON
                               PERFORM STOP-ON-CAPACITY
                           END-IF
                       END-IF
               END-READ
                   ' (course ' COURSE-ID '): role headcount '
                   ROLE-SLOTS ' exceeds the 5 slate slots - fix'
                   ' instructors.txt and rerun'
               MOVE 'instructors.txt role headcount over 5'
                   TO RUN-EXIT-REASON
               PERFORM STOP-ON-INPUT-REJECT
           END-IF.
           IF ROLE-SLOTS IS NUMERIC AND ROLE-SLOTS > 0 THEN
               MOVE ROLE-SLOTS TO IT-SLOTS(COURSE-COUNT)
               READ CANDIDATE-FILE INTO CANDIDATE
                   AT END MOVE 'Y' TO CANDIDATE-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-CANDIDATES)
                       IF CANDIDATE NOT = SPACES THEN
                           ADD 1 TO CAND-LINE-NO
                           PERFORM VALIDATE-CANDIDATE-RECORD
                                   ' than ' MAX-CANDIDATES
                                   ' records - raise MAX-CANDIDATES'
                                   ' and rerun'
                               MOVE 'candidates.txt over MAX-CANDIDATES'
                                   TO RUN-EXIT-REASON
                               PERFORM STOP-ON-CAPACITY
                           END-IF
                       END-IF
               END-READ
               READ AVAILABILITY-FILE INTO AVAILABILITY
                   AT END MOVE 'Y' TO AVAIL-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-AVAILABILITY)
                       IF AVAILABILITY NOT = SPACES THEN
                           IF AVAIL-COUNT < MAX-CANDIDATES THEN
                               ADD 1 TO AVAIL-COUNT
                                   ' than ' MAX-CANDIDATES
                                   ' records - raise MAX-CANDIDATES'
                                   ' and rerun'
                               MOVE 'availability over MAX-CANDIDATES'
                                   TO RUN-EXIT-REASON
                               PERFORM STOP-ON-CAPACITY
                           END-IF
                       END-IF
               END-READ
               READ SCHEDULE-FILE INTO COURSE-SCHEDULE
                   AT END MOVE 'Y' TO SCHED-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-SCHEDULE)
                       IF COURSE-SCHEDULE NOT = SPACES AND
                          SCHED-COUNT < MAX-COURSES THEN
                           ADD 1 TO SCHED-COUNT
           END-PERFORM.
           CLOSE SCHEDULE-FILE.

      *Load the registrar's nightly extract into REGISTRAR-TABLE so
      *RANK-TA can screen out students who cannot be hired; an
      *absent or empty extract leaves the screening off
       LOAD-REGISTRAR-EXTRACT.
           MOVE SPACE TO REG-EOF.
           OPEN INPUT REGISTRAR-FILE.
           PERFORM UNTIL REG-EOF = 'Y'
               READ REGISTRAR-FILE INTO REGISTRAR-REC
                   AT END MOVE 'Y' TO REG-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-REGISTRAR)
                       IF REGISTRAR-REC NOT = SPACES THEN
                           IF REG-COUNT < MAX-REGISTRAR THEN
                               ADD 1 TO REG-COUNT
                               MOVE RG-SID TO RGT-SID(REG-COUNT)
                               MOVE FUNCTION UPPER-CASE(
                                   RG-ENROLL-STATUS) TO
                                   RGT-ENROLL-STATUS(REG-COUNT)
                               MOVE FUNCTION UPPER-CASE(RG-STANDING)
                                   TO RGT-STANDING(REG-COUNT)
                               MOVE RG-DEGREE-LEVEL TO
                                   RGT-DEGREE-LEVEL(REG-COUNT)
                               IF RG-HOUR-LIMIT IS NUMERIC THEN
                                   MOVE RG-HOUR-LIMIT TO
                                       RGT-HOUR-LIMIT(REG-COUNT)
                               ELSE
                                   MOVE 0 TO
                                       RGT-HOUR-LIMIT(REG-COUNT)
                               END-IF
                           ELSE
                               DISPLAY 'registrar_extract.txt has'
                                   ' more than ' MAX-REGISTRAR
                                   ' records - raise MAX-REGISTRAR'
                                   ' and rerun'
                               MOVE 'registrar file over MAX-REGISTRAR'
                                   TO RUN-EXIT-REASON
                               PERFORM STOP-ON-CAPACITY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REGISTRAR-FILE.
           IF REG-COUNT > 0 THEN
               MOVE 'Y' TO REG-PRESENT
               SORT RGT-ENTRY ON ASCENDING KEY RGT-SID
           ELSE
               DISPLAY 'No registrar_extract.txt - eligibility not'
                   ' screened'
           END-IF.

      *Load every returning-TA service record into HISTORY-TABLE so
      *CALCULATE-CANDIDATE-SCORE can reward prior experience
       LOAD-TA-HISTORY.
               READ HISTORY-FILE INTO TA-HISTORY
                   AT END MOVE 'Y' TO HIST-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-HISTORY)
                       IF TA-HISTORY NOT = SPACES THEN
                           IF HIST-COUNT < MAX-HISTORY THEN
                               ADD 1 TO HIST-COUNT
                               DISPLAY 'ta_history.txt has more'
                                   ' than ' MAX-HISTORY ' records -'
                                   ' raise MAX-HISTORY and rerun'
                               MOVE 'ta_history.txt over MAX-HISTORY'
                                   TO RUN-EXIT-REASON
                               PERFORM STOP-ON-CAPACITY
                           END-IF
                       END-IF
               END-READ
               READ DELTA-FILE
                   AT END MOVE 'Y' TO DELTA-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-DELTA)
                       IF DELTA-CANDIDATE NOT = SPACES THEN
                           PERFORM STORE-DELTA-CANDIDATE
                       END-IF
               READ OVERRIDE-FILE INTO OVERRIDE-REC
                   AT END MOVE 'Y' TO OVERRIDE-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-OVERRIDES)
                       IF OVERRIDE-REC NOT = SPACES THEN
                           PERFORM STORE-OVERRIDE-RECORD
                       END-IF
      *        amendment run appends to it, and re-logging the
      *        same ignored record there every amendment run would
      *        pile up one copy per run
               IF AMEND-MODE = 'N' THEN
                   MOVE OV-COURSE-ID TO OO-COURSE-ID
                   MOVE OV-SID TO OO-SID
                   MOVE OV-ACTION TO OO-ACTION
           ELSE
               DISPLAY 'overrides.txt has more than ' MAX-OVERRIDES
                   ' records - raise MAX-OVERRIDES and rerun'
               MOVE 'overrides.txt over MAX-OVERRIDES'
                   TO RUN-EXIT-REASON
               PERFORM STOP-ON-CAPACITY
           END-IF.

      *Load each course's weekly staffing demand and the semester's
               READ DEMAND-FILE INTO STAFF-DEMAND
                   AT END MOVE 'Y' TO DEMAND-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-DEMAND)
                       IF STAFF-DEMAND NOT = SPACES AND
                          DEMAND-COUNT < MAX-DEMANDS THEN
                           ADD 1 TO DEMAND-COUNT
               READ BUDGET-FILE
                   AT END MOVE 'Y' TO BUDGET-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-BUDGET)
                       IF BUDGET-REC NOT = SPACES AND
                          BUDGET-PRESENT = 'N' AND
                          BG-HOURS IS NUMERIC THEN
               READ POLICY-FILE
                   AT END MOVE 'Y' TO POLICY-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-POLICY)
                       IF POLICY-LINE NOT = SPACES THEN
                           MOVE POLICY-LINE TO POLICY-TEXT
                           PERFORM PARSE-POLICY-LINE
                       END-IF
               END-READ
       PARSE-POLICY-LINE.
           MOVE SPACES TO POLICY-KEYWORD.
           MOVE SPACES TO POLICY-VALUE-TXT.
           UNSTRING POLICY-TEXT DELIMITED BY ALL SPACES
               INTO POLICY-KEYWORD POLICY-VALUE-TXT
           END-UNSTRING.
      *    The ALLOCATION keyword takes a word, not a weight, so it
                  POLICY-VALUE-TXT = 'COURSE' THEN
                   MOVE POLICY-VALUE-TXT(1:6) TO ALLOCATION-MODE
               ELSE
                   DISPLAY FUNCTION TRIM(POLICY-SOURCE)
                       ': ALLOCATION must be'
                       ' COURSE or GLOBAL'
                   PERFORM CLOSE-POLICY-SOURCE
                   MOVE 'scoring policy ALLOCATION not COURSE or GLOBAL'
                       TO RUN-EXIT-REASON
                   PERFORM STOP-ON-CONTROL-ERROR
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(POLICY-VALUE-TXT)
               TO POLICY-VALUE-WIDE.
           IF POLICY-VALUE-WIDE < 0 OR POLICY-VALUE-WIDE > 9.9 THEN
               DISPLAY FUNCTION TRIM(POLICY-SOURCE) ': '
                   FUNCTION TRIM(POLICY-KEYWORD) ' value '
                   FUNCTION TRIM(POLICY-VALUE-TXT)
                   ' is outside 0.0 to 9.9'
               PERFORM CLOSE-POLICY-SOURCE
               MOVE 'scoring policy value outside 0.0 to 9.9'
                   TO RUN-EXIT-REASON
               PERFORM STOP-ON-CONTROL-ERROR
           END-IF.
           MOVE POLICY-VALUE-WIDE TO POLICY-VALUE.
           EVALUATE POLICY-KEYWORD
               WHEN 'BASE-SCORE'
                   MOVE POLICY-VALUE TO POLICY-BASE
               WHEN OTHER
                   DISPLAY FUNCTION TRIM(POLICY-SOURCE)
                       ': unknown keyword '
                       FUNCTION TRIM(POLICY-KEYWORD)
                   PERFORM CLOSE-POLICY-SOURCE
                   MOVE 'scoring policy unknown keyword'
                       TO RUN-EXIT-REASON
                   PERFORM STOP-ON-CONTROL-ERROR
           END-EVALUATE.

      *The ranges below keep every reachable score inside the
      *above zero, which the slate logic relies on
       VALIDATE-SCORING-POLICY.
           IF POLICY-MIN-REQ < 1 OR POLICY-MIN-REQ > 3 THEN
               DISPLAY FUNCTION TRIM(POLICY-SOURCE)
                   ': MIN-REQ-SKILLS must be'
                   ' 1 to 3'
               MOVE 'scoring policy MIN-REQ-SKILLS not 1 to 3'
                   TO RUN-EXIT-REASON
               PERFORM STOP-ON-CONTROL-ERROR
           END-IF.
           IF POLICY-PREF-W1 > 5.0 OR POLICY-PREF-W2 > 5.0 OR
              POLICY-PREF-W3 > 5.0 THEN
               DISPLAY FUNCTION TRIM(POLICY-SOURCE)
                   ': preference weights must'
                   ' not exceed 5.0'
               MOVE 'scoring policy preference weight over 5.0'
                   TO RUN-EXIT-REASON
               PERFORM STOP-ON-CONTROL-ERROR
           END-IF.
           IF POLICY-REQ-PENALTY > 2.0 THEN
               DISPLAY FUNCTION TRIM(POLICY-SOURCE)
                   ': REQ-PENALTY must not'
                   ' exceed 2.0'
               MOVE 'scoring policy REQ-PENALTY over 2.0'
                   TO RUN-EXIT-REASON
               PERFORM STOP-ON-CONTROL-ERROR
           END-IF.
           IF POLICY-OPT-POINT > 1.5 THEN
               DISPLAY FUNCTION TRIM(POLICY-SOURCE)
                   ': OPT-SKILL-POINT must not'
                   ' exceed 1.5'
               MOVE 'scoring policy OPT-SKILL-POINT over 1.5'
                   TO RUN-EXIT-REASON
               PERFORM STOP-ON-CONTROL-ERROR
           END-IF.
           IF POLICY-BASE NOT > POLICY-REQ-PENALTY THEN
               DISPLAY FUNCTION TRIM(POLICY-SOURCE)
                   ': BASE-SCORE must exceed'
                   ' REQ-PENALTY'
               MOVE 'scoring policy BASE-SCORE not above REQ-PENALTY'
                   TO RUN-EXIT-REASON
               PERFORM STOP-ON-CONTROL-ERROR
           END-IF.
      *    Nothing forces the tier weights to descend, so the
      *    reachable maximum must take the LARGEST of the three -
           ADD 1.5 TO POLICY-MAX-SCORE.
           IF POLICY-MAX-SCORE > 9.9 THEN
               MOVE POLICY-MAX-SCORE TO POLICY-MAX-EDIT
               DISPLAY FUNCTION TRIM(POLICY-SOURCE)
                   ': highest reachable score '
                   POLICY-MAX-EDIT ' exceeds the 9.9 score capacity'
               MOVE 'scoring policy top score over 9.9'
                   TO RUN-EXIT-REASON
               PERFORM STOP-ON-CONTROL-ERROR
           END-IF.

      *Close whichever policy file is being read before a stop
       CLOSE-POLICY-SOURCE.
           IF POLICY-SOURCE = 'trial_policy.txt' THEN
               CLOSE TRIAL-POLICY-FILE
           ELSE
               CLOSE POLICY-FILE
           END-IF.

      *Lay the trial policy for a simulation over the production
      *policy just loaded - a keyword trial_policy.txt leaves out
      *keeps its production value - and hold both sets, so a SID
      *can be scored under either for the comparison
       LOAD-TRIAL-POLICY.
           PERFORM SAVE-PRODUCTION-POLICY.
           MOVE 'trial_policy.txt' TO POLICY-SOURCE.
           MOVE 0 TO TRIAL-POLICY-LINES.
           MOVE SPACE TO TRIAL-POLICY-EOF.
           OPEN INPUT TRIAL-POLICY-FILE.
           PERFORM UNTIL TRIAL-POLICY-EOF = 'Y'
               READ TRIAL-POLICY-FILE
                   AT END MOVE 'Y' TO TRIAL-POLICY-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-TRIAL-POLICY)
                       IF TRIAL-POLICY-LINE NOT = SPACES THEN
                           ADD 1 TO TRIAL-POLICY-LINES
                           MOVE TRIAL-POLICY-LINE TO POLICY-TEXT
                           PERFORM PARSE-POLICY-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRIAL-POLICY-FILE.
           IF TRIAL-POLICY-LINES = 0 THEN
               DISPLAY 'RUN-MODE SIMULATE needs the trial policy in'
                   ' trial_policy.txt'
               MOVE 'SIMULATE without trial_policy.txt'
                   TO RUN-EXIT-REASON
               PERFORM STOP-ON-CONTROL-ERROR
           END-IF.
           PERFORM VALIDATE-SCORING-POLICY.
           MOVE POLICY-BASE TO SCORES.
           PERFORM SAVE-TRIAL-POLICY.
      *    The trial ranking's veto, pin and conflict screening must
      *    not add lines to the production audit files
           MOVE 'Y' TO CAPTURE-ONLY.

       SAVE-PRODUCTION-POLICY.
           MOVE POLICY-PREF-W1 TO PROD-PREF-W1.
           MOVE POLICY-PREF-W2 TO PROD-PREF-W2.
           MOVE POLICY-PREF-W3 TO PROD-PREF-W3.
           MOVE POLICY-REQ-PENALTY TO PROD-REQ-PENALTY.
           MOVE POLICY-MIN-REQ TO PROD-MIN-REQ.
           MOVE POLICY-OPT-POINT TO PROD-OPT-POINT.
           MOVE POLICY-BASE TO PROD-BASE.
           MOVE ALLOCATION-MODE TO PROD-ALLOCATION.

       SAVE-TRIAL-POLICY.
           MOVE POLICY-PREF-W1 TO TRIAL-PREF-W1.
           MOVE POLICY-PREF-W2 TO TRIAL-PREF-W2.
           MOVE POLICY-PREF-W3 TO TRIAL-PREF-W3.
           MOVE POLICY-REQ-PENALTY TO TRIAL-REQ-PENALTY.
           MOVE POLICY-MIN-REQ TO TRIAL-MIN-REQ.
           MOVE POLICY-OPT-POINT TO TRIAL-OPT-POINT.
           MOVE POLICY-BASE TO TRIAL-BASE.
           MOVE ALLOCATION-MODE TO TRIAL-ALLOCATION.

       USE-PRODUCTION-POLICY.
           MOVE PROD-PREF-W1 TO POLICY-PREF-W1.
           MOVE PROD-PREF-W2 TO POLICY-PREF-W2.
           MOVE PROD-PREF-W3 TO POLICY-PREF-W3.
           MOVE PROD-REQ-PENALTY TO POLICY-REQ-PENALTY.
           MOVE PROD-MIN-REQ TO POLICY-MIN-REQ.
           MOVE PROD-OPT-POINT TO POLICY-OPT-POINT.
           MOVE PROD-BASE TO POLICY-BASE.

       USE-TRIAL-POLICY.
           MOVE TRIAL-PREF-W1 TO POLICY-PREF-W1.
           MOVE TRIAL-PREF-W2 TO POLICY-PREF-W2.
           MOVE TRIAL-PREF-W3 TO POLICY-PREF-W3.
           MOVE TRIAL-REQ-PENALTY TO POLICY-REQ-PENALTY.
           MOVE TRIAL-MIN-REQ TO POLICY-MIN-REQ.
           MOVE TRIAL-OPT-POINT TO POLICY-OPT-POINT.
           MOVE TRIAL-BASE TO POLICY-BASE.

      *Load the skill catalog, upper-cased, so lookups are
      *case-insensitive; with no catalog on hand every skill is
               READ CATALOG-FILE
                   AT END MOVE 'Y' TO CAT-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-CATALOG)
                       IF CATALOG-REC NOT = SPACES AND
                          CATALOG-COUNT < MAX-CATALOG THEN
                           ADD 1 TO CATALOG-COUNT
           ADD 1 TO SKILL-WARN-COUNT.
           PERFORM WRITE-REJECT-RECORD.

      *A simulation keeps its rejects apart from production's list
       WRITE-REJECT-RECORD.
           IF SIM-MODE = 'Y' THEN
               MOVE REJECT-OUT TO SIM-REJECT-LINE
               OPEN EXTEND SIM-REJECT-FILE
               ADD 1 TO LOG-WRITTEN(LF-SIM-REJECTS)
               WRITE SIM-REJECT-LINE
               END-WRITE
               CLOSE SIM-REJECT-FILE
               EXIT PARAGRAPH
           END-IF.
           IF SUPPLY-MODE = 'Y' THEN
               MOVE REJECT-OUT TO SUPPLY-REJECT-LINE
               OPEN EXTEND SUPPLY-REJECT-FILE
               ADD 1 TO LOG-WRITTEN(LF-SUPPLY-REJECTS)
               WRITE SUPPLY-REJECT-LINE
               END-WRITE
               CLOSE SUPPLY-REJECT-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE REJECT-OUT TO REJECT-LINE.
           OPEN EXTEND REJECT-FILE.
               ADD 1 TO LOG-WRITTEN(LF-REJECTS).
               WRITE REJECT-LINE
               END-WRITE.
           CLOSE REJECT-FILE.
      *into COURSE-CANDIDATES, apply its pins, and write the same
      *result files the course-by-course pass writes
       FINALIZE-ONE-GLOBAL-COURSE.
           PERFORM RESTORE-GLOBAL-SLATE.
           PERFORM WRITE-TO-OUTPUT.
           PERFORM WRITE-AUDIT-TRAIL.
           PERFORM WRITE-CSV-EXPORT.
           PERFORM WRITE-WAITLIST-EXPORT.
           PERFORM MARK-PLACED-CANDIDATES.
           PERFORM CHECK-COURSE-STAFFING.
           PERFORM RESET-CANDIDATES.

      *Copy the globally assigned slate for the course at TBL-IDX
      *into COURSE-CANDIDATES and apply its pins
       RESTORE-GLOBAL-SLATE.
           PERFORM RESET-CANDIDATES.
           PERFORM VARYING SLOT-IDX FROM 1 BY 1
                   UNTIL SLOT-IDX > RANK-DEPTH
           END-PERFORM.
           PERFORM APPLY-PINNED-OVERRIDES.
           PERFORM UNMARK-GLOBAL-WAITLISTED.

      *A pin may have pushed a slate winner down into the waitlist;
      *anyone now in a waitlist slot who was marked placed into THIS
       WRITE-CHANGE-LINE.
           OPEN EXTEND CHANGE-FILE.
               MOVE CHANGE-OUT TO CHANGE-LINE
               ADD 1 TO LOG-WRITTEN(LF-CHANGES)
               WRITE CHANGE-LINE
               END-WRITE.
           CLOSE CHANGE-FILE.
           END-PERFORM.

      *Rewrite output.txt, report.txt, score_breakdown.txt and
      *ta_proposed.csv in recorded order from the amended
      *checkpoint, so only amended slates change content
       REWRITE-RESULT-FILES.
           OPEN OUTPUT OUTPUT-FILE.
               READ WAITLIST-FILE
                   AT END MOVE 'Y' TO WL-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-WAITLIST)
                       IF WAITLIST-REC NOT = SPACES THEN
                           IF WAITLIST-COUNT < MAX-WAITLIST THEN
                               ADD 1 TO WAITLIST-COUNT
                               DISPLAY 'waitlist.txt has more than '
                                   MAX-WAITLIST ' records - raise'
                                   ' MAX-WAITLIST and rerun'
                               MOVE 'waitlist.txt over MAX-WAITLIST'
                                   TO RUN-EXIT-REASON
                               PERFORM STOP-ON-CAPACITY
                           END-IF
                       END-IF
               END-READ
               READ DECLINE-FILE
                   AT END MOVE 'Y' TO DECLINE-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-DECLINES)
                       IF DECLINE-REC NOT = SPACES AND
                          DECLINE-COUNT < MAX-DECLINES THEN
                           ADD 1 TO DECLINE-COUNT
           END-IF.

      *Promote the waitlist entry at WL-IDX if eligible: not declined
      *for this course, still in the candidate table, unplaced, and
      *still hireable on the registrar extract
       TRY-PROMOTE-ONE.
           MOVE WLT-SID(WL-IDX) TO DECL-CHK-SID.
           PERFORM CHECK-SID-DECLINED.
           IF CT-PLACED(PROMO-CAND-IDX) = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
      *    The student may have dropped below full-time or gone on
      *    probation since the waitlist was ranked
           MOVE WLT-SID(WL-IDX) TO ELIG-SID.
           MOVE COURSE-ID TO ELIG-COURSE-ID.
           PERFORM SCREEN-REGISTRAR-ELIGIBILITY.
           IF ELIG-REASON NOT = SPACES THEN
               MOVE COURSE-ID TO PO-COURSE-ID
               MOVE ROLE-TYPE TO PO-ROLE
               MOVE WLT-SID(WL-IDX) TO PO-SID
               MOVE ELIG-REASON TO PO-NOTE
               PERFORM WRITE-PROMO-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING SLOT-IDX FROM 1 BY 1
                   UNTIL SLOT-IDX > MAX-SLOTS
               IF DONE-SID(DONE-IDX SLOT-IDX) = '0000000000 ' THEN
       WRITE-PROMO-LINE.
           OPEN EXTEND PROMO-FILE.
               MOVE PROMO-OUT TO PROMO-LINE
               ADD 1 TO LOG-WRITTEN(LF-PROMO)
               WRITE PROMO-LINE
               END-WRITE.
           CLOSE PROMO-FILE.
               READ WITHDRAWAL-FILE
                   AT END MOVE 'Y' TO WDRAW-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-WITHDRAWALS)
                       IF WITHDRAWAL-REC NOT = SPACES THEN
                           IF WDRAW-COUNT < MAX-WITHDRAWALS THEN
                               ADD 1 TO WDRAW-COUNT
                                   ' than ' MAX-WITHDRAWALS
                                   ' records - raise'
                                   ' MAX-WITHDRAWALS and rerun'
                               MOVE 'withdrawals over MAX-WITHDRAWALS'
                                   TO RUN-EXIT-REASON
                               PERFORM STOP-ON-CAPACITY
                           END-IF
                       END-IF
               END-READ
       WRITE-WDRAW-LINE.
           OPEN EXTEND WDRAW-REPORT-FILE.
               MOVE WDRAW-OUT TO WDRAW-LINE
               ADD 1 TO LOG-WRITTEN(LF-WDRAW-REPORT)
               WRITE WDRAW-LINE
               END-WRITE.
           CLOSE WDRAW-REPORT-FILE.

      *Course-change run: apply the registrar's cancellations and
      *headcount changes to the recorded slates, re-offer every TA
      *who lost a slot an open slot or a waitlist spot on their
      *remaining preference courses, fill any slot a raised
      *headcount left open from that role's waitlist, drop the
      *cancelled slates and re-issue the result files. The
      *department still has to carry the changes into
      *instructors.txt, or a later full run would restore the old
      *headcounts
       PROCESS-COURSE-CHANGE-RUN.
           OPEN OUTPUT DISPLACE-REPORT-FILE.
           CLOSE DISPLACE-REPORT-FILE.
           PERFORM LOAD-WAITLIST.
           PERFORM LOAD-DECLINES.
           PERFORM LOAD-COURSE-CHANGES.
           PERFORM VARYING DONE-IDX FROM 1 BY 1
                   UNTIL DONE-IDX > COMPLETED-COURSE-COUNT
               MOVE DONE-SLOTS(DONE-IDX) TO MAX-SLOTS
               PERFORM MARK-PLACED-FROM-CHECKPOINT
           END-PERFORM.
      *    Settle every slate's new size before any re-offer, so the
      *    re-offers see every slot the changes opened and none of
      *    the ones they closed
           PERFORM VARYING CCH-IDX FROM 1 BY 1
                   UNTIL CCH-IDX > COURSE-CHG-COUNT
               PERFORM APPLY-ONE-COURSE-CHANGE
           END-PERFORM.
           PERFORM VARYING DSPL-IDX FROM 1 BY 1
                   UNTIL DSPL-IDX > DISPLACED-COUNT
               PERFORM RE-OFFER-DISPLACED-TA
           END-PERFORM.
      *    A slot a raised headcount opened that no displaced TA took
      *    goes to the role's own waitlist, as a declined slot would
           PERFORM VARYING DONE-IDX FROM 1 BY 1
                   UNTIL DONE-IDX > COMPLETED-COURSE-COUNT
               IF DONE-CHANGE(DONE-IDX) = 'R' THEN
                   PERFORM FILL-RAISED-HEADCOUNT
               END-IF
           END-PERFORM.
           PERFORM DROP-CANCELLED-SLATES.
           PERFORM REWRITE-RESULT-FILES.
           PERFORM VARYING DONE-IDX FROM 1 BY 1
                   UNTIL DONE-IDX > COMPLETED-COURSE-COUNT
               MOVE DONE-SLOTS(DONE-IDX) TO MAX-SLOTS
               PERFORM CHECK-CHECKPOINT-STAFFING
           END-PERFORM.
           IF CCH-APPLIED-COUNT > 0 THEN
               MOVE SPACES TO DP-COURSE-ID
               MOVE SPACES TO DP-ROLE
               MOVE SPACES TO DP-SID
               MOVE 'CARRY THESE CHANGES INTO INSTRUCTORS.TXT'
                   TO DP-NOTE
               PERFORM WRITE-DISPLACE-LINE
           END-IF.
           DISPLAY 'Course-change run: ' COURSE-CHG-COUNT
               ' change(s), ' DISPLACED-COUNT ' TA(s) displaced, '
               REOFFER-PLACED-COUNT ' re-placed, '
               REOFFER-WAITLISTED-COUNT ' waitlisted, '
               REOFFER-UNPLACED-COUNT ' not re-offered'.
           IF CCH-APPLIED-COUNT > 0 THEN
               DISPLAY 'Update instructors.txt to match'
                   ' course_changes.txt before any full rerun'
           END-IF.

      *Load the registrar's changes, one course/role per line; the
      *change word is kept upper-cased so 'cancel' is understood
       LOAD-COURSE-CHANGES.
           MOVE 0 TO COURSE-CHG-COUNT.
           MOVE SPACE TO COURSE-CHG-EOF.
           OPEN INPUT COURSE-CHANGE-FILE.
           PERFORM UNTIL COURSE-CHG-EOF = 'Y'
               READ COURSE-CHANGE-FILE
                   AT END MOVE 'Y' TO COURSE-CHG-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-COURSE-CHANGES)
                       IF COURSE-CHANGE-REC NOT = SPACES THEN
                           IF COURSE-CHG-COUNT < MAX-COURSE-CHANGES
                           THEN
                               ADD 1 TO COURSE-CHG-COUNT
                               MOVE CC-COURSE-ID TO
                                   CCT-COURSE-ID(COURSE-CHG-COUNT)
                               MOVE CC-ROLE TO
                                   CCT-ROLE(COURSE-CHG-COUNT)
                               MOVE FUNCTION UPPER-CASE(CC-CHANGE) TO
                                   CCT-CHANGE(COURSE-CHG-COUNT)
                           ELSE
      *                        Never silently skip a change - the
      *                        cancelled course would stay staffed
                               DISPLAY 'course_changes.txt has more'
                                   ' than ' MAX-COURSE-CHANGES
                                   ' records - raise'
                                   ' MAX-COURSE-CHANGES and rerun'
                               MOVE 'changes over MAX-COURSE-CHANGES'
                                   TO RUN-EXIT-REASON
                               PERFORM STOP-ON-CAPACITY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COURSE-CHANGE-FILE.

      *Apply the change at CCH-IDX to every recorded role slate it
      *names. CANCEL (or a headcount of 0) cancels the role; a
      *headcount of 1 to 5 resizes the slate
       APPLY-ONE-COURSE-CHANGE.
           MOVE CCT-COURSE-ID(CCH-IDX) TO DP-COURSE-ID.
           MOVE CCT-ROLE(CCH-IDX) TO DP-ROLE.
           MOVE SPACES TO DP-SID.
           IF CCT-CHANGE(CCH-IDX) = 'CANCEL' THEN
               MOVE 0 TO CCH-NEW-SLOTS
           ELSE
               IF CCT-CHANGE(CCH-IDX)(1:1) IS NUMERIC AND
                  CCT-CHANGE(CCH-IDX)(2:5) = SPACES THEN
                   MOVE CCT-CHANGE(CCH-IDX)(1:1) TO CCH-NEW-SLOTS
               ELSE
                   MOVE 'IGNORED - CHANGE MUST BE CANCEL OR 1-5'
                       TO DP-NOTE
                   PERFORM WRITE-DISPLACE-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF CCH-NEW-SLOTS > 5 THEN
               MOVE 'IGNORED - HEADCOUNT OVER 5 SLATE SLOTS'
                   TO DP-NOTE
               PERFORM WRITE-DISPLACE-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO CCH-ENTRY-SEEN.
           PERFORM VARYING DONE-IDX FROM 1 BY 1
                   UNTIL DONE-IDX > COMPLETED-COURSE-COUNT
               IF DONE-COURSE-ID(DONE-IDX) = CCT-COURSE-ID(CCH-IDX)
                  AND (CCT-ROLE(CCH-IDX) = SPACES OR
                       DONE-ROLE(DONE-IDX) = CCT-ROLE(CCH-IDX))
                  AND DONE-CHANGE(DONE-IDX) NOT = 'C' THEN
                   MOVE 'Y' TO CCH-ENTRY-SEEN
                   PERFORM CHANGE-ONE-SLATE
               END-IF
           END-PERFORM.
           IF CCH-ENTRY-SEEN = 'N' THEN
               MOVE CCT-COURSE-ID(CCH-IDX) TO DP-COURSE-ID
               MOVE CCT-ROLE(CCH-IDX) TO DP-ROLE
               MOVE SPACES TO DP-SID
               MOVE 'IGNORED - NO RECORDED SLATE' TO DP-NOTE
               PERFORM WRITE-DISPLACE-LINE
           ELSE
               ADD 1 TO CCH-APPLIED-COUNT
           END-IF.

      *Resize or cancel the role slate at DONE-IDX to CCH-NEW-SLOTS.
      *A cut frees the lowest-ranked slots, so the TAs ranked best
      *keep theirs; every TA who loses a slot is displaced
       CHANGE-ONE-SLATE.
           MOVE DONE-COURSE-ID(DONE-IDX) TO COURSE-ID.
           MOVE DONE-ROLE(DONE-IDX) TO ROLE-TYPE.
           MOVE COURSE-ID TO DP-COURSE-ID.
           MOVE ROLE-TYPE TO DP-ROLE.
           MOVE SPACES TO DP-SID.
           MOVE DONE-SLOTS(DONE-IDX) TO CCH-OLD-SLOTS.
           IF CCH-NEW-SLOTS = CCH-OLD-SLOTS THEN
               MOVE 'UNCHANGED - HEADCOUNT ALREADY MATCHES'
                   TO DP-NOTE
               PERFORM WRITE-DISPLACE-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO DP-NOTE.
           IF CCH-NEW-SLOTS = 0 THEN
               MOVE 'ROLE CANCELLED BY REGISTRAR' TO DP-NOTE
           ELSE
               STRING 'HEADCOUNT ' CCH-OLD-SLOTS ' CHANGED TO '
                   CCH-NEW-SLOTS
                   DELIMITED BY SIZE
                   INTO DP-NOTE
           END-IF.
           PERFORM WRITE-DISPLACE-LINE.
           IF CCH-NEW-SLOTS > CCH-OLD-SLOTS THEN
               MOVE CCH-NEW-SLOTS TO DONE-SLOTS(DONE-IDX)
               MOVE 'R' TO DONE-CHANGE(DONE-IDX)
               EXIT PARAGRAPH
           END-IF.
           COMPUTE CCH-FIRST-CUT = CCH-NEW-SLOTS + 1.
           PERFORM VARYING SLOT-IDX FROM CCH-FIRST-CUT BY 1
                   UNTIL SLOT-IDX > CCH-OLD-SLOTS
               IF DONE-SID(DONE-IDX SLOT-IDX) NOT = '0000000000 '
               THEN
                   PERFORM DISPLACE-SLATE-SID
               END-IF
               MOVE '0000000000 ' TO DONE-SID(DONE-IDX SLOT-IDX)
           END-PERFORM.
           IF CCH-NEW-SLOTS = 0 THEN
               MOVE 'C' TO DONE-CHANGE(DONE-IDX)
               PERFORM DROP-CANCELLED-WAITLIST
           ELSE
               MOVE CCH-NEW-SLOTS TO DONE-SLOTS(DONE-IDX)
           END-IF.

      *Take the SID at DONE-IDX/SLOT-IDX off the slate: log it, free
      *the TA for a re-offer and queue them for one
       DISPLACE-SLATE-SID.
           IF DISPLACED-COUNT >= MAX-DISPLACED THEN
               DISPLAY 'course_changes.txt displaces more than '
                   MAX-DISPLACED ' TAs - raise MAX-DISPLACED and'
                   ' rerun'
               MOVE 'displacements over MAX-DISPLACED'
                   TO RUN-EXIT-REASON
               PERFORM STOP-ON-CAPACITY
           END-IF.
           ADD 1 TO DISPLACED-COUNT.
           MOVE DONE-SID(DONE-IDX SLOT-IDX) TO DPT-SID(DISPLACED-COUNT).
           MOVE COURSE-ID TO DPT-COURSE-ID(DISPLACED-COUNT).
           MOVE ROLE-TYPE TO DPT-ROLE(DISPLACED-COUNT).
           MOVE DONE-SID(DONE-IDX SLOT-IDX) TO DP-SID.
           MOVE SLOT-IDX TO REOFFER-POS-ED.
           MOVE SPACES TO DP-NOTE.
           STRING 'DISPLACED FROM SLATE RANK ' REOFFER-POS-ED
               DELIMITED BY SIZE
               INTO DP-NOTE.
           PERFORM WRITE-DISPLACE-LINE.
           PERFORM UNMARK-DISPLACED-CANDIDATE.

      *A cancelled role keeps no waitlist - blank and log every
      *entry queued for the course/role being cancelled
       DROP-CANCELLED-WAITLIST.
           PERFORM VARYING WL-IDX FROM 1 BY 1
                   UNTIL WL-IDX > WAITLIST-COUNT
               IF WLT-COURSE-ID(WL-IDX) = COURSE-ID AND
                  WLT-ROLE(WL-IDX) = ROLE-TYPE THEN
                   MOVE COURSE-ID TO DP-COURSE-ID
                   MOVE ROLE-TYPE TO DP-ROLE
                   MOVE WLT-SID(WL-IDX) TO DP-SID
                   MOVE 'REMOVED FROM WAITLIST - ROLE CANCELLED'
                       TO DP-NOTE
                   PERFORM WRITE-DISPLACE-LINE
                   MOVE SPACES TO WLT-COURSE-ID(WL-IDX)
                   MOVE SPACES TO WLT-ROLE(WL-IDX)
                   MOVE SPACES TO WLT-SID(WL-IDX)
               END-IF
           END-PERFORM.

      *Re-offer the displaced TA at DSPL-IDX: first an open slot on
      *the highest preference course that has one and accepts them,
      *otherwise a waitlist spot on every preference course whose
      *queue their score earns a place in
       RE-OFFER-DISPLACED-TA.
           MOVE 'N' TO REOFFER-PLACED.
           MOVE 0 TO REOFFER-WAITED.
           MOVE 0 TO REOFFER-CAND-IDX.
           PERFORM VARYING CAND-IDX FROM 1 BY 1
                   UNTIL CAND-IDX > CAND-COUNT
               IF CT-SID(CAND-IDX) = DPT-SID(DSPL-IDX) THEN
                   MOVE CAND-IDX TO REOFFER-CAND-IDX
               END-IF
           END-PERFORM.
           MOVE DPT-COURSE-ID(DSPL-IDX) TO DP-COURSE-ID.
           MOVE DPT-ROLE(DSPL-IDX) TO DP-ROLE.
           MOVE DPT-SID(DSPL-IDX) TO DP-SID.
           IF REOFFER-CAND-IDX = 0 THEN
               MOVE 'NOT RE-OFFERED - NOT IN CANDIDATE TABLE'
                   TO DP-NOTE
               PERFORM WRITE-DISPLACE-LINE
               ADD 1 TO REOFFER-UNPLACED-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING REOFFER-PREF FROM 1 BY 1
                   UNTIL REOFFER-PREF > 3 OR REOFFER-PLACED = 'Y'
               MOVE CT-PREFERENCE(REOFFER-CAND-IDX REOFFER-PREF) TO
                   REOFFER-COURSE-ID
               IF REOFFER-COURSE-ID NOT = SPACES THEN
                   PERFORM VARYING REOFFER-DONE-IDX FROM 1 BY 1
                           UNTIL REOFFER-DONE-IDX >
                                 COMPLETED-COURSE-COUNT
                              OR REOFFER-PLACED = 'Y'
                       IF DONE-COURSE-ID(REOFFER-DONE-IDX) =
                          REOFFER-COURSE-ID AND
                          DONE-CHANGE(REOFFER-DONE-IDX) NOT = 'C'
                       THEN
                           PERFORM TRY-REOFFER-OPEN-SLOT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF REOFFER-PLACED = 'Y' THEN
               ADD 1 TO REOFFER-PLACED-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING REOFFER-PREF FROM 1 BY 1
                   UNTIL REOFFER-PREF > 3
               MOVE CT-PREFERENCE(REOFFER-CAND-IDX REOFFER-PREF) TO
                   REOFFER-COURSE-ID
               IF REOFFER-COURSE-ID NOT = SPACES THEN
                   PERFORM VARYING REOFFER-DONE-IDX FROM 1 BY 1
                           UNTIL REOFFER-DONE-IDX >
                                 COMPLETED-COURSE-COUNT
                       IF DONE-COURSE-ID(REOFFER-DONE-IDX) =
                          REOFFER-COURSE-ID AND
                          DONE-CHANGE(REOFFER-DONE-IDX) NOT = 'C'
                       THEN
                           PERFORM TRY-REOFFER-WAITLIST
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF REOFFER-WAITED > 0 THEN
               ADD 1 TO REOFFER-WAITLISTED-COUNT
           ELSE
               MOVE DPT-COURSE-ID(DSPL-IDX) TO DP-COURSE-ID
               MOVE DPT-ROLE(DSPL-IDX) TO DP-ROLE
               MOVE DPT-SID(DSPL-IDX) TO DP-SID
               MOVE 'NOT RE-OFFERED - NO OPEN SLOT OR WAITLIST SPOT'
                   TO DP-NOTE
               PERFORM WRITE-DISPLACE-LINE
               ADD 1 TO REOFFER-UNPLACED-COUNT
           END-IF.

      *Set up the course/role context of the slate at DONE-IDX for a
      *re-offer: its headcount, waitlist start and the instructor's
      *skill lists to score against
       SET-REOFFER-CONTEXT.
           MOVE DONE-COURSE-ID(DONE-IDX) TO COURSE-ID.
           MOVE DONE-ROLE(DONE-IDX) TO ROLE-TYPE.
           MOVE DONE-SLOTS(DONE-IDX) TO MAX-SLOTS.
           COMPUTE WL-START = MAX-SLOTS + 1.
           MOVE SPACES TO REQ-SKILLS.
           MOVE SPACES TO OPT-SKILLS.
           MOVE 'N' TO COURSE-HAS-INSTRUCTOR.
           PERFORM VARYING TBL-IDX FROM 1 BY 1
                   UNTIL TBL-IDX > COURSE-COUNT
               IF IT-COURSE-ID(TBL-IDX) = COURSE-ID AND
                  IT-ROLE(TBL-IDX) = ROLE-TYPE THEN
                   MOVE IT-REQ-SKILLS(TBL-IDX) TO REQ-SKILLS
                   MOVE IT-OPT-SKILLS(TBL-IDX) TO OPT-SKILLS
                   MOVE 'Y' TO COURSE-HAS-INSTRUCTOR
               END-IF
           END-PERFORM.

      *Screen and score the displaced TA for the current course/role
      *the way the ranking pass would: declines, instructor veto,
      *schedule and registrar conflicts, the required-skill floor.
      *Run after REBUILD-SLATE-FROM-CHECKPOINT, which reuses SID
       SCREEN-REOFFER-CANDIDATE.
           MOVE 'N' TO REOFFER-ELIGIBLE.
           MOVE SPACES TO REOFFER-NOTE.
           MOVE REOFFER-CAND-IDX TO CAND-IDX.
           MOVE CT-SID(CAND-IDX) TO SID.
           MOVE CT-TA-SKILLS(CAND-IDX) TO TA-SKILLS.
           MOVE CT-PREFERENCES(CAND-IDX) TO PREFERENCES.
           MOVE SID TO DECL-CHK-SID.
           PERFORM CHECK-SID-DECLINED.
           IF CAND-DECLINED = 'Y' THEN
               MOVE 'SKIPPED - DECLINED THIS COURSE' TO REOFFER-NOTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-VETO.
           IF CANDIDATE-VETOED = 'Y' THEN
               MOVE 'SKIPPED - VETOED BY INSTRUCTOR' TO REOFFER-NOTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-CANDIDATE-AVAILABILITY.
           IF CANDIDATE-CONFLICT = 'Y' THEN
               STRING 'SKIPPED - ' CONFLICT-REASON
                   DELIMITED BY SIZE
                   INTO REOFFER-NOTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM RESET-SCORE-VARIABLES.
           PERFORM CHECK-REQ-SKILLS.
           IF MATCHED-SKILLS < POLICY-MIN-REQ THEN
               MOVE 'SKIPPED - TOO FEW REQUIRED SKILLS' TO
                   REOFFER-NOTE
               PERFORM RESET-SCORE-VARIABLES
               EXIT PARAGRAPH
           END-IF.
           PERFORM COMPUTE-SCORE-BREAKDOWN.
           MOVE 'Y' TO REOFFER-ELIGIBLE.

      *Place the displaced TA into the first open slot of the slate
      *at REOFFER-DONE-IDX if they pass screening, at the rank their
      *score earns; the holders ranked below them move down one
       TRY-REOFFER-OPEN-SLOT.
           MOVE REOFFER-DONE-IDX TO DONE-IDX.
           PERFORM SET-REOFFER-CONTEXT.
           IF COURSE-HAS-INSTRUCTOR = 'N' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO REOFFER-OPEN-SLOT.
           PERFORM VARYING SLOT-IDX FROM 1 BY 1
                   UNTIL SLOT-IDX > MAX-SLOTS
               IF DONE-SID(DONE-IDX SLOT-IDX) = '0000000000 ' AND
                  REOFFER-OPEN-SLOT = 0 THEN
                   MOVE SLOT-IDX TO REOFFER-OPEN-SLOT
               END-IF
           END-PERFORM.
           IF REOFFER-OPEN-SLOT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM REBUILD-SLATE-FROM-CHECKPOINT.
           PERFORM SCREEN-REOFFER-CANDIDATE.
           IF REOFFER-ELIGIBLE = 'N' THEN
               EXIT PARAGRAPH
           END-IF.
      *    Same order as INSERT-CANDIDATE: higher score first, a tie
      *    to the smaller SID
           MOVE REOFFER-OPEN-SLOT TO REOFFER-SLOT.
           PERFORM VARYING SLOT-IDX FROM 1 BY 1
                   UNTIL SLOT-IDX >= REOFFER-OPEN-SLOT
               IF SCORES > COURSE-CANDIDATE-SCORE(SLOT-IDX) OR
                  (SCORES = COURSE-CANDIDATE-SCORE(SLOT-IDX) AND
                   SID < COURSE-SID(SLOT-IDX)) THEN
                   MOVE SLOT-IDX TO REOFFER-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           PERFORM VARYING SLOT-IDX FROM REOFFER-OPEN-SLOT BY -1
                   UNTIL SLOT-IDX <= REOFFER-SLOT
               MOVE DONE-SID(DONE-IDX SLOT-IDX - 1) TO
                   DONE-SID(DONE-IDX SLOT-IDX)
           END-PERFORM.
           MOVE SID TO DONE-SID(DONE-IDX REOFFER-SLOT).
           MOVE 'Y' TO REOFFER-PLACED.
           MOVE COURSE-ID TO DP-COURSE-ID.
           MOVE ROLE-TYPE TO DP-ROLE.
           MOVE SID TO DP-SID.
           MOVE REOFFER-SLOT TO REOFFER-POS-ED.
           MOVE SCORES TO REOFFER-SCORE-ED.
           MOVE SPACES TO DP-NOTE.
           STRING 'PLACED IN OPEN SLOT - RANK ' REOFFER-POS-ED
               ' SCORE ' REOFFER-SCORE-ED
               DELIMITED BY SIZE
               INTO DP-NOTE.
           PERFORM WRITE-DISPLACE-LINE.
           PERFORM RESET-SCORE-VARIABLES.
      *    Re-mark the whole slate, since the holders moved down
           PERFORM MARK-PLACED-FROM-CHECKPOINT.

      *Queue the displaced TA on the waitlist of the slate at
      *REOFFER-DONE-IDX at the position their score earns, if they
      *pass screening; the last waitlisted TA drops off a full queue
       TRY-REOFFER-WAITLIST.
           MOVE REOFFER-DONE-IDX TO DONE-IDX.
           PERFORM SET-REOFFER-CONTEXT.
           MOVE COURSE-ID TO DP-COURSE-ID.
           MOVE ROLE-TYPE TO DP-ROLE.
           MOVE DPT-SID(DSPL-IDX) TO DP-SID.
           IF COURSE-HAS-INSTRUCTOR = 'N' THEN
               MOVE 'SKIPPED - NO INSTRUCTOR RECORD' TO DP-NOTE
               PERFORM WRITE-DISPLACE-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM REBUILD-SLATE-FROM-CHECKPOINT.
           PERFORM SCREEN-REOFFER-CANDIDATE.
           IF REOFFER-ELIGIBLE = 'N' THEN
               MOVE REOFFER-NOTE TO DP-NOTE
               PERFORM WRITE-DISPLACE-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE SCORES TO REOFFER-SCORE-ED.
      *    Already queued here from the ranking pass - keep that spot
           PERFORM VARYING SLOT-IDX FROM WL-START BY 1
                   UNTIL SLOT-IDX > RANK-DEPTH
               IF COURSE-SID(SLOT-IDX) = SID THEN
                   COMPUTE REOFFER-POS-ED = SLOT-IDX - MAX-SLOTS
                   MOVE SPACES TO DP-NOTE
                   STRING 'ALREADY ON WAITLIST - POSITION '
                       REOFFER-POS-ED
                       DELIMITED BY SIZE
                       INTO DP-NOTE
                   PERFORM WRITE-DISPLACE-LINE
                   ADD 1 TO REOFFER-WAITED
                   PERFORM RESET-SCORE-VARIABLES
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           MOVE 0 TO REOFFER-SLOT.
           PERFORM VARYING SLOT-IDX FROM WL-START BY 1
                   UNTIL SLOT-IDX > RANK-DEPTH
               IF COURSE-SID(SLOT-IDX) = '0000000000 ' OR
                  SCORES > COURSE-CANDIDATE-SCORE(SLOT-IDX) OR
                  (SCORES = COURSE-CANDIDATE-SCORE(SLOT-IDX) AND
                   SID < COURSE-SID(SLOT-IDX)) THEN
                   MOVE SLOT-IDX TO REOFFER-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF REOFFER-SLOT = 0 THEN
               MOVE SPACES TO DP-NOTE
               STRING 'NO WAITLIST SPOT - SCORE ' REOFFER-SCORE-ED
                   ' BELOW A FULL QUEUE'
                   DELIMITED BY SIZE
                   INTO DP-NOTE
               PERFORM WRITE-DISPLACE-LINE
               PERFORM RESET-SCORE-VARIABLES
               EXIT PARAGRAPH
           END-IF.
           IF COURSE-SID(RANK-DEPTH) NOT = '0000000000 ' THEN
               MOVE COURSE-SID(RANK-DEPTH) TO DP-SID
               MOVE 'WAITLIST SPOT LOST TO A DISPLACED TA' TO DP-NOTE
               PERFORM WRITE-DISPLACE-LINE
               MOVE SID TO DP-SID
           END-IF.
           PERFORM VARYING IDX FROM RANK-DEPTH BY -1
                   UNTIL IDX <= REOFFER-SLOT
               PERFORM SHIFT-RANKED-SLOT-DOWN
           END-PERFORM.
           MOVE SID TO COURSE-SID(REOFFER-SLOT).
           MOVE SCORES TO COURSE-CANDIDATE-SCORE(REOFFER-SLOT).
           MOVE CURRENT-OPT-MATCHED TO COURSE-OPT-MATCHED(REOFFER-SLOT).
           MOVE CURRENT-PREF-TIER TO COURSE-PREF-TIER(REOFFER-SLOT).
           MOVE CURRENT-HIST-BONUS TO COURSE-HIST-BONUS(REOFFER-SLOT).
           MOVE CURRENT-RETURNING TO COURSE-RETURNING(REOFFER-SLOT).
           PERFORM UPDATE-WAITLIST-FROM-SLOTS.
           ADD 1 TO REOFFER-WAITED.
           COMPUTE REOFFER-POS-ED = REOFFER-SLOT - MAX-SLOTS.
           MOVE SPACES TO DP-NOTE.
           STRING 'WAITLISTED - POSITION ' REOFFER-POS-ED
               ' SCORE ' REOFFER-SCORE-ED
               DELIMITED BY SIZE
               INTO DP-NOTE.
           PERFORM WRITE-DISPLACE-LINE.
           PERFORM RESET-SCORE-VARIABLES.

      *Move the ranked slot before IDX down into IDX
       SHIFT-RANKED-SLOT-DOWN.
           MOVE COURSE-SID(IDX - 1) TO COURSE-SID(IDX).
           MOVE COURSE-CANDIDATE-SCORE(IDX - 1) TO
                COURSE-CANDIDATE-SCORE(IDX).
           MOVE COURSE-OPT-MATCHED(IDX - 1) TO COURSE-OPT-MATCHED(IDX).
           MOVE COURSE-PREF-TIER(IDX - 1) TO COURSE-PREF-TIER(IDX).
           MOVE COURSE-HIST-BONUS(IDX - 1) TO COURSE-HIST-BONUS(IDX).
           MOVE COURSE-RETURNING(IDX - 1) TO COURSE-RETURNING(IDX).

      *Offer each slot still open on the raised slate at DONE-IDX to
      *the role's waitlist, in waitlist order, logging each promotion
       FILL-RAISED-HEADCOUNT.
           MOVE DONE-COURSE-ID(DONE-IDX) TO COURSE-ID.
           MOVE DONE-ROLE(DONE-IDX) TO ROLE-TYPE.
           MOVE DONE-SLOTS(DONE-IDX) TO MAX-SLOTS.
           MOVE 0 TO CCH-OPEN-COUNT.
           PERFORM VARYING SLOT-IDX FROM 1 BY 1
                   UNTIL SLOT-IDX > MAX-SLOTS
               IF DONE-SID(DONE-IDX SLOT-IDX) = '0000000000 ' THEN
                   ADD 1 TO CCH-OPEN-COUNT
               END-IF
           END-PERFORM.
           PERFORM VARYING CCH-FILL-IDX FROM 1 BY 1
                   UNTIL CCH-FILL-IDX > CCH-OPEN-COUNT
               PERFORM PROMOTE-FROM-WAITLIST
               IF PROMOTED-FLAG = 'N' THEN
                   EXIT PERFORM
               END-IF
               MOVE COURSE-ID TO DP-COURSE-ID
               MOVE ROLE-TYPE TO DP-ROLE
               MOVE PO-SID TO DP-SID
               MOVE 'PROMOTED FROM WAITLIST - HEADCOUNT RAISED'
                   TO DP-NOTE
               PERFORM WRITE-DISPLACE-LINE
           END-PERFORM.

      *Close up CHECKPOINT-TABLE over the cancelled role slates, so
      *the rewritten result files no longer carry them
       DROP-CANCELLED-SLATES.
           MOVE 0 TO CKPT-KEEP.
           PERFORM VARYING CKPT-IDX FROM 1 BY 1
                   UNTIL CKPT-IDX > COMPLETED-COURSE-COUNT
               IF DONE-CHANGE(CKPT-IDX) NOT = 'C' THEN
                   ADD 1 TO CKPT-KEEP
                   IF CKPT-KEEP < CKPT-IDX THEN
                       MOVE DONE-COURSE(CKPT-IDX) TO
                           DONE-COURSE(CKPT-KEEP)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE CKPT-KEEP TO COMPLETED-COURSE-COUNT.

      *Append one line to displacement_report.txt from DISPLACE-OUT
       WRITE-DISPLACE-LINE.
           OPEN EXTEND DISPLACE-REPORT-FILE.
               MOVE DISPLACE-OUT TO DISPLACE-LINE
               ADD 1 TO LOG-WRITTEN(LF-DISPLACE)
               WRITE DISPLACE-LINE
               END-WRITE.
           CLOSE DISPLACE-REPORT-FILE.

      *Simulation run: count the production outcome from the slates
      *recorded in output.txt, rank every course/role afresh under
      *the trial policy into SIM-SLATE-TABLE, then write the trial
      *slates and the side-by-side comparison. Nothing else is
      *written - the recorded slates stay as they are
       PROCESS-SIMULATE-RUN.
           PERFORM COUNT-PRODUCTION-OUTCOME.
      *    Hide the recorded slates from the ranking pass, which
      *    would otherwise skip every one of them as already done
           MOVE COMPLETED-COURSE-COUNT TO PROD-DONE-COUNT.
           MOVE 0 TO COMPLETED-COURSE-COUNT.
           MOVE 0 TO UNDERSTAFFED-COUNT.
           IF ALLOCATION-MODE = 'GLOBAL' THEN
               PERFORM SIMULATE-GLOBAL-RANKING
           ELSE
               PERFORM SIMULATE-COURSE-RANKING
           END-IF.
           MOVE PROD-DONE-COUNT TO COMPLETED-COURSE-COUNT.
           MOVE UNDERSTAFFED-COUNT TO TRIAL-UNDERSTAFFED.
           PERFORM COUNT-PLACEMENT-OUTCOME.
           MOVE SIM-FIRST-PREF TO TRIAL-FIRST-PREF.
           MOVE SIM-UNMATCHED TO TRIAL-UNMATCHED.
           PERFORM WRITE-SIM-SLATES.
           PERFORM WRITE-SIM-COMPARISON.
           DISPLAY 'Simulation: ' SIM-CHANGED-COUNT ' slate(s) change'
               ' under trial_policy.txt - see sim_compare.txt'.

      *Totals for the production slates: understaffed roles, first
      *preferences met and candidates left unmatched. The placement
      *marks are cleared again afterwards for the trial ranking
       COUNT-PRODUCTION-OUTCOME.
           MOVE 0 TO UNDERSTAFFED-COUNT.
           PERFORM VARYING DONE-IDX FROM 1 BY 1
                   UNTIL DONE-IDX > COMPLETED-COURSE-COUNT
               MOVE DONE-SLOTS(DONE-IDX) TO MAX-SLOTS
               PERFORM MARK-PLACED-FROM-CHECKPOINT
               PERFORM CHECK-CHECKPOINT-STAFFING
           END-PERFORM.
           MOVE UNDERSTAFFED-COUNT TO PROD-UNDERSTAFFED.
           PERFORM COUNT-PLACEMENT-OUTCOME.
           MOVE SIM-FIRST-PREF TO PROD-FIRST-PREF.
           MOVE SIM-UNMATCHED TO PROD-UNMATCHED.
           PERFORM VARYING CAND-IDX FROM 1 BY 1
                   UNTIL CAND-IDX > CAND-COUNT
               MOVE 'N' TO CT-PLACED(CAND-IDX)
               MOVE SPACES TO CT-PLACED-COURSE(CAND-IDX)
               MOVE SPACES TO CT-PLACED-ROLE(CAND-IDX)
               MOVE 0 TO CT-PLACED-RANK(CAND-IDX)
           END-PERFORM.

      *Count the candidates placed on their first preference and the
      *ones placed nowhere, by the same rule as unmatched.txt
       COUNT-PLACEMENT-OUTCOME.
           MOVE 0 TO SIM-FIRST-PREF.
           MOVE 0 TO SIM-UNMATCHED.
           PERFORM VARYING CAND-IDX FROM 1 BY 1
                   UNTIL CAND-IDX > CAND-COUNT
               IF CT-WITHDRAWN(CAND-IDX) = 'N' THEN
                   IF CT-PLACED(CAND-IDX) = 'Y' THEN
                       IF CT-PLACED-COURSE(CAND-IDX) =
                          CT-PREFERENCE(CAND-IDX 1) THEN
                           ADD 1 TO SIM-FIRST-PREF
                       END-IF
                   ELSE
                       ADD 1 TO SIM-UNMATCHED
                   END-IF
               END-IF
           END-PERFORM.

      *Course-by-course trial ranking, as PROCESS-COURSES ranks a
      *fresh run, keeping each slate instead of writing it
       SIMULATE-COURSE-RANKING.
           PERFORM VARYING TBL-IDX FROM 1 BY 1
                   UNTIL TBL-IDX > COURSE-COUNT
               PERFORM SET-ENTRY-CONTEXT
               PERFORM RANK-TA
               PERFORM CAPTURE-SIM-SLATE
               PERFORM MARK-PLACED-CANDIDATES
               PERFORM CHECK-COURSE-STAFFING
               PERFORM RESET-CANDIDATES
           END-PERFORM.

      *Global trial ranking, as PROCESS-COURSES-GLOBAL ranks a fresh
      *run, keeping each slate instead of writing it
       SIMULATE-GLOBAL-RANKING.
           PERFORM VARYING TBL-IDX FROM 1 BY 1
                   UNTIL TBL-IDX > COURSE-COUNT
               PERFORM SET-ENTRY-CONTEXT
               MOVE MAX-SLOTS TO GS-MAX(TBL-IDX)
           END-PERFORM.
           SORT PAIR-SORT-FILE
               ON DESCENDING KEY PS-SCORE
               ON ASCENDING KEY PS-SID
               ON ASCENDING KEY PS-COURSE-ID
               INPUT PROCEDURE IS RELEASE-ELIGIBLE-PAIRS
               OUTPUT PROCEDURE IS ASSIGN-RETURNED-PAIRS.
           PERFORM VARYING TBL-IDX FROM 1 BY 1
                   UNTIL TBL-IDX > COURSE-COUNT
               PERFORM SET-ENTRY-CONTEXT
               PERFORM RESTORE-GLOBAL-SLATE
               PERFORM CAPTURE-SIM-SLATE
               PERFORM MARK-PLACED-CANDIDATES
               PERFORM CHECK-COURSE-STAFFING
               PERFORM RESET-CANDIDATES
           END-PERFORM.

      *Keep the trial slate just ranked for the entry at TBL-IDX
       CAPTURE-SIM-SLATE.
           MOVE 0 TO SST-FILLED(TBL-IDX).
           PERFORM VARYING SLOT-IDX FROM 1 BY 1 UNTIL SLOT-IDX > 5
               IF SLOT-IDX > MAX-SLOTS THEN
                   MOVE '0000000000 ' TO SST-SID(TBL-IDX SLOT-IDX)
                   MOVE 0 TO SST-SCORE(TBL-IDX SLOT-IDX)
               ELSE
                   MOVE COURSE-SID(SLOT-IDX) TO
                       SST-SID(TBL-IDX SLOT-IDX)
                   MOVE COURSE-CANDIDATE-SCORE(SLOT-IDX) TO
                       SST-SCORE(TBL-IDX SLOT-IDX)
                   IF COURSE-SID(SLOT-IDX) NOT = '0000000000 ' THEN
                       ADD 1 TO SST-FILLED(TBL-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *Write sim_slates.txt: every trial slate slot in
      *instructors.txt order, an unfilled slot shown as open
       WRITE-SIM-SLATES.
           OPEN OUTPUT SIM-SLATE-FILE.
           PERFORM VARYING TBL-IDX FROM 1 BY 1
                   UNTIL TBL-IDX > COURSE-COUNT
               MOVE IT-COURSE-ID(TBL-IDX) TO SM-COURSE-ID
               MOVE IT-ROLE(TBL-IDX) TO SM-ROLE
               PERFORM VARYING SLOT-IDX FROM 1 BY 1
                       UNTIL SLOT-IDX > IT-SLOTS(TBL-IDX)
                   MOVE SLOT-IDX TO SM-RANK
                   IF SST-SID(TBL-IDX SLOT-IDX) = '0000000000 ' THEN
                       MOVE 'OPEN' TO SM-SID
                   ELSE
                       MOVE SST-SID(TBL-IDX SLOT-IDX) TO SM-SID
                   END-IF
                   MOVE SST-SCORE(TBL-IDX SLOT-IDX) TO SM-SCORE
                   MOVE SIM-SLATE-OUT TO SIM-SLATE-LINE
                   ADD 1 TO LOG-WRITTEN(LF-SIM-SLATES)
                   WRITE SIM-SLATE-LINE
                   END-WRITE
               END-PERFORM
           END-PERFORM.
           CLOSE SIM-SLATE-FILE.

      *Write sim_compare.txt: the two policies side by side, then
      *every course/role with who keeps, enters or leaves its slate
      *and each SID's score under both policies, then the totals
       WRITE-SIM-COMPARISON.
           OPEN OUTPUT SIM-COMPARE-FILE.
           MOVE 'Scoring policy' TO SC-LABEL.
           MOVE SIM-COLUMN-HEAD TO SIM-COMPARE-LINE.
           ADD 1 TO LOG-WRITTEN(LF-SIM-COMPARE).
           WRITE SIM-COMPARE-LINE
           END-WRITE.
           PERFORM WRITE-SIM-POLICY-ECHO.
           MOVE SPACES TO SIM-COMPARE-LINE.
           ADD 1 TO LOG-WRITTEN(LF-SIM-COMPARE).
           WRITE SIM-COMPARE-LINE
           END-WRITE.
           MOVE 0 TO SIM-CHANGED-COUNT.
           PERFORM VARYING TBL-IDX FROM 1 BY 1
                   UNTIL TBL-IDX > COURSE-COUNT
               PERFORM COMPARE-ONE-SIM-SLATE
           END-PERFORM.
           PERFORM VARYING CKPT-IDX FROM 1 BY 1
                   UNTIL CKPT-IDX > COMPLETED-COURSE-COUNT
               PERFORM CHECK-PRODUCTION-ONLY-SLATE
           END-PERFORM.
           MOVE SPACES TO SIM-COMPARE-LINE.
           ADD 1 TO LOG-WRITTEN(LF-SIM-COMPARE).
           WRITE SIM-COMPARE-LINE
           END-WRITE.
           MOVE 'Totals' TO SC-LABEL.
           MOVE SIM-COLUMN-HEAD TO SIM-COMPARE-LINE.
           ADD 1 TO LOG-WRITTEN(LF-SIM-COMPARE).
           WRITE SIM-COMPARE-LINE
           END-WRITE.
           MOVE 'First preference placed:' TO ST-LABEL.
           MOVE PROD-FIRST-PREF TO ST-PROD.
           MOVE TRIAL-FIRST-PREF TO ST-TRIAL.
           PERFORM WRITE-SIM-TOTAL-LINE.
           MOVE 'Unmatched candidates:' TO ST-LABEL.
           MOVE PROD-UNMATCHED TO ST-PROD.
           MOVE TRIAL-UNMATCHED TO ST-TRIAL.
           PERFORM WRITE-SIM-TOTAL-LINE.
           MOVE 'Understaffed roles:' TO ST-LABEL.
           MOVE PROD-UNDERSTAFFED TO ST-PROD.
           MOVE TRIAL-UNDERSTAFFED TO ST-TRIAL.
           PERFORM WRITE-SIM-TOTAL-LINE.
           MOVE 'Slates recorded/changed:' TO ST-LABEL.
           MOVE COMPLETED-COURSE-COUNT TO ST-PROD.
           MOVE SIM-CHANGED-COUNT TO ST-TRIAL.
           PERFORM WRITE-SIM-TOTAL-LINE.
           CLOSE SIM-COMPARE-FILE.

       WRITE-SIM-TOTAL-LINE.
           MOVE SIM-TOTAL-OUT TO SIM-COMPARE-LINE.
           ADD 1 TO LOG-WRITTEN(LF-SIM-COMPARE).
           WRITE SIM-COMPARE-LINE
           END-WRITE.

       WRITE-SIM-POLICY-ECHO.
           MOVE 'PREF-TIER-1' TO SY-KEYWORD.
           MOVE PROD-PREF-W1 TO SY-PROD.
           MOVE TRIAL-PREF-W1 TO SY-TRIAL.
           PERFORM WRITE-SIM-POLICY-LINE.
           MOVE 'PREF-TIER-2' TO SY-KEYWORD.
           MOVE PROD-PREF-W2 TO SY-PROD.
           MOVE TRIAL-PREF-W2 TO SY-TRIAL.
           PERFORM WRITE-SIM-POLICY-LINE.
           MOVE 'PREF-TIER-3' TO SY-KEYWORD.
           MOVE PROD-PREF-W3 TO SY-PROD.
           MOVE TRIAL-PREF-W3 TO SY-TRIAL.
           PERFORM WRITE-SIM-POLICY-LINE.
           MOVE 'REQ-PENALTY' TO SY-KEYWORD.
           MOVE PROD-REQ-PENALTY TO SY-PROD.
           MOVE TRIAL-REQ-PENALTY TO SY-TRIAL.
           PERFORM WRITE-SIM-POLICY-LINE.
           MOVE 'MIN-REQ-SKILLS' TO SY-KEYWORD.
           MOVE PROD-MIN-REQ TO SY-PROD.
           MOVE TRIAL-MIN-REQ TO SY-TRIAL.
           PERFORM WRITE-SIM-POLICY-LINE.
           MOVE 'OPT-SKILL-POINT' TO SY-KEYWORD.
           MOVE PROD-OPT-POINT TO SY-PROD.
           MOVE TRIAL-OPT-POINT TO SY-TRIAL.
           PERFORM WRITE-SIM-POLICY-LINE.
           MOVE 'BASE-SCORE' TO SY-KEYWORD.
           MOVE PROD-BASE TO SY-PROD.
           MOVE TRIAL-BASE TO SY-TRIAL.
           PERFORM WRITE-SIM-POLICY-LINE.
           MOVE PROD-ALLOCATION TO SA-PROD.
           MOVE TRIAL-ALLOCATION TO SA-TRIAL.
           MOVE SIM-ALLOC-OUT TO SIM-COMPARE-LINE.
           ADD 1 TO LOG-WRITTEN(LF-SIM-COMPARE).
           WRITE SIM-COMPARE-LINE
           END-WRITE.

       WRITE-SIM-POLICY-LINE.
           MOVE SIM-POLICY-OUT TO SIM-COMPARE-LINE.
           ADD 1 TO LOG-WRITTEN(LF-SIM-COMPARE).
           WRITE SIM-COMPARE-LINE
           END-WRITE.

      *Compare the trial slate of the entry at TBL-IDX with its
      *recorded production slate: a heading with both fill counts,
      *then one line per SID on either slate
       COMPARE-ONE-SIM-SLATE.
           PERFORM SET-ENTRY-CONTEXT.
           PERFORM FIND-COMPLETED-COURSE.
           MOVE 0 TO SIM-UNION-COUNT.
           MOVE 0 TO SIM-PROD-FILLED.
           IF COURSE-ALREADY-DONE = 'Y' THEN
               PERFORM VARYING SLOT-IDX FROM 1 BY 1
                       UNTIL SLOT-IDX > DONE-SLOTS(DONE-IDX)
                   IF DONE-SID(DONE-IDX SLOT-IDX) NOT = '0000000000 '
                   THEN
                       ADD 1 TO SIM-PROD-FILLED
                       MOVE DONE-SID(DONE-IDX SLOT-IDX) TO SIM-SID
                       PERFORM ADD-SIM-UNION-SID
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM VARYING SLOT-IDX FROM 1 BY 1
                   UNTIL SLOT-IDX > MAX-SLOTS
               IF SST-SID(TBL-IDX SLOT-IDX) NOT = '0000000000 ' THEN
                   MOVE SST-SID(TBL-IDX SLOT-IDX) TO SIM-SID
                   PERFORM ADD-SIM-UNION-SID
               END-IF
           END-PERFORM.
           MOVE 'N' TO SIM-SLATE-CHANGED.
           PERFORM VARYING SIM-UNION-IDX FROM 1 BY 1
                   UNTIL SIM-UNION-IDX > SIM-UNION-COUNT
               MOVE SU-SID(SIM-UNION-IDX) TO SIM-SID
               PERFORM FIND-SIM-MEMBERSHIP
               IF SIM-IN-PROD = 'N' OR SIM-IN-TRIAL = 'N' THEN
                   MOVE 'Y' TO SIM-SLATE-CHANGED
               END-IF
           END-PERFORM.
           MOVE COURSE-ID TO SH-COURSE-ID.
           MOVE ROLE-TYPE TO SH-ROLE.
           MOVE SPACES TO SH-NOTE.
           MOVE SST-FILLED(TBL-IDX) TO SIM-TRIAL-SLOTS-ED.
           IF COURSE-ALREADY-DONE = 'N' THEN
               MOVE 'Y' TO SIM-SLATE-CHANGED
               STRING 'NOT IN PRODUCTION - TRIAL FILLS '
                   SIM-TRIAL-SLOTS-ED ' OF ' MAX-SLOTS
                   DELIMITED BY SIZE
                   INTO SH-NOTE
           ELSE
               MOVE DONE-SLOTS(DONE-IDX) TO SIM-PROD-SLOTS-ED
               IF SIM-SLATE-CHANGED = 'Y' THEN
                   STRING 'CHANGED - PRODUCTION FILLS '
                       SIM-PROD-FILLED ' OF ' SIM-PROD-SLOTS-ED
                       ', TRIAL ' SIM-TRIAL-SLOTS-ED ' OF ' MAX-SLOTS
                       DELIMITED BY SIZE
                       INTO SH-NOTE
               ELSE
                   STRING 'UNCHANGED - PRODUCTION FILLS '
                       SIM-PROD-FILLED ' OF ' SIM-PROD-SLOTS-ED
                       ', TRIAL ' SIM-TRIAL-SLOTS-ED ' OF ' MAX-SLOTS
                       DELIMITED BY SIZE
                       INTO SH-NOTE
               END-IF
           END-IF.
           IF SIM-SLATE-CHANGED = 'Y' THEN
               ADD 1 TO SIM-CHANGED-COUNT
           END-IF.
           MOVE SIM-HEAD-OUT TO SIM-COMPARE-LINE.
           ADD 1 TO LOG-WRITTEN(LF-SIM-COMPARE).
           WRITE SIM-COMPARE-LINE
           END-WRITE.
           PERFORM VARYING SIM-UNION-IDX FROM 1 BY 1
                   UNTIL SIM-UNION-IDX > SIM-UNION-COUNT
               MOVE SU-SID(SIM-UNION-IDX) TO SIM-SID
               PERFORM WRITE-SIM-SID-LINE
           END-PERFORM.

      *Add SIM-SID to the course/role's SID list unless already on it
       ADD-SIM-UNION-SID.
           PERFORM VARYING SIM-UNION-IDX FROM 1 BY 1
                   UNTIL SIM-UNION-IDX > SIM-UNION-COUNT
               IF SU-SID(SIM-UNION-IDX) = SIM-SID THEN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           ADD 1 TO SIM-UNION-COUNT.
           MOVE SIM-SID TO SU-SID(SIM-UNION-COUNT).

      *Is SIM-SID on the production slate, the trial slate, or both?
       FIND-SIM-MEMBERSHIP.
           MOVE 'N' TO SIM-IN-PROD.
           MOVE 'N' TO SIM-IN-TRIAL.
           IF COURSE-ALREADY-DONE = 'Y' THEN
               PERFORM VARYING SLOT-IDX FROM 1 BY 1
                       UNTIL SLOT-IDX > DONE-SLOTS(DONE-IDX)
                   IF DONE-SID(DONE-IDX SLOT-IDX) = SIM-SID THEN
                       MOVE 'Y' TO SIM-IN-PROD
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM VARYING SLOT-IDX FROM 1 BY 1
                   UNTIL SLOT-IDX > MAX-SLOTS
               IF SST-SID(TBL-IDX SLOT-IDX) = SIM-SID THEN
                   MOVE 'Y' TO SIM-IN-TRIAL
               END-IF
           END-PERFORM.

      *One comparison line for SIM-SID: whether it keeps, enters or
      *leaves the slate, and its score for this course/role under
      *each policy. A SID gone from candidates.txt scores zero
       WRITE-SIM-SID-LINE.
           PERFORM FIND-SIM-MEMBERSHIP.
           MOVE COURSE-ID TO SX-COURSE-ID.
           MOVE ROLE-TYPE TO SX-ROLE.
           MOVE SIM-SID TO SX-SID.
           IF SIM-IN-PROD = 'Y' AND SIM-IN-TRIAL = 'Y' THEN
               MOVE 'KEPT' TO SX-STATUS
           ELSE
               IF SIM-IN-PROD = 'Y' THEN
                   MOVE 'LEAVES' TO SX-STATUS
               ELSE
                   MOVE 'ENTERS' TO SX-STATUS
               END-IF
           END-IF.
           MOVE 0 TO SIM-PROD-SCORE.
           MOVE 0 TO SIM-TRIAL-SCORE.
           MOVE 0 TO SIM-CAND-IDX.
           PERFORM VARYING CAND-IDX FROM 1 BY 1
                   UNTIL CAND-IDX > CAND-COUNT
               IF CT-SID(CAND-IDX) = SIM-SID THEN
                   MOVE CAND-IDX TO SIM-CAND-IDX
               END-IF
           END-PERFORM.
           IF SIM-CAND-IDX > 0 THEN
               MOVE CT-SID(SIM-CAND-IDX) TO SID
               MOVE CT-TA-SKILLS(SIM-CAND-IDX) TO TA-SKILLS
               MOVE CT-PREFERENCES(SIM-CAND-IDX) TO PREFERENCES
               PERFORM USE-PRODUCTION-POLICY
               PERFORM COMPUTE-SCORE-BREAKDOWN
               MOVE SCORES TO SIM-PROD-SCORE
               PERFORM USE-TRIAL-POLICY
               PERFORM COMPUTE-SCORE-BREAKDOWN
               MOVE SCORES TO SIM-TRIAL-SCORE
               PERFORM RESET-SCORE-VARIABLES
           END-IF.
           MOVE SIM-PROD-SCORE TO SX-PROD-SCORE.
           MOVE SIM-TRIAL-SCORE TO SX-TRIAL-SCORE.
           COMPUTE SX-CHANGE = SIM-TRIAL-SCORE - SIM-PROD-SCORE.
           MOVE SIM-COMPARE-OUT TO SIM-COMPARE-LINE.
           ADD 1 TO LOG-WRITTEN(LF-SIM-COMPARE).
           WRITE SIM-COMPARE-LINE
           END-WRITE.

      *A recorded slate whose course/role is gone from
      *instructors.txt was not simulated - say so
       CHECK-PRODUCTION-ONLY-SLATE.
           PERFORM VARYING TBL-IDX FROM 1 BY 1
                   UNTIL TBL-IDX > COURSE-COUNT
               IF IT-COURSE-ID(TBL-IDX) = DONE-COURSE-ID(CKPT-IDX) AND
                  IT-ROLE(TBL-IDX) = DONE-ROLE(CKPT-IDX) THEN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           MOVE DONE-COURSE-ID(CKPT-IDX) TO SH-COURSE-ID.
           MOVE DONE-ROLE(CKPT-IDX) TO SH-ROLE.
           MOVE 'PRODUCTION ONLY - NOT IN INSTRUCTORS.TXT' TO SH-NOTE.
           MOVE SIM-HEAD-OUT TO SIM-COMPARE-LINE.
           ADD 1 TO LOG-WRITTEN(LF-SIM-COMPARE).
           WRITE SIM-COMPARE-LINE
           END-WRITE.
           ADD 1 TO SIM-CHANGED-COUNT.

      *Supply run: count demand and supply per catalog skill, check
      *every course/role for enough qualified candidates, collect
      *the skills the catalog does not know, and write the report
       PROCESS-SUPPLY-RUN.
           INITIALIZE SUPPLY-TABLE.
           PERFORM VARYING TBL-IDX FROM 1 BY 1
                   UNTIL TBL-IDX > COURSE-COUNT
               PERFORM COUNT-ROLE-SKILL-DEMAND
           END-PERFORM.
           PERFORM VARYING CAND-IDX FROM 1 BY 1
                   UNTIL CAND-IDX > CAND-COUNT
               IF CT-WITHDRAWN(CAND-IDX) = 'N' THEN
                   PERFORM COUNT-CANDIDATE-SKILL-SUPPLY
               END-IF
           END-PERFORM.
           OPEN OUTPUT SUPPLY-REPORT-FILE.
           MOVE SPACES TO SUPPLY-REPORT-LINE.
           STRING 'Skill supply - ' CATALOG-COUNT ' catalog skill(s), '
               COURSE-COUNT ' course/role(s), ' CAND-COUNT
               ' candidate(s), MIN-REQ-SKILLS ' POLICY-MIN-REQ
               DELIMITED BY SIZE INTO SUPPLY-REPORT-LINE.
           PERFORM WRITE-SUPPLY-RECORD.
           MOVE SPACES TO SUPPLY-REPORT-LINE.
           PERFORM WRITE-SUPPLY-RECORD.
           MOVE 'DEMAND AND SUPPLY BY CATALOG SKILL'
               TO SUPPLY-REPORT-LINE.
           PERFORM WRITE-SUPPLY-RECORD.
           PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > CATALOG-COUNT
               PERFORM WRITE-SUPPLY-SKILL-LINE
           END-PERFORM.
           MOVE SPACES TO SUPPLY-REPORT-LINE.
           PERFORM WRITE-SUPPLY-RECORD.
           MOVE 'QUALIFIED CANDIDATES BY COURSE/ROLE'
               TO SUPPLY-REPORT-LINE.
           PERFORM WRITE-SUPPLY-RECORD.
           MOVE 0 TO SUPPLY-SHORT-COUNT.
           PERFORM VARYING TBL-IDX FROM 1 BY 1
                   UNTIL TBL-IDX > COURSE-COUNT
               PERFORM CHECK-ROLE-SUPPLY
           END-PERFORM.
           MOVE SPACES TO SUPPLY-REPORT-LINE.
           PERFORM WRITE-SUPPLY-RECORD.
           MOVE 'CANDIDATE SKILLS NOT IN SKILLS_CATALOG.TXT'
               TO SUPPLY-REPORT-LINE.
           PERFORM WRITE-SUPPLY-RECORD.
           IF UNKNOWN-SKILL-COUNT = 0 THEN
               MOVE '(none)' TO SUPPLY-REPORT-LINE
               PERFORM WRITE-SUPPLY-RECORD
           END-IF.
           PERFORM VARYING UNKNOWN-IDX FROM 1 BY 1
                   UNTIL UNKNOWN-IDX > UNKNOWN-SKILL-COUNT
               MOVE US-SKILL(UNKNOWN-IDX) TO USO-SKILL
               MOVE US-CANDIDATES(UNKNOWN-IDX) TO USO-CAND
               MOVE SUPPLY-UNKNOWN-OUT TO SUPPLY-REPORT-LINE
               PERFORM WRITE-SUPPLY-RECORD
           END-PERFORM.
           CLOSE SUPPLY-REPORT-FILE.
           DISPLAY 'Skill supply: ' SUPPLY-SHORT-COUNT ' course/role(s)'
               ' short of qualified candidates, ' UNKNOWN-SKILL-COUNT
               ' unknown skill(s) - see skill_supply.txt'.

      *Count the entry at TBL-IDX once against each catalog skill it
      *lists as required or optional
       COUNT-ROLE-SKILL-DEMAND.
           PERFORM VARYING REQ-IDX FROM 1 BY 1 UNTIL REQ-IDX > 3
               IF IT-REQ-SKILL(TBL-IDX REQ-IDX) NOT = SPACES THEN
                   MOVE IT-REQ-SKILL(TBL-IDX REQ-IDX) TO SUPPLY-SKILL
                   PERFORM FIND-SUPPLY-SKILL
                   IF CAT-IDX <= CATALOG-COUNT THEN
                       ADD 1 TO SK-REQ-ROLES(CAT-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING OPT-IDX FROM 1 BY 1 UNTIL OPT-IDX > 5
               IF IT-OPT-SKILL(TBL-IDX OPT-IDX) NOT = SPACES THEN
                   MOVE IT-OPT-SKILL(TBL-IDX OPT-IDX) TO SUPPLY-SKILL
                   PERFORM FIND-SUPPLY-SKILL
                   IF CAT-IDX <= CATALOG-COUNT THEN
                       ADD 1 TO SK-OPT-ROLES(CAT-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *Count the candidate at CAND-IDX once against each skill they
      *hold - a catalog skill's supply, or an unknown skill's list
       COUNT-CANDIDATE-SKILL-SUPPLY.
           MOVE CT-TA-SKILLS(CAND-IDX) TO TA-SKILLS.
           PERFORM VARYING TOKEN-IDX FROM 1 BY 1 UNTIL TOKEN-IDX > 8
               IF TA-SKILL-TOKEN(TOKEN-IDX) NOT = SPACES THEN
                   MOVE 'N' TO SUPPLY-DUP-TOKEN
                   PERFORM VARYING SUPPLY-TOKEN-IDX FROM 1 BY 1
                           UNTIL SUPPLY-TOKEN-IDX >= TOKEN-IDX
                       IF TA-SKILL-TOKEN(SUPPLY-TOKEN-IDX) =
                          TA-SKILL-TOKEN(TOKEN-IDX) THEN
                           MOVE 'Y' TO SUPPLY-DUP-TOKEN
                       END-IF
                   END-PERFORM
                   IF SUPPLY-DUP-TOKEN = 'N' THEN
                       MOVE TA-SKILL-TOKEN(TOKEN-IDX) TO SUPPLY-SKILL
                       PERFORM FIND-SUPPLY-SKILL
                       IF CAT-IDX <= CATALOG-COUNT THEN
                           ADD 1 TO SK-CANDIDATES(CAT-IDX)
                       ELSE
                           PERFORM COUNT-UNKNOWN-SKILL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *Skills are already normalized to their canonical names at
      *load time, so the catalog entry is found by an exact match;
      *CAT-IDX is left past CATALOG-COUNT when there is none
       FIND-SUPPLY-SKILL.
           PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > CATALOG-COUNT
               IF CAT-CANON(CAT-IDX) = SUPPLY-SKILL THEN
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       COUNT-UNKNOWN-SKILL.
           PERFORM VARYING UNKNOWN-IDX FROM 1 BY 1
                   UNTIL UNKNOWN-IDX > UNKNOWN-SKILL-COUNT
               IF US-SKILL(UNKNOWN-IDX) = SUPPLY-SKILL THEN
                   ADD 1 TO US-CANDIDATES(UNKNOWN-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF UNKNOWN-SKILL-COUNT >= MAX-UNKNOWN-SKILLS THEN
               DISPLAY 'candidates.txt has more than '
                   MAX-UNKNOWN-SKILLS ' skills not in'
                   ' skills_catalog.txt - raise MAX-UNKNOWN-SKILLS'
                   ' and rerun'
               MOVE 'unknown skills over MAX-UNKNOWN-SKILLS'
                   TO RUN-EXIT-REASON
               PERFORM STOP-ON-CAPACITY
           END-IF.
           ADD 1 TO UNKNOWN-SKILL-COUNT.
           MOVE SUPPLY-SKILL TO US-SKILL(UNKNOWN-SKILL-COUNT).
           MOVE 1 TO US-CANDIDATES(UNKNOWN-SKILL-COUNT).

      *One catalog skill: roles wanting it and candidates holding
      *it, noting a skill that is wanted but held by nobody
       WRITE-SUPPLY-SKILL-LINE.
           MOVE CAT-CANON(CAT-IDX) TO SKO-SKILL.
           MOVE SK-REQ-ROLES(CAT-IDX) TO SKO-REQ.
           MOVE SK-OPT-ROLES(CAT-IDX) TO SKO-OPT.
           MOVE SK-CANDIDATES(CAT-IDX) TO SKO-CAND.
           MOVE SPACES TO SKO-NOTE.
           IF SK-CANDIDATES(CAT-IDX) = 0 THEN
               IF SK-REQ-ROLES(CAT-IDX) > 0 THEN
                   MOVE 'REQUIRED - NO SUPPLY' TO SKO-NOTE
               ELSE
                   IF SK-OPT-ROLES(CAT-IDX) > 0 THEN
                       MOVE 'OPTIONAL - NO SUPPLY' TO SKO-NOTE
                   END-IF
               END-IF
           END-IF.
           MOVE SUPPLY-SKILL-OUT TO SUPPLY-REPORT-LINE.
           PERFORM WRITE-SUPPLY-RECORD.

      *Count the candidates who meet MIN-REQ-SKILLS for the entry at
      *TBL-IDX, by the same test the ranking applies, and flag the
      *role SHORT when they cannot fill its slots
       CHECK-ROLE-SUPPLY.
           PERFORM SET-ENTRY-CONTEXT.
           MOVE 0 TO SUPPLY-QUALIFIED.
           PERFORM VARYING CAND-IDX FROM 1 BY 1
                   UNTIL CAND-IDX > CAND-COUNT
               IF CT-WITHDRAWN(CAND-IDX) = 'N' THEN
                   MOVE CT-TA-SKILLS(CAND-IDX) TO TA-SKILLS
                   PERFORM CHECK-REQ-SKILLS
                   IF MATCHED-SKILLS >= POLICY-MIN-REQ THEN
                       ADD 1 TO SUPPLY-QUALIFIED
                   END-IF
               END-IF
           END-PERFORM.
           MOVE COURSE-ID TO SRO-COURSE-ID.
           MOVE ROLE-TYPE TO SRO-ROLE.
           MOVE MAX-SLOTS TO SRO-SLOTS.
           MOVE SUPPLY-QUALIFIED TO SRO-QUALIFIED.
           IF SUPPLY-QUALIFIED < MAX-SLOTS THEN
               MOVE 'SHORT' TO SRO-NOTE
               ADD 1 TO SUPPLY-SHORT-COUNT
           ELSE
               MOVE 'OK' TO SRO-NOTE
           END-IF.
           MOVE SUPPLY-ROLE-OUT TO SUPPLY-REPORT-LINE.
           PERFORM WRITE-SUPPLY-RECORD.

       WRITE-SUPPLY-RECORD.
           ADD 1 TO LOG-WRITTEN(LF-SUPPLY).
           WRITE SUPPLY-REPORT-LINE
           END-WRITE.

      *Publish run: bring the sign-off state of every recorded slate
      *up to date, apply the approvals the instructors returned,
      *list every slate still waiting on its instructor, and copy
      *the approved slates' lines from ta_proposed.csv into
      *ta_assignments.csv. The notifications and the payroll feed
      *are written at end of run from the approved slates only
       PROCESS-PUBLISH-RUN.
           PERFORM LOAD-WAITLIST.
           PERFORM VARYING DONE-IDX FROM 1 BY 1
                   UNTIL DONE-IDX > COMPLETED-COURSE-COUNT
               MOVE DONE-SLOTS(DONE-IDX) TO MAX-SLOTS
               PERFORM MARK-PLACED-FROM-CHECKPOINT
               PERFORM SYNC-SLATE-APPROVAL
           END-PERFORM.
           PERFORM APPLY-SLATE-APPROVALS.
           PERFORM LIST-PENDING-SIGNOFF.
           PERFORM RELEASE-APPROVED-CSV.
           PERFORM VARYING DONE-IDX FROM 1 BY 1
                   UNTIL DONE-IDX > COMPLETED-COURSE-COUNT
               MOVE DONE-SLOTS(DONE-IDX) TO MAX-SLOTS
               PERFORM CHECK-CHECKPOINT-STAFFING
           END-PERFORM.
           DISPLAY 'Publish run: ' PUB-APPROVED-COUNT
               ' slate(s) released, ' PUB-PENDING-COUNT
               ' awaiting sign-off, ' APPROVALS-REJECTED
               ' approval(s) rejected - see publish_report.txt'.

      *Carry the sign-off state of every slate in the courses.idx
      *the previous run left, before this run rebuilds it
       LOAD-PRIOR-APPROVALS.
           MOVE 0 TO APPROVAL-COUNT.
           MOVE SPACE TO APPROVAL-EOF.
           OPEN INPUT COURSE-MASTER-FILE.
           IF FS5 = 00 THEN
               PERFORM UNTIL APPROVAL-EOF = 'Y'
                   READ COURSE-MASTER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO APPROVAL-EOF
                       NOT AT END
                           ADD 1 TO LOG-READ(LF-COURSE-MASTER)
                           IF APPROVAL-COUNT < MAX-APPROVALS THEN
                               PERFORM STORE-PRIOR-APPROVAL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE COURSE-MASTER-FILE.

       STORE-PRIOR-APPROVAL.
           ADD 1 TO APPROVAL-COUNT.
           MOVE CO-COURSE-ID TO APT-COURSE-ID(APPROVAL-COUNT).
           MOVE CO-ROLE TO APT-ROLE(APPROVAL-COUNT).
           MOVE CO-SEMESTER TO APT-SEMESTER(APPROVAL-COUNT).
           MOVE CO-APPROVAL-STATUS TO APT-STATUS(APPROVAL-COUNT).
           MOVE CO-PROPOSED-DATE TO APT-PROPOSED-DATE(APPROVAL-COUNT).
           MOVE CO-SIGNED-BY TO APT-SIGNED-BY(APPROVAL-COUNT).
           MOVE CO-SIGNED-DATE TO APT-SIGNED-DATE(APPROVAL-COUNT).
           MOVE CO-INSTR-COMMENT TO APT-COMMENT(APPROVAL-COUNT).
           PERFORM VARYING SLOT-IDX FROM 1 BY 1 UNTIL SLOT-IDX > 5
               MOVE CO-SLATE-SID(SLOT-IDX) TO
                   APT-SIDS(APPROVAL-COUNT)((SLOT-IDX * 11 - 10):11)
           END-PERFORM.

      *Find the sign-off entry of APR-COURSE-ID/APR-ROLE; APR-IDX
      *comes back 0 when the slate has none, and APR-APPROVED says
      *whether it may be released
       FIND-SLATE-APPROVAL.
           MOVE 0 TO APR-IDX.
           MOVE 'N' TO APR-APPROVED.
           PERFORM VARYING APR-SCAN-IDX FROM 1 BY 1
                   UNTIL APR-SCAN-IDX > APPROVAL-COUNT
               IF APT-COURSE-ID(APR-SCAN-IDX) = APR-COURSE-ID AND
                  APT-ROLE(APR-SCAN-IDX) = APR-ROLE THEN
                   MOVE APR-SCAN-IDX TO APR-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF APR-IDX > 0 THEN
               IF APT-STATUS(APR-IDX) = 'APPROVED' THEN
                   MOVE 'Y' TO APR-APPROVED
               END-IF
           END-IF.

      *Bring the sign-off entry of the recorded slate at DONE-IDX in
      *line with it: an unchanged slate of the same semester keeps
      *its state, a new or changed one is PROPOSED as of today, and
      *a change after sign-off says so in the comment
       SYNC-SLATE-APPROVAL.
           MOVE DONE-COURSE-ID(DONE-IDX) TO APR-COURSE-ID.
           MOVE DONE-ROLE(DONE-IDX) TO APR-ROLE.
           PERFORM FIND-SLATE-APPROVAL.
           IF APR-IDX > 0 THEN
               IF APT-SIDS(APR-IDX) = DONE-SIDS(DONE-IDX) AND
                  APT-SEMESTER(APR-IDX) = RI-SEMESTER THEN
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF APPROVAL-COUNT >= MAX-APPROVALS THEN
                   DISPLAY 'More than ' MAX-APPROVALS
                       ' slates to track for sign-off - raise'
                       ' MAX-APPROVALS and rerun'
                   MOVE 'slates to track over MAX-APPROVALS'
                       TO RUN-EXIT-REASON
                   PERFORM STOP-ON-CAPACITY
               END-IF
               ADD 1 TO APPROVAL-COUNT
               MOVE APPROVAL-COUNT TO APR-IDX
               MOVE APR-COURSE-ID TO APT-COURSE-ID(APR-IDX)
               MOVE APR-ROLE TO APT-ROLE(APR-IDX)
               MOVE SPACES TO APT-STATUS(APR-IDX)
           END-IF.
           EVALUATE TRUE
               WHEN APT-SEMESTER(APR-IDX) NOT = RI-SEMESTER
                   MOVE SPACES TO APT-COMMENT(APR-IDX)
               WHEN APT-STATUS(APR-IDX) = 'APPROVED'
                   MOVE 'SLATE CHANGED AFTER SIGN-OFF' TO
                       APT-COMMENT(APR-IDX)
               WHEN APT-STATUS(APR-IDX) = 'RETURNED'
                   MOVE 'SLATE REVISED AFTER RETURN' TO
                       APT-COMMENT(APR-IDX)
               WHEN OTHER
                   MOVE SPACES TO APT-COMMENT(APR-IDX)
           END-EVALUATE.
           MOVE RI-SEMESTER TO APT-SEMESTER(APR-IDX).
           MOVE 'PROPOSED' TO APT-STATUS(APR-IDX).
           MOVE RUN-TODAY TO APT-PROPOSED-DATE(APR-IDX).
           MOVE SPACES TO APT-SIGNED-BY(APR-IDX).
           MOVE SPACES TO APT-SIGNED-DATE(APR-IDX).
           MOVE DONE-SIDS(DONE-IDX) TO APT-SIDS(APR-IDX).

      *Apply each instructor decision in slate_approvals.txt to the
      *recorded slates it names
       APPLY-SLATE-APPROVALS.
           MOVE SPACE TO APPROVAL-EOF.
           OPEN INPUT APPROVAL-FILE.
           PERFORM UNTIL APPROVAL-EOF = 'Y'
               READ APPROVAL-FILE
                   AT END MOVE 'Y' TO APPROVAL-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-APPROVALS)
                       IF APPROVAL-REC NOT = SPACES THEN
                           ADD 1 TO APPROVALS-READ
                           PERFORM APPLY-ONE-APPROVAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APPROVAL-FILE.

      *A decision must be APPROVED or RETURNED, name its signer and
      *carry a YYYYMMDD sign-off date, and must name a slate this
      *run holds; a blank role signs off every role of the course
       APPLY-ONE-APPROVAL.
           MOVE FUNCTION UPPER-CASE(AP-DECISION) TO AP-DECISION.
           MOVE AP-COURSE-ID TO PB-COURSE-ID.
           MOVE AP-ROLE TO PB-ROLE.
           MOVE 'REJECTED' TO PB-STATUS.
           IF AP-DECISION NOT = 'APPROVED' AND
              AP-DECISION NOT = 'RETURNED' THEN
               MOVE SPACES TO PB-NOTE
               STRING 'UNKNOWN DECISION ' AP-DECISION
                   DELIMITED BY SIZE INTO PB-NOTE
               PERFORM WRITE-REJECTED-APPROVAL
               EXIT PARAGRAPH
           END-IF.
           IF AP-SIGNED-BY = SPACES THEN
               MOVE 'NO SIGNER NAMED' TO PB-NOTE
               PERFORM WRITE-REJECTED-APPROVAL
               EXIT PARAGRAPH
           END-IF.
           IF AP-SIGN-DATE IS NOT NUMERIC THEN
               MOVE 'SIGN-OFF DATE MISSING OR NOT YYYYMMDD' TO PB-NOTE
               PERFORM WRITE-REJECTED-APPROVAL
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO APPROVAL-MATCHED.
           PERFORM VARYING DONE-IDX FROM 1 BY 1
                   UNTIL DONE-IDX > COMPLETED-COURSE-COUNT
               IF DONE-COURSE-ID(DONE-IDX) = AP-COURSE-ID AND
                  (AP-ROLE = SPACES OR DONE-ROLE(DONE-IDX) = AP-ROLE)
               THEN
                   MOVE 'Y' TO APPROVAL-MATCHED
                   MOVE DONE-COURSE-ID(DONE-IDX) TO APR-COURSE-ID
                   MOVE DONE-ROLE(DONE-IDX) TO APR-ROLE
                   PERFORM FIND-SLATE-APPROVAL
                   IF APR-IDX > 0 THEN
                       PERFORM APPLY-APPROVAL-TO-SLATE
                   END-IF
               END-IF
           END-PERFORM.
           IF APPROVAL-MATCHED = 'N' THEN
               MOVE 'REJECTED' TO PB-STATUS
               MOVE 'NO RECORDED SLATE FOR THIS COURSE/ROLE'
                   TO PB-NOTE
               PERFORM WRITE-REJECTED-APPROVAL
           END-IF.

      *A sign-off dated before the slate was last proposed was given
      *on a slate that has since changed, and does not count
       APPLY-APPROVAL-TO-SLATE.
           MOVE APR-ROLE TO PB-ROLE.
           IF AP-SIGN-DATE < APT-PROPOSED-DATE(APR-IDX) THEN
               MOVE 'REJECTED' TO PB-STATUS
               MOVE SPACES TO PB-NOTE
               STRING 'STALE - SLATE RE-PROPOSED '
                   APT-PROPOSED-DATE(APR-IDX)
                   DELIMITED BY SIZE INTO PB-NOTE
               PERFORM WRITE-REJECTED-APPROVAL
               EXIT PARAGRAPH
           END-IF.
           MOVE AP-DECISION TO APT-STATUS(APR-IDX).
           MOVE AP-SIGNED-BY TO APT-SIGNED-BY(APR-IDX).
           MOVE AP-SIGN-DATE TO APT-SIGNED-DATE(APR-IDX).
           MOVE AP-COMMENT TO APT-COMMENT(APR-IDX).
           ADD 1 TO APPROVALS-APPLIED.
           MOVE AP-DECISION TO PB-STATUS.
           MOVE SPACES TO PB-NOTE.
           STRING 'SIGNED BY ' FUNCTION TRIM(AP-SIGNED-BY)
                  ' ON ' AP-SIGN-DATE
                  DELIMITED BY SIZE INTO PB-NOTE
           END-STRING.
           PERFORM WRITE-PUBLISH-LINE.

       WRITE-REJECTED-APPROVAL.
           ADD 1 TO APPROVALS-REJECTED.
           PERFORM WRITE-PUBLISH-LINE.

      *List every recorded slate not yet approved - proposed and
      *waiting, or returned with the instructor's comment - and
      *count the approved ones for the run summary
       LIST-PENDING-SIGNOFF.
           MOVE 0 TO PUB-APPROVED-COUNT.
           MOVE 0 TO PUB-PENDING-COUNT.
           PERFORM VARYING DONE-IDX FROM 1 BY 1
                   UNTIL DONE-IDX > COMPLETED-COURSE-COUNT
               MOVE DONE-COURSE-ID(DONE-IDX) TO APR-COURSE-ID
               MOVE DONE-ROLE(DONE-IDX) TO APR-ROLE
               PERFORM FIND-SLATE-APPROVAL
               IF APR-APPROVED = 'Y' THEN
                   ADD 1 TO PUB-APPROVED-COUNT
               ELSE
                   ADD 1 TO PUB-PENDING-COUNT
                   MOVE APR-COURSE-ID TO PB-COURSE-ID
                   MOVE APR-ROLE TO PB-ROLE
                   MOVE SPACES TO PB-NOTE
                   IF APT-STATUS(APR-IDX) = 'RETURNED' THEN
                       MOVE 'RETURNED' TO PB-STATUS
                       STRING 'AWAITING REVISION - '
                           APT-COMMENT(APR-IDX)
                           DELIMITED BY SIZE INTO PB-NOTE
                   ELSE
                       MOVE 'PROPOSED' TO PB-STATUS
                       STRING 'AWAITING SIGN-OFF SINCE '
                           APT-PROPOSED-DATE(APR-IDX)
                           DELIMITED BY SIZE INTO PB-NOTE
                   END-IF
                   PERFORM WRITE-PUBLISH-LINE
               END-IF
           END-PERFORM.

      *Copy the lines of every approved slate from ta_proposed.csv
      *into a freshly written ta_assignments.csv
       RELEASE-APPROVED-CSV.
           MOVE 0 TO PUB-ROW-COUNT.
           MOVE SPACE TO PUB-CSV-EOF.
           OPEN OUTPUT PUBLISH-CSV-FILE.
           OPEN INPUT CSV-FILE.
           PERFORM UNTIL PUB-CSV-EOF = 'Y'
               READ CSV-FILE
                   AT END MOVE 'Y' TO PUB-CSV-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-CSV)
                       MOVE SPACES TO CSV-PARSED-ID
                       MOVE SPACES TO CSV-PARSED-ROLE
                       UNSTRING CSV-LINE DELIMITED BY ','
                           INTO CSV-PARSED-ID CSV-PARSED-ROLE
                       END-UNSTRING
                       MOVE CSV-PARSED-ID TO APR-COURSE-ID
                       MOVE CSV-PARSED-ROLE TO APR-ROLE
                       PERFORM FIND-SLATE-APPROVAL
                       IF APR-APPROVED = 'Y' THEN
                           MOVE CSV-LINE TO PUBLISH-CSV-LINE
                           ADD 1 TO LOG-WRITTEN(LF-PUBLISH-CSV)
                           WRITE PUBLISH-CSV-LINE
                           END-WRITE
                           ADD 1 TO PUB-ROW-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CSV-FILE.
           CLOSE PUBLISH-CSV-FILE.

      *Append one line to publish_report.txt from PUBLISH-OUT
       WRITE-PUBLISH-LINE.
           OPEN EXTEND PUBLISH-REPORT-FILE.
               MOVE PUBLISH-OUT TO PUBLISH-REPORT-LINE
               ADD 1 TO LOG-WRITTEN(LF-PUBLISH-REPORT)
               WRITE PUBLISH-REPORT-LINE
               END-WRITE.
           CLOSE PUBLISH-REPORT-FILE.

      *Has this checkpoint-restored course/role slate already been
      *recorded in score_breakdown.txt/ta_proposed.csv? A prior
      *run that crashed between WRITE-TO-OUTPUT and these two
      *reports would otherwise leave this slate's lines missing
      *forever - and the key must include the role, or one role's
      *lines would hide a sibling role's missing ones
       CHECK-AUDIT-CSV-PRESENT.
           MOVE SPACES TO SEEN-KEY.
           MOVE COURSE-ID TO SEEN-KEY(1:5).
           MOVE ROLE-TYPE TO SEEN-KEY(7:8).
           MOVE 'N' TO COURSE-HAS-AUDIT.
           PERFORM VARYING SEEN-IDX FROM 1 BY 1
                   UNTIL SEEN-IDX > AUDIT-SEEN-COUNT
               IF AS-KEY(SEEN-IDX) = SEEN-KEY THEN
                   MOVE 'Y' TO COURSE-HAS-AUDIT
               END-IF
           END-PERFORM.
           MOVE 'N' TO COURSE-HAS-CSV.
           PERFORM VARYING SEEN-IDX FROM 1 BY 1
                   UNTIL SEEN-IDX > CSV-SEEN-COUNT
               IF CS-KEY(SEEN-IDX) = SEEN-KEY THEN
                   MOVE 'Y' TO COURSE-HAS-CSV
               END-IF
           END-PERFORM.

      *Recompute the score breakdown for each checkpoint-restored
      *winner and backfill whichever of score_breakdown.txt/
      *ta_proposed.csv is missing this course's lines. Scoring is
      *a pure function of the candidate's own data (req/opt skills,
      *preferences) independent of which other candidates were
      *scored alongside them, so this reproduces the original lines
      *exactly without needing to have stored the breakdown itself
      *in CHECKPOINT-TABLE
       REBUILD-CHECKPOINT-REPORTS.
           PERFORM VARYING SLOT-IDX FROM 1 BY 1
                   UNTIL SLOT-IDX > MAX-SLOTS
               IF DONE-SID(DONE-IDX SLOT-IDX) NOT = '0000000000 '
               THEN
                   PERFORM FIND-CANDIDATE-BY-SID
                   IF CAND-IDX > 0 THEN
                       MOVE CT-SID(CAND-IDX) TO SID
                       MOVE CT-TA-SKILLS(CAND-IDX) TO TA-SKILLS
           MOVE SCORES TO AO-SCORE.
           OPEN EXTEND AUDIT-FILE
               MOVE AUDIT-OUT TO AUDIT-LINE
               ADD 1 TO LOG-WRITTEN(LF-AUDIT)
               WRITE AUDIT-LINE
               END-WRITE
           CLOSE AUDIT-FILE.
                      INTO CSV-LINE
           END-STRING.
           OPEN EXTEND CSV-FILE
               ADD 1 TO LOG-WRITTEN(LF-CSV)
               WRITE CSV-LINE
               END-WRITE
           CLOSE CSV-FILE.
               IF CT-PLACED(CAND-IDX) = 'N' AND
                  CT-WITHDRAWN(CAND-IDX) = 'N' THEN
                   MOVE CT-SID(CAND-IDX) TO UNMATCHED-LINE
                   ADD 1 TO LOG-WRITTEN(LF-UNMATCHED)
                   WRITE UNMATCHED-LINE
               END-IF
           END-PERFORM.
           MOVE CAND-LINE-NO TO SO-CAND-LINES.
           OPEN OUTPUT SUMMARY-FILE.
               MOVE SUMMARY-OUT TO SUMMARY-LINE
               ADD 1 TO LOG-WRITTEN(LF-SUMMARY)
               WRITE SUMMARY-LINE
               END-WRITE
               MOVE SUMMARY-OUT-2 TO SUMMARY-LINE
               ADD 1 TO LOG-WRITTEN(LF-SUMMARY)
               WRITE SUMMARY-LINE
               END-WRITE
               MOVE SUMMARY-OUT-3 TO SUMMARY-LINE
               ADD 1 TO LOG-WRITTEN(LF-SUMMARY)
               WRITE SUMMARY-LINE
               END-WRITE
      *        Candidates the registrar extract blocked from at
      *        least one course
               IF REG-PRESENT = 'Y' THEN
                   MOVE 0 TO REG-BLOCKED-COUNT
                   PERFORM VARYING CAND-IDX FROM 1 BY 1
                           UNTIL CAND-IDX > CAND-COUNT
                       IF CT-ELIG-REASON(CAND-IDX) NOT = SPACES THEN
                           ADD 1 TO REG-BLOCKED-COUNT
                       END-IF
                   END-PERFORM
                   MOVE REG-BLOCKED-COUNT TO SG-BLOCKED
                   MOVE SUMMARY-REG TO SUMMARY-LINE
               ELSE
                   MOVE 'Registrar screening: none - no extract'
                       TO SUMMARY-LINE
               END-IF
               ADD 1 TO LOG-WRITTEN(LF-SUMMARY)
               WRITE SUMMARY-LINE
               END-WRITE
      *        Echo the scoring policy this run ranked with
               MOVE POLICY-OPT-POINT TO SP-OPT
               MOVE POLICY-BASE TO SP-BASE
               MOVE SUMMARY-POL-1 TO SUMMARY-LINE
               ADD 1 TO LOG-WRITTEN(LF-SUMMARY)
               WRITE SUMMARY-LINE
               END-WRITE
               MOVE SUMMARY-POL-2 TO SUMMARY-LINE
               ADD 1 TO LOG-WRITTEN(LF-SUMMARY)
               WRITE SUMMARY-LINE
               END-WRITE
               MOVE SUMMARY-POL-3 TO SUMMARY-LINE
               ADD 1 TO LOG-WRITTEN(LF-SUMMARY)
               WRITE SUMMARY-LINE
               END-WRITE
               MOVE ALLOCATION-MODE TO SP-ALLOC
               MOVE SUMMARY-POL-4 TO SUMMARY-LINE
               ADD 1 TO LOG-WRITTEN(LF-SUMMARY)
               WRITE SUMMARY-LINE
               END-WRITE
      *        Echo the accepted run-control card, so the requested
                           UNTIL CTL-IDX > CONTROL-LINE-COUNT
                       MOVE CTL-ECHO-LINE(CTL-IDX) TO SC-LINE
                       MOVE SUMMARY-CTL TO SUMMARY-LINE
                       ADD 1 TO LOG-WRITTEN(LF-SUMMARY)
                       WRITE SUMMARY-LINE
                       END-WRITE
                   END-PERFORM
               ELSE
                   MOVE 'Control card: none - inferred from triggers'
                       TO SUMMARY-LINE
                   ADD 1 TO LOG-WRITTEN(LF-SUMMARY)
                   WRITE SUMMARY-LINE
                   END-WRITE
               END-IF
      *        A publish run reports how many slates it released
      *        and how many are still waiting on the instructor
               IF PUBLISH-MODE = 'Y' THEN
                   MOVE PUB-APPROVED-COUNT TO PU-APPROVED
                   MOVE PUBLISH-SUM-1 TO SUMMARY-LINE
                   ADD 1 TO LOG-WRITTEN(LF-SUMMARY)
                   WRITE SUMMARY-LINE
                   END-WRITE
                   MOVE PUB-PENDING-COUNT TO PU-PENDING
                   MOVE PUBLISH-SUM-2 TO SUMMARY-LINE
                   ADD 1 TO LOG-WRITTEN(LF-SUMMARY)
                   WRITE SUMMARY-LINE
                   END-WRITE
                   MOVE APPROVALS-REJECTED TO PU-REJECTED
                   MOVE PUBLISH-SUM-3 TO SUMMARY-LINE
                   ADD 1 TO LOG-WRITTEN(LF-SUMMARY)
                   WRITE SUMMARY-LINE
                   END-WRITE
               END-IF
                       MOVE DMT-DEMAND-HOURS(DMD-IDX) TO SW-DEMAND
                       MOVE DMT-COMMITTED(DMD-IDX) TO SW-COMMITTED
                       MOVE SUMMARY-STAFF-WARN TO SUMMARY-LINE
                       ADD 1 TO LOG-WRITTEN(LF-SUMMARY)
                       WRITE SUMMARY-LINE
                       END-WRITE
                   END-IF
               END-PERFORM
               MOVE TOTAL-COMMITTED-HOURS TO SS-COMMITTED
               MOVE STAFF-SUM-1 TO SUMMARY-LINE
               ADD 1 TO LOG-WRITTEN(LF-SUMMARY)
               WRITE SUMMARY-LINE
               END-WRITE
               IF BUDGET-PRESENT = 'Y' THEN
                   MOVE BUDGET-HOURS TO SS-BUDGET
                   MOVE STAFF-SUM-2 TO SUMMARY-LINE
                   ADD 1 TO LOG-WRITTEN(LF-SUMMARY)
                   WRITE SUMMARY-LINE
                   END-WRITE
                   IF TOTAL-COMMITTED-HOURS > BUDGET-HOURS THEN
                       MOVE 'WARNING: committed hours exceed budget'
                           TO SUMMARY-LINE
                       ADD 1 TO LOG-WRITTEN(LF-SUMMARY)
                       WRITE SUMMARY-LINE
                       END-WRITE
                   END-IF
                   END-IF
               END-IF
               MOVE STAFF-RPT-OUT TO STAFF-REPORT-LINE
               ADD 1 TO LOG-WRITTEN(LF-STAFF-REPORT)
               WRITE STAFF-REPORT-LINE
               END-WRITE
           END-PERFORM.
           MOVE TOTAL-COMMITTED-HOURS TO SS-COMMITTED.
           MOVE STAFF-SUM-1 TO STAFF-REPORT-LINE.
           ADD 1 TO LOG-WRITTEN(LF-STAFF-REPORT).
           WRITE STAFF-REPORT-LINE
           END-WRITE.
           IF BUDGET-PRESENT = 'Y' THEN
               MOVE BUDGET-HOURS TO SS-BUDGET
               MOVE STAFF-SUM-2 TO STAFF-REPORT-LINE
               ADD 1 TO LOG-WRITTEN(LF-STAFF-REPORT)
               WRITE STAFF-REPORT-LINE
               END-WRITE
               IF TOTAL-COMMITTED-HOURS > BUDGET-HOURS THEN
                   MOVE 'WARNING: committed hours exceed budget'
                       TO STAFF-REPORT-LINE
                   ADD 1 TO LOG-WRITTEN(LF-STAFF-REPORT)
                   WRITE STAFF-REPORT-LINE
                   END-WRITE
               END-IF
           ELSE
               MOVE 'No ta_budget.txt - budget not checked'
                   TO STAFF-REPORT-LINE
               ADD 1 TO LOG-WRITTEN(LF-STAFF-REPORT)
               WRITE STAFF-REPORT-LINE
               END-WRITE
           END-IF.
           IF NOT FS4 = 00 THEN
               DISPLAY 'candidates.idx not rebuilt - file status '
                   FS4
               MOVE 'Y' TO RUN-IO-WARNING
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING CAND-IDX FROM 1 BY 1
               MOVE CT-SCORED-COUNT(CAND-IDX) TO CM-SCORED-COUNT
               MOVE CT-SCORED-COURSES(CAND-IDX) TO CM-SCORED-COURSES
               PERFORM FILL-MASTER-WAIT-COURSES
      *        The student's standing as the extract has it today
      *        wins; a per-course hours block met while screening
      *        is only shown for a student left unplaced
               MOVE CT-SID(CAND-IDX) TO ELIG-SID
               MOVE SPACES TO ELIG-COURSE-ID
               PERFORM SCREEN-REGISTRAR-ELIGIBILITY
               MOVE ELIG-DEGREE-LEVEL TO CM-DEGREE-LEVEL
               MOVE ELIG-REASON TO CM-ELIG-REASON
               IF CM-ELIG-REASON = SPACES AND
                  CT-PLACED(CAND-IDX) NOT = 'Y' THEN
                   MOVE CT-ELIG-REASON(CAND-IDX) TO CM-ELIG-REASON
               END-IF
               WRITE MASTER-REC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO LOG-WRITTEN(LF-MASTER)
               END-WRITE
           END-PERFORM.
           CLOSE MASTER-FILE.
      *Write one delimited notification record per candidate for
      *the office's mail merge: placed students get course, role and
      *slate rank, waitlisted students their queue positions, and
      *unmatched students the screening reasons captured for them.
      *Only signed-off slates are announced: a student placed on or
      *queued for a slate still awaiting sign-off hears nothing yet,
      *and nobody is told they were unmatched while any slate is
      *still open
       WRITE-NOTIFICATIONS.
           PERFORM LOAD-WAITLIST.
           COMPUTE OFFER-REPLY-BY = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(RUN-TODAY) + OFFER-REPLY-DAYS).
      *    A missing offers.idx is created here; one that cannot be
      *    opened must not stop the notifications going out
           MOVE 'N' TO OFFER-LEDGER-OPEN.
           OPEN I-O OFFER-FILE.
           IF FS6 = 00 OR FS6 = 05 THEN
               MOVE 'Y' TO OFFER-LEDGER-OPEN
           ELSE
               DISPLAY 'offers.idx not updated - file status ' FS6
               MOVE 'Y' TO RUN-IO-WARNING
           END-IF.
           OPEN OUTPUT NOTIFY-FILE.
           PERFORM VARYING CAND-IDX FROM 1 BY 1
                   UNTIL CAND-IDX > CAND-COUNT
               END-IF
           END-PERFORM.
           CLOSE NOTIFY-FILE.
           IF OFFER-LEDGER-OPEN = 'Y' THEN
               PERFORM RETIRE-STALE-OFFERS
               CLOSE OFFER-FILE
               DISPLAY 'Publish run: ' OFFERS-RECORDED
                   ' new offer(s) recorded in offers.idx, '
                   OFFERS-RETIRED ' no longer placed REVOKED'
           END-IF.

       WRITE-ONE-NOTIFICATION.
           MOVE SPACES TO NOTIFY-LINE.
           IF CT-PLACED(CAND-IDX) = 'Y' THEN
               MOVE CT-PLACED-COURSE(CAND-IDX) TO APR-COURSE-ID
               MOVE CT-PLACED-ROLE(CAND-IDX) TO APR-ROLE
               PERFORM FIND-SLATE-APPROVAL
               IF APR-APPROVED = 'N' THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE CT-PLACED-RANK(CAND-IDX) TO NOTIFY-RANK-ED
               PERFORM RECORD-PLACEMENT-OFFER
               STRING FUNCTION TRIM(CT-SID(CAND-IDX))
                          DELIMITED BY SIZE
                      '|PLACED|' DELIMITED BY SIZE
                          DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      NOTIFY-RANK-ED DELIMITED BY SIZE
                      '|REPLY BY ' DELIMITED BY SIZE
                      NOTIFY-REPLY-BY DELIMITED BY SIZE
                      INTO NOTIFY-LINE
               END-STRING
           ELSE
                          INTO NOTIFY-LINE
                   END-STRING
               ELSE
                   IF PUB-PENDING-COUNT > 0 THEN
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM BUILD-UNMATCHED-REASON
                   STRING FUNCTION TRIM(CT-SID(CAND-IDX))
                              DELIMITED BY SIZE
                   END-STRING
               END-IF
           END-IF.
           ADD 1 TO LOG-WRITTEN(LF-NOTIFY).
           WRITE NOTIFY-LINE
           END-WRITE.

      *Record the offer behind the PLACED notification of the
      *candidate at CAND-IDX as OFFERED. An offer already made this
      *semester keeps its status and its reply-by date, so a
      *republish neither restarts the clock nor revives a declined
      *or lapsed offer; an entry left from an earlier semester, or
      *one REVOKED because the student was moved off the slate and
      *has since been placed back on it, is made afresh. The
      *reply-by date goes out with the notification
       RECORD-PLACEMENT-OFFER.
           MOVE OFFER-REPLY-BY TO NOTIFY-REPLY-BY.
           IF OFFER-LEDGER-OPEN = 'N' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE CT-SID(CAND-IDX) TO OF-SID.
           MOVE CT-PLACED-COURSE(CAND-IDX) TO OF-COURSE-ID.
           MOVE CT-PLACED-ROLE(CAND-IDX) TO OF-ROLE.
           READ OFFER-FILE
               INVALID KEY MOVE 'N' TO OFFER-FOUND
               NOT INVALID KEY
                   ADD 1 TO LOG-READ(LF-OFFERS)
                   MOVE 'Y' TO OFFER-FOUND
           END-READ.
           IF OFFER-FOUND = 'Y' AND OF-SEMESTER = RI-SEMESTER AND
              OF-STATUS NOT = 'REVOKED' THEN
               MOVE OF-REPLY-BY TO NOTIFY-REPLY-BY
               EXIT PARAGRAPH
           END-IF.
           MOVE CT-SID(CAND-IDX) TO OF-SID.
           MOVE CT-PLACED-COURSE(CAND-IDX) TO OF-COURSE-ID.
           MOVE CT-PLACED-ROLE(CAND-IDX) TO OF-ROLE.
           MOVE RI-SEMESTER TO OF-SEMESTER.
           MOVE CT-PLACED-RANK(CAND-IDX) TO OF-SLATE-RANK.
           MOVE 'OFFERED' TO OF-STATUS.
           MOVE RUN-TODAY TO OF-OFFER-DATE.
           MOVE OFFER-REPLY-BY TO OF-REPLY-BY.
           MOVE SPACES TO OF-REPLY-DATE.
      *    As with opening the ledger, a failed update is reported
      *    and the run ends with a warning; the notification still
      *    goes out
           IF OFFER-FOUND = 'Y' THEN
               REWRITE OFFER-REC
                   INVALID KEY
                       PERFORM NOTE-OFFER-UPDATE-FAILED
                   NOT INVALID KEY
                       ADD 1 TO LOG-WRITTEN(LF-OFFERS)
                       ADD 1 TO OFFERS-RECORDED
               END-REWRITE
           ELSE
               WRITE OFFER-REC
                   INVALID KEY
                       PERFORM NOTE-OFFER-UPDATE-FAILED
                   NOT INVALID KEY
                       ADD 1 TO LOG-WRITTEN(LF-OFFERS)
                       ADD 1 TO OFFERS-RECORDED
               END-WRITE
           END-IF.

       NOTE-OFFER-UPDATE-FAILED.
           DISPLAY 'offers.idx not updated for ' OF-KEY
               ' - file status ' FS6.
           MOVE 'Y' TO RUN-IO-WARNING.

      *Close every OFFERED entry of this semester whose placement
      *the run no longer holds - a withdrawal, course change or
      *promotion since the offer went out took the student off that
      *slate. It is closed as REVOKED on the run date so TA-OFFER-
      *LEDGER stops chasing it; no decline is written, since the run
      *that moved the student already refilled the slot
       RETIRE-STALE-OFFERS.
           MOVE LOW-VALUES TO OF-KEY.
           START OFFER-FILE KEY IS >= OF-KEY
               INVALID KEY EXIT PARAGRAPH
           END-START.
           MOVE SPACE TO OFFER-EOF.
           PERFORM UNTIL OFFER-EOF = 'Y'
               READ OFFER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO OFFER-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-OFFERS)
                       IF OF-STATUS = 'OFFERED' AND
                          OF-SEMESTER = RI-SEMESTER THEN
                           PERFORM CHECK-OFFER-STILL-PLACED
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-OFFER-STILL-PLACED.
           PERFORM VARYING OFFER-CAND-IDX FROM 1 BY 1
                   UNTIL OFFER-CAND-IDX > CAND-COUNT
               IF CT-SID(OFFER-CAND-IDX) = OF-SID AND
                  CT-WITHDRAWN(OFFER-CAND-IDX) = 'N' AND
                  CT-PLACED(OFFER-CAND-IDX) = 'Y' AND
                  CT-PLACED-COURSE(OFFER-CAND-IDX) = OF-COURSE-ID AND
                  CT-PLACED-ROLE(OFFER-CAND-IDX) = OF-ROLE THEN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           MOVE 'REVOKED' TO OF-STATUS.
           MOVE RUN-TODAY TO OF-REPLY-DATE.
           REWRITE OFFER-REC
               INVALID KEY
                   PERFORM NOTE-OFFER-UPDATE-FAILED
               NOT INVALID KEY
                   ADD 1 TO LOG-WRITTEN(LF-OFFERS)
                   ADD 1 TO OFFERS-RETIRED
           END-REWRITE.

      *List up to three waitlist standings for the candidate at
      *CAND-IDX, each with its queue position within its course/role.
      *Queues behind a slate not yet signed off are left out
       BUILD-WAITLIST-STANDING.
           MOVE SPACES TO NOTIFY-WAIT-TEXT.
           MOVE 0 TO NOTIFY-WAIT-COUNT.
                   UNTIL WL-IDX > WAITLIST-COUNT
                      OR NOTIFY-WAIT-COUNT >= 3
               IF WLT-SID(WL-IDX) = CT-SID(CAND-IDX) THEN
                   MOVE WLT-COURSE-ID(WL-IDX) TO APR-COURSE-ID
                   MOVE WLT-ROLE(WL-IDX) TO APR-ROLE
                   PERFORM FIND-SLATE-APPROVAL
               ELSE
                   MOVE 'N' TO APR-APPROVED
               END-IF
               IF APR-APPROVED = 'Y' THEN
                   ADD 1 TO NOTIFY-WAIT-COUNT
                   PERFORM FIND-WAITLIST-QUEUE-POS
                   MOVE WL-QUEUE-POS TO WL-QUEUE-POS-ED
       BUILD-UNMATCHED-REASON.
           MOVE SPACES TO NOTIFY-REASON-TEXT.
           IF CT-CONFLICT-COUNT(CAND-IDX) = 0 THEN
               IF CT-ELIG-REASON(CAND-IDX) NOT = SPACES THEN
                   STRING 'REGISTRAR: ' CT-ELIG-REASON(CAND-IDX)
                       DELIMITED BY SIZE INTO NOTIFY-REASON-TEXT
               ELSE
                   MOVE 'NOT RANKED HIGH ENOUGH FOR ANY COURSE'
                       TO NOTIFY-REASON-TEXT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO NOTIFY-PTR.
      *    the tracking tables, so rebuild them from the recorded
      *    slates first or the rebuilt master would blank every
      *    course's override and conflict sections
           IF AMEND-MODE = 'Y' THEN
               PERFORM REBUILD-COURSE-TRACKING
           END-IF.
      *    Every final slate's sign-off state is settled before the
      *    master is written, so the HR reconciliation that follows
      *    sees it even if courses.idx cannot be rebuilt
           PERFORM VARYING DONE-IDX FROM 1 BY 1
                   UNTIL DONE-IDX > COMPLETED-COURSE-COUNT
               PERFORM SYNC-SLATE-APPROVAL
           END-PERFORM.
           OPEN OUTPUT COURSE-MASTER-FILE.
      *    A run whose results are already on disk must not die just
      *    because the master could not be rebuilt here
           IF NOT FS5 = 00 THEN
               DISPLAY 'courses.idx not rebuilt - file status ' FS5
               MOVE 'Y' TO RUN-IO-WARNING
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING DONE-IDX FROM 1 BY 1
                   UNTIL DONE-IDX > COMPLETED-COURSE-COUNT
               PERFORM BUILD-COURSE-MASTER-REC
               PERFORM FILL-MASTER-APPROVAL
               WRITE COURSE-MASTER-REC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO LOG-WRITTEN(LF-COURSE-MASTER)
               END-WRITE
           END-PERFORM.
           CLOSE COURSE-MASTER-FILE.

      *Carry the slate's sign-off state onto the master record
       FILL-MASTER-APPROVAL.
           MOVE RI-SEMESTER TO CO-SEMESTER.
           MOVE DONE-COURSE-ID(DONE-IDX) TO APR-COURSE-ID.
           MOVE DONE-ROLE(DONE-IDX) TO APR-ROLE.
           PERFORM FIND-SLATE-APPROVAL.
           IF APR-IDX > 0 THEN
               MOVE APT-STATUS(APR-IDX) TO CO-APPROVAL-STATUS
               MOVE APT-PROPOSED-DATE(APR-IDX) TO CO-PROPOSED-DATE
               MOVE APT-SIGNED-BY(APR-IDX) TO CO-SIGNED-BY
               MOVE APT-SIGNED-DATE(APR-IDX) TO CO-SIGNED-DATE
               MOVE APT-COMMENT(APR-IDX) TO CO-INSTR-COMMENT
           END-IF.

      *Re-run the veto, availability and pin screening capture-only
      *against the recorded slates: the inputs are all loaded and
      *the screening is deterministic, so this reproduces the
      *Match the HR onboarding confirmation feed against the final
      *assignments in output.txt and write a discrepancy report:
      *assignments HR never confirmed, confirmations we never made,
      *declined contracts, and confirmed contracts held back because
      *the student is no longer eligible on the registrar extract,
      *with control counts for both sides
       RECONCILE-HR-FEED.
           PERFORM LOAD-HR-CONFIRMATIONS.
           IF HR-COUNT = 0 THEN
                  HRT-SID(HR-IDX) = DONE-SID(DONE-IDX SLOT-IDX) THEN
                   MOVE 'Y' TO HRT-MATCHED(HR-IDX)
                   IF HRT-STATUS(HR-IDX) = 'CONFIRMED' THEN
      *                Nothing reaches payroll from a slate the
      *                instructor has not signed off
                       MOVE DONE-COURSE-ID(DONE-IDX) TO APR-COURSE-ID
                       MOVE DONE-ROLE(DONE-IDX) TO APR-ROLE
                       PERFORM FIND-SLATE-APPROVAL
                       IF APR-APPROVED = 'N' THEN
                           ADD 1 TO RECON-HELD-COUNT
                           MOVE 'HELD - SLATE NOT APPROVED' TO RC-NOTE
                           PERFORM WRITE-RECON-LINE
                           EXIT PARAGRAPH
                       END-IF
      *                A student who dropped out or lost standing
      *                since ranking is held back from payroll
                       MOVE DONE-SID(DONE-IDX SLOT-IDX) TO ELIG-SID
                       MOVE DONE-COURSE-ID(DONE-IDX) TO ELIG-COURSE-ID
                       PERFORM SCREEN-REGISTRAR-ELIGIBILITY
                       IF ELIG-REASON NOT = SPACES THEN
                           ADD 1 TO RECON-HELD-COUNT
                           MOVE SPACES TO RC-NOTE
                           STRING 'HELD - ' ELIG-REASON
                               DELIMITED BY SIZE INTO RC-NOTE
                           PERFORM WRITE-RECON-LINE
                           EXIT PARAGRAPH
                       END-IF
                       ADD 1 TO RECON-CONFIRMED-COUNT
                       IF CONFIRMED-COUNT < MAX-CONFIRMED THEN
                           ADD 1 TO CONFIRMED-COUNT
               READ HR-FILE
                   AT END MOVE 'Y' TO HR-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-HR)
                       IF HR-LINE NOT = SPACES AND
                          HR-COUNT < MAX-HR-RECORDS THEN
                           ADD 1 TO HR-COUNT
       WRITE-RECON-LINE.
           OPEN EXTEND RECON-FILE.
               MOVE RECON-OUT TO RECON-LINE
               ADD 1 TO LOG-WRITTEN(LF-RECON)
               WRITE RECON-LINE
               END-WRITE.
           CLOSE RECON-FILE.
           MOVE RECON-UNCONFIRMED-COUNT TO RS-UNCONF.
           MOVE RECON-ORPHAN-COUNT TO RS-ORPHAN.
           MOVE RECON-DECLINED-COUNT TO RS-DECLINED.
           MOVE RECON-HELD-COUNT TO RS-HELD.
           OPEN EXTEND RECON-FILE.
               MOVE RECON-SUM-1 TO RECON-LINE
               ADD 1 TO LOG-WRITTEN(LF-RECON)
               WRITE RECON-LINE
               END-WRITE
               MOVE RECON-SUM-2 TO RECON-LINE
               ADD 1 TO LOG-WRITTEN(LF-RECON)
               WRITE RECON-LINE
               END-WRITE
               MOVE RECON-SUM-3 TO RECON-LINE
               ADD 1 TO LOG-WRITTEN(LF-RECON)
               WRITE RECON-LINE
               END-WRITE
               MOVE RECON-SUM-4 TO RECON-LINE
               ADD 1 TO LOG-WRITTEN(LF-RECON)
               WRITE RECON-LINE
               END-WRITE
               MOVE RECON-SUM-5 TO RECON-LINE
               ADD 1 TO LOG-WRITTEN(LF-RECON)
               WRITE RECON-LINE
               END-WRITE
               MOVE RECON-SUM-6 TO RECON-LINE
               ADD 1 TO LOG-WRITTEN(LF-RECON)
               WRITE RECON-LINE
               END-WRITE
               MOVE RECON-SUM-7 TO RECON-LINE
               ADD 1 TO LOG-WRITTEN(LF-RECON)
               WRITE RECON-LINE
               END-WRITE.
           CLOSE RECON-FILE.
           DISPLAY 'HR reconciliation: ' RECON-CONFIRMED-COUNT
               ' confirmed, ' RECON-UNCONFIRMED-COUNT
               ' unconfirmed, ' RECON-ORPHAN-COUNT
               ' HR-only, ' RECON-DECLINED-COUNT ' declined, '
               RECON-HELD-COUNT ' held'.

      *Build the payroll stipend feed from the assignments HR has
      *confirmed, one row per paid appointment with its monthly
                  PAY-TOTAL-ED DELIMITED BY SIZE
                  INTO PAYROLL-LINE
           END-STRING.
           ADD 1 TO LOG-WRITTEN(LF-PAYROLL).
           WRITE PAYROLL-LINE
           END-WRITE.
           CLOSE PAYROLL-FILE.
           DISPLAY 'Payroll feed: ' PAY-COUNT ' row(s), total '
               PAY-TOTAL-ED.

      *Load the semester's fund allocations - fund code, dollars,
      *paid months - and check every fund code the stipend rates
      *charge is allocated; with no fund_allocations.txt the funds
      *are simply not checked
       LOAD-FUND-ALLOCATIONS.
           MOVE 'N' TO FUND-PRESENT.
           MOVE SPACE TO FUND-EOF.
           OPEN INPUT FUND-ALLOC-FILE.
           PERFORM UNTIL FUND-EOF = 'Y'
               READ FUND-ALLOC-FILE
                   AT END MOVE 'Y' TO FUND-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-FUND-ALLOC)
                       IF FUND-ALLOCATION NOT = SPACES THEN
                           ADD 1 TO FUND-LINE-NO
                           MOVE 'Y' TO FUND-PRESENT
                           PERFORM TAKE-IN-FUND-ALLOCATION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FUND-ALLOC-FILE.
           IF FUND-PRESENT = 'N' THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-STIPEND-RATES.
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-COUNT
               IF RTT-FUND(RATE-IDX) NOT = SPACES THEN
                   PERFORM FIND-RATE-FUND
                   IF FUND-IDX > FUND-COUNT THEN
                       MOVE SPACES TO REJECT-OUT
                       STRING 'RATE level ' RTT-LEVEL(RATE-IDX)
                           ' role ' RTT-ROLE(RATE-IDX) ': fund code '
                           RTT-FUND(RATE-IDX)
                           ' not in fund_allocations.txt'
                           DELIMITED BY SIZE INTO REJECT-OUT
                       PERFORM WRITE-REJECT-LINE
                   END-IF
               END-IF
           END-PERFORM.

       TAKE-IN-FUND-ALLOCATION.
           IF FA-FUND-CODE = SPACES THEN
               MOVE SPACES TO REJECT-OUT
               STRING 'FUND line ' FUND-LINE-NO ': blank fund code'
                   DELIMITED BY SIZE INTO REJECT-OUT
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF FA-ALLOCATION IS NOT NUMERIC OR
              FA-PAID-MONTHS IS NOT NUMERIC OR
              FA-PAID-MONTHS = 0 OR FA-PAID-MONTHS > 12 THEN
               MOVE SPACES TO REJECT-OUT
               STRING 'FUND line ' FUND-LINE-NO ' (fund '
                   FA-FUND-CODE '): allocation must be 9 digits'
                   ' and paid months 01-12'
                   DELIMITED BY SIZE INTO REJECT-OUT
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING FUND-IDX FROM 1 BY 1
                   UNTIL FUND-IDX > FUND-COUNT
               IF FT-CODE(FUND-IDX) = FA-FUND-CODE THEN
                   MOVE SPACES TO REJECT-OUT
                   STRING 'FUND line ' FUND-LINE-NO ' (fund '
                       FA-FUND-CODE '): fund code given twice'
                       DELIMITED BY SIZE INTO REJECT-OUT
                   PERFORM WRITE-REJECT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF FUND-COUNT >= MAX-FUNDS THEN
               DISPLAY 'fund_allocations.txt has more than '
                   MAX-FUNDS ' funds - raise MAX-FUNDS and rerun'
               MOVE 'fund_allocations.txt over MAX-FUNDS'
                   TO RUN-EXIT-REASON
               PERFORM STOP-ON-CAPACITY
           END-IF.
           ADD 1 TO FUND-COUNT.
           MOVE FA-FUND-CODE TO FT-CODE(FUND-COUNT).
           MOVE FA-ALLOCATION TO FT-ALLOCATION(FUND-COUNT).
           MOVE FA-PAID-MONTHS TO FT-MONTHS(FUND-COUNT).
           MOVE 0 TO FT-PROPOSED(FUND-COUNT).
           MOVE 0 TO FT-PROPOSED-COUNT(FUND-COUNT).
           MOVE 0 TO FT-CONFIRMED(FUND-COUNT).
           MOVE 0 TO FT-CONFIRMED-COUNT(FUND-COUNT).

      *Find the fund of the stipend rate at RATE-IDX; FUND-IDX is
      *left past FUND-COUNT when the fund is not allocated
       FIND-RATE-FUND.
           PERFORM VARYING FUND-IDX FROM 1 BY 1
                   UNTIL FUND-IDX > FUND-COUNT
               IF FT-CODE(FUND-IDX) = RTT-FUND(RATE-IDX) THEN
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *Load the stipend rate table - course level, appointment type,
      *monthly amount, funding code
       LOAD-STIPEND-RATES.
               READ RATE-FILE INTO STIPEND-RATE
                   AT END MOVE 'Y' TO RATE-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-RATES)
                       IF STIPEND-RATE NOT = SPACES AND
                          RATE-COUNT < MAX-RATES AND
                          RT-LEVEL IS NUMERIC AND
      *reconciliation discrepancy list and kept out of the feed so
      *the trailer still balances
       WRITE-ONE-PAYROLL-ROW.
           MOVE CFT-COURSE-ID(CONF-IDX) TO PRICE-COURSE-ID.
           MOVE CFT-ROLE(CONF-IDX) TO PRICE-ROLE.
           PERFORM FIND-COURSE-LEVEL.
           IF LEVEL-FOUND = 'N' THEN
               MOVE CFT-COURSE-ID(CONF-IDX) TO RC-COURSE-ID
                      DELIMITED BY SIZE
                  INTO PAYROLL-LINE
           END-STRING.
           ADD 1 TO LOG-WRITTEN(LF-PAYROLL).
           WRITE PAYROLL-LINE
           END-WRITE.
           ADD 1 TO PAY-COUNT.
           MOVE 'N' TO LEVEL-FOUND.
           MOVE 0 TO COURSE-LEVEL.
           PERFORM VARYING LVL-IDX FROM 1 BY 1 UNTIL LVL-IDX > 5
               IF PRICE-COURSE-ID(LVL-IDX:1) IS NUMERIC AND
                  LEVEL-FOUND = 'N' THEN
                   MOVE PRICE-COURSE-ID(LVL-IDX:1)
                       TO COURSE-LEVEL
                   MOVE 'Y' TO LEVEL-FOUND
               END-IF
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-COUNT
               IF RTT-LEVEL(RATE-IDX) = COURSE-LEVEL AND
                  RTT-ROLE(RATE-IDX) = PRICE-ROLE THEN
                   MOVE RATE-IDX TO PAY-RATE-IDX
               END-IF
           END-PERFORM.
               END-PERFORM
           END-IF.

      *Write fund_ledger.txt: per fund, the allocation against the
      *dollars the recorded slates would commit (proposed) and the
      *dollars HR has confirmed, and append a warning to
      *run_summary.txt for every fund either would overspend, so an
      *overrun is caught before the offers go out
       WRITE-FUND-LEDGER.
           IF FUND-PRESENT = 'N' THEN
               OPEN EXTEND SUMMARY-FILE
                   MOVE 'No fund_allocations.txt - funds not checked'
                       TO SUMMARY-LINE
                   ADD 1 TO LOG-WRITTEN(LF-SUMMARY)
                   WRITE SUMMARY-LINE
                   END-WRITE
               CLOSE SUMMARY-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-STIPEND-RATES.
           PERFORM READ-OUTPUT-ASSIGNMENTS.
           MOVE 0 TO UNPRICED-PROPOSED.
           MOVE 0 TO UNPRICED-CONFIRMED.
           PERFORM VARYING DONE-IDX FROM 1 BY 1
                   UNTIL DONE-IDX > COMPLETED-COURSE-COUNT
               PERFORM VARYING SLOT-IDX FROM 1 BY 1
                       UNTIL SLOT-IDX > DONE-SLOTS(DONE-IDX)
                   IF DONE-SID(DONE-IDX SLOT-IDX) NOT = '0000000000 '
                   THEN
                       MOVE DONE-COURSE-ID(DONE-IDX) TO
                           PRICE-COURSE-ID
                       MOVE DONE-ROLE(DONE-IDX) TO PRICE-ROLE
                       PERFORM PRICE-FUNDED-ASSIGNMENT
                       IF PRICE-FUND-IDX = 0 THEN
                           ADD 1 TO UNPRICED-PROPOSED
                       ELSE
                           ADD PRICE-AMOUNT TO
                               FT-PROPOSED(PRICE-FUND-IDX)
                           ADD 1 TO FT-PROPOSED-COUNT(PRICE-FUND-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING CONF-IDX FROM 1 BY 1
                   UNTIL CONF-IDX > CONFIRMED-COUNT
               MOVE CFT-COURSE-ID(CONF-IDX) TO PRICE-COURSE-ID
               MOVE CFT-ROLE(CONF-IDX) TO PRICE-ROLE
               PERFORM PRICE-FUNDED-ASSIGNMENT
               IF PRICE-FUND-IDX = 0 THEN
                   ADD 1 TO UNPRICED-CONFIRMED
               ELSE
                   ADD PRICE-AMOUNT TO FT-CONFIRMED(PRICE-FUND-IDX)
                   ADD 1 TO FT-CONFIRMED-COUNT(PRICE-FUND-IDX)
               END-IF
           END-PERFORM.
           MOVE 0 TO FUND-OVERSPENT-COUNT.
           OPEN OUTPUT FUND-LEDGER-FILE.
           OPEN EXTEND SUMMARY-FILE.
           PERFORM VARYING FUND-IDX FROM 1 BY 1
                   UNTIL FUND-IDX > FUND-COUNT
               PERFORM WRITE-FUND-LEDGER-LINE
           END-PERFORM.
           MOVE SPACES TO FUND-LEDGER-LINE.
           STRING 'Unpriced (no course level, stipend rate or fund'
               ' code): ' UNPRICED-PROPOSED ' proposed, '
               UNPRICED-CONFIRMED ' confirmed'
               DELIMITED BY SIZE INTO FUND-LEDGER-LINE.
           ADD 1 TO LOG-WRITTEN(LF-FUND-LEDGER).
           WRITE FUND-LEDGER-LINE
           END-WRITE.
           IF FUND-OVERSPENT-COUNT = 0 THEN
               MOVE 'Funds: every fund within its allocation'
                   TO SUMMARY-LINE
               ADD 1 TO LOG-WRITTEN(LF-SUMMARY)
               WRITE SUMMARY-LINE
               END-WRITE
           END-IF.
           CLOSE SUMMARY-FILE.
           CLOSE FUND-LEDGER-FILE.
           DISPLAY 'Fund ledger: ' FUND-COUNT ' fund(s), '
               FUND-OVERSPENT-COUNT ' overspent - see fund_ledger.txt'.

      *One ledger line for the fund at FUND-IDX, with a run summary
      *warning for each of proposed and confirmed over allocation
       WRITE-FUND-LEDGER-LINE.
           MOVE FT-CODE(FUND-IDX) TO FL-FUND.
           MOVE FT-ALLOCATION(FUND-IDX) TO FL-ALLOC.
           MOVE FT-MONTHS(FUND-IDX) TO FL-MONTHS.
           MOVE FT-PROPOSED-COUNT(FUND-IDX) TO FL-PROP-COUNT.
           MOVE FT-PROPOSED(FUND-IDX) TO FL-PROPOSED.
           MOVE FT-CONFIRMED-COUNT(FUND-IDX) TO FL-CONF-COUNT.
           MOVE FT-CONFIRMED(FUND-IDX) TO FL-CONFIRMED.
           MOVE 'WITHIN' TO FL-NOTE.
           IF FT-PROPOSED(FUND-IDX) > FT-ALLOCATION(FUND-IDX) OR
              FT-CONFIRMED(FUND-IDX) > FT-ALLOCATION(FUND-IDX) THEN
               MOVE 'OVERSPENT' TO FL-NOTE
               ADD 1 TO FUND-OVERSPENT-COUNT
           END-IF.
           MOVE FUND-LEDGER-OUT TO FUND-LEDGER-LINE.
           ADD 1 TO LOG-WRITTEN(LF-FUND-LEDGER).
           WRITE FUND-LEDGER-LINE
           END-WRITE.
           IF FT-PROPOSED(FUND-IDX) > FT-ALLOCATION(FUND-IDX) THEN
               COMPUTE FUND-OVER-AMOUNT = FT-PROPOSED(FUND-IDX) -
                   FT-ALLOCATION(FUND-IDX)
               MOVE FUND-OVER-AMOUNT TO FUND-OVER-ED
               MOVE SPACES TO SUMMARY-LINE
               STRING 'WARNING: fund ' FT-CODE(FUND-IDX)
                   ' overspent by ' FUND-OVER-ED ' proposed'
                   DELIMITED BY SIZE INTO SUMMARY-LINE
               ADD 1 TO LOG-WRITTEN(LF-SUMMARY)
               WRITE SUMMARY-LINE
               END-WRITE
           END-IF.
           IF FT-CONFIRMED(FUND-IDX) > FT-ALLOCATION(FUND-IDX) THEN
               COMPUTE FUND-OVER-AMOUNT = FT-CONFIRMED(FUND-IDX) -
                   FT-ALLOCATION(FUND-IDX)
               MOVE FUND-OVER-AMOUNT TO FUND-OVER-ED
               MOVE SPACES TO SUMMARY-LINE
               STRING 'WARNING: fund ' FT-CODE(FUND-IDX)
                   ' overspent by ' FUND-OVER-ED ' confirmed'
                   DELIMITED BY SIZE INTO SUMMARY-LINE
               ADD 1 TO LOG-WRITTEN(LF-SUMMARY)
               WRITE SUMMARY-LINE
               END-WRITE
           END-IF.

      *Price the assignment in PRICE-COURSE-ID / PRICE-ROLE for the
      *semester: monthly stipend times its fund's paid months.
      *PRICE-FUND-IDX is 0 when there is no level, rate or fund
       PRICE-FUNDED-ASSIGNMENT.
           MOVE 0 TO PRICE-FUND-IDX.
           MOVE 0 TO PRICE-AMOUNT.
           PERFORM FIND-COURSE-LEVEL.
           IF LEVEL-FOUND = 'N' THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-STIPEND-RATE.
           IF PAY-RATE-IDX = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE PAY-RATE-IDX TO RATE-IDX.
           PERFORM FIND-RATE-FUND.
           IF FUND-IDX > FUND-COUNT THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FUND-IDX TO PRICE-FUND-IDX.
           COMPUTE PRICE-AMOUNT = RTT-MONTHLY(PAY-RATE-IDX) *
               FT-MONTHS(FUND-IDX).

      *Append this run's slates and control totals to the cumulative
      *assignment-history archive under its semester and run date,
      *and compare them against the prior archived run of the same
               READ RUNID-FILE
                   AT END MOVE 'Y' TO RI-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-RUN-ID)
                       IF RUN-ID-REC NOT = SPACES AND
                          RUN-ID-PRESENT = 'N' THEN
                           MOVE RID-SEMESTER TO RI-SEMESTER
           PERFORM UNTIL ARCH-EOF = 'Y'
               READ ARCHIVE-FILE
                   AT END MOVE 'Y' TO ARCH-EOF
                   NOT AT END
                       ADD 1 TO LOG-READ(LF-ARCHIVE)
                       PERFORM COLLECT-ARCHIVE-RECORD
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-FILE.
               MOVE DONE-ROLE(DONE-IDX) TO AH-ROLE
               MOVE DONE-SLOTS(DONE-IDX) TO AH-SLOT-COUNT
               MOVE DONE-SIDS(DONE-IDX) TO AH-SIDS
               ADD 1 TO LOG-WRITTEN(LF-ARCHIVE)
               WRITE ARCHIVE-REC
               END-WRITE
           END-PERFORM.
           MOVE COURSE-COUNT TO AH-COURSES-PROCESSED.
           MOVE UNDERSTAFFED-COUNT TO AH-UNDERSTAFFED.
           MOVE CAND-LINE-NO TO AH-CAND-LINES.
           ADD 1 TO LOG-WRITTEN(LF-ARCHIVE).
           WRITE ARCHIVE-REC
           END-WRITE.
           CLOSE ARCHIVE-FILE.

       WRITE-COMPARE-RECORD.
           OPEN EXTEND COMPARE-FILE.
               ADD 1 TO LOG-WRITTEN(LF-COMPARE).
               WRITE COMPARE-LINE
               END-WRITE.
           CLOSE COMPARE-FILE.
           IF CAPTURE-ONLY = 'N' THEN
               OPEN EXTEND OVR-AUDIT-FILE
               MOVE OVERRIDE-OUT TO OVR-AUDIT-LINE
               ADD 1 TO LOG-WRITTEN(LF-OVR-AUDIT)
               WRITE OVR-AUDIT-LINE
               END-WRITE
               CLOSE OVR-AUDIT-FILE
                       PERFORM SCREEN-AVAILABILITY-FOR-SID
               END-SEARCH
           END-IF.
      *    Free for the course - now make sure the registrar says
      *    the student can be hired for it at all
           IF CANDIDATE-CONFLICT = 'N' AND REG-PRESENT = 'Y' THEN
               PERFORM CHECK-REGISTRAR-ELIGIBILITY
           END-IF.

       SCREEN-AVAILABILITY-FOR-SID.
           SET AVT-POS TO AVT-IDX.
               END-IF
           END-PERFORM.

      *Screen the current candidate against the registrar extract
      *for the current course; a block becomes the conflict reason,
      *and the first one met is kept on the candidate. An hours
      *block holds for this course only, so it is kept with the
      *course-id and gives way to a block on the student's standing
       CHECK-REGISTRAR-ELIGIBILITY.
           MOVE SID TO ELIG-SID.
           MOVE COURSE-ID TO ELIG-COURSE-ID.
           PERFORM SCREEN-REGISTRAR-ELIGIBILITY.
           IF ELIG-REASON = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO CANDIDATE-CONFLICT.
           MOVE ELIG-REASON TO CONFLICT-REASON.
           IF CAND-IDX < 1 OR CAND-IDX > CAND-COUNT THEN
               EXIT PARAGRAPH
           END-IF.
           IF CT-SID(CAND-IDX) NOT = SID THEN
               EXIT PARAGRAPH
           END-IF.
           IF ELIG-REASON(1:6) = 'HOURS ' THEN
               IF CT-ELIG-REASON(CAND-IDX) = SPACES THEN
                   STRING FUNCTION TRIM(ELIG-REASON) ' - ' COURSE-ID
                       DELIMITED BY SIZE
                       INTO CT-ELIG-REASON(CAND-IDX)
               END-IF
           ELSE
               IF CT-ELIG-REASON(CAND-IDX) = SPACES OR
                  CT-ELIG-REASON(CAND-IDX)(1:6) = 'HOURS ' THEN
                   MOVE ELIG-REASON TO CT-ELIG-REASON(CAND-IDX)
               END-IF
           END-IF.

      *May ELIG-SID serve ELIG-COURSE-ID? Registered full-time, not
      *on probation, and - with a visa work-hour limit - allowed the
      *course's weekly hours per appointment. A blank ELIG-COURSE-ID
      *checks the student's standing alone. ELIG-REASON comes back
      *spaces when the student may serve
       SCREEN-REGISTRAR-ELIGIBILITY.
           PERFORM LOOKUP-REGISTRAR-STANDING.
           IF ELIG-REASON NOT = SPACES OR ELIG-HOUR-LIMIT = 0 OR
              ELIG-COURSE-ID = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE DEFAULT-TA-HOURS TO ELIG-ROLE-HOURS.
           PERFORM VARYING ELIG-DMD-IDX FROM 1 BY 1
                   UNTIL ELIG-DMD-IDX > DEMAND-COUNT
               IF DMT-COURSE-ID(ELIG-DMD-IDX) = ELIG-COURSE-ID THEN
                   MOVE DMT-HOURS-PER-TA(ELIG-DMD-IDX) TO
                       ELIG-ROLE-HOURS
               END-IF
           END-PERFORM.
           IF ELIG-ROLE-HOURS > ELIG-HOUR-LIMIT THEN
               MOVE ELIG-ROLE-HOURS TO ELIG-HOURS-ED
               MOVE ELIG-HOUR-LIMIT TO ELIG-LIMIT-ED
               STRING 'HOURS ' FUNCTION TRIM(ELIG-HOURS-ED)
                      ' OVER WORK LIMIT ' FUNCTION TRIM(ELIG-LIMIT-ED)
                      DELIMITED BY SIZE INTO ELIG-REASON
               END-STRING
           END-IF.

      *Binary search for ELIG-SID on the sorted registrar table and
      *judge the student's enrollment and standing
       LOOKUP-REGISTRAR-STANDING.
           MOVE SPACES TO ELIG-REASON.
           MOVE SPACES TO ELIG-DEGREE-LEVEL.
           MOVE 0 TO ELIG-HOUR-LIMIT.
           IF REG-PRESENT = 'N' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'NOT ON REGISTRAR EXTRACT' TO ELIG-REASON.
           SEARCH ALL RGT-ENTRY
               AT END CONTINUE
               WHEN RGT-SID(RGT-IDX) = ELIG-SID
                   MOVE SPACES TO ELIG-REASON
                   MOVE RGT-DEGREE-LEVEL(RGT-IDX) TO ELIG-DEGREE-LEVEL
                   MOVE RGT-HOUR-LIMIT(RGT-IDX) TO ELIG-HOUR-LIMIT
                   IF RGT-ENROLL-STATUS(RGT-IDX) NOT = 'FT' THEN
                       MOVE 'NOT REGISTERED FULL-TIME' TO ELIG-REASON
                   ELSE
                       IF RGT-STANDING(RGT-IDX) = 'PR' THEN
                           MOVE 'ON ACADEMIC PROBATION' TO ELIG-REASON
                       END-IF
                   END-IF
           END-SEARCH.

      *Append one exclusion line to conflict_report.txt so the
      *department can see why a candidate was skipped for a course;
      *enrollment and lab clashes are per course, so only the first
               MOVE CONFLICT-REASON TO CF-REASON
               OPEN EXTEND CONFLICT-FILE
               MOVE CONFLICT-OUT TO CONFLICT-LINE
               ADD 1 TO LOG-WRITTEN(LF-CONFLICTS)
               WRITE CONFLICT-LINE
               END-WRITE
               CLOSE CONFLICT-FILE
           END-PERFORM.
           MOVE X'0A' to RESULT-EOL.
           OPEN EXTEND OUTPUT-FILE.
               ADD 1 TO LOG-WRITTEN(LF-OUTPUT).
               WRITE RESULT
               END-WRITE.
           CLOSE OUTPUT-FILE.
           MOVE RPT-SCORE(5) TO RO-R5-SCORE.
           OPEN EXTEND REPORT-FILE.
               MOVE REPORT-OUT TO REPORT-LINE
               ADD 1 TO LOG-WRITTEN(LF-REPORT)
               WRITE REPORT-LINE
               END-WRITE.
           CLOSE REPORT-FILE.
                   MOVE COURSE-CANDIDATE-SCORE(SLOT-IDX) TO AO-SCORE
                   OPEN EXTEND AUDIT-FILE
                       MOVE AUDIT-OUT TO AUDIT-LINE
                       ADD 1 TO LOG-WRITTEN(LF-AUDIT)
                       WRITE AUDIT-LINE
                       END-WRITE
                   CLOSE AUDIT-FILE
                   MOVE ROLE-TYPE TO WL-ROLE
                   MOVE COURSE-SID(SLOT-IDX) TO WL-SID
                   OPEN EXTEND WAITLIST-FILE
                       ADD 1 TO LOG-WRITTEN(LF-WAITLIST)
                       WRITE WAITLIST-REC
                       END-WRITE
                   CLOSE WAITLIST-FILE
           END-PERFORM.

      *Write one COURSE-ID,SID,RANK,SCORE line per filled slot to
      *ta_proposed.csv; the PUBLISH run copies the approved slates'
      *lines to ta_assignments.csv for the HR onboarding import
       WRITE-CSV-EXPORT.
           PERFORM VARYING SLOT-IDX FROM 1 BY 1
                   UNTIL SLOT-IDX > MAX-SLOTS
                          INTO CSV-LINE
                   END-STRING
                   OPEN EXTEND CSV-FILE
                       ADD 1 TO LOG-WRITTEN(LF-CSV)
                       WRITE CSV-LINE
                       END-WRITE
                   CLOSE CSV-FILE
               END-IF
           END-PERFORM.

      *Every exit of the run goes through one of the paragraphs
      *below, which set the return code documented in runlog.cpy
      *and end the run through END-RUN
       STOP-ON-INPUT-REJECT.
           MOVE 8 TO RUN-RC.
           PERFORM END-RUN.

       STOP-ON-CONTROL-ERROR.
           MOVE 12 TO RUN-RC.
           PERFORM END-RUN.

       STOP-ON-CAPACITY.
           MOVE 16 TO RUN-RC.
           PERFORM END-RUN.

       STOP-ON-IO-ERROR.
           MOVE 20 TO RUN-RC.
           PERFORM END-RUN.

      *A run that got to the end: clean, or with warnings when roles
      *were left understaffed, the hours or a fund are overspent,
      *candidates carry skill warnings, or a master or ledger file
      *could not be rebuilt; the reason lists each warning. The
      *staffing warnings come from production slates only, which a
      *simulation or supply analysis does not produce
       FINISH-RUN.
           MOVE SPACES TO RUN-EXIT-REASON.
           MOVE 1 TO RUN-WARN-PTR.
           STRING 'completed' DELIMITED BY SIZE
               INTO RUN-EXIT-REASON WITH POINTER RUN-WARN-PTR
           END-STRING.
           IF SIM-MODE = 'N' AND SUPPLY-MODE = 'N' THEN
               PERFORM NOTE-STAFFING-WARNINGS
           END-IF.
           IF SKILL-WARN-COUNT > 0 THEN
               STRING ' - skill warnings' DELIMITED BY SIZE
                   INTO RUN-EXIT-REASON WITH POINTER RUN-WARN-PTR
               END-STRING
           END-IF.
           IF RUN-IO-WARNING = 'Y' THEN
               STRING ' - file not rebuilt' DELIMITED BY SIZE
                   INTO RUN-EXIT-REASON WITH POINTER RUN-WARN-PTR
               END-STRING
           END-IF.
           IF RUN-WARN-PTR > 10 THEN
               MOVE 4 TO RUN-RC
           ELSE
               MOVE 0 TO RUN-RC
           END-IF.
           PERFORM END-RUN.

      *Add the understaffing, hours-budget and fund overspend
      *warnings to the exit reason
       NOTE-STAFFING-WARNINGS.
           IF UNDERSTAFFED-COUNT > 0 THEN
               STRING ' - understaffed' DELIMITED BY SIZE
                   INTO RUN-EXIT-REASON WITH POINTER RUN-WARN-PTR
               END-STRING
           END-IF.
           IF BUDGET-PRESENT = 'Y' AND
              TOTAL-COMMITTED-HOURS > BUDGET-HOURS THEN
               STRING ' - over budget' DELIMITED BY SIZE
                   INTO RUN-EXIT-REASON WITH POINTER RUN-WARN-PTR
               END-STRING
           END-IF.
           IF FUND-OVERSPENT-COUNT > 0 THEN
               STRING ' - fund overspent' DELIMITED BY SIZE
                   INTO RUN-EXIT-REASON WITH POINTER RUN-WARN-PTR
               END-STRING
           END-IF.

      *Log the run and hand its return code to the scheduler
       END-RUN.
           PERFORM WRITE-RUN-LOG.
           DISPLAY 'Return code ' RUN-RC ' - '
               FUNCTION TRIM(RUN-EXIT-REASON).
           MOVE RUN-RC TO RETURN-CODE.
           STOP RUN.

      *Append the run record and one record per file the run read
      *or wrote to run_log.txt. The mode is the control card's, or
      *the one the trigger files chose when there is no card
       WRITE-RUN-LOG.
           ACCEPT RUN-END-TIME FROM TIME.
           IF CONTROL-MODE NOT = SPACES THEN
               MOVE CONTROL-MODE TO RUN-LOG-MODE
           ELSE
           IF CONTROL-PRESENT = 'Y' THEN
               MOVE 'UNKNOWN' TO RUN-LOG-MODE
           ELSE
           IF DELTA-MODE = 'Y' THEN
               MOVE 'DELTA' TO RUN-LOG-MODE
           ELSE
           IF PROMO-MODE = 'Y' THEN
               MOVE 'PROMOTION' TO RUN-LOG-MODE
           ELSE
           IF WDRAW-MODE = 'Y' THEN
               MOVE 'WITHDRAWAL' TO RUN-LOG-MODE
           ELSE
           IF COURSE-CHG-MODE = 'Y' THEN
               MOVE 'COURSECHG' TO RUN-LOG-MODE
           ELSE
               MOVE 'FULL' TO RUN-LOG-MODE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE SPACES TO RUN-LOG-REC.
           MOVE 'R' TO RL-TYPE.
           MOVE 'TA-RANKING' TO RL-PROGRAM.
           MOVE RUN-START-DATE TO RL-START-DATE.
           MOVE RUN-START-TIME(1:6) TO RL-START-TIME.
           MOVE RUN-LOG-MODE TO RL-RUN-MODE.
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

      *Offer ledger record held in offers.idx, keyed on the
      *SID/course/role of a placement. Written as OFFERED by the
      *TA-RANKING PUBLISH run that sends the PLACED notification,
      *moved to ACCEPTED, DECLINED or LAPSED by TA-OFFER-LEDGER and
      *read by TA-INQUIRY. A later PUBLISH run closes as REVOKED an
      *offer whose placement no longer stands, and makes it afresh
      *if the student is placed back on the same slate
       01 OFFER-REC.
           05 OF-KEY.
               10 OF-SID        PIC X(11).
               10 OF-COURSE-ID  PIC X(5).
               10 OF-ROLE       PIC X(8).
           05 OF-SEMESTER       PIC X(5).
           05 OF-SLATE-RANK     PIC 9(1).
      *    OFFERED, ACCEPTED, DECLINED, LAPSED or REVOKED
           05 OF-STATUS         PIC X(8).
      *    Dates are YYYYMMDD; the reply date stays blank while the
      *    offer is OFFERED and is the lapse run's date for LAPSED
      *    or the publish run's date for REVOKED
           05 OF-OFFER-DATE     PIC X(8).
           05 OF-REPLY-BY       PIC X(8).
           05 OF-REPLY-DATE     PIC X(8).

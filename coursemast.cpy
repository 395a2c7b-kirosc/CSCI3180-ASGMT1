               10 CO-CONFLICT-ENTRY OCCURS 10 TIMES.
                   15 CO-CONFLICT-SID    PIC X(11).
                   15 CO-CONFLICT-REASON PIC X(40).
      *    Instructor sign-off of the slate. PROPOSED until the
      *    approvals file says APPROVED or RETURNED (with the
      *    instructor's comment); a slate that changes after sign-off
      *    goes back to PROPOSED with the date it was re-proposed
           05 CO-SEMESTER       PIC X(5).
           05 CO-APPROVAL-STATUS PIC X(8).
           05 CO-PROPOSED-DATE  PIC X(8).
           05 CO-SIGNED-BY      PIC X(20).
           05 CO-SIGNED-DATE    PIC X(8).
           05 CO-INSTR-COMMENT  PIC X(40).

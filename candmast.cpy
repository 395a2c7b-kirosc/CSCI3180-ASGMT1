               10 CM-WAIT-COURSE PIC X(5) OCCURS 3 TIMES.
           05 CM-WAIT-ROLES.
               10 CM-WAIT-ROLE  PIC X(8) OCCURS 3 TIMES.
      *    Registrar degree level, and why the registrar extract
      *    blocked the student (spaces when eligible or unscreened)
           05 CM-DEGREE-LEVEL   PIC X(2).
           05 CM-ELIG-REASON    PIC X(40).

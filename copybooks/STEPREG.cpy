      *****************************************************************
      *    STEPREG.cpy
      *    Record layout for the step-completion register KSDS
      *    (STEPREG.DAT), keyed on cycle date and step name.  The
      *    posting steps that run after Operations - the suspense
      *    recycle (SUSPCYCL) and the payroll settlement (PAYMATCH) -
      *    each write their entry as they finish a cycle, and check
      *    it before posting anything: a step already COMPLETE for
      *    the cycle refuses to post it again.  Steprels (and the
      *    cycle backout, for the cycle it reverses) marks an entry
      *    RELEASED so the step may run the cycle once more; the
      *    release fields keep who let it run and why.
      *****************************************************************
       01  STEP-REGISTER-RECORD.
           05 SRG-KEY.
              10 SRG-CYCLE-DATE       PIC 9(8).
              10 SRG-STEP-NAME        PIC X(8).
           05 SRG-STATUS              PIC X(1).
              88 STEP-COMPLETE           VALUE "C".
              88 STEP-RELEASED           VALUE "R".
           05 SRG-RETURN-CODE         PIC 9(2).
           05 SRG-POSTED-COUNT        PIC 9(8).
           05 SRG-RUN-COUNT           PIC 9(2).
           05 SRG-COMPLETED-TIMESTAMP PIC X(21).
           05 SRG-RELEASED-BY         PIC X(8).
           05 SRG-RELEASE-REASON      PIC X(30).
           05 SRG-RELEASED-TIMESTAMP  PIC X(21).

      *    be answered about its own cases.  Spaces on records
      *    predating the field report as an unassigned branch.
           05 AGE-BRANCH-ID           PIC X(8).
      *    Hold / freeze.  A case under dispute or legal review is
      *    placed on hold online through Agemaint (OPR-CASE-HOLD) and
      *    stays untouched until the hold is lifted there: Operations
      *    skips it (CYCRSLT disposition H), Agebatch and Agemaint
      *    refuse changes to it, Agepurge will not archive it and
      *    Suspcycl will not recycle it.  The release date is the
      *    date the hold is expected to come off - zero for an open
      *    ended hold.  Nothing lifts a hold automatically; the
      *    weekly Holdrpt listing flags holds past their release
      *    date.  Spaces in the status on records predating the
      *    field mean not held.
           05 AGE-HOLD-STATUS         PIC X(1).
              88 CASE-ON-HOLD            VALUE "H".
              88 CASE-NOT-HELD           VALUE SPACE.
           05 AGE-HOLD-REASON         PIC X(30).
           05 AGE-HOLD-OPERATOR       PIC X(8).
           05 AGE-HOLD-DATE           PIC 9(8).
           05 AGE-HOLD-RELEASE-DATE   PIC 9(8).

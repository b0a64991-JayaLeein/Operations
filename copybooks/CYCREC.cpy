      *    nightly run did to each case, written alongside the print
      *    report: one record per case read, stamped with the cycle
      *    date, carrying the category, starting age, final resault
      *    and disposition, plus the RULELIB version id the case was
      *    priced under.  Downstream steps that need "what did
      *    tonight's run do to case X" (Mntverif and friends) read
      *    this instead of overlaying the 132-byte report line, so
      *    the print report layout can move without breaking them.
              88 CYCLE-REPORTED          VALUE "R".
              88 CYCLE-REJECTED          VALUE "X".
              88 CYCLE-OUTSIDE-WINDOW    VALUE "W".
      *       Case on hold (AGE-HOLD-STATUS) - not computed, nothing
      *       sent to payroll; start age only, final resault zero.
              88 CYCLE-HELD              VALUE "H".
           05 CYC-RULE-VERSION        PIC 9(6).

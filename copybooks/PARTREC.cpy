           05 PRT-DETAIL-COUNT        PIC 9(8).
           05 PRT-RESAULT-SUM         PIC 9(8).
           05 PRT-RECONCILE           PIC X(1).
      *    Cases passed over as on hold - counted apart from the
      *    out-of-window skips, and part of the read cross-check.
           05 PRT-HELD-COUNT          PIC 9(8).

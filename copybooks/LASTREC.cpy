      *****************************************************************
      *    LASTREC.cpy
      *    Record layout for the latest-resault KSDS (RESALAST.DAT),
      *    keyed on case-id.  One record per case carrying its
      *    latest and prior live resault off the retained history,
      *    each with the cycle date it was posted for.  Operations
      *    and the suspense recycle move it forward as they append
      *    history, the cycle backout steps it back as it marks the
      *    reversed cycle superseded, and the purge, simulation and
      *    trend sweeps and the month-end payroll refresh read it by
      *    key instead of loading the whole of RESAHIST.DAT.
      *    Lastbld regenerates it from RESAHIST, and on a
      *    partitioned night posts the merged cycle onto it.
      *****************************************************************
       01  LATEST-RESAULT-RECORD.
           05 LST-CASE-ID             PIC X(10).
           05 LST-LATEST-RUN-DATE     PIC 9(8).
           05 LST-LATEST-RESAULT      PIC 9(4).
      *    Zero run date - the case has only the one live run.
           05 LST-PRIOR-RUN-DATE      PIC 9(8).
              88 NO-PRIOR-RESAULT        VALUE ZERO.
           05 LST-PRIOR-RESAULT       PIC 9(4).

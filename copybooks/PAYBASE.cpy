      *****************************************************************
      *    PAYBASE.cpy
      *    Shared record layout for the payroll baseline KSDS
      *    (PAYBASE.DAT), keyed on case-id - the last resault
      *    payroll ACCEPTED for each case it has been sent.  The
      *    nightly extract compares each computed resault against
      *    it: no baseline (or a removed one) goes out as a New row,
      *    a different value as a Changed row, and an equal value is
      *    suppressed.  Paymatch writes and advances the baseline as
      *    payroll accepts rows.  Agepurge and Cyclback flag a case
      *    REMOVAL DUE when it leaves the master or its cycle is
      *    backed out; each Operations run sends the Removed row
      *    until Paymatch finds it accepted and marks the case
      *    REMOVED.  PBS-BRANCH-ID is captured when the removal is
      *    flagged, since the master row may be gone.
      *****************************************************************
       01  PAY-BASELINE-RECORD.
           05 PBS-CASE-ID             PIC X(10).
           05 PBS-STATUS              PIC X(1).
              88 BASELINE-ACTIVE         VALUE "A".
              88 BASELINE-REMOVAL-DUE    VALUE "D".
              88 BASELINE-REMOVED        VALUE "R".
           05 PBS-ACCEPTED-RESAULT    PIC 9(4).
           05 PBS-ACCEPTED-DATE       PIC 9(8).
           05 PBS-BRANCH-ID           PIC X(8).
           05 PBS-STATUS-DATE         PIC 9(8).

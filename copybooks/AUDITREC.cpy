      *****************************************************************
      *    AUDITREC.cpy
      *    Shared record layout for AUDIT-LOG-FILE - one entry per
      *    arithmetic step performed against an AGE-RECORD, stamped
      *    with the RULELIB version id that priced the step.
      *****************************************************************
       01  AUDIT-LOG-RECORD.
           05 AUD-CASE-ID             PIC X(10).
           05 AUD-VALUE-BEFORE        PIC 9(4).
           05 AUD-VALUE-AFTER         PIC 9(4).
           05 AUD-TIMESTAMP           PIC X(21).
           05 AUD-RULE-VERSION        PIC 9(6).

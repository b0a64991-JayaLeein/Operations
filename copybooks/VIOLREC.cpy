      *    (SECVIOL.DAT) - one entry per denied attempt: the
      *    operator, the program they were in, the action and case
      *    they tried, why it was refused, and when.  Written by
      *    Agemaint, the suspense workbench, the rules change
      *    control transaction (which logs the rules version id in
      *    the case-id field) and the case inquiry; reported by the
      *    periodic violations report.
      *****************************************************************
       01  SECURITY-VIOLATION-RECORD.

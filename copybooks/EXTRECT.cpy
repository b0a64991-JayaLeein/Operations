      *    EXTRECT.cpy
      *    Shared record layout for EXTRACT-FILE - the fixed-format
      *    case-id/resault feed Operations produces for the downstream
      *    payroll system.  The nightly feed is a delta: only New
      *    cases, cases whose resault Changed from the last value
      *    payroll accepted (PAYBASE), and cases Removed from the
      *    master or backed out, each with the prior accepted value.
      *    The month-end full-refresh file (Payfull) and the backout
      *    reversal rows (PAYREV) use the same layout - change code
      *    F on every refresh row, R on every reversal row.
      *****************************************************************
       01  EXTRACT-RECORD.
           05 EXT-CASE-ID             PIC X(10).
      *    Owning branch from the case master, so payroll and the
      *    settlement trail can tell whose case each row is.
           05 EXT-BRANCH-ID           PIC X(8).
           05 EXT-CHANGE-CODE         PIC X(1).
              88 EXTRACT-NEW             VALUE "N".
              88 EXTRACT-CHANGED         VALUE "C".
              88 EXTRACT-REMOVED         VALUE "R".
              88 EXTRACT-FULL-REFRESH    VALUE "F".
      *    Last value payroll accepted for the case; zero on a New
      *    row.  On a Removed row EXT-RESAULT is zero and this is
      *    the value being withdrawn.
           05 EXT-PRIOR-RESAULT       PIC 9(4).

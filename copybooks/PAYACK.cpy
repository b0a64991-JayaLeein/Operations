      *    Shared record layout for the payroll acknowledgement
      *    return feed (PAYACK.DAT).  Payroll sends one row per
      *    extract case it loaded or refused: status A = accepted,
      *    R = rejected with the reject reason filled in.  The
      *    change code is echoed back from the extract row, so a
      *    case sent a Removed row and a New row the same night has
      *    each row answered on its own.
      *****************************************************************
       01  PAYROLL-ACK-RECORD.
           05 ACK-CASE-ID             PIC X(10).
              88 ACK-ACCEPTED            VALUE "A".
              88 ACK-REJECTED            VALUE "R".
           05 ACK-REASON              PIC X(40).
           05 ACK-CHANGE-CODE         PIC X(1).

      *****************************************************************
      *    HOLDREC.cpy
      *    Shared record layout for the case hold log (HOLDLOG.DAT)
      *    - one entry each time an operator places a hold on a
      *    case or lifts one through Agemaint.  A placement carries
      *    the reason and planned release date keyed; a lift carries
      *    the reason and date of the hold it took off, so the log
      *    alone shows how long each hold stood and who ended it.
      *    Kept apart from MAINTLOG, which Mntverif sweeps as the
      *    record of changes to the case values themselves.
      *****************************************************************
       01  HOLD-LOG-RECORD.
           05 HLD-CASE-ID             PIC X(10).
           05 HLD-ACTION              PIC X(1).
              88 HOLD-PLACED             VALUE "P".
              88 HOLD-LIFTED             VALUE "L".
           05 HLD-REASON              PIC X(30).
           05 HLD-HOLD-DATE           PIC 9(8).
           05 HLD-RELEASE-DATE        PIC 9(8).
           05 HLD-OPERATOR-ID         PIC X(8).
           05 HLD-TIMESTAMP           PIC X(21).

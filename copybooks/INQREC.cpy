      *****************************************************************
      *    INQREC.cpy
      *    Shared record layout for the case inquiry log
      *    (INQLOG.DAT) - one entry per case looked up through the
      *    online case inquiry, with the operator id, what the case
      *    was found to be (live on the master, archived, or on
      *    neither) and when.  Branches ask about cases they do not
      *    own, so every look is on the record even though the
      *    inquiry changes nothing.
      *****************************************************************
       01  INQUIRY-LOG-RECORD.
           05 INQ-OPERATOR-ID         PIC X(8).
           05 INQ-CASE-ID             PIC X(10).
           05 INQ-CASE-STATE          PIC X(1).
              88 INQUIRY-CASE-LIVE       VALUE "L".
              88 INQUIRY-CASE-ARCHIVED   VALUE "A".
              88 INQUIRY-CASE-NOT-FOUND  VALUE "N".
           05 INQ-TIMESTAMP           PIC X(21).

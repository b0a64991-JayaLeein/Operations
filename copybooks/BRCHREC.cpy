      *    request per record, applied to AGE-TRANS-FILE in bulk by
      *    Agebatch ahead of the nightly stream.  BTR-AGE-X gives the
      *    alphanumeric view of the age for the numeric edit.
      *    Each branch transmission is a batch: a header record
      *    (action H) with the branch id, transmission date and the
      *    branch's batch sequence number, the add/correct/delete
      *    records, and a trailer record (action T) with the count
      *    of those records and the hash total of their BTR-AGE
      *    (records whose age is not numeric add nothing).  A file
      *    may carry several batches back to back.
      *****************************************************************
       01  BRANCH-TRANS-RECORD.
           05 BTR-ACTION              PIC X(1).
              88 BRANCH-ADD              VALUE "A".
              88 BRANCH-CORRECT          VALUE "C".
              88 BRANCH-DELETE           VALUE "D".
              88 BRANCH-BATCH-HEADER     VALUE "H".
              88 BRANCH-BATCH-TRAILER    VALUE "T".
           05 BTR-CASE-ID             PIC X(10).
           05 BTR-AGE                 PIC 9(4).
           05 BTR-AGE-X REDEFINES BTR-AGE
                                      PIC X(4).
           05 BTR-CATEGORY            PIC X(2).
           05 BTR-BRANCH-ID           PIC X(8).

       01  BRANCH-BATCH-HEADER-RECORD.
           05 BTH-RECORD-TYPE         PIC X(1).
           05 BTH-BRANCH-ID           PIC X(8).
           05 BTH-TRANS-DATE          PIC 9(8).
           05 BTH-BATCH-SEQUENCE      PIC 9(6).
           05 FILLER                  PIC X(2).

       01  BRANCH-BATCH-TRAILER-RECORD.
           05 BTT-RECORD-TYPE         PIC X(1).
           05 BTT-RECORD-COUNT        PIC 9(6).
           05 BTT-HASH-TOTAL          PIC 9(10).
           05 FILLER                  PIC X(8).

      *****************************************************************
      *    RULEVER.cpy
      *    Shared record layout for the calculation rules library
      *    (RULELIB.DAT) - every version of the rules the batch has
      *    ever been offered, kept under change control.  Each
      *    version is a header row followed by its rule rows, all
      *    carrying the same RVR-VERSION-ID.  The header holds the
      *    date the version takes effect, its approval status, the
      *    operator who keyed it (maker) and the different operator
      *    who approved or rejected it (checker).  The rule rows are
      *    the same step rows as RULEREC - category, position in the
      *    category's sequence, operation verb and factor.  The
      *    batch prices a cycle with the APPROVED version having the
      *    latest effective date on or before RCT-CYCLE-DATE, and
      *    stamps that version id on every audit and cycle result
      *    row it writes.  The file is maintained only through the
      *    Rulemaint transaction; nothing in the batch updates it.
      *****************************************************************
       01  RULE-VERSION-RECORD.
           05 RVR-VERSION-ID          PIC 9(6).
           05 RVR-RECORD-TYPE         PIC X(1).
              88 RVR-VERSION-HEADER      VALUE "H".
              88 RVR-RULE-DETAIL         VALUE "D".
           05 RVR-RECORD-BODY         PIC X(67).
           05 RVR-HEADER-BODY REDEFINES RVR-RECORD-BODY.
              10 RVR-EFFECTIVE-DATE   PIC 9(8).
              10 RVR-STATUS           PIC X(1).
                 88 VERSION-PROPOSED     VALUE "P".
                 88 VERSION-APPROVED     VALUE "A".
                 88 VERSION-REJECTED     VALUE "X".
              10 RVR-MAKER-ID         PIC X(8).
              10 RVR-MADE-TIMESTAMP   PIC X(21).
              10 RVR-CHECKER-ID       PIC X(8).
              10 RVR-CHECKED-TIMESTAMP PIC X(21).
           05 RVR-RULE-BODY REDEFINES RVR-RECORD-BODY.
              10 RVR-CATEGORY         PIC X(2).
              10 RVR-SEQUENCE         PIC 9(2).
              10 RVR-OPERATION        PIC X(10).
              10 RVR-FACTOR           PIC 9(4).
              10 FILLER               PIC X(49).

                 15 CKPT-BRN-BRANCH-ID   PIC X(8).
                 15 CKPT-BRN-CASE-COUNT  PIC 9(8).
                 15 CKPT-BRN-RESAULT-SUM PIC 9(8).
      *    Delta extract counts so far - rows sent by change code
      *    and rows suppressed as unchanged.
           05 CKPT-EXTRACT-NEW-COUNT  PIC 9(8).
           05 CKPT-EXTRACT-CHG-COUNT  PIC 9(8).
           05 CKPT-EXTRACT-REM-COUNT  PIC 9(8).
           05 CKPT-SUPPRESSED-COUNT   PIC 9(8).
      *    Cases passed over because they are on hold.
           05 CKPT-HELD-COUNT         PIC 9(8).

      *****************************************************************
      *    BRGREC.cpy
      *    Shared record layout for the branch transmission register
      *    (BRCHREG.DAT) - one row per branch that has ever had a
      *    transmission batch applied: the last batch sequence number
      *    applied, the transmission date that batch carried, and the
      *    date Agebatch applied it.  Agebatch checks every incoming
      *    batch header against this register, so a batch sent twice
      *    or a batch that never arrived is caught before anything
      *    reaches AGE-TRANS-FILE, and lists the branches it has not
      *    heard from.  Written back whole at the end of each run.
      *****************************************************************
       01  BRANCH-REGISTER-RECORD.
           05 BRG-BRANCH-ID           PIC X(8).
           05 BRG-LAST-SEQUENCE       PIC 9(6).
           05 BRG-LAST-TRANS-DATE     PIC 9(8).
           05 BRG-LAST-APPLIED-DATE   PIC 9(8).

      *    online programs.  Separation of duties on the suspense
      *    queue (the operator who corrected an item may not release
      *    it) is enforced by the workbench on top of these flags.
      *    OPR-RULE-APPROVE lets an operator approve or reject a
      *    proposed calculation rules version in Rulemaint - never
      *    one the same operator keyed.
      *    OPR-CASE-HOLD lets an operator place a case on hold or
      *    lift a hold in Agemaint; every hold action is logged to
      *    HOLDLOG.DAT with the operator id.
      *****************************************************************
       01  OPERATOR-AUTH-RECORD.
           05 OPR-OPERATOR-ID         PIC X(8).
           05 OPR-SUSP-ASSIGN         PIC X(1).
           05 OPR-SUSP-CORRECT        PIC X(1).
           05 OPR-SUSP-RELEASE        PIC X(1).
           05 OPR-RULE-APPROVE        PIC X(1).
           05 OPR-CASE-HOLD           PIC X(1).

      *****************************************************************
      *    RULEREC.cpy
      *    Record layout for a flat calculation rules file - one row
      *    per arithmetic step: the case category it applies to, the
      *    step's position in that category's sequence (1-9), the
      *    operation verb (ADD, SUBTRACT, MULTIPLY, DIVIDE) and its
      *    factor.  Used for the proposed rules a simulation prices
      *    (SIMRULES.DAT).  The live rules are versioned on the rules
      *    library instead - see RULEVER.
      *****************************************************************
       01  RULE-RECORD.
           05 RUL-CATEGORY            PIC X(2).

      *> Copybook: annual sales plan record, the file finance hands
      *> over once a year (and again on a re-plan) for BUDGLOAD to
      *> load onto the BUDGET master. One record per rep (type R) or
      *> product line (type L) per plan year, carrying the twelve
      *> monthly quota amounts January to December; a month left at
      *> zero still loads, as a zero quota.
       01 BUDGET-PLAN-REC.
          05 BP-DIM-TYPE        PIC X(01).
          05 BP-ENTITY-KEY      PIC X(10).
          05 BP-PLAN-YEAR       PIC X(04).
          05 BP-PLAN-YEAR-NUM REDEFINES BP-PLAN-YEAR
                                PIC 9(04).
          05 BP-MONTH-AMOUNT    PIC 9(11)V99 OCCURS 12 TIMES.

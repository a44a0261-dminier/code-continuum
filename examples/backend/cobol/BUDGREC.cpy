      *> Copybook: sales budget/quota master record (BUDGET indexed
      *> file). Keyed on dimension type + entity + accounting period
      *> (CCYYMM) -- the same shape as HS-HIST-KEY on the sales
      *> history master, so a budget row and the actuals it is
      *> measured against share a key. Budgets are set for sales
      *> reps (type R, rep code) and product lines (type L, line
      *> code). BUDGLOAD bulk-loads the annual plan file, BUDGMAINT
      *> maintains single rows online, and BUDGRPT prints budget
      *> versus actual off it. BG-SOURCE shows whether the amount
      *> came from the plan load or was keyed afterwards.
       01 BUDGET-REC.
          05 BG-BUDGET-KEY.
             10 BG-DIM-TYPE     PIC X(01).
                88 BG-TYPE-REP         VALUE 'R'.
                88 BG-TYPE-LINE        VALUE 'L'.
                88 BG-TYPE-VALID       VALUE 'R' 'L'.
             10 BG-ENTITY-KEY   PIC X(10).
             10 BG-PERIOD       PIC 9(06).
          05 BG-BUDGET-AMOUNT   PIC 9(11)V99.
          05 BG-SOURCE          PIC X(01).
             88 BG-SOURCE-PLAN         VALUE 'P'.
             88 BG-SOURCE-KEYED        VALUE 'K'.
          05 BG-UPDATED-BY      PIC X(08).
          05 BG-UPDATED-DATE    PIC 9(08).
          05 FILLER             PIC X(13).

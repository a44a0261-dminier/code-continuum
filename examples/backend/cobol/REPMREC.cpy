      *> net up to RM-TIER1-LIMIT earns RM-TIER1-RATE, the portion
      *> above that up to RM-TIER2-LIMIT earns RM-TIER2-RATE, and
      *> anything above RM-TIER2-LIMIT earns RM-TIER3-RATE. Rates are
      *> fractions (V9(4), so 0500 = 5 percent). The plans
      *> themselves are effective-dated on COMMPLAN; the tiers here are
      *> the copy of the plan that was in force when last keyed, and
      *> COMMCALC falls back on them only for a rep with no version.
       01 REPMAST-REC.
          05 RM-REP-CODE        PIC X(04).
          05 RM-REP-NAME        PIC X(30).

      *> Copybook: effective-dated commission plan record (COMMPLAN
      *> indexed file, keyed rep + effective date). REPMAINT adds a
      *> new version each time a rep's tiers are set -- versions are
      *> never overwritten, so the plan that paid any past day can
      *> always be shown -- and logs it to REPLOG (action PV, the
      *> before image being the version it supersedes). COMMCALC
      *> prices each night's sales with the version in force on the
      *> sale date: the latest CPL-EFF-DATE not after it. The tier
      *> fields read exactly as the RM-TIER fields on REPMAST-REC,
      *> which keeps a copy of the plan in force when it was last
      *> keyed. The record is the same 81 bytes as REPMAST-REC so
      *> REPLOG can carry its images.
       01 COMM-PLAN-REC.
          05 CPL-PLAN-KEY.
             10 CPL-REP-CODE    PIC X(04).
             10 CPL-EFF-DATE    PIC 9(08).
          05 CPL-VERSION        PIC 9(03).
          05 CPL-TIER1-LIMIT    PIC 9(09)V99.
          05 CPL-TIER1-RATE     PIC V9(04).
          05 CPL-TIER2-LIMIT    PIC 9(09)V99.
          05 CPL-TIER2-RATE     PIC V9(04).
          05 CPL-TIER3-RATE     PIC V9(04).
          05 CPL-SET-BY         PIC X(08).
          05 CPL-SET-DATE       PIC 9(08).
          05 FILLER             PIC X(16).

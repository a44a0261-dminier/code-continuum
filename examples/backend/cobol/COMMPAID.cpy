      *> month-to-date commission falls below what was already paid.
      *> CP-PAID-SALES keeps the month-to-date net sales the paid
      *> figure was computed on, for payroll audit.
      *>
      *> Commission plans are effective-dated (COMMPLAN), so each
      *> night adds only the commission on that night's sales at the
      *> plan in force that day. CP-PRIOR-AMOUNT is the commission
      *> that stood before the run of CP-LAST-RUN-DATE, so a rerun of
      *> the same night starts again from it rather than counting the
      *> night twice; CP-PLAN-VERSION is the plan version that run
      *> used.
       01 COMM-PAID-REC.
          05 CP-PAID-KEY.
             10 CP-REP-CODE     PIC X(04).
             10 CP-PERIOD       PIC 9(06).
          05 CP-PAID-AMOUNT     PIC S9(07)V99.
          05 CP-PAID-SALES      PIC S9(09)V99.
          05 CP-LAST-RUN-DATE   PIC 9(08).
          05 CP-PRIOR-AMOUNT    PIC S9(07)V99.
          05 CP-PLAN-VERSION    PIC 9(03).

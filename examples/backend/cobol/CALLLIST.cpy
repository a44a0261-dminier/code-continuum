      *> Copybook: sales call-list extract record. Written by DORMRPT,
      *> one row per active customer the monthly run found dormant
      *> (no sale for the PARM's number of days) or declining (three
      *> months' sales down by more than the PARM's percent on the
      *> same three months a year earlier), in the layout the sales
      *> team's call-list tool loads. CL-REASON says which: D
      *> dormant, T declining trend, B both. CL-LAST-SALE-DATE is
      *> zero when the customer has no recorded sale. Amounts are net
      *> of returns, so signed; CL-CHANGE-PCT is the percent change
      *> on last year, zero when last year had no sales to compare.
       01 CALL-LIST-REC.
          05 CL-RUN-DATE        PIC 9(08).
          05 CL-CUST-ID         PIC X(10).
          05 CL-CUST-NAME       PIC X(50).
          05 CL-REASON          PIC X(01).
             88 CL-REASON-DORMANT       VALUE 'D'.
             88 CL-REASON-DECLINING     VALUE 'T'.
             88 CL-REASON-BOTH          VALUE 'B'.
          05 CL-REP-CODE        PIC X(04).
          05 CL-REP-NAME        PIC X(30).
          05 CL-LAST-SALE-DATE  PIC 9(08).
          05 CL-DAYS-SINCE-SALE PIC 9(05).
          05 CL-CURRENT-SALES   PIC S9(11)V99.
          05 CL-PRIOR-SALES     PIC S9(11)V99.
          05 CL-CHANGE-PCT      PIC S9(04)V9.
          05 CL-OUTSTANDING-BAL PIC S9(07)V99.

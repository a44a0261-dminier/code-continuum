      *> Copybook: effective-dated product standard cost record
      *> (PRODCOST indexed file, keyed product + effective date). One
      *> row per cost version -- a new standard cost is a new row from
      *> its effective date and the version it supersedes stays on
      *> file, so the cost any past sale was relieved at can always be
      *> shown. SC-UNIT-COST is the cost of one unit in the reporting
      *> currency. SALESRPT takes the latest SC-EFF-DATE not after the
      *> sale date and extends it by the sale quantity. Maintained by
      *> PRODMAINT.
       01 PRODUCT-COST-REC.
          05 SC-COST-KEY.
             10 SC-PRODUCT-CODE PIC X(06).
             10 SC-EFF-DATE     PIC 9(08).
          05 SC-UNIT-COST       PIC 9(07)V9(04).
          05 SC-SET-BY          PIC X(08).
          05 SC-SET-DATE        PIC 9(08).
          05 FILLER             PIC X(24).

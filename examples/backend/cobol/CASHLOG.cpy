      *> Copybook: cash feed log record. CASHPOST appends one when a
      *> lockbox feed posts cleanly -- the feed date, which it then
      *> refuses to post again, with the count and total of the
      *> payments it posted under that date (the figures its PAYDTL
      *> records and the GLVOUCH cash line carry). BANKREC matches
      *> those posted totals against the bank's deposits. Records
      *> written before the counts were carried hold the date only.
       01 CASHLOG-REC.
          05 CG-FILE-DATE       PIC 9(08).
          05 CG-POSTED-COUNT    PIC 9(06).
          05 CG-POSTED-TOTAL    PIC 9(09)V99.

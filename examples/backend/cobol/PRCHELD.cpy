      *> Copybook: price-variance hold record. SALESEDT appends one
      *> for every sale line whose unit price is outside the price
      *> list tolerance: the feed date, cycle and a sequence within
      *> the run that identify the hold, the price it was checked
      *> against (list or contract, with that version's effective
      *> date and tolerance), the variance in percent, the line's
      *> unit price converted to the reporting currency (the price
      *> the variance was measured on), and the full feed detail
      *> image. PRCVRPT lists the holds for sales management; PRCAPPR
      *> records the approve/decline decision on PRCDECN and releases
      *> approved lines for resubmission. BACKOUT takes a night's
      *> holds back out with it.
       01 PRICE-HOLD-REC.
          05 PH-HOLD-KEY.
             10 PH-FEED-DATE    PIC 9(08).
             10 PH-CYCLE-NO     PIC 9(03).
             10 PH-HOLD-SEQ     PIC 9(05).
          05 PH-PRICE-BASIS     PIC X(01).
             88 PH-BASIS-LIST           VALUE 'L'.
             88 PH-BASIS-CONTRACT       VALUE 'C'.
          05 PH-LIST-PRICE      PIC 9(07)V9(04).
          05 PH-LIST-EFF-DATE   PIC 9(08).
          05 PH-TOLERANCE-PCT   PIC 9(03)V99.
          05 PH-VARIANCE-PCT    PIC S9(05)V99.
          05 PH-LINE-PRICE      PIC 9(07)V9(04).
          05 PH-RECORD-IMAGE    PIC X(64).

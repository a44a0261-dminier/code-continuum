      *> Copybook: receivables application record. One record per
      *> amount applied against an open item, appended to the AR
      *> application journal (DISP=MOD) -- by CASHPOST for each slice
      *> of a payment (source P, AA-FROM-DOC = the remittance
      *> reference) and by ARPOST when a credit memo relieves the
      *> invoice RTNMATCH matched it to (source C, AA-FROM-DOC = the
      *> credit memo number). AA-AMOUNT is what came off the item's
      *> open amount; an overpayment parked on the on-account item
      *> (document zero) is journalled the same way, so the journal
      *> explains every movement in AR-OPEN-AMOUNT after issue.
      *> CRREFUND journals a credit-balance refund as source R
      *> (AA-FROM-DOC = the refund reference): the refund takes a
      *> credit item back toward zero, so AA-AMOUNT is negative.
       01 AR-APPLY-REC.
          05 AA-RUN-DATE        PIC 9(08).
          05 AA-CYCLE-NO        PIC 9(03).
          05 AA-SOURCE          PIC X(01).
             88 AA-SOURCE-PAYMENT       VALUE 'P'.
             88 AA-SOURCE-CREDIT-MEMO   VALUE 'C'.
             88 AA-SOURCE-REFUND        VALUE 'R'.
          05 AA-CUST-ID         PIC X(10).
          05 AA-INVOICE-NO      PIC 9(10).
          05 AA-FROM-DOC        PIC X(10).
          05 AA-AMOUNT          PIC S9(09)V99.

      *> Copybook: credit-balance review worklist record. Written by
      *> the monthly CRBALRVW run, one record per customer whose
      *> CM-OUTSTANDING-BAL is a credit (negative) and whose oldest
      *> open credit item -- unused credit memo or cash held on
      *> account -- is older than the run's age threshold. CRREVIEW
      *> walks it for the reviewer's refund/keep decision and
      *> CRREFUND reads it back to know which review it is settling.
      *> CV-CREDIT-AMOUNT is the credit as a positive figure (the
      *> master balance with its sign turned round) as at the review.
       01 CREDIT-REVIEW-REC.
          05 CV-REVIEW-DATE     PIC 9(08).
          05 CV-CUST-ID         PIC X(10).
          05 CV-CUST-NAME       PIC X(30).
          05 CV-CREDIT-AMOUNT   PIC 9(09)V99.
          05 CV-OLDEST-CREDIT   PIC 9(08).
          05 CV-AGE-DAYS        PIC 9(05).

      *> Copybook: refund run log record. Appended by CRREFUND when it
      *> settles a credit-balance review, and read back at the start
      *> of every run so the same review can never be refunded twice
      *> -- the refund twin of the CASHLOG guard CASHPOST keeps.
       01 REFUND-LOG-REC.
          05 RL-REVIEW-DATE     PIC 9(08).
          05 RL-RUN-DATE        PIC 9(08).
          05 RL-REFUND-COUNT    PIC 9(06).
          05 RL-REFUND-TOTAL    PIC 9(09)V99.

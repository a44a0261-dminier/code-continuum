      *> Copybook: credit-balance review decision record. Appended by
      *> CRREVIEW each time a reviewer decides a CRBALRVW worklist
      *> entry: the review date and customer that identify the entry,
      *> the decision, the credit amount approved for refund, the
      *> operator, a timestamp and the reason keyed -- the same
      *> append-only audit shape EXCPDISP gives the exception desk.
      *> A worklist entry with no decision is still open; CRREFUND
      *> pays only the RF decisions for the review it is settling,
      *> and a kept or undecided credit simply comes round again on
      *> next month's worklist if it is still there.
      *>
      *> Decision codes: RF refund to the customer, KP keep on account.
       01 CREDIT-DECISION-REC.
          05 CD-REVIEW-DATE     PIC 9(08).
          05 CD-CUST-ID         PIC X(10).
          05 CD-DECISION        PIC X(02).
             88 CD-DECISION-REFUND      VALUE 'RF'.
             88 CD-DECISION-KEEP        VALUE 'KP'.
          05 CD-REFUND-AMOUNT   PIC 9(09)V99.
          05 CD-OPERATOR-ID     PIC X(08).
          05 CD-TIMESTAMP       PIC X(21).
          05 CD-REASON-TEXT     PIC X(40).

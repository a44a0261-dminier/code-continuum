      *> Copybook: price-variance decision record. Appended by PRCAPPR
      *> each time sales management decides a PRCHELD hold: the hold
      *> key, the decision, the operator, a timestamp and the reason
      *> keyed -- the same append-only audit shape CRDECN gives the
      *> credit-balance review. A hold with no decision is still
      *> open and comes up again at the next session and on the next
      *> PRCVRPT report.
      *>
      *> Decision codes: AP approve the price (line is released for
      *> resubmission), DC decline (line is not resubmitted).
       01 PRICE-DECISION-REC.
          05 PA-HOLD-KEY.
             10 PA-FEED-DATE    PIC 9(08).
             10 PA-CYCLE-NO     PIC 9(03).
             10 PA-HOLD-SEQ     PIC 9(05).
          05 PA-DECISION        PIC X(02).
             88 PA-DECISION-APPROVE     VALUE 'AP'.
             88 PA-DECISION-DECLINE     VALUE 'DC'.
          05 PA-OPERATOR-ID     PIC X(08).
          05 PA-TIMESTAMP       PIC X(21).
          05 PA-REASON-TEXT     PIC X(40).

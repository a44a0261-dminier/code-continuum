      *> Copybook: accounts-payable refund extract record. Written by
      *> CRREFUND, one row per credit-balance refund it settles, in
      *> the layout the AP system's one-time-payee interface loads to
      *> cut the cheque. APR-REFERENCE is the refund reference that
      *> also goes on the customer's PAYDTL refund item and the AR
      *> application journal, so the cheque, the statement line and
      *> the ledger movement can be traced to one another.
      *> APR-GL-ACCOUNT is the refunds clearing account the AP
      *> payment relieves (GLMAP key RFND**).
       01 AP-REFUND-REC.
          05 APR-RUN-DATE       PIC 9(08).
          05 APR-REFERENCE      PIC X(10).
          05 APR-CUST-ID        PIC X(10).
          05 APR-PAYEE-NAME     PIC X(50).
          05 APR-AMOUNT         PIC 9(09)V99.
          05 APR-GL-ACCOUNT     PIC X(08).
          05 APR-APPROVED-BY    PIC X(08).

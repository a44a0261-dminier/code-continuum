      *> show the month's payments next to its charges. PD-AMOUNT is
      *> the payment as received, always positive -- the statement
      *> and balance arithmetic subtract it.
      *> PD-DIRECTION says which way the money moved: P (or space,
      *> on records written before the field existed) is a payment
      *> received; R is a credit-balance refund paid out to the
      *> customer by CRREFUND, which adds PD-AMOUNT back to the
      *> balance instead of subtracting it.
      *> PD-POST-DATE is the business date of the run that wrote the
      *> record (the lockbox feed date for a payment, the refund run
      *> date for a refund) -- PD-PAY-DATE is the customer's payment
      *> date and says nothing about which night posted it, so
      *> BACKOUT picks a night's payments off this field. Records
      *> written before it existed carry spaces.
       01 PAYMENT-DETAIL-REC.
          05 PD-CUST-ID         PIC X(10).
          05 PD-PAY-DATE        PIC 9(08).
          05 PD-REFERENCE       PIC X(10).
          05 PD-AMOUNT          PIC 9(08)V99.
          05 PD-DIRECTION       PIC X(01).
             88 PD-DIR-PAYMENT          VALUE 'P' ' '.
             88 PD-DIR-REFUND           VALUE 'R'.
          05 PD-POST-DATE       PIC 9(08).

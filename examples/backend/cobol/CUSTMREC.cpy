      *> and CUSTEXTR (sorted extract for the SALESRPT match/merge).
      *> CM-CREDIT-LIMIT of zero means no limit has been assigned and
      *> the customer is not credit-checked. CM-OUTSTANDING-BAL is
      *> charged by ARPOST with each night's invoices and credit
      *> memos and relieved by CASHPOST's cash-receipts posting (a
      *> credit balance refunded by CRREFUND is added back), and
      *> always equals the sum of the customer's AR open items
      *> (ARITEM); ARAGING flags any customer where it does not.
      *> Keyed amounts are 9(7)V99 digits.
       01 CUSTMAST-REC.
          05 CM-CUST-ID         PIC X(10).

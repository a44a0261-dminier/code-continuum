      *> system in place of the journal finance used to key by hand.
      *> Debits always equal credits within a voucher, and the net
      *> posted amount ties to ST-TOTAL-SALES in SALESTOT-REC.
      *> GLPOST also writes the night's cost-of-sales/inventory
      *> pair off the SALESDTL standard costs, balanced on its own.
      *> CASHPOST appends its cash/receivables pair here too, and
      *> CRREFUND its receivables/refunds-clearing pair;
      *> GLCONFRM ties every run date's debit total to the GL
      *> system's posted-voucher confirmation extract, and weekend
      *> housekeeping ages the dataset on JV-RUN-DATE so the

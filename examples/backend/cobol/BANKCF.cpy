      *> Copybook: bank reconciliation carry-forward record. BANKREC
      *> rewrites the file every run: one control record (type C)
      *> with the last bank statement date reconciled and the latest
      *> CASHLOG feed date taken so far, then one record per
      *> item still unresolved -- a bank deposit with no posting to
      *> match it (type D) or a CASHLOG posting day with no deposit
      *> (type P) -- which the next run tries again. BCF-REASON says
      *> why it was left open:
      *>   NP  deposit with no posting for its date
      *>   ND  posting day with no deposit for its date
      *>   AD  deposit and posting day found, amounts differ
       01 BANK-CF-REC.
          05 BCF-REC-TYPE       PIC X(01).
             88 BCF-CONTROL             VALUE 'C'.
             88 BCF-DEPOSIT             VALUE 'D'.
             88 BCF-POSTING             VALUE 'P'.
          05 BCF-ITEM-DATE      PIC 9(08).
          05 BCF-AMOUNT         PIC 9(10)V99.
          05 BCF-BANK-REF       PIC X(16).
          05 BCF-POSTED-COUNT   PIC 9(06).
          05 BCF-FIRST-SEEN     PIC 9(08).
          05 BCF-REASON         PIC X(02).
       01 BANK-CF-CONTROL-REC.
          05 BCC-REC-TYPE       PIC X(01).
          05 BCC-LAST-STMT-DATE PIC 9(08).
          05 BCC-CASHLOG-THRU   PIC 9(08).
          05 FILLER             PIC X(36).

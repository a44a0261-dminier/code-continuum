      *> Copybook: open-item receivables record. One record per
      *> customer document on the AR open-item master (VSAM KSDS),
      *> keyed on customer + document number so a sequential browse
      *> walks each customer's items in the order they were issued --
      *> invoice and credit memo numbers come off the one INVCTL
      *> series, so key order is oldest-first. ARPOST adds tonight's
      *> SALESDTL invoices and credit memos (amount plus tax, the
      *> same figure it adds to CM-OUTSTANDING-BAL); CASHPOST relieves
      *> AR-OPEN-AMOUNT as it applies each payment; ARAGING ages the
      *> open amounts weekly. Document number zero is the customer's
      *> on-account item: the balance brought forward when the ledger
      *> was opened, and any cash received beyond the open invoices
      *> (carried negative). Fully paid items stay on file at zero
      *> open so a later remittance quoting them still resolves, and
      *> the sum of a customer's AR-OPEN-AMOUNT always equals the
      *> master's CM-OUTSTANDING-BAL. AR-RUN-DATE / AR-CYCLE-NO name
      *> the run that created the item. AR-REP-CODE is the rep the
      *> document's sale was credited to (spaces on the on-account
      *> item), so the customer's latest invoice names the rep who
      *> last sold to them.
       01 AR-ITEM-REC.
          05 AR-ITEM-KEY.
             10 AR-CUST-ID      PIC X(10).
             10 AR-INVOICE-NO   PIC 9(10).
          05 AR-DOC-TYPE        PIC X(01).
             88 AR-DOC-INVOICE          VALUE 'I'.
             88 AR-DOC-CREDIT-MEMO      VALUE 'C'.
             88 AR-DOC-ON-ACCOUNT       VALUE 'A'.
          05 AR-DOC-DATE        PIC 9(08).
          05 AR-ORIG-INVOICE-NO PIC 9(10).
          05 AR-ORIG-AMOUNT     PIC S9(09)V99.
          05 AR-OPEN-AMOUNT     PIC S9(09)V99.
          05 AR-LAST-ACTIVITY   PIC 9(08).
          05 AR-RUN-DATE        PIC 9(08).
          05 AR-CYCLE-NO        PIC 9(03).
          05 AR-REP-CODE        PIC X(04).

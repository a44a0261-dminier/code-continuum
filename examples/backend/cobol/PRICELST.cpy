      *> Copybook: effective-dated price list record (PRICELST indexed
      *> file, keyed product + customer + effective date). A blank
      *> LP-CUST-ID is the list price every customer pays; a customer
      *> ID is a contract price for that customer only and wins over
      *> the list price. Versions are never overwritten -- a new price
      *> is a new row from its effective date -- so the price any
      *> past feed line was checked against can always be shown.
      *> Prices are in the reporting currency (WS-REPORTING-CURRENCY);
      *> SALESEDT converts a feed line's unit price to it first.
      *> SALESEDT takes the latest LP-EFF-DATE not after the sale
      *> date and holds a line whose unit price is further from it
      *> than LP-TOLERANCE-PCT percent. Maintained by PRICMAINT.
       01 PRICE-LIST-REC.
          05 LP-PRICE-KEY.
             10 LP-PRODUCT-CODE PIC X(06).
             10 LP-CUST-ID      PIC X(10).
             10 LP-EFF-DATE     PIC 9(08).
          05 LP-UNIT-PRICE      PIC 9(07)V9(04).
          05 LP-TOLERANCE-PCT   PIC 9(03)V99.
          05 LP-SET-BY          PIC X(08).
          05 LP-SET-DATE        PIC 9(08).
          05 FILLER             PIC X(24).

      *> Copybook: accounting period control record. One record per
      *> closed accounting period (CCYYMM), keyed on the period and
      *> written by PERCLOSE when the period is frozen -- a period
      *> with no record here is still open. Each closing carries the
      *> period's sales-history totals by history type (customer,
      *> product, rep, product line, tax) and the revenue and sales
      *> tax the GL vouchers posted for it, together with the
      *> year-to-date figures rolled forward from the previous
      *> closed period of the same year. SALESEDT, RTNMATCH and
      *> CASHPOST read it to refuse or re-date any transaction that
      *> falls in a closed period; HISTUPDT to stay out of one.
      *> Amounts are signed (net of returns), in the reporting
      *> currency.
       01 PERIOD-CONTROL-REC.
          05 PC-PERIOD          PIC 9(06).
          05 PC-STATUS          PIC X(01).
             88 PC-STATUS-CLOSED      VALUE 'C'.
          05 PC-CLOSE-DATE      PIC 9(08).
          05 PC-CLOSE-TS        PIC X(21).
          05 PC-TYPE-TOTALS     OCCURS 5 TIMES.
             10 PC-HIST-TYPE    PIC X(01).
             10 PC-PERIOD-AMOUNT PIC S9(13)V99.
             10 PC-PERIOD-COUNT PIC 9(09).
             10 PC-YTD-AMOUNT   PIC S9(13)V99.
             10 PC-YTD-COUNT    PIC 9(09).
          05 PC-GL-REVENUE      PIC S9(13)V99.
          05 PC-GL-TAX          PIC S9(13)V99.
          05 PC-GL-REVENUE-YTD  PIC S9(13)V99.
          05 PC-GL-TAX-YTD      PIC S9(13)V99.
          05 FILLER             PIC X(19).

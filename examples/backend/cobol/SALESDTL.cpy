      *> negative for returns/credit memos; DT-TAX-AMOUNT is the sales
      *> tax computed on it, carrying the same sign so a return
      *> reverses its tax on the statement the way it does in the GL.
      *> DT-INVOICE-NO is the document number SALESRPT issued off the
      *> INVCTL counter -- the invoice number for a sale, the credit
      *> memo number for a return (DT-DOC-TYPE tells which; both come
      *> from the one series so a number is never reused across the
      *> two). DT-ORIG-INVOICE-NO is the invoice RTNMATCH matched a
      *> credit memo back to, zero on an invoice. DT-RUN-DATE and
      *> DT-CYCLE-NO are the feed date and cycle that produced the
      *> record, the same pair SALESTOT and SALESEXT carry, so a
      *> night's documents can be picked out of the monthly dataset.
      *> DT-COST-AMOUNT is the standard cost of the goods (quantity
      *> times the PRODCOST unit cost in force on the sale date),
      *> signed like DT-AMOUNT, so DT-AMOUNT less DT-COST-AMOUNT is
      *> the line's gross margin; GLPOST posts the night's total as
      *> cost of sales against inventory. DT-REP-CODE is the sales
      *> rep the feed credited the sale to; ARPOST carries it onto
      *> the open item so a customer's rep can still be found after
      *> the monthly detail has been archived.
       01 SALES-DETAIL-REC.
          05 DT-CUST-ID         PIC X(10).
          05 DT-SALE-DATE       PIC 9(08).
          05 DT-PRODUCT-CODE    PIC X(06).
          05 DT-AMOUNT          PIC S9(09)V99.
          05 DT-TAX-AMOUNT      PIC S9(07)V99.
          05 DT-DOC-TYPE        PIC X(01).
             88 DT-DOC-INVOICE          VALUE 'I'.
             88 DT-DOC-CREDIT-MEMO      VALUE 'C'.
          05 DT-INVOICE-NO      PIC 9(10).
          05 DT-ORIG-INVOICE-NO PIC 9(10).
          05 DT-RUN-DATE        PIC 9(08).
          05 DT-CYCLE-NO        PIC 9(03).
          05 DT-COST-AMOUNT     PIC S9(09)V99.
          05 DT-REP-CODE        PIC X(04).

      *> Copybook: invoice number control record. One record holding
      *> the last invoice/credit memo number issued and the feed date
      *> and cycle that issued it. SALESRPT reads it at INIT, numbers
      *> each accepted sale and return in sorted-feed order off it,
      *> and rewrites it only when the run completes (alongside the
      *> PROCLOG entry), so a failed run reruns onto the same numbers
      *> and the next cycle or night carries on from the high-water.
       01 INVCTL-REC.
          05 IC-LAST-INVOICE-NO PIC 9(10).
          05 IC-LAST-RUN-DATE   PIC 9(08).
          05 IC-LAST-CYCLE-NO   PIC 9(03).

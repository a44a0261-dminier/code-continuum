      *> Copybook: history posting log record. HISTUPDT appends one
      *> each time it folds a night's SALES-EXTRACT-FILE rows into
      *> the sales history master -- the run date whose rows it took,
      *> the period they went into and how many rows it applied -- so
      *> BACKOUT can tell whether a failed night's totals already
      *> reached SALESHST before it takes them back out again.
       01 HIST-LOG-REC.
          05 HL-RUN-DATE        PIC 9(08).
          05 HL-PERIOD          PIC 9(06).
          05 HL-ROWS-APPLIED    PIC 9(06).

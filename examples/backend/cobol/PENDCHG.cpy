      *> Copybook: pending master change (PENDCHG indexed file). A
      *> change CUSTMAINT, REPMAINT or PRODMAINT would not let its
      *> operator apply alone is written here instead of to the
      *> master: who keyed it and when (the key), which master and
      *> record, the action (the same codes CUSTLOG/REPLOG use), the
      *> record as it stood and as it would be, and for commission
      *> tiers the plan's effective date. CHGAPPR presents it to a
      *> second, different operator with authority for the change,
      *> who releases it (applied then and logged with both operator
      *> IDs) or rejects it; the decision, the deciding operator, a
      *> timestamp and the reason keyed are recorded on the same
      *> record, which stays on file. PENDRPT lists them daily.
      *>
      *> Masters: C customer (CUSTMREC images), R sales rep (REPMREC
      *> images), P product (PRODMREC images).
      *> Actions: CH name/description change, DA deactivate,
      *> CL credit-limit change, TR commission tier change.
       01 PENDING-CHANGE-REC.
          05 PC-CHANGE-KEY.
             10 PC-REQUEST-DATE PIC 9(08).
             10 PC-REQUEST-TIME PIC 9(08).
             10 PC-REQUESTED-BY PIC X(08).
          05 PC-MASTER-TYPE     PIC X(01).
             88 PC-MASTER-CUSTOMER    VALUE 'C'.
             88 PC-MASTER-REP         VALUE 'R'.
             88 PC-MASTER-PRODUCT     VALUE 'P'.
          05 PC-ACTION-CODE     PIC X(02).
             88 PC-ACTION-CHANGE      VALUE 'CH'.
             88 PC-ACTION-DEACTIVATE  VALUE 'DA'.
             88 PC-ACTION-CREDIT      VALUE 'CL'.
             88 PC-ACTION-TIERS       VALUE 'TR'.
          05 PC-RECORD-KEY      PIC X(10).
          05 PC-EFF-DATE        PIC 9(08).
          05 PC-STATUS          PIC X(01).
             88 PC-STATUS-PENDING     VALUE 'P'.
             88 PC-STATUS-APPROVED    VALUE 'A'.
             88 PC-STATUS-REJECTED    VALUE 'R'.
          05 PC-DECIDED-BY      PIC X(08).
          05 PC-DECIDED-TS      PIC X(21).
          05 PC-REASON-TEXT     PIC X(40).
          05 PC-BEFORE-IMAGE    PIC X(81).
          05 PC-AFTER-IMAGE     PIC X(81).

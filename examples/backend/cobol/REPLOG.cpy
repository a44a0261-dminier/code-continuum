      *> before image is spaces on an add.
      *>
      *> Action codes: AD add, CH name change, TR tier/rate change,
      *> DA deactivate, PV commission plan version added. On a PV
      *> entry both images are COMM-PLAN-REC (COMMPLAN copybook) --
      *> the before image is the version the new one supersedes, or
      *> spaces for a rep's first plan.
      *>
      *> A change held for approval (PENDCHG) is logged when CHGAPPR
      *> releases it: RL-OPERATOR-ID is the operator who keyed it and
      *> RL-APPROVED-BY the one who released it. RL-APPROVED-BY is
      *> spaces on a change the operator applied alone.
       01 REPLOG-REC.
          05 RL-OPERATOR-ID     PIC X(08).
          05 RL-TIMESTAMP       PIC X(21).
             88 RL-ACTION-CHANGE       VALUE 'CH'.
             88 RL-ACTION-TIERS        VALUE 'TR'.
             88 RL-ACTION-DEACTIVATE   VALUE 'DA'.
             88 RL-ACTION-PLAN         VALUE 'PV'.
          05 RL-BEFORE-IMAGE    PIC X(81).
          05 RL-AFTER-IMAGE     PIC X(81).
          05 RL-APPROVED-BY     PIC X(08).

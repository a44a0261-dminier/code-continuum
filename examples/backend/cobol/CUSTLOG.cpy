      *> CL credit-limit change, MF merged-from (the duplicate
      *> account CUSTMERG folded away) and MT merged-to (the
      *> surviving account that absorbed it).
      *>
      *> A change held for approval (PENDCHG) is logged when CHGAPPR
      *> releases it: CL-OPERATOR-ID is the operator who keyed it and
      *> CL-APPROVED-BY the one who released it. CL-APPROVED-BY is
      *> spaces on a change the operator applied alone.
       01 CUSTLOG-REC.
          05 CL-OPERATOR-ID     PIC X(08).
          05 CL-TIMESTAMP       PIC X(21).
             88 CL-ACTION-MERGE-TO     VALUE 'MT'.
          05 CL-BEFORE-IMAGE    PIC X(80).
          05 CL-AFTER-IMAGE     PIC X(80).
          05 CL-APPROVED-BY     PIC X(08).

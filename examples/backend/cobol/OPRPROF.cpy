      *> Copybook: operator authority profile (OPRPROF indexed file,
      *> keyed by operator ID), loaded from the profile cards audit
      *> supplies by OPRLOAD. CUSTMAINT, REPMAINT and PRODMAINT refuse
      *> sign-on to an operator with no active profile and check each
      *> function against it; CHGAPPR lets only an operator with the
      *> approve flag release or reject a held change.
      *>
      *> Each function flag is Y (may do it alone), P (may key it,
      *> but it is held on PENDCHG until a second operator approves
      *> it) or N (may not do it). P applies to changes to an
      *> existing record -- name/description changes, deactivations,
      *> credit limits and commission tiers; adding a record and
      *> product cost maintenance are Y or N only.
      *>
      *> OP-MAX-CREDIT-INCR is the largest credit-limit increase the
      *> operator may grant alone with OP-CUST-CREDIT Y (or approve
      *> for someone else); a larger increase is held. Taking a limit
      *> to zero removes it (no credit check), so it counts as an
      *> unlimited increase: only a ceiling of all nines covers it.
      *> Lowering a limit, or setting one where there was none, is
      *> never held.
       01 OPERATOR-PROFILE-REC.
          05 OP-OPERATOR-ID     PIC X(08).
          05 OP-OPERATOR-NAME   PIC X(30).
          05 OP-PROFILE-STATUS  PIC X(01).
             88 OP-PROFILE-ACTIVE     VALUE 'A'.
             88 OP-PROFILE-REVOKED    VALUE 'R'.
          05 OP-FUNCTION-FLAGS.
             10 OP-CUST-ADD     PIC X(01).
             10 OP-CUST-NAME    PIC X(01).
             10 OP-CUST-DEACT   PIC X(01).
             10 OP-CUST-CREDIT  PIC X(01).
             10 OP-REP-ADD      PIC X(01).
             10 OP-REP-NAME     PIC X(01).
             10 OP-REP-TIERS    PIC X(01).
             10 OP-REP-DEACT    PIC X(01).
             10 OP-PROD-ADD     PIC X(01).
             10 OP-PROD-DESC    PIC X(01).
             10 OP-PROD-DEACT   PIC X(01).
             10 OP-PROD-COST    PIC X(01).
             10 OP-APPROVE      PIC X(01).
          05 OP-FUNCTION-TABLE REDEFINES OP-FUNCTION-FLAGS.
             10 OP-FUNCTION-FLAG PIC X(01) OCCURS 13 TIMES.
          05 OP-MAX-CREDIT-INCR PIC 9(07)V99.
          05 OP-LOADED-DATE     PIC 9(08).
          05 FILLER             PIC X(11).

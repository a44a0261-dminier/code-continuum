      *> Copybook: operator profile card, the file audit hands over
      *> whenever operator authorities change, for OPRLOAD to load
      *> onto the OPRPROF file. One card per operator ID, laid out
      *> as OPRPROF: name, status (A active, R revoked), the
      *> thirteen function flags in OPRPROF order and the credit
      *> ceiling as 9(7)V99 digits (blank loads as zero). A card
      *> replaces the operator's whole profile; revoking an operator
      *> is a card with status R, so the profile stays on file.
       01 OPERATOR-CARD-REC.
          05 OC-OPERATOR-ID     PIC X(08).
          05 OC-OPERATOR-NAME   PIC X(30).
          05 OC-PROFILE-STATUS  PIC X(01).
          05 OC-FUNCTION-FLAGS  PIC X(13).
          05 OC-FUNCTION-TABLE REDEFINES OC-FUNCTION-FLAGS.
             10 OC-FUNCTION-FLAG PIC X(01) OCCURS 13 TIMES.
          05 OC-MAX-CREDIT-INCR PIC X(09).
          05 OC-MAX-CREDIT-NUM REDEFINES OC-MAX-CREDIT-INCR
                                PIC 9(07)V99.
          05 FILLER             PIC X(19).

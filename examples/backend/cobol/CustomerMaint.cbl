      *>             new SET CREDIT LIMIT option maintains it on an
      *>             existing customer. The balance itself is posted
      *>             by receivables, not keyed here.
      *> 2026-10-15  Operator authority: sign-on needs an active
      *>             OPRPROF profile, and each function is checked
      *>             against it. A change the operator may key but
      *>             not apply alone (flag P), or a credit-limit
      *>             increase above their ceiling, is written to
      *>             PENDCHG for a second operator to release in
      *>             CHGAPPR instead of being applied to the master.
      *> 2026-10-15  A new customer added with a zero (no) limit
      *>             counts as an unlimited grant, the same as taking
      *>             a limit to zero, so it needs a ceiling of all
      *>             nines.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMAINT.
       AUTHOR. CODE-CONTINUUM.
           SELECT CHANGE-LOG-FILE ASSIGN TO CUSTLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTLOG-STATUS.
           SELECT OPERATOR-PROFILE-FILE ASSIGN TO OPRPROF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPRPROF-STATUS.
           SELECT PENDING-CHANGE-FILE ASSIGN TO PENDCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-CHANGE-KEY
               FILE STATUS IS WS-PENDCHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-LOG-FILE.
       COPY CUSTLOG.

       FD  OPERATOR-PROFILE-FILE.
       COPY OPRPROF.

       FD  PENDING-CHANGE-FILE.
       COPY PENDCHG.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS    PIC X(2)  VALUE '00'.
       01 WS-MENU-CHOICE    PIC X(1)  VALUE SPACES.
       01 WS-OPERATOR-ID    PIC X(8)  VALUE SPACES.
       01 WS-ACTION-CODE    PIC X(2)  VALUE SPACES.
       01 WS-BEFORE-IMAGE   PIC X(80) VALUE SPACES.
       01 WS-OPRPROF-STATUS PIC X(2)  VALUE '00'.
       01 WS-PENDCHG-STATUS PIC X(2)  VALUE '00'.
       01 WS-AUTHORITY      PIC X(1)  VALUE SPACES.
          88 WS-AUTH-ALONE             VALUE 'Y'.
          88 WS-AUTH-HOLD              VALUE 'P'.
       01 WS-OLD-LIMIT      PIC 9(7)V99 VALUE ZERO.
       01 WS-LIMIT-INCREASE PIC 9(7)V99 VALUE ZERO.
       01 WS-NO-CEILING     PIC 9(7)V99 VALUE 9999999.99.
       01 WS-DISPLAY-LIMIT  PIC $$,$$$,$$9.99.
       01 WS-CURRENT-TS.
          05 WS-TODAY       PIC 9(8).
          05 WS-NOW-TIME    PIC 9(8).
          05 FILLER         PIC X(5).

       COPY WSCONSTANTS.

               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT OPERATOR-PROFILE-FILE.
           IF WS-OPRPROF-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'CUSTMAINT: OPERATOR-PROFILE-FILE OPEN FAILED, '
                       'STATUS=' WS-OPRPROF-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O PENDING-CHANGE-FILE.
           IF WS-PENDCHG-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'CUSTMAINT: PENDING-CHANGE-FILE OPEN FAILED, '
                       'STATUS=' WS-PENDCHG-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
           READ OPERATOR-PROFILE-FILE
               INVALID KEY
                   MOVE SPACES TO OP-PROFILE-STATUS
           END-READ.
           IF OP-PROFILE-ACTIVE
               PERFORM DISPLAY-MENU-PARAGRAPH UNTIL WS-MENU-EXIT
           ELSE
               DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                       ' HAS NO ACTIVE PROFILE - SIGN-ON REFUSED'
           END-IF.
           CLOSE CUSTMAST-FILE.
           CLOSE CHANGE-LOG-FILE.
           CLOSE OPERATOR-PROFILE-FILE.
           CLOSE PENDING-CHANGE-FILE.
           STOP RUN.

       DISPLAY-MENU-PARAGRAPH.
           END-EVALUATE.

       ADD-CUSTOMER-PARAGRAPH.
           MOVE OP-CUST-ADD TO WS-AUTHORITY.
           IF WS-AUTH-ALONE
               PERFORM KEY-NEW-CUSTOMER-PARAGRAPH
           ELSE
               DISPLAY 'NOT AUTHORISED TO ADD CUSTOMERS'
           END-IF.

      *> A new customer's limit is granted by the operator adding it,
      *> so it must be within what they could grant alone. A zero
      *> limit means no limit at all, which only an all-nines ceiling
      *> covers.
       KEY-NEW-CUSTOMER-PARAGRAPH.
           DISPLAY 'CUSTOMER ID: ' WITH NO ADVANCING.
           ACCEPT WS-INPUT-CUST-ID.
           DISPLAY 'CUSTOMER NAME: ' WITH NO ADVANCING.
           ACCEPT WS-INPUT-CUST-NAME.
           PERFORM ACCEPT-CREDIT-LIMIT-PARAGRAPH.
           IF WS-INPUT-LIMIT-NUM = ZERO
               MOVE WS-NO-CEILING TO WS-LIMIT-INCREASE
           ELSE
               MOVE WS-INPUT-LIMIT-NUM TO WS-LIMIT-INCREASE
           END-IF.
           IF OP-CUST-CREDIT NOT = 'Y'
              OR WS-LIMIT-INCREASE > OP-MAX-CREDIT-INCR
               DISPLAY 'LIMIT IS ABOVE YOUR AUTHORITY - ADD THE '
                       'CUSTOMER WITH A LIMIT YOU MAY GRANT, THEN '
                       'SET THE LIMIT FOR APPROVAL'
           ELSE
               PERFORM WRITE-NEW-CUSTOMER-PARAGRAPH
           END-IF.

       WRITE-NEW-CUSTOMER-PARAGRAPH.
           MOVE WS-INPUT-CUST-ID TO CM-CUST-ID.
           MOVE WS-INPUT-CUST-NAME TO CM-CUST-NAME.
           MOVE 'A' TO CM-CUST-STATUS.
           END-WRITE.

       CHANGE-CUSTOMER-PARAGRAPH.
           MOVE OP-CUST-NAME TO WS-AUTHORITY.
           IF WS-AUTH-ALONE OR WS-AUTH-HOLD
               PERFORM KEY-NAME-CHANGE-PARAGRAPH
           ELSE
               DISPLAY 'NOT AUTHORISED TO CHANGE CUSTOMER NAMES'
           END-IF.

       KEY-NAME-CHANGE-PARAGRAPH.
           DISPLAY 'CUSTOMER ID: ' WITH NO ADVANCING.
           ACCEPT WS-INPUT-CUST-ID.
           MOVE WS-INPUT-CUST-ID TO CM-CUST-ID.
                   DISPLAY 'NEW CUSTOMER NAME: ' WITH NO ADVANCING
                   ACCEPT WS-INPUT-CUST-NAME
                   MOVE WS-INPUT-CUST-NAME TO CM-CUST-NAME
                   MOVE 'CH' TO WS-ACTION-CODE
                   IF WS-AUTH-ALONE
                       REWRITE CUSTMAST-REC
                       PERFORM WRITE-CHANGE-LOG-PARAGRAPH
                       DISPLAY 'CUSTOMER ' WS-INPUT-CUST-ID ' UPDATED'
                   ELSE
                       PERFORM HOLD-CHANGE-PARAGRAPH
                   END-IF
           END-READ.

       ACCEPT-CREDIT-LIMIT-PARAGRAPH.
           ACCEPT WS-INPUT-CREDIT-LIMIT.

       SET-CREDIT-LIMIT-PARAGRAPH.
           MOVE OP-CUST-CREDIT TO WS-AUTHORITY.
           IF WS-AUTH-ALONE OR WS-AUTH-HOLD
               PERFORM KEY-CREDIT-LIMIT-PARAGRAPH
           ELSE
               DISPLAY 'NOT AUTHORISED TO SET CREDIT LIMITS'
           END-IF.

       KEY-CREDIT-LIMIT-PARAGRAPH.
           DISPLAY 'CUSTOMER ID: ' WITH NO ADVANCING.
           ACCEPT WS-INPUT-CUST-ID.
           MOVE WS-INPUT-CUST-ID TO CM-CUST-ID.
                   DISPLAY 'CUSTOMER ' WS-INPUT-CUST-ID ' NOT FOUND'
               NOT INVALID KEY
                   MOVE CUSTMAST-REC TO WS-BEFORE-IMAGE
                   MOVE CM-CREDIT-LIMIT TO WS-OLD-LIMIT
                   PERFORM ACCEPT-CREDIT-LIMIT-PARAGRAPH
                   MOVE WS-INPUT-LIMIT-NUM TO CM-CREDIT-LIMIT
                   MOVE 'CL' TO WS-ACTION-CODE
                   PERFORM APPLY-CREDIT-LIMIT-PARAGRAPH
           END-READ.

      *> Lowering a limit, or setting one where there was none, is
      *> never held; an increase is applied only by an operator who
      *> may set limits alone and only up to their ceiling. Taking
      *> a limit to zero removes it, which no ceiling short of all
      *> nines covers.
       APPLY-CREDIT-LIMIT-PARAGRAPH.
           EVALUATE TRUE
               WHEN WS-OLD-LIMIT = ZERO
                   MOVE ZERO TO WS-LIMIT-INCREASE
               WHEN CM-CREDIT-LIMIT = ZERO
                   MOVE WS-NO-CEILING TO WS-LIMIT-INCREASE
               WHEN CM-CREDIT-LIMIT > WS-OLD-LIMIT
                   COMPUTE WS-LIMIT-INCREASE =
                       CM-CREDIT-LIMIT - WS-OLD-LIMIT
               WHEN OTHER
                   MOVE ZERO TO WS-LIMIT-INCREASE
           END-EVALUATE.
           IF WS-LIMIT-INCREASE = ZERO
              OR (WS-AUTH-ALONE
                  AND WS-LIMIT-INCREASE NOT > OP-MAX-CREDIT-INCR)
               REWRITE CUSTMAST-REC
               PERFORM WRITE-CHANGE-LOG-PARAGRAPH
               DISPLAY 'CUSTOMER ' WS-INPUT-CUST-ID
                       ' CREDIT LIMIT UPDATED'
           ELSE
               IF WS-AUTH-ALONE
                   MOVE OP-MAX-CREDIT-INCR TO WS-DISPLAY-LIMIT
                   DISPLAY 'INCREASE IS ABOVE YOUR CEILING OF '
                           WS-DISPLAY-LIMIT
               END-IF
               PERFORM HOLD-CHANGE-PARAGRAPH
           END-IF.

       DEACTIVATE-CUSTOMER-PARAGRAPH.
           MOVE OP-CUST-DEACT TO WS-AUTHORITY.
           IF WS-AUTH-ALONE OR WS-AUTH-HOLD
               PERFORM KEY-DEACTIVATION-PARAGRAPH
           ELSE
               DISPLAY 'NOT AUTHORISED TO DEACTIVATE CUSTOMERS'
           END-IF.

       KEY-DEACTIVATION-PARAGRAPH.
           DISPLAY 'CUSTOMER ID: ' WITH NO ADVANCING.
           ACCEPT WS-INPUT-CUST-ID.
           MOVE WS-INPUT-CUST-ID TO CM-CUST-ID.
               NOT INVALID KEY
                   MOVE CUSTMAST-REC TO WS-BEFORE-IMAGE
                   MOVE 'I' TO CM-CUST-STATUS
                   MOVE 'DA' TO WS-ACTION-CODE
                   IF WS-AUTH-ALONE
                       REWRITE CUSTMAST-REC
                       PERFORM WRITE-CHANGE-LOG-PARAGRAPH
                       DISPLAY 'CUSTOMER ' WS-INPUT-CUST-ID
                               ' DEACTIVATED'
                   ELSE
                       PERFORM HOLD-CHANGE-PARAGRAPH
                   END-IF
           END-READ.

       WRITE-CHANGE-LOG-PARAGRAPH.
           MOVE WS-ACTION-CODE TO CL-ACTION-CODE.
           MOVE WS-BEFORE-IMAGE TO CL-BEFORE-IMAGE.
           MOVE CUSTMAST-REC TO CL-AFTER-IMAGE.
           MOVE SPACES TO CL-APPROVED-BY.
           WRITE CUSTLOG-REC.

      *> The master is left as it was; the change waits on PENDCHG
      *> for a second operator in CHGAPPR.
       HOLD-CHANGE-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TS.
           MOVE SPACES TO PENDING-CHANGE-REC.
           MOVE WS-TODAY TO PC-REQUEST-DATE.
           MOVE WS-NOW-TIME TO PC-REQUEST-TIME.
           MOVE WS-OPERATOR-ID TO PC-REQUESTED-BY.
           SET PC-MASTER-CUSTOMER TO TRUE.
           MOVE WS-ACTION-CODE TO PC-ACTION-CODE.
           MOVE CM-CUST-ID TO PC-RECORD-KEY.
           MOVE ZERO TO PC-EFF-DATE.
           SET PC-STATUS-PENDING TO TRUE.
           MOVE WS-BEFORE-IMAGE TO PC-BEFORE-IMAGE.
           MOVE CUSTMAST-REC TO PC-AFTER-IMAGE.
           WRITE PENDING-CHANGE-REC
               INVALID KEY
                   DISPLAY 'CUSTMAINT: PENDCHG WRITE FAILED, STATUS='
                           WS-PENDCHG-STATUS ' - CHANGE NOT HELD, '
                           'KEY IT AGAIN'
               NOT INVALID KEY
                   DISPLAY 'CUSTOMER ' WS-INPUT-CUST-ID
                           ' CHANGE HELD FOR APPROVAL BY A SECOND '
                           'OPERATOR'
           END-WRITE.

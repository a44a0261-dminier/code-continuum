      *> Master change approval workstation (dual control).
      *> Walks the PENDCHG file CUSTMAINT, REPMAINT and PRODMAINT
      *> write when an operator keys a change their OPRPROF
      *> profile does not let them apply alone, and presents each
      *> change still pending -- the record as it stands and as it
      *> would be -- to a second operator, who releases or rejects
      *> it, the same decide-each-item shape PRCAPPR gives the
      *> price holds.
      *>
      *> Only an operator with an active profile and the approve
      *> flag may sign on, and a change is never offered to the
      *> operator who keyed it. Releasing also needs the approver
      *> to hold the function itself (flag Y) and, for a credit
      *> limit, an increase within their own ceiling. The master is
      *> re-read first: if it no longer matches the before image
      *> (someone else changed it meanwhile) the change is not
      *> applied and should be rejected and keyed again. A released
      *> change is applied field by field as CUSTMAINT or REPMAINT
      *> would have applied it, and logged to CUSTLOG/REPLOG with
      *> the keying operator and the releasing operator both on the
      *> record; held commission tiers add their COMMPLAN version
      *> then (refused once the effective date keyed has passed).
      *> Products have no change log; the decided PENDCHG record is
      *> their audit trail. Either decision is stamped on the
      *> PENDCHG record with the deciding operator, a timestamp and
      *> the reason keyed, and it stays on file for PENDRPT.
      *>
      *> Modification history
      *> 2026-10-15  Initial version.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGAPPR.
       AUTHOR. CODE-CONTINUUM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-PROFILE-FILE ASSIGN TO OPRPROF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPRPROF-STATUS.
           SELECT PENDING-CHANGE-FILE ASSIGN TO PENDCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CHANGE-KEY
               FILE STATUS IS WS-PENDCHG-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT REPMAST-FILE ASSIGN TO REPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-REP-CODE
               FILE STATUS IS WS-REPMAST-STATUS.
           SELECT COMM-PLAN-FILE ASSIGN TO COMMPLAN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPL-PLAN-KEY
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT PRODMAST-FILE ASSIGN TO PRODMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PRODUCT-CODE
               FILE STATUS IS WS-PRODMAST-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO CUSTLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTLOG-STATUS.
           SELECT REP-LOG-FILE ASSIGN TO REPLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-PROFILE-FILE.
       COPY OPRPROF.

       FD  PENDING-CHANGE-FILE.
       COPY PENDCHG.

       FD  CUSTMAST-FILE.
       COPY CUSTMREC.

       FD  REPMAST-FILE.
       COPY REPMREC.

       FD  COMM-PLAN-FILE.
       COPY COMMPLAN.

       FD  PRODMAST-FILE.
       COPY PRODMREC.

       FD  CHANGE-LOG-FILE.
       COPY CUSTLOG.

       FD  REP-LOG-FILE.
       COPY REPLOG.

       WORKING-STORAGE SECTION.
       01 WS-OPRPROF-STATUS    PIC X(2)  VALUE '00'.
       01 WS-PENDCHG-STATUS    PIC X(2)  VALUE '00'.
       01 WS-CUSTMAST-STATUS   PIC X(2)  VALUE '00'.
       01 WS-REPMAST-STATUS    PIC X(2)  VALUE '00'.
       01 WS-PLAN-STATUS       PIC X(2)  VALUE '00'.
       01 WS-PRODMAST-STATUS   PIC X(2)  VALUE '00'.
       01 WS-CUSTLOG-STATUS    PIC X(2)  VALUE '00'.
       01 WS-REPLOG-STATUS     PIC X(2)  VALUE '00'.
       01 WS-PEND-EOF-SW       PIC X     VALUE 'N'.
          88 WS-PEND-EOF                 VALUE 'Y'.
       01 WS-SESSION-DONE-SW   PIC X     VALUE 'N'.
          88 WS-SESSION-DONE             VALUE 'Y'.
       01 WS-RELEASE-OK-SW     PIC X     VALUE 'N'.
          88 WS-RELEASE-OK               VALUE 'Y'.
       01 WS-PLANS-DONE-SW     PIC X     VALUE 'N'.
          88 WS-PLANS-DONE               VALUE 'Y'.
       01 WS-PLAN-CLASH-SW     PIC X     VALUE 'N'.
          88 WS-PLAN-CLASH               VALUE 'Y'.
       01 WS-OPERATOR-ID       PIC X(8)  VALUE SPACES.
       01 WS-REVIEW-CHOICE     PIC X(1)  VALUE SPACES.
          88 WS-CHOICE-APPROVE           VALUE 'A'.
          88 WS-CHOICE-REJECT            VALUE 'R'.
          88 WS-CHOICE-SKIP              VALUE 'S'.
          88 WS-CHOICE-EXIT              VALUE 'X'.
       01 WS-AUTHORITY         PIC X(1)  VALUE SPACES.
          88 WS-AUTH-ALONE               VALUE 'Y'.
       01 WS-INPUT-REASON      PIC X(40) VALUE SPACES.
       01 WS-REFUSAL-TEXT      PIC X(60) VALUE SPACES.
       01 WS-CHANGES-READ      PIC 9(6)  VALUE ZERO.
       01 WS-ALREADY-DECIDED   PIC 9(6)  VALUE ZERO.
       01 WS-OWN-CHANGES       PIC 9(6)  VALUE ZERO.
       01 WS-APPROVED-NOW      PIC 9(6)  VALUE ZERO.
       01 WS-REJECTED-NOW      PIC 9(6)  VALUE ZERO.
       01 WS-LEFT-OPEN         PIC 9(6)  VALUE ZERO.
       01 WS-LIMIT-INCREASE    PIC 9(7)V99 VALUE ZERO.
       01 WS-NO-CEILING        PIC 9(7)V99 VALUE 9999999.99.
       01 WS-LAST-VERSION      PIC 9(3)  VALUE ZERO.
       01 WS-PLAN-BEFORE-IMAGE PIC X(81) VALUE SPACES.
       01 WS-MASTER-BEFORE     PIC X(81) VALUE SPACES.
       01 WS-REP-IMAGE         PIC X(81) VALUE SPACES.
       01 WS-DECIDED-TS        PIC X(21) VALUE SPACES.
       01 WS-CURRENT-TS.
          05 WS-TODAY          PIC 9(8).
          05 FILLER            PIC X(13).
       01 WS-BEFORE-VIEW       PIC X(81) VALUE SPACES.
       01 WS-BEFORE-CUST REDEFINES WS-BEFORE-VIEW.
          05 BC-CUST-ID        PIC X(10).
          05 BC-CUST-NAME      PIC X(50).
          05 BC-CUST-STATUS    PIC X(01).
          05 BC-CREDIT-LIMIT   PIC 9(7)V99.
          05 BC-OUTSTANDING-BAL PIC S9(7)V99.
          05 FILLER            PIC X(02).
       01 WS-BEFORE-REP REDEFINES WS-BEFORE-VIEW.
          05 BR-REP-CODE       PIC X(04).
          05 BR-REP-NAME       PIC X(30).
          05 BR-TIER1-LIMIT    PIC 9(9)V99.
          05 BR-TIER1-RATE     PIC V9(4).
          05 BR-TIER2-LIMIT    PIC 9(9)V99.
          05 BR-TIER2-RATE     PIC V9(4).
          05 BR-TIER3-RATE     PIC V9(4).
          05 BR-REP-STATUS     PIC X(01).
          05 FILLER            PIC X(12).
       01 WS-BEFORE-PROD REDEFINES WS-BEFORE-VIEW.
          05 BP-PRODUCT-CODE   PIC X(06).
          05 BP-PRODUCT-DESC   PIC X(30).
          05 BP-PRODUCT-LINE   PIC X(04).
          05 BP-PRODUCT-STATUS PIC X(01).
          05 FILLER            PIC X(40).
       01 WS-AFTER-VIEW        PIC X(81) VALUE SPACES.
       01 WS-AFTER-CUST REDEFINES WS-AFTER-VIEW.
          05 AC-CUST-ID        PIC X(10).
          05 AC-CUST-NAME      PIC X(50).
          05 AC-CUST-STATUS    PIC X(01).
          05 AC-CREDIT-LIMIT   PIC 9(7)V99.
          05 AC-OUTSTANDING-BAL PIC S9(7)V99.
          05 FILLER            PIC X(02).
       01 WS-AFTER-REP REDEFINES WS-AFTER-VIEW.
          05 AR-REP-CODE       PIC X(04).
          05 AR-REP-NAME       PIC X(30).
          05 AR-TIER1-LIMIT    PIC 9(9)V99.
          05 AR-TIER1-RATE     PIC V9(4).
          05 AR-TIER2-LIMIT    PIC 9(9)V99.
          05 AR-TIER2-RATE     PIC V9(4).
          05 AR-TIER3-RATE     PIC V9(4).
          05 AR-REP-STATUS     PIC X(01).
          05 FILLER            PIC X(12).
       01 WS-AFTER-PROD REDEFINES WS-AFTER-VIEW.
          05 AP-PRODUCT-CODE   PIC X(06).
          05 AP-PRODUCT-DESC   PIC X(30).
          05 AP-PRODUCT-LINE   PIC X(04).
          05 AP-PRODUCT-STATUS PIC X(01).
          05 FILLER            PIC X(40).
       01 WS-DISPLAY-MASTER    PIC X(8)  VALUE SPACES.
       01 WS-DISPLAY-ACTION    PIC X(20) VALUE SPACES.
       01 WS-DISPLAY-FROM      PIC $$,$$$,$$9.99.
       01 WS-DISPLAY-TO        PIC $$,$$$,$$9.99.
       01 WS-DISPLAY-BAL       PIC $$,$$$,$$9.99-.
       01 WS-DISPLAY-TIER      PIC $$$$,$$$,$$9.99.
       01 WS-DISPLAY-RATE      PIC .9999.

       COPY WSCONSTANTS.

       PROCEDURE DIVISION.

       MAIN-SECTION SECTION.
           PERFORM OPEN-FILES-PARAGRAPH.
           DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
           READ OPERATOR-PROFILE-FILE
               INVALID KEY
                   MOVE SPACES TO OP-PROFILE-STATUS
           END-READ.
           IF OP-PROFILE-ACTIVE AND OP-APPROVE = 'Y'
               PERFORM REVIEW-SESSION-PARAGRAPH
           ELSE
               DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                       ' MAY NOT APPROVE CHANGES - SIGN-ON REFUSED'
           END-IF.
           CLOSE OPERATOR-PROFILE-FILE.
           CLOSE PENDING-CHANGE-FILE.
           CLOSE CUSTMAST-FILE.
           CLOSE REPMAST-FILE.
           CLOSE COMM-PLAN-FILE.
           CLOSE PRODMAST-FILE.
           CLOSE CHANGE-LOG-FILE.
           CLOSE REP-LOG-FILE.
           STOP RUN.

       OPEN-FILES-PARAGRAPH.
           OPEN INPUT OPERATOR-PROFILE-FILE.
           IF WS-OPRPROF-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'CHGAPPR: OPERATOR-PROFILE-FILE OPEN FAILED, '
                       'STATUS=' WS-OPRPROF-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O PENDING-CHANGE-FILE.
           IF WS-PENDCHG-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'CHGAPPR: PENDING-CHANGE-FILE OPEN FAILED, '
                       'STATUS=' WS-PENDCHG-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CUSTMAST-FILE.
           IF WS-CUSTMAST-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'CHGAPPR: CUSTMAST-FILE OPEN FAILED, STATUS='
                       WS-CUSTMAST-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O REPMAST-FILE.
           IF WS-REPMAST-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'CHGAPPR: REPMAST-FILE OPEN FAILED, STATUS='
                       WS-REPMAST-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O COMM-PLAN-FILE.
           IF WS-PLAN-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'CHGAPPR: COMM-PLAN-FILE OPEN FAILED, STATUS='
                       WS-PLAN-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O PRODMAST-FILE.
           IF WS-PRODMAST-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'CHGAPPR: PRODMAST-FILE OPEN FAILED, STATUS='
                       WS-PRODMAST-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CUSTLOG-STATUS NOT = WS-DB-STATUS-OK
              AND WS-CUSTLOG-STATUS NOT = '05'
               DISPLAY 'CHGAPPR: CHANGE-LOG-FILE OPEN FAILED, '
                       'STATUS=' WS-CUSTLOG-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND REP-LOG-FILE.
           IF WS-REPLOG-STATUS NOT = WS-DB-STATUS-OK
              AND WS-REPLOG-STATUS NOT = '05'
               DISPLAY 'CHGAPPR: REP-LOG-FILE OPEN FAILED, '
                       'STATUS=' WS-REPLOG-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

       REVIEW-SESSION-PARAGRAPH.
           MOVE LOW-VALUES TO PC-CHANGE-KEY.
           START PENDING-CHANGE-FILE KEY NOT < PC-CHANGE-KEY
               INVALID KEY
                   SET WS-PEND-EOF TO TRUE
           END-START.
           PERFORM READ-PENDING-PARAGRAPH.
           PERFORM REVIEW-ONE-CHANGE-PARAGRAPH
               UNTIL WS-PEND-EOF OR WS-SESSION-DONE.
           DISPLAY 'CHGAPPR: READ=' WS-CHANGES-READ
                   ' ALREADY DECIDED=' WS-ALREADY-DECIDED
                   ' OWN CHANGES=' WS-OWN-CHANGES
                   ' APPROVED=' WS-APPROVED-NOW
                   ' REJECTED=' WS-REJECTED-NOW
                   ' STILL OPEN=' WS-LEFT-OPEN.

       READ-PENDING-PARAGRAPH.
           IF NOT WS-PEND-EOF
               READ PENDING-CHANGE-FILE NEXT RECORD
                   AT END
                       SET WS-PEND-EOF TO TRUE
               END-READ
           END-IF.
           IF NOT WS-PEND-EOF
               ADD 1 TO WS-CHANGES-READ
           END-IF.

       REVIEW-ONE-CHANGE-PARAGRAPH.
           EVALUATE TRUE
               WHEN NOT PC-STATUS-PENDING
                   ADD 1 TO WS-ALREADY-DECIDED
               WHEN PC-REQUESTED-BY = WS-OPERATOR-ID
                   ADD 1 TO WS-OWN-CHANGES
               WHEN OTHER
                   PERFORM PRESENT-CHANGE-PARAGRAPH
           END-EVALUATE.
           PERFORM READ-PENDING-PARAGRAPH.

       PRESENT-CHANGE-PARAGRAPH.
           MOVE PC-BEFORE-IMAGE TO WS-BEFORE-VIEW.
           MOVE PC-AFTER-IMAGE TO WS-AFTER-VIEW.
           EVALUATE TRUE
               WHEN PC-MASTER-CUSTOMER
                   MOVE 'CUSTOMER' TO WS-DISPLAY-MASTER
               WHEN PC-MASTER-REP
                   MOVE 'REP' TO WS-DISPLAY-MASTER
               WHEN OTHER
                   MOVE 'PRODUCT' TO WS-DISPLAY-MASTER
           END-EVALUATE.
           EVALUATE TRUE
               WHEN PC-ACTION-CHANGE
                   MOVE 'NAME/DESC CHANGE' TO WS-DISPLAY-ACTION
               WHEN PC-ACTION-DEACTIVATE
                   MOVE 'DEACTIVATE' TO WS-DISPLAY-ACTION
               WHEN PC-ACTION-CREDIT
                   MOVE 'CREDIT LIMIT' TO WS-DISPLAY-ACTION
               WHEN OTHER
                   MOVE 'COMMISSION TIERS' TO WS-DISPLAY-ACTION
           END-EVALUATE.
           DISPLAY ' '.
           DISPLAY 'HELD CHANGE  KEYED ' PC-REQUEST-DATE
                   ' ' PC-REQUEST-TIME(1:6)
                   ' BY ' PC-REQUESTED-BY.
           DISPLAY '  ' WS-DISPLAY-MASTER ' ' PC-RECORD-KEY
                   '  ' WS-DISPLAY-ACTION.
           EVALUATE TRUE
               WHEN PC-MASTER-CUSTOMER
                   PERFORM SHOW-CUSTOMER-PARAGRAPH
               WHEN PC-MASTER-REP
                   PERFORM SHOW-REP-PARAGRAPH
               WHEN OTHER
                   PERFORM SHOW-PRODUCT-PARAGRAPH
           END-EVALUATE.
           DISPLAY 'A=APPROVE R=REJECT S=SKIP X=EXIT: '
               WITH NO ADVANCING.
           ACCEPT WS-REVIEW-CHOICE.
           EVALUATE TRUE
               WHEN WS-CHOICE-APPROVE
                   PERFORM APPROVE-CHANGE-PARAGRAPH
               WHEN WS-CHOICE-REJECT
                   DISPLAY 'REASON: ' WITH NO ADVANCING
                   ACCEPT WS-INPUT-REASON
                   SET PC-STATUS-REJECTED TO TRUE
                   PERFORM RECORD-DECISION-PARAGRAPH
                   ADD 1 TO WS-REJECTED-NOW
                   DISPLAY 'REJECTED - THE MASTER IS UNCHANGED'
               WHEN WS-CHOICE-EXIT
                   SET WS-SESSION-DONE TO TRUE
                   ADD 1 TO WS-LEFT-OPEN
               WHEN WS-CHOICE-SKIP
                   ADD 1 TO WS-LEFT-OPEN
                   DISPLAY 'LEFT PENDING - WILL COME UP AGAIN'
               WHEN OTHER
                   ADD 1 TO WS-LEFT-OPEN
                   DISPLAY 'INVALID CHOICE - LEFT PENDING, WILL '
                           'COME UP AGAIN'
           END-EVALUATE.

       SHOW-CUSTOMER-PARAGRAPH.
           DISPLAY '  NAME    ' BC-CUST-NAME.
           MOVE BC-OUTSTANDING-BAL TO WS-DISPLAY-BAL.
           DISPLAY '  STATUS  ' BC-CUST-STATUS
                   '  BALANCE WHEN KEYED ' WS-DISPLAY-BAL.
           EVALUATE TRUE
               WHEN PC-ACTION-CHANGE
                   DISPLAY '  NEW NAME ' AC-CUST-NAME
               WHEN PC-ACTION-DEACTIVATE
                   DISPLAY '  STATUS ' BC-CUST-STATUS
                           ' BECOMES ' AC-CUST-STATUS
               WHEN OTHER
                   MOVE BC-CREDIT-LIMIT TO WS-DISPLAY-FROM
                   MOVE AC-CREDIT-LIMIT TO WS-DISPLAY-TO
                   DISPLAY '  CREDIT LIMIT ' WS-DISPLAY-FROM
                           ' BECOMES ' WS-DISPLAY-TO
                   IF AC-CREDIT-LIMIT = ZERO
                       DISPLAY '  (ZERO REMOVES THE LIMIT - THE '
                               'CUSTOMER IS NO LONGER CREDIT-CHECKED)'
                   END-IF
           END-EVALUATE.

       SHOW-REP-PARAGRAPH.
           DISPLAY '  NAME    ' BR-REP-NAME
                   '  STATUS ' BR-REP-STATUS.
           EVALUATE TRUE
               WHEN PC-ACTION-CHANGE
                   DISPLAY '  NEW NAME ' AR-REP-NAME
               WHEN PC-ACTION-DEACTIVATE
                   DISPLAY '  STATUS ' BR-REP-STATUS
                           ' BECOMES ' AR-REP-STATUS
               WHEN OTHER
                   DISPLAY '  NEW PLAN EFFECTIVE ' PC-EFF-DATE
                   MOVE BR-TIER1-LIMIT TO WS-DISPLAY-TIER
                   MOVE BR-TIER1-RATE TO WS-DISPLAY-RATE
                   DISPLAY '  WAS  TIER 1 TO ' WS-DISPLAY-TIER
                           ' AT ' WS-DISPLAY-RATE
                   MOVE BR-TIER2-LIMIT TO WS-DISPLAY-TIER
                   MOVE BR-TIER2-RATE TO WS-DISPLAY-RATE
                   DISPLAY '       TIER 2 TO ' WS-DISPLAY-TIER
                           ' AT ' WS-DISPLAY-RATE
                   MOVE BR-TIER3-RATE TO WS-DISPLAY-RATE
                   DISPLAY '       TIER 3 ABOVE AT ' WS-DISPLAY-RATE
                   MOVE AR-TIER1-LIMIT TO WS-DISPLAY-TIER
                   MOVE AR-TIER1-RATE TO WS-DISPLAY-RATE
                   DISPLAY '  NEW  TIER 1 TO ' WS-DISPLAY-TIER
                           ' AT ' WS-DISPLAY-RATE
                   MOVE AR-TIER2-LIMIT TO WS-DISPLAY-TIER
                   MOVE AR-TIER2-RATE TO WS-DISPLAY-RATE
                   DISPLAY '       TIER 2 TO ' WS-DISPLAY-TIER
                           ' AT ' WS-DISPLAY-RATE
                   MOVE AR-TIER3-RATE TO WS-DISPLAY-RATE
                   DISPLAY '       TIER 3 ABOVE AT ' WS-DISPLAY-RATE
           END-EVALUATE.

       SHOW-PRODUCT-PARAGRAPH.
           DISPLAY '  DESC    ' BP-PRODUCT-DESC
                   '  LINE ' BP-PRODUCT-LINE
                   '  STATUS ' BP-PRODUCT-STATUS.
           EVALUATE TRUE
               WHEN PC-ACTION-CHANGE
                   DISPLAY '  NEW DESC ' AP-PRODUCT-DESC
               WHEN OTHER
                   DISPLAY '  STATUS ' BP-PRODUCT-STATUS
                           ' BECOMES ' AP-PRODUCT-STATUS
           END-EVALUATE.

      *> Authority first, then the master as it stands now; only
      *> when both pass is a reason asked for and the change made.
       APPROVE-CHANGE-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TS.
           MOVE SPACES TO WS-REFUSAL-TEXT.
           SET WS-RELEASE-OK TO TRUE.
           PERFORM CHECK-AUTHORITY-PARAGRAPH.
           IF WS-RELEASE-OK
               EVALUATE TRUE
                   WHEN PC-MASTER-CUSTOMER
                       PERFORM CHECK-CUSTOMER-PARAGRAPH
                   WHEN PC-MASTER-REP
                       PERFORM CHECK-REP-PARAGRAPH
                   WHEN OTHER
                       PERFORM CHECK-PRODUCT-PARAGRAPH
               END-EVALUATE
           END-IF.
           IF WS-RELEASE-OK
               DISPLAY 'REASON: ' WITH NO ADVANCING
               ACCEPT WS-INPUT-REASON
               EVALUATE TRUE
                   WHEN PC-MASTER-CUSTOMER
                       PERFORM APPLY-CUSTOMER-PARAGRAPH
                   WHEN PC-MASTER-REP
                       PERFORM APPLY-REP-PARAGRAPH
                   WHEN OTHER
                       PERFORM APPLY-PRODUCT-PARAGRAPH
               END-EVALUATE
               SET PC-STATUS-APPROVED TO TRUE
               PERFORM RECORD-DECISION-PARAGRAPH
               ADD 1 TO WS-APPROVED-NOW
               DISPLAY 'APPROVED - ' WS-DISPLAY-MASTER ' '
                       PC-RECORD-KEY ' UPDATED'
           ELSE
               ADD 1 TO WS-LEFT-OPEN
               DISPLAY 'NOT APPLIED - ' WS-REFUSAL-TEXT
               DISPLAY 'LEFT PENDING'
           END-IF.

       CHECK-AUTHORITY-PARAGRAPH.
           EVALUATE TRUE
               WHEN PC-MASTER-CUSTOMER AND PC-ACTION-CHANGE
                   MOVE OP-CUST-NAME TO WS-AUTHORITY
               WHEN PC-MASTER-CUSTOMER AND PC-ACTION-DEACTIVATE
                   MOVE OP-CUST-DEACT TO WS-AUTHORITY
               WHEN PC-MASTER-CUSTOMER AND PC-ACTION-CREDIT
                   MOVE OP-CUST-CREDIT TO WS-AUTHORITY
               WHEN PC-MASTER-REP AND PC-ACTION-CHANGE
                   MOVE OP-REP-NAME TO WS-AUTHORITY
               WHEN PC-MASTER-REP AND PC-ACTION-TIERS
                   MOVE OP-REP-TIERS TO WS-AUTHORITY
               WHEN PC-MASTER-REP AND PC-ACTION-DEACTIVATE
                   MOVE OP-REP-DEACT TO WS-AUTHORITY
               WHEN PC-MASTER-PRODUCT AND PC-ACTION-CHANGE
                   MOVE OP-PROD-DESC TO WS-AUTHORITY
               WHEN PC-MASTER-PRODUCT AND PC-ACTION-DEACTIVATE
                   MOVE OP-PROD-DEACT TO WS-AUTHORITY
               WHEN OTHER
                   MOVE SPACES TO WS-AUTHORITY
           END-EVALUATE.
           IF NOT WS-AUTH-ALONE
               MOVE 'N' TO WS-RELEASE-OK-SW
               MOVE 'YOU DO NOT HOLD THIS FUNCTION YOURSELF'
                   TO WS-REFUSAL-TEXT
           END-IF.
           IF WS-RELEASE-OK AND PC-ACTION-CREDIT
               PERFORM CHECK-CREDIT-CEILING-PARAGRAPH
           END-IF.

      *> The increase is measured exactly as CUSTMAINT measures it.
       CHECK-CREDIT-CEILING-PARAGRAPH.
           EVALUATE TRUE
               WHEN BC-CREDIT-LIMIT = ZERO
                   MOVE ZERO TO WS-LIMIT-INCREASE
               WHEN AC-CREDIT-LIMIT = ZERO
                   MOVE WS-NO-CEILING TO WS-LIMIT-INCREASE
               WHEN AC-CREDIT-LIMIT > BC-CREDIT-LIMIT
                   COMPUTE WS-LIMIT-INCREASE =
                       AC-CREDIT-LIMIT - BC-CREDIT-LIMIT
               WHEN OTHER
                   MOVE ZERO TO WS-LIMIT-INCREASE
           END-EVALUATE.
           IF WS-LIMIT-INCREASE > OP-MAX-CREDIT-INCR
               MOVE 'N' TO WS-RELEASE-OK-SW
               MOVE 'THE INCREASE IS ABOVE YOUR OWN CEILING'
                   TO WS-REFUSAL-TEXT
           END-IF.

      *> The balance moves nightly, so only the fields maintained
      *> here are compared with the before image.
       CHECK-CUSTOMER-PARAGRAPH.
           MOVE PC-RECORD-KEY TO CM-CUST-ID.
           READ CUSTMAST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-RELEASE-OK-SW
                   MOVE 'CUSTOMER IS NO LONGER ON FILE'
                       TO WS-REFUSAL-TEXT
           END-READ.
           IF WS-RELEASE-OK
               IF CM-CUST-NAME NOT = BC-CUST-NAME
                  OR CM-CUST-STATUS NOT = BC-CUST-STATUS
                  OR CM-CREDIT-LIMIT NOT = BC-CREDIT-LIMIT
                   MOVE 'N' TO WS-RELEASE-OK-SW
                   MOVE 'CUSTOMER CHANGED SINCE KEYED - REJECT, REKEY'
                       TO WS-REFUSAL-TEXT
               END-IF
           END-IF.

       CHECK-REP-PARAGRAPH.
           MOVE PC-RECORD-KEY TO RM-REP-CODE.
           READ REPMAST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-RELEASE-OK-SW
                   MOVE 'REP IS NO LONGER ON FILE' TO WS-REFUSAL-TEXT
           END-READ.
           IF WS-RELEASE-OK
               IF REPMAST-REC NOT = WS-BEFORE-VIEW
                   MOVE 'N' TO WS-RELEASE-OK-SW
                   MOVE 'REP CHANGED SINCE KEYED - REJECT, REKEY'
                       TO WS-REFUSAL-TEXT
               END-IF
           END-IF.
           IF WS-RELEASE-OK AND PC-ACTION-TIERS
               PERFORM CHECK-PLAN-DATE-PARAGRAPH
           END-IF.

      *> A plan never starts in the past, and two versions never
      *> start on the same day -- the same rules REPMAINT keys under.
       CHECK-PLAN-DATE-PARAGRAPH.
           IF PC-EFF-DATE < WS-TODAY
               MOVE 'N' TO WS-RELEASE-OK-SW
               MOVE 'EFFECTIVE DATE HAS PASSED - REJECT, REKEY'
                   TO WS-REFUSAL-TEXT
           ELSE
               PERFORM SCAN-REP-PLANS-PARAGRAPH
               IF WS-PLAN-CLASH
                   MOVE 'N' TO WS-RELEASE-OK-SW
                   MOVE 'A PLAN VERSION ALREADY STARTS ON THAT DATE'
                       TO WS-REFUSAL-TEXT
               END-IF
           END-IF.

       SCAN-REP-PLANS-PARAGRAPH.
           MOVE ZERO TO WS-LAST-VERSION.
           MOVE SPACES TO WS-PLAN-BEFORE-IMAGE.
           MOVE 'N' TO WS-PLAN-CLASH-SW.
           MOVE 'N' TO WS-PLANS-DONE-SW.
           MOVE RM-REP-CODE TO CPL-REP-CODE.
           MOVE ZERO TO CPL-EFF-DATE.
           START COMM-PLAN-FILE KEY NOT < CPL-PLAN-KEY
               INVALID KEY
                   SET WS-PLANS-DONE TO TRUE
           END-START.
           PERFORM SCAN-NEXT-PLAN-PARAGRAPH UNTIL WS-PLANS-DONE.

       SCAN-NEXT-PLAN-PARAGRAPH.
           READ COMM-PLAN-FILE NEXT RECORD
               AT END
                   SET WS-PLANS-DONE TO TRUE
           END-READ.
           IF NOT WS-PLANS-DONE
               IF CPL-REP-CODE NOT = RM-REP-CODE
                   SET WS-PLANS-DONE TO TRUE
               ELSE
                   IF CPL-VERSION > WS-LAST-VERSION
                       MOVE CPL-VERSION TO WS-LAST-VERSION
                   END-IF
                   IF CPL-EFF-DATE = PC-EFF-DATE
                       SET WS-PLAN-CLASH TO TRUE
                   END-IF
                   IF CPL-EFF-DATE < PC-EFF-DATE
                       MOVE COMM-PLAN-REC TO WS-PLAN-BEFORE-IMAGE
                   END-IF
               END-IF
           END-IF.

       CHECK-PRODUCT-PARAGRAPH.
           MOVE PC-RECORD-KEY TO PM-PRODUCT-CODE.
           READ PRODMAST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-RELEASE-OK-SW
                   MOVE 'PRODUCT IS NO LONGER ON FILE'
                       TO WS-REFUSAL-TEXT
           END-READ.
           IF WS-RELEASE-OK
               IF PRODMAST-REC NOT = WS-BEFORE-VIEW(1:60)
                   MOVE 'N' TO WS-RELEASE-OK-SW
                   MOVE 'PRODUCT CHANGED SINCE KEYED - REJECT, REKEY'
                       TO WS-REFUSAL-TEXT
               END-IF
           END-IF.

       APPLY-CUSTOMER-PARAGRAPH.
           MOVE CUSTMAST-REC TO WS-MASTER-BEFORE.
           EVALUATE TRUE
               WHEN PC-ACTION-CHANGE
                   MOVE AC-CUST-NAME TO CM-CUST-NAME
               WHEN PC-ACTION-DEACTIVATE
                   MOVE AC-CUST-STATUS TO CM-CUST-STATUS
               WHEN OTHER
                   MOVE AC-CREDIT-LIMIT TO CM-CREDIT-LIMIT
           END-EVALUATE.
           REWRITE CUSTMAST-REC.
           MOVE PC-REQUESTED-BY TO CL-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO CL-TIMESTAMP.
           MOVE PC-ACTION-CODE TO CL-ACTION-CODE.
           MOVE WS-MASTER-BEFORE TO CL-BEFORE-IMAGE.
           MOVE CUSTMAST-REC TO CL-AFTER-IMAGE.
           MOVE WS-OPERATOR-ID TO CL-APPROVED-BY.
           WRITE CUSTLOG-REC.

       APPLY-REP-PARAGRAPH.
           MOVE REPMAST-REC TO WS-MASTER-BEFORE.
           EVALUATE TRUE
               WHEN PC-ACTION-CHANGE
                   MOVE AR-REP-NAME TO RM-REP-NAME
                   PERFORM REWRITE-REP-PARAGRAPH
               WHEN PC-ACTION-DEACTIVATE
                   MOVE AR-REP-STATUS TO RM-REP-STATUS
                   PERFORM REWRITE-REP-PARAGRAPH
               WHEN OTHER
                   PERFORM APPLY-PLAN-VERSION-PARAGRAPH
           END-EVALUATE.

      *> As REPMAINT: the plan becomes a new COMMPLAN version, and
      *> REPMAST's copy of the tiers follows only a plan that starts
      *> today.
       APPLY-PLAN-VERSION-PARAGRAPH.
           MOVE SPACES TO COMM-PLAN-REC.
           MOVE RM-REP-CODE TO CPL-REP-CODE.
           MOVE PC-EFF-DATE TO CPL-EFF-DATE.
           COMPUTE CPL-VERSION = WS-LAST-VERSION + 1.
           MOVE AR-TIER1-LIMIT TO CPL-TIER1-LIMIT.
           MOVE AR-TIER1-RATE TO CPL-TIER1-RATE.
           MOVE AR-TIER2-LIMIT TO CPL-TIER2-LIMIT.
           MOVE AR-TIER2-RATE TO CPL-TIER2-RATE.
           MOVE AR-TIER3-RATE TO CPL-TIER3-RATE.
           MOVE PC-REQUESTED-BY TO CPL-SET-BY.
           MOVE WS-TODAY TO CPL-SET-DATE.
           WRITE COMM-PLAN-REC
               INVALID KEY
                   DISPLAY 'CHGAPPR: COMMPLAN WRITE FAILED FOR '
                           CPL-PLAN-KEY ' STATUS=' WS-PLAN-STATUS
                   MOVE WS-RC-DB-ERROR TO RETURN-CODE
                   STOP RUN
           END-WRITE.
           MOVE REPMAST-REC TO WS-REP-IMAGE.
           MOVE COMM-PLAN-REC TO REPMAST-REC.
           MOVE WS-PLAN-BEFORE-IMAGE TO WS-MASTER-BEFORE.
           MOVE 'PV' TO RL-ACTION-CODE.
           PERFORM WRITE-REP-LOG-PARAGRAPH.
           MOVE WS-REP-IMAGE TO REPMAST-REC.
           MOVE REPMAST-REC TO WS-MASTER-BEFORE.
           IF PC-EFF-DATE = WS-TODAY
               MOVE AR-TIER1-LIMIT TO RM-TIER1-LIMIT
               MOVE AR-TIER1-RATE TO RM-TIER1-RATE
               MOVE AR-TIER2-LIMIT TO RM-TIER2-LIMIT
               MOVE AR-TIER2-RATE TO RM-TIER2-RATE
               MOVE AR-TIER3-RATE TO RM-TIER3-RATE
               PERFORM REWRITE-REP-PARAGRAPH
           END-IF.
           DISPLAY 'COMMISSION PLAN VERSION ' CPL-VERSION
                   ' EFFECTIVE ' CPL-EFF-DATE.

       REWRITE-REP-PARAGRAPH.
           REWRITE REPMAST-REC.
           MOVE PC-ACTION-CODE TO RL-ACTION-CODE.
           PERFORM WRITE-REP-LOG-PARAGRAPH.

       WRITE-REP-LOG-PARAGRAPH.
           MOVE PC-REQUESTED-BY TO RL-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO RL-TIMESTAMP.
           MOVE WS-MASTER-BEFORE TO RL-BEFORE-IMAGE.
           MOVE REPMAST-REC TO RL-AFTER-IMAGE.
           MOVE WS-OPERATOR-ID TO RL-APPROVED-BY.
           WRITE REPLOG-REC.

       APPLY-PRODUCT-PARAGRAPH.
           EVALUATE TRUE
               WHEN PC-ACTION-CHANGE
                   MOVE AP-PRODUCT-DESC TO PM-PRODUCT-DESC
               WHEN OTHER
                   MOVE AP-PRODUCT-STATUS TO PM-PRODUCT-STATUS
           END-EVALUATE.
           REWRITE PRODMAST-REC.

       RECORD-DECISION-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO WS-DECIDED-TS.
           MOVE WS-OPERATOR-ID TO PC-DECIDED-BY.
           MOVE WS-DECIDED-TS TO PC-DECIDED-TS.
           MOVE WS-INPUT-REASON TO PC-REASON-TEXT.
           REWRITE PENDING-CHANGE-REC
               INVALID KEY
                   DISPLAY 'CHGAPPR: PENDCHG REWRITE FAILED FOR '
                           PC-CHANGE-KEY ' STATUS=' WS-PENDCHG-STATUS
                   MOVE WS-RC-DB-ERROR TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

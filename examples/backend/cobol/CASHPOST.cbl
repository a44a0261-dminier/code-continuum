      *> on CASHLOG is refused, the same double-run protection
      *> PROCLOG gives the sales feed; the CASHLOG entry is only
      *> written when the run completes, so a failed run can be
      *> rerun for the same date. The CASHLOG entry carries the
      *> count and total posted under the feed date, which BANKREC
      *> matches against the bank's deposits.
      *>
      *> Suspense reason codes:
      *>   NF  customer not on the master
      *>   AM  payment amount is not numeric
      *>   CP  payment dated in an accounting period already closed
      *>       on PERCTL (PARM REFUSE, the default)
      *>
      *> The feed is verified in a read-only first pass -- header
      *> present, date not already on CASHLOG, trailer count and
      *> touched, so a truncated or damaged feed is refused with
      *> nothing posted and the rerun promise below actually holds.
      *>
      *> Each posted payment is also applied to the customer's items
      *> on the AR open-item master: first to the invoice its
      *> CIN-REFERENCE names, when the reference is a document number
      *> still open for that customer, then oldest-first (key order,
      *> which is issue order) across the rest of the open invoices.
      *> Cash beyond everything open is parked on the customer's
      *> on-account item (document zero) as a credit, so the open
      *> items keep summing to CM-OUTSTANDING-BAL. Every slice applied
      *> is journalled on ARAPPLY.
      *>
      *> Modification history
      *> 2026-09-02  Initial version.
      *> 2026-10-15  Apply each posted payment to the AR open items
      *>             (by reference, then oldest-first, remainder on
      *>             account) and journal the applications on ARAPPLY.
      *> 2026-10-15  CASHLOG entry carries the posted count and total
      *>             for the bank deposit reconciliation.
      *> 2026-10-15  PAYDTL records are marked as payments now that
      *>             credit-balance refunds share the dataset.
      *> 2026-10-15  A payment dated in an accounting period PERCLOSE
      *>             has closed is suspended with reason CP under
      *>             PARM REFUSE (the default), or posted re-dated to
      *>             the DATECARD business date under PARM REDATE and
      *>             counted on the summary. If the business date's
      *>             own period is closed the step refuses instead.
      *> 2026-10-15  PAYDTL records carry the feed date they were
      *>             posted under, so a night can be backed out.
      *> 2026-10-15  A new on-account item carries no rep code.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHPOST.
       AUTHOR. CODE-CONTINUUM.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT AR-ITEM-FILE ASSIGN TO ARITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-ITEM-KEY
               FILE STATUS IS WS-ARITEM-STATUS.
           SELECT AR-APPLY-FILE ASSIGN TO ARAPPLY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARAPPLY-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO GLMAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT DATE-CARD-FILE ASSIGN TO DATECARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATECARD-STATUS.
           SELECT OPTIONAL PERIOD-CONTROL-FILE ASSIGN TO PERCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PERCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
       COPY CUSTMREC.

       FD  AR-ITEM-FILE.
       COPY ARITEM.

       FD  AR-APPLY-FILE.
       COPY ARAPPLY.

       FD  GL-MAP-FILE.
       01 GL-MAP-REC.
          05 GM-PRODUCT-CODE    PIC X(06).
       01 SUS-LINE              PIC X(132).

       FD  CASH-LOG-FILE.
       COPY CASHLOG.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       FD  DATE-CARD-FILE.
       COPY DATECARD.

       FD  PERIOD-CONTROL-FILE.
       COPY PERCTL.

       WORKING-STORAGE SECTION.
       01 WS-CASHIN-STATUS     PIC X(2)  VALUE '00'.
       01 WS-CUSTMAST-STATUS   PIC X(2)  VALUE '00'.
       01 WS-ARITEM-STATUS     PIC X(2)  VALUE '00'.
       01 WS-ARAPPLY-STATUS    PIC X(2)  VALUE '00'.
       01 WS-GLMAP-STATUS      PIC X(2)  VALUE '00'.
       01 WS-GLVOUCH-STATUS    PIC X(2)  VALUE '00'.
       01 WS-PAYDTL-STATUS     PIC X(2)  VALUE '00'.
       01 WS-CASHLOG-STATUS    PIC X(2)  VALUE '00'.
       01 WS-RUNCTL-STATUS     PIC X(2)  VALUE '00'.
       01 WS-RUN-START-TS      PIC X(21) VALUE SPACES.
       01 WS-DATECARD-STATUS   PIC X(2)  VALUE '00'.
       01 WS-PERCTL-STATUS     PIC X(2)  VALUE '00'.
       01 WS-PERCTL-EOF-SW     PIC X     VALUE 'N'.
          88 WS-PERCTL-EOF               VALUE 'Y'.
       01 WS-CLOSED-POLICY     PIC X(06) VALUE 'REFUSE'.
          88 WS-POLICY-REFUSE            VALUE 'REFUSE'.
          88 WS-POLICY-REDATE            VALUE 'REDATE'.
       01 WS-BUSINESS-DATE     PIC 9(08) VALUE ZERO.
       01 WS-BUSINESS-PERIOD   PIC 9(06) VALUE ZERO.
       01 WS-CLOSED-THRU       PIC 9(06) VALUE ZERO.
       01 WS-PERIOD-OPEN-SW    PIC X     VALUE 'Y'.
          88 WS-PERIOD-OPEN              VALUE 'Y'.
       01 WS-CLOSED-SUSP-COUNT PIC 9(6)  VALUE ZERO.
       01 WS-REDATED-COUNT     PIC 9(6)  VALUE ZERO.
       01 WS-CASH-EOF-SW       PIC X     VALUE 'N'.
          88 WS-CASH-EOF                 VALUE 'Y'.
       01 WS-GLMAP-EOF-SW      PIC X     VALUE 'N'.
       01 WS-POSTED-COUNT      PIC 9(6)  VALUE ZERO.
       01 WS-SUSPENSE-COUNT    PIC 9(6)  VALUE ZERO.
       01 WS-POSTED-TOTAL      PIC 9(9)V99 VALUE ZERO.
       01 WS-UNAPPLIED         PIC S9(9)V99 VALUE ZERO.
       01 WS-APPLIED-AMOUNT    PIC S9(9)V99 VALUE ZERO.
       01 WS-REF-INVOICE-NO    PIC 9(10) VALUE ZERO.
       01 WS-ITEM-FOUND-SW     PIC X     VALUE 'N'.
          88 WS-ITEM-FOUND               VALUE 'Y'.
       01 WS-ITEMS-DONE-SW     PIC X     VALUE 'N'.
          88 WS-ITEMS-DONE               VALUE 'Y'.
       01 WS-BY-REF-COUNT      PIC 9(6)  VALUE ZERO.
       01 WS-OLDEST-COUNT      PIC 9(6)  VALUE ZERO.
       01 WS-ON-ACCOUNT-COUNT  PIC 9(6)  VALUE ZERO.
       01 WS-OFFSET-KEY        PIC X(6)  VALUE '******'.
       01 WS-CASH-KEY          PIC X(6)  VALUE 'CASH**'.
       01 WS-OFFSET-ACCOUNT    PIC X(8)  VALUE SPACES.

       COPY WSCONSTANTS.

       LINKAGE SECTION.
       01 LK-PARM-DATA.
          05 LK-PARM-LEN       PIC S9(4) COMP.
          05 LK-PARM-TEXT      PIC X(80).

       PROCEDURE DIVISION USING LK-PARM-DATA.

       MAIN-SECTION SECTION.
           PERFORM INIT-PARAGRAPH.

       INIT-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TS.
           PERFORM LOAD-CLOSED-PERIOD-PARAGRAPH.
           PERFORM LOAD-GL-MAP-PARAGRAPH.
           OPEN INPUT CASH-IN-FILE.
           IF WS-CASHIN-STATUS NOT = WS-DB-STATUS-OK
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O AR-ITEM-FILE.
           IF WS-ARITEM-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'CASHPOST: AR-ITEM-FILE OPEN FAILED, STATUS='
                       WS-ARITEM-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND AR-APPLY-FILE.
           IF WS-ARAPPLY-STATUS NOT = WS-DB-STATUS-OK
              AND WS-ARAPPLY-STATUS NOT = '05'
               DISPLAY 'CASHPOST: AR-APPLY-FILE OPEN FAILED, STATUS='
                       WS-ARAPPLY-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND PAYMENT-DETAIL-FILE.
           IF WS-PAYDTL-STATUS NOT = WS-DB-STATUS-OK
              AND WS-PAYDTL-STATUS NOT = '05'
           MOVE SPACES TO SUS-LINE.
           WRITE SUS-LINE.

      *> The closed-period policy comes in on the PARM; the latest
      *> period on PERCTL is the closed-through period, since periods
      *> close in order. No PERCTL (or an empty one) means nothing
      *> has been closed yet.
       LOAD-CLOSED-PERIOD-PARAGRAPH.
           IF LK-PARM-LEN > ZERO
               MOVE LK-PARM-TEXT TO WS-CLOSED-POLICY
               IF NOT WS-POLICY-REFUSE AND NOT WS-POLICY-REDATE
                   DISPLAY 'CASHPOST: PARM ' WS-CLOSED-POLICY
                           ' IS NOT REFUSE OR REDATE'
                   MOVE WS-RC-DB-ERROR TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT DATE-CARD-FILE.
           IF WS-DATECARD-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'CASHPOST: DATE-CARD-FILE OPEN FAILED, STATUS='
                       WS-DATECARD-STATUS
               MOVE WS-RC-DATE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           READ DATE-CARD-FILE
               AT END
                   DISPLAY 'CASHPOST: DATECARD ABSENT OR EMPTY - '
                           'BUSINESS DATE UNKNOWN'
                   MOVE WS-RC-DATE-ERROR TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE DATE-CARD-FILE.
           MOVE DC-BUSINESS-DATE TO WS-BUSINESS-DATE.
           MOVE DC-PERIOD TO WS-BUSINESS-PERIOD.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF WS-PERCTL-STATUS NOT = WS-DB-STATUS-OK
              AND WS-PERCTL-STATUS NOT = '05'
               DISPLAY 'CASHPOST: PERIOD-CONTROL-FILE OPEN FAILED, '
                       'STATUS=' WS-PERCTL-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-PERIOD-CONTROL-PARAGRAPH
               UNTIL WS-PERCTL-EOF.
           CLOSE PERIOD-CONTROL-FILE.
           IF WS-POLICY-REDATE
              AND WS-BUSINESS-PERIOD NOT > WS-CLOSED-THRU
               DISPLAY 'CASHPOST: BUSINESS PERIOD '
                       WS-BUSINESS-PERIOD ' IS CLOSED - CLOSED-'
                       'PERIOD PAYMENTS SUSPENDED, NOT RE-DATED'
               SET WS-POLICY-REFUSE TO TRUE
               MOVE WS-RC-WARNING TO RETURN-CODE
           END-IF.

       READ-PERIOD-CONTROL-PARAGRAPH.
           READ PERIOD-CONTROL-FILE
               AT END
                   SET WS-PERCTL-EOF TO TRUE
           END-READ.
           IF NOT WS-PERCTL-EOF AND PC-STATUS-CLOSED
               MOVE PC-PERIOD TO WS-CLOSED-THRU
           END-IF.

       LOAD-GL-MAP-PARAGRAPH.
           OPEN INPUT GL-MAP-FILE.
           IF WS-GLMAP-STATUS NOT = WS-DB-STATUS-OK

       POST-PAYMENT-PARAGRAPH.
           IF CIN-AMOUNT NUMERIC
               PERFORM CHECK-CLOSED-PERIOD-PARAGRAPH
               IF WS-PERIOD-OPEN
                   PERFORM APPLY-PAYMENT-PARAGRAPH
               END-IF
           ELSE
               MOVE 'AM' TO SUS-REASON-CODE
               PERFORM SUSPEND-PAYMENT-PARAGRAPH
           END-IF.

       CHECK-CLOSED-PERIOD-PARAGRAPH.
           MOVE 'Y' TO WS-PERIOD-OPEN-SW.
           IF CIN-PAY-DATE NUMERIC
              AND CIN-PAY-DATE(1:6) NOT > WS-CLOSED-THRU
               IF WS-POLICY-REDATE
                   ADD 1 TO WS-REDATED-COUNT
                   MOVE WS-BUSINESS-DATE TO CIN-PAY-DATE
               ELSE
                   MOVE 'N' TO WS-PERIOD-OPEN-SW
                   ADD 1 TO WS-CLOSED-SUSP-COUNT
                   MOVE 'CP' TO SUS-REASON-CODE
                   PERFORM SUSPEND-PAYMENT-PARAGRAPH
               END-IF
           END-IF.

       APPLY-PAYMENT-PARAGRAPH.
           MOVE CIN-CUST-ID TO CM-CUST-ID.
           READ CUSTMAST-FILE
           ADD 1 TO WS-POSTED-COUNT.
           ADD CIN-AMOUNT TO WS-POSTED-TOTAL.
           PERFORM WRITE-PAYMENT-DETAIL-PARAGRAPH.
           PERFORM APPLY-OPEN-ITEMS-PARAGRAPH.

       APPLY-OPEN-ITEMS-PARAGRAPH.
           MOVE CIN-AMOUNT TO WS-UNAPPLIED.
           IF CIN-REFERENCE NUMERIC
               MOVE CIN-REFERENCE TO WS-REF-INVOICE-NO
               MOVE CIN-CUST-ID TO AR-CUST-ID
               MOVE WS-REF-INVOICE-NO TO AR-INVOICE-NO
               READ AR-ITEM-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-ITEM-FOUND-SW
                   NOT INVALID KEY
                       SET WS-ITEM-FOUND TO TRUE
               END-READ
               IF WS-ITEM-FOUND AND AR-OPEN-AMOUNT > ZERO
                   PERFORM APPLY-TO-ITEM-PARAGRAPH
                   ADD 1 TO WS-BY-REF-COUNT
               END-IF
           END-IF.
           IF WS-UNAPPLIED > ZERO
               PERFORM APPLY-OLDEST-FIRST-PARAGRAPH
           END-IF.
           IF WS-UNAPPLIED > ZERO
               PERFORM HOLD-ON-ACCOUNT-PARAGRAPH
           END-IF.

       APPLY-OLDEST-FIRST-PARAGRAPH.
           MOVE 'N' TO WS-ITEMS-DONE-SW.
           MOVE CIN-CUST-ID TO AR-CUST-ID.
           MOVE ZERO TO AR-INVOICE-NO.
           START AR-ITEM-FILE KEY NOT < AR-ITEM-KEY
               INVALID KEY
                   SET WS-ITEMS-DONE TO TRUE
           END-START.
           PERFORM APPLY-NEXT-ITEM-PARAGRAPH
               UNTIL WS-ITEMS-DONE OR WS-UNAPPLIED NOT > ZERO.

       APPLY-NEXT-ITEM-PARAGRAPH.
           READ AR-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-ITEMS-DONE TO TRUE
           END-READ.
           IF NOT WS-ITEMS-DONE
               IF AR-CUST-ID NOT = CIN-CUST-ID
                   SET WS-ITEMS-DONE TO TRUE
               ELSE
                   IF AR-OPEN-AMOUNT > ZERO
                       PERFORM APPLY-TO-ITEM-PARAGRAPH
                       ADD 1 TO WS-OLDEST-COUNT
                   END-IF
               END-IF
           END-IF.

       APPLY-TO-ITEM-PARAGRAPH.
           IF AR-OPEN-AMOUNT < WS-UNAPPLIED
               MOVE AR-OPEN-AMOUNT TO WS-APPLIED-AMOUNT
           ELSE
               MOVE WS-UNAPPLIED TO WS-APPLIED-AMOUNT
           END-IF.
           SUBTRACT WS-APPLIED-AMOUNT FROM AR-OPEN-AMOUNT.
           SUBTRACT WS-APPLIED-AMOUNT FROM WS-UNAPPLIED.
           MOVE WS-FEED-FILE-DATE TO AR-LAST-ACTIVITY.
           PERFORM REWRITE-ITEM-PARAGRAPH.
           PERFORM WRITE-APPLICATION-PARAGRAPH.

       HOLD-ON-ACCOUNT-PARAGRAPH.
           MOVE WS-UNAPPLIED TO WS-APPLIED-AMOUNT.
           MOVE CIN-CUST-ID TO AR-CUST-ID.
           MOVE ZERO TO AR-INVOICE-NO.
           READ AR-ITEM-FILE
               INVALID KEY
                   PERFORM ADD-ON-ACCOUNT-ITEM-PARAGRAPH
               NOT INVALID KEY
                   SUBTRACT WS-APPLIED-AMOUNT FROM AR-OPEN-AMOUNT
                   MOVE WS-FEED-FILE-DATE TO AR-LAST-ACTIVITY
                   PERFORM REWRITE-ITEM-PARAGRAPH
           END-READ.
           MOVE ZERO TO WS-UNAPPLIED.
           ADD 1 TO WS-ON-ACCOUNT-COUNT.
           PERFORM WRITE-APPLICATION-PARAGRAPH.

       ADD-ON-ACCOUNT-ITEM-PARAGRAPH.
           MOVE CIN-CUST-ID TO AR-CUST-ID.
           MOVE ZERO TO AR-INVOICE-NO.
           SET AR-DOC-ON-ACCOUNT TO TRUE.
           MOVE CIN-PAY-DATE TO AR-DOC-DATE.
           MOVE ZERO TO AR-ORIG-INVOICE-NO.
           COMPUTE AR-ORIG-AMOUNT = ZERO - WS-APPLIED-AMOUNT.
           COMPUTE AR-OPEN-AMOUNT = ZERO - WS-APPLIED-AMOUNT.
           MOVE WS-FEED-FILE-DATE TO AR-LAST-ACTIVITY.
           MOVE WS-FEED-FILE-DATE TO AR-RUN-DATE.
           MOVE ZERO TO AR-CYCLE-NO.
           MOVE SPACES TO AR-REP-CODE.
           WRITE AR-ITEM-REC
               INVALID KEY
                   DISPLAY 'CASHPOST: ON-ACCOUNT ITEM WRITE FAILED FOR '
                           CIN-CUST-ID ' STATUS=' WS-ARITEM-STATUS
                   MOVE WS-RC-DB-ERROR TO RETURN-CODE
                   STOP RUN
           END-WRITE.

       REWRITE-ITEM-PARAGRAPH.
           REWRITE AR-ITEM-REC
               INVALID KEY
                   DISPLAY 'CASHPOST: ITEM REWRITE FAILED FOR '
                           AR-CUST-ID ' DOCUMENT ' AR-INVOICE-NO
                           ' STATUS=' WS-ARITEM-STATUS
                   MOVE WS-RC-DB-ERROR TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

       WRITE-APPLICATION-PARAGRAPH.
           MOVE WS-FEED-FILE-DATE TO AA-RUN-DATE.
           MOVE ZERO TO AA-CYCLE-NO.
           SET AA-SOURCE-PAYMENT TO TRUE.
           MOVE CIN-CUST-ID TO AA-CUST-ID.
           MOVE AR-INVOICE-NO TO AA-INVOICE-NO.
           MOVE CIN-REFERENCE TO AA-FROM-DOC.
           MOVE WS-APPLIED-AMOUNT TO AA-AMOUNT.
           WRITE AR-APPLY-REC.

       WRITE-PAYMENT-DETAIL-PARAGRAPH.
           MOVE CIN-CUST-ID TO PD-CUST-ID.
           MOVE CIN-PAY-DATE TO PD-PAY-DATE.
           MOVE CIN-REFERENCE TO PD-REFERENCE.
           MOVE CIN-AMOUNT TO PD-AMOUNT.
           SET PD-DIR-PAYMENT TO TRUE.
           MOVE WS-FEED-FILE-DATE TO PD-POST-DATE.
           WRITE PAYMENT-DETAIL-REC.

       SUSPEND-PAYMENT-PARAGRAPH.
           PERFORM PRINT-SUMMARY-PARAGRAPH.
           CLOSE CASH-IN-FILE.
           CLOSE CUSTMAST-FILE.
           CLOSE AR-ITEM-FILE.
           CLOSE AR-APPLY-FILE.
           CLOSE PAYMENT-DETAIL-FILE.
           CLOSE CASH-SUSPENSE-FILE.
           CLOSE SUSPENSE-REPORT-FILE.
               STOP RUN
           END-IF.
           MOVE WS-FEED-FILE-DATE TO CG-FILE-DATE.
           MOVE WS-POSTED-COUNT TO CG-POSTED-COUNT.
           MOVE WS-POSTED-TOTAL TO CG-POSTED-TOTAL.
           WRITE CASHLOG-REC.
           CLOSE CASH-LOG-FILE.

           MOVE WS-SUSPENSE-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO SUS-LINE.
           WRITE SUS-LINE.
           MOVE 'ITEMS PAID BY REF:  ' TO CNT-LABEL.
           MOVE WS-BY-REF-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO SUS-LINE.
           WRITE SUS-LINE.
           MOVE 'ITEMS PAID OLDEST:  ' TO CNT-LABEL.
           MOVE WS-OLDEST-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO SUS-LINE.
           WRITE SUS-LINE.
           MOVE 'HELD ON ACCOUNT:    ' TO CNT-LABEL.
           MOVE WS-ON-ACCOUNT-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO SUS-LINE.
           WRITE SUS-LINE.
           MOVE 'CLOSED PRD SUSPENDED' TO CNT-LABEL.
           MOVE WS-CLOSED-SUSP-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO SUS-LINE.
           WRITE SUS-LINE.
           MOVE 'CLOSED PRD RE-DATED:' TO CNT-LABEL.
           MOVE WS-REDATED-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO SUS-LINE.
           WRITE SUS-LINE.

       WRITE-RUN-CONTROL-PARAGRAPH.
           OPEN EXTEND RUN-CONTROL-FILE.

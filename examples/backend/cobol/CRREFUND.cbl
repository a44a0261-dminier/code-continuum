      *> Credit-balance refund settlement. Pays the refunds finance
      *> approved in CRREVIEW for the review on the CRREVW worklist:
      *> for each customer with an RF decision it takes the lesser of
      *> the approved amount and the credit still on the master (a
      *> sale since the review may have used some of it up), and
      *>   - adds the refund back to CM-OUTSTANDING-BAL,
      *>   - takes the customer's open credit items back toward zero,
      *>     oldest first, journalling each slice on ARAPPLY as
      *>     source R so the items still sum to the master balance,
      *>   - appends a refund-direction PAYDTL item so the month's
      *>     statement shows the refund beside the payments,
      *>   - writes an accounts-payable refund extract row (APREFUND)
      *>     for the AP system to cut the cheque,
      *> and closes with one balanced GLVOUCH pair for the run --
      *> debit receivables (GLMAP ******), credit refunds clearing
      *> (GLMAP RFND**) -- which the AP payment then relieves.
      *>
      *> A customer no longer on the master or no longer in credit is
      *> listed and skipped (RC 4). The settled review date goes on
      *> the refund log (RFNDLOG) and a second run for the same
      *> review is refused RC 20, the CASHLOG guard CASHPOST keeps.
      *>
      *> Modification history
      *> 2026-10-15  Initial version.
      *> 2026-10-15  PAYDTL refund records carry the run date they
      *>             were posted under.
      *> 2026-10-15  A new on-account item carries no rep code.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRREFUND.
       AUTHOR. CODE-CONTINUUM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATE-CARD-FILE ASSIGN TO DATECARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATECARD-STATUS.
           SELECT CREDIT-REVIEW-FILE ASSIGN TO CRREVW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRREVW-STATUS.
           SELECT OPTIONAL CREDIT-DECISION-FILE ASSIGN TO CRDECN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRDECN-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
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
           SELECT GL-VOUCHER-FILE ASSIGN TO GLVOUCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLVOUCH-STATUS.
           SELECT PAYMENT-DETAIL-FILE ASSIGN TO PAYDTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYDTL-STATUS.
           SELECT AP-REFUND-FILE ASSIGN TO APREFUND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APREFUND-STATUS.
           SELECT OPTIONAL REFUND-LOG-FILE ASSIGN TO RFNDLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RFNDLOG-STATUS.
           SELECT REFUND-REPORT-FILE ASSIGN TO RFNDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RFNDRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATE-CARD-FILE.
       COPY DATECARD.

       FD  CREDIT-REVIEW-FILE.
       COPY CRREVW.

       FD  CREDIT-DECISION-FILE.
       COPY CRDECN.

       FD  CUSTMAST-FILE.
       COPY CUSTMREC.

       FD  AR-ITEM-FILE.
       COPY ARITEM.

       FD  AR-APPLY-FILE.
       COPY ARAPPLY.

       FD  GL-MAP-FILE.
       01 GL-MAP-REC.
          05 GM-PRODUCT-CODE    PIC X(06).
          05 GM-GL-ACCOUNT      PIC X(08).

       FD  GL-VOUCHER-FILE.
       COPY GLVOUCH.

       FD  PAYMENT-DETAIL-FILE.
       COPY PAYDTL.

       FD  AP-REFUND-FILE.
       COPY APREFUND.

       FD  REFUND-LOG-FILE.
       COPY RFNDLOG.

       FD  REFUND-REPORT-FILE.
       01 RFR-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-DATECARD-STATUS   PIC X(2)  VALUE '00'.
       01 WS-CRREVW-STATUS     PIC X(2)  VALUE '00'.
       01 WS-CRDECN-STATUS     PIC X(2)  VALUE '00'.
       01 WS-CUSTMAST-STATUS   PIC X(2)  VALUE '00'.
       01 WS-ARITEM-STATUS     PIC X(2)  VALUE '00'.
       01 WS-ARAPPLY-STATUS    PIC X(2)  VALUE '00'.
       01 WS-GLMAP-STATUS      PIC X(2)  VALUE '00'.
       01 WS-GLVOUCH-STATUS    PIC X(2)  VALUE '00'.
       01 WS-PAYDTL-STATUS     PIC X(2)  VALUE '00'.
       01 WS-APREFUND-STATUS   PIC X(2)  VALUE '00'.
       01 WS-RFNDLOG-STATUS    PIC X(2)  VALUE '00'.
       01 WS-RFNDRPT-STATUS    PIC X(2)  VALUE '00'.
       01 WS-REVIEW-EOF-SW     PIC X     VALUE 'N'.
          88 WS-REVIEW-EOF               VALUE 'Y'.
       01 WS-DECN-EOF-SW       PIC X     VALUE 'N'.
          88 WS-DECN-EOF                 VALUE 'Y'.
       01 WS-GLMAP-EOF-SW      PIC X     VALUE 'N'.
          88 WS-GLMAP-EOF                VALUE 'Y'.
       01 WS-RFNDLOG-EOF-SW    PIC X     VALUE 'N'.
          88 WS-RFNDLOG-EOF              VALUE 'Y'.
       01 WS-ITEMS-DONE-SW     PIC X     VALUE 'N'.
          88 WS-ITEMS-DONE               VALUE 'Y'.
       01 WS-DECN-FOUND-SW     PIC X     VALUE 'N'.
          88 WS-DECN-FOUND               VALUE 'Y'.
       01 WS-BUSINESS-DATE     PIC 9(08) VALUE ZERO.
       01 WS-REVIEW-DATE       PIC 9(08) VALUE ZERO.
       01 WS-REFUND-REF.
          05 FILLER            PIC X(02) VALUE 'RF'.
          05 WS-REF-REVIEW-DATE PIC 9(08).
       01 WS-OFFSET-KEY        PIC X(6)  VALUE '******'.
       01 WS-REFUND-KEY        PIC X(6)  VALUE 'RFND**'.
       01 WS-OFFSET-ACCOUNT    PIC X(8)  VALUE SPACES.
       01 WS-REFUND-ACCOUNT    PIC X(8)  VALUE SPACES.
       01 WS-CREDIT-ON-FILE    PIC 9(09)V99 VALUE ZERO.
       01 WS-REFUND-AMOUNT     PIC 9(09)V99 VALUE ZERO.
       01 WS-UNAPPLIED         PIC S9(9)V99 VALUE ZERO.
       01 WS-APPLIED-AMOUNT    PIC S9(9)V99 VALUE ZERO.
       01 WS-REVIEW-READ       PIC 9(6)  VALUE ZERO.
       01 WS-REFUND-COUNT      PIC 9(6)  VALUE ZERO.
       01 WS-REDUCED-COUNT     PIC 9(6)  VALUE ZERO.
       01 WS-SKIPPED-COUNT     PIC 9(6)  VALUE ZERO.
       01 WS-REFUND-TOTAL      PIC 9(9)V99 VALUE ZERO.
       01 WS-MAX-DECNS         PIC 9(5)  VALUE 2000.
       01 WS-DECN-COUNT        PIC 9(5)  VALUE ZERO.
       01 WS-DECN-TABLE.
          05 WS-DECN-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-DCN-IDX.
             10 WS-DCN-CUST-ID     PIC X(10).
             10 WS-DCN-AMOUNT      PIC 9(09)V99.
             10 WS-DCN-OPERATOR    PIC X(08).
       01 WS-FOUND-AMOUNT      PIC 9(09)V99 VALUE ZERO.
       01 WS-FOUND-OPERATOR    PIC X(08) VALUE SPACES.
       01 WS-RFR-HEADER        PIC X(40) VALUE
              'CREDIT BALANCE REFUND REGISTER'.
       01 WS-RFR-DATE-LINE.
          05 FILLER            PIC X(15) VALUE 'REVIEW DATE:   '.
          05 HDR-REVIEW-DATE   PIC 9(08).
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 FILLER            PIC X(15) VALUE 'REFUND DATE:   '.
          05 HDR-BUSINESS-DATE PIC 9(08).
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 FILLER            PIC X(11) VALUE 'REFERENCE: '.
          05 HDR-REFERENCE     PIC X(10).
       01 WS-RFR-COLUMNS.
          05 FILLER            PIC X(11) VALUE 'CUSTOMER   '.
          05 FILLER            PIC X(31) VALUE 'NAME'.
          05 FILLER            PIC X(14) VALUE '      APPROVED'.
          05 FILLER            PIC X(15) VALUE '       REFUNDED'.
          05 FILLER            PIC X(10) VALUE '  APPROVER'.
          05 FILLER            PIC X(8)  VALUE '  NOTE'.
       01 WS-RFR-DETAIL-LINE.
          05 RFR-CUST-ID       PIC X(10).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 RFR-CUST-NAME     PIC X(30).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 RFR-APPROVED      PIC $$$,$$$,$$9.99.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 RFR-REFUNDED      PIC $$$,$$$,$$9.99.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 RFR-APPROVER      PIC X(08).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 RFR-NOTE          PIC X(30).
       01 WS-NONE-LINE         PIC X(40) VALUE
              'NO REFUNDS APPROVED FOR THIS REVIEW'.
       01 WS-TOTAL-LINE.
          05 FILLER            PIC X(42) VALUE
                 'TOTAL REFUNDED'.
          05 FILLER            PIC X(15) VALUE SPACES.
          05 TOT-REFUNDED      PIC $$$,$$$,$$9.99.
       01 WS-COUNT-LINE.
          05 CNT-LABEL         PIC X(24).
          05 CNT-VALUE         PIC ZZZ,ZZ9.

       COPY WSCONSTANTS.

       PROCEDURE DIVISION.

       MAIN-SECTION SECTION.
           PERFORM INIT-PARAGRAPH.
           PERFORM REFUND-SECTION.
           PERFORM CLOSE-PARAGRAPH.
           STOP RUN.

       INIT-PARAGRAPH.
           OPEN INPUT DATE-CARD-FILE.
           IF WS-DATECARD-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'CRREFUND: DATE-CARD-FILE OPEN FAILED, STATUS='
                       WS-DATECARD-STATUS
               MOVE WS-RC-DATE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           READ DATE-CARD-FILE
               AT END
                   DISPLAY 'CRREFUND: DATECARD ABSENT OR EMPTY - '
                           'BUSINESS DATE UNKNOWN'
                   MOVE WS-RC-DATE-ERROR TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE DC-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-READ.
           CLOSE DATE-CARD-FILE.
           PERFORM LOAD-GL-MAP-PARAGRAPH.
           OPEN INPUT CREDIT-REVIEW-FILE.
           IF WS-CRREVW-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'CRREFUND: CREDIT-REVIEW-FILE OPEN FAILED, '
                       'STATUS=' WS-CRREVW-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-REVIEW-PARAGRAPH.
           IF WS-REVIEW-EOF
               DISPLAY 'CRREFUND: REVIEW WORKLIST IS EMPTY - '
                       'NOTHING TO SETTLE'
               CLOSE CREDIT-REVIEW-FILE
               STOP RUN
           END-IF.
           MOVE CV-REVIEW-DATE TO WS-REVIEW-DATE.
           MOVE WS-REVIEW-DATE TO WS-REF-REVIEW-DATE.
           PERFORM CHECK-REFUND-LOG-PARAGRAPH.
           PERFORM LOAD-DECISIONS-PARAGRAPH.
           OPEN I-O CUSTMAST-FILE.
           IF WS-CUSTMAST-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'CRREFUND: CUSTMAST-FILE OPEN FAILED, STATUS='
                       WS-CUSTMAST-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O AR-ITEM-FILE.
           IF WS-ARITEM-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'CRREFUND: AR-ITEM-FILE OPEN FAILED, STATUS='
                       WS-ARITEM-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND AR-APPLY-FILE.
           IF WS-ARAPPLY-STATUS NOT = WS-DB-STATUS-OK
              AND WS-ARAPPLY-STATUS NOT = '05'
               DISPLAY 'CRREFUND: AR-APPLY-FILE OPEN FAILED, STATUS='
                       WS-ARAPPLY-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND PAYMENT-DETAIL-FILE.
           IF WS-PAYDTL-STATUS NOT = WS-DB-STATUS-OK
              AND WS-PAYDTL-STATUS NOT = '05'
               DISPLAY 'CRREFUND: PAYMENT-DETAIL-FILE OPEN FAILED, '
                       'STATUS=' WS-PAYDTL-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT AP-REFUND-FILE.
           IF WS-APREFUND-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'CRREFUND: AP-REFUND-FILE OPEN FAILED, STATUS='
                       WS-APREFUND-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REFUND-REPORT-FILE.
           IF WS-RFNDRPT-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'CRREFUND: REFUND-REPORT-FILE OPEN FAILED, '
                       'STATUS=' WS-RFNDRPT-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RFR-HEADER TO RFR-LINE.
           WRITE RFR-LINE.
           MOVE WS-REVIEW-DATE TO HDR-REVIEW-DATE.
           MOVE WS-BUSINESS-DATE TO HDR-BUSINESS-DATE.
           MOVE WS-REFUND-REF TO HDR-REFERENCE.
           MOVE WS-RFR-DATE-LINE TO RFR-LINE.
           WRITE RFR-LINE.
           MOVE SPACES TO RFR-LINE.
           WRITE RFR-LINE.
           MOVE WS-RFR-COLUMNS TO RFR-LINE.
           WRITE RFR-LINE.

       LOAD-GL-MAP-PARAGRAPH.
           OPEN INPUT GL-MAP-FILE.
           IF WS-GLMAP-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'CRREFUND: GL-MAP-FILE OPEN FAILED, STATUS='
                       WS-GLMAP-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-GL-MAP-PARAGRAPH.
           PERFORM STORE-GL-MAP-PARAGRAPH UNTIL WS-GLMAP-EOF.
           CLOSE GL-MAP-FILE.
           IF WS-OFFSET-ACCOUNT = SPACES
               DISPLAY 'CRREFUND: NO ****** OFFSET ACCOUNT IN GLMAP'
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-REFUND-ACCOUNT = SPACES
               DISPLAY 'CRREFUND: NO RFND** ACCOUNT IN GLMAP'
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-GL-MAP-PARAGRAPH.
           READ GL-MAP-FILE
               AT END
                   SET WS-GLMAP-EOF TO TRUE
           END-READ.

       STORE-GL-MAP-PARAGRAPH.
           IF GM-PRODUCT-CODE = WS-OFFSET-KEY
               MOVE GM-GL-ACCOUNT TO WS-OFFSET-ACCOUNT
           END-IF.
           IF GM-PRODUCT-CODE = WS-REFUND-KEY
               MOVE GM-GL-ACCOUNT TO WS-REFUND-ACCOUNT
           END-IF.
           PERFORM READ-GL-MAP-PARAGRAPH.

       CHECK-REFUND-LOG-PARAGRAPH.
           OPEN INPUT REFUND-LOG-FILE.
           PERFORM READ-REFUND-LOG-PARAGRAPH.
           PERFORM MATCH-REFUND-LOG-PARAGRAPH UNTIL WS-RFNDLOG-EOF.
           CLOSE REFUND-LOG-FILE.

       READ-REFUND-LOG-PARAGRAPH.
           READ REFUND-LOG-FILE
               AT END
                   SET WS-RFNDLOG-EOF TO TRUE
           END-READ.

       MATCH-REFUND-LOG-PARAGRAPH.
           IF RL-REVIEW-DATE = WS-REVIEW-DATE
               DISPLAY 'CRREFUND: REVIEW ' WS-REVIEW-DATE
                       ' ALREADY SETTLED ON ' RL-RUN-DATE
                       ' - RUN REFUSED'
               MOVE WS-RC-FEED-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-REFUND-LOG-PARAGRAPH.

       LOAD-DECISIONS-PARAGRAPH.
           OPEN INPUT CREDIT-DECISION-FILE.
           PERFORM READ-DECISION-PARAGRAPH.
           PERFORM STORE-DECISION-PARAGRAPH UNTIL WS-DECN-EOF.
           CLOSE CREDIT-DECISION-FILE.

       READ-DECISION-PARAGRAPH.
           READ CREDIT-DECISION-FILE
               AT END
                   SET WS-DECN-EOF TO TRUE
           END-READ.

       STORE-DECISION-PARAGRAPH.
           IF CD-REVIEW-DATE = WS-REVIEW-DATE
              AND CD-DECISION-REFUND
               IF WS-DECN-COUNT < WS-MAX-DECNS
                   ADD 1 TO WS-DECN-COUNT
                   SET WS-DCN-IDX TO WS-DECN-COUNT
                   MOVE CD-CUST-ID TO WS-DCN-CUST-ID(WS-DCN-IDX)
                   MOVE CD-REFUND-AMOUNT TO WS-DCN-AMOUNT(WS-DCN-IDX)
                   MOVE CD-OPERATOR-ID TO WS-DCN-OPERATOR(WS-DCN-IDX)
               ELSE
                   DISPLAY 'CRREFUND: DECISION TABLE FULL ('
                           WS-MAX-DECNS ') - RUN REFUSED'
                   MOVE WS-RC-DB-ERROR TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM READ-DECISION-PARAGRAPH.

       READ-REVIEW-PARAGRAPH.
           READ CREDIT-REVIEW-FILE
               AT END
                   SET WS-REVIEW-EOF TO TRUE
           END-READ.
           IF NOT WS-REVIEW-EOF
               ADD 1 TO WS-REVIEW-READ
           END-IF.

       REFUND-SECTION SECTION.
           PERFORM SETTLE-ONE-CREDIT-PARAGRAPH UNTIL WS-REVIEW-EOF.
           PERFORM PRINT-TOTALS-PARAGRAPH.

       REFUND-DETAIL-SECTION SECTION.
       SETTLE-ONE-CREDIT-PARAGRAPH.
           MOVE 'N' TO WS-DECN-FOUND-SW.
           PERFORM FIND-DECISION-PARAGRAPH
               VARYING WS-DCN-IDX FROM 1 BY 1
               UNTIL WS-DCN-IDX > WS-DECN-COUNT.
           IF WS-DECN-FOUND
               PERFORM REFUND-CUSTOMER-PARAGRAPH
           END-IF.
           PERFORM READ-REVIEW-PARAGRAPH.

       FIND-DECISION-PARAGRAPH.
           IF NOT WS-DECN-FOUND
               IF WS-DCN-CUST-ID(WS-DCN-IDX) = CV-CUST-ID
                   SET WS-DECN-FOUND TO TRUE
                   MOVE WS-DCN-AMOUNT(WS-DCN-IDX) TO WS-FOUND-AMOUNT
                   MOVE WS-DCN-OPERATOR(WS-DCN-IDX)
                       TO WS-FOUND-OPERATOR
               END-IF
           END-IF.

       REFUND-CUSTOMER-PARAGRAPH.
           MOVE CV-CUST-ID TO RFR-CUST-ID.
           MOVE CV-CUST-NAME TO RFR-CUST-NAME.
           MOVE WS-FOUND-AMOUNT TO RFR-APPROVED.
           MOVE WS-FOUND-OPERATOR TO RFR-APPROVER.
           MOVE CV-CUST-ID TO CM-CUST-ID.
           READ CUSTMAST-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE ZERO TO RFR-REFUNDED
                   MOVE 'SKIPPED - NOT ON MASTER' TO RFR-NOTE
                   PERFORM WRITE-REGISTER-LINE-PARAGRAPH
               NOT INVALID KEY
                   PERFORM CHECK-CREDIT-PARAGRAPH
           END-READ.

       CHECK-CREDIT-PARAGRAPH.
           IF CM-OUTSTANDING-BAL NOT < ZERO
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE ZERO TO RFR-REFUNDED
               MOVE 'SKIPPED - NO CREDIT LEFT' TO RFR-NOTE
               PERFORM WRITE-REGISTER-LINE-PARAGRAPH
           ELSE
               COMPUTE WS-CREDIT-ON-FILE = ZERO - CM-OUTSTANDING-BAL
               IF WS-CREDIT-ON-FILE < WS-FOUND-AMOUNT
                   MOVE WS-CREDIT-ON-FILE TO WS-REFUND-AMOUNT
                   ADD 1 TO WS-REDUCED-COUNT
                   MOVE 'REDUCED TO CREDIT ON FILE' TO RFR-NOTE
               ELSE
                   MOVE WS-FOUND-AMOUNT TO WS-REFUND-AMOUNT
                   MOVE SPACES TO RFR-NOTE
               END-IF
               PERFORM POST-REFUND-PARAGRAPH
           END-IF.

       POST-REFUND-PARAGRAPH.
           ADD WS-REFUND-AMOUNT TO CM-OUTSTANDING-BAL.
           REWRITE CUSTMAST-REC
               INVALID KEY
                   DISPLAY 'CRREFUND: REWRITE FAILED FOR CUSTOMER '
                           CM-CUST-ID ' STATUS=' WS-CUSTMAST-STATUS
                   MOVE WS-RC-DB-ERROR TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
           ADD 1 TO WS-REFUND-COUNT.
           ADD WS-REFUND-AMOUNT TO WS-REFUND-TOTAL.
           PERFORM RELIEVE-CREDIT-ITEMS-PARAGRAPH.
           PERFORM WRITE-PAYMENT-DETAIL-PARAGRAPH.
           PERFORM WRITE-AP-REFUND-PARAGRAPH.
           MOVE WS-REFUND-AMOUNT TO RFR-REFUNDED.
           PERFORM WRITE-REGISTER-LINE-PARAGRAPH.

       RELIEVE-CREDIT-ITEMS-PARAGRAPH.
           MOVE WS-REFUND-AMOUNT TO WS-UNAPPLIED.
           MOVE 'N' TO WS-ITEMS-DONE-SW.
           MOVE CV-CUST-ID TO AR-CUST-ID.
           MOVE ZERO TO AR-INVOICE-NO.
           START AR-ITEM-FILE KEY NOT < AR-ITEM-KEY
               INVALID KEY
                   SET WS-ITEMS-DONE TO TRUE
           END-START.
           PERFORM RELIEVE-NEXT-ITEM-PARAGRAPH
               UNTIL WS-ITEMS-DONE OR WS-UNAPPLIED NOT > ZERO.
           IF WS-UNAPPLIED > ZERO
               PERFORM CHARGE-ON-ACCOUNT-PARAGRAPH
           END-IF.

       RELIEVE-NEXT-ITEM-PARAGRAPH.
           READ AR-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-ITEMS-DONE TO TRUE
           END-READ.
           IF NOT WS-ITEMS-DONE
               IF AR-CUST-ID NOT = CV-CUST-ID
                   SET WS-ITEMS-DONE TO TRUE
               ELSE
                   IF AR-OPEN-AMOUNT < ZERO
                       PERFORM RELIEVE-ITEM-PARAGRAPH
                   END-IF
               END-IF
           END-IF.

       RELIEVE-ITEM-PARAGRAPH.
           IF ZERO - AR-OPEN-AMOUNT < WS-UNAPPLIED
               COMPUTE WS-APPLIED-AMOUNT = ZERO - AR-OPEN-AMOUNT
           ELSE
               MOVE WS-UNAPPLIED TO WS-APPLIED-AMOUNT
           END-IF.
           ADD WS-APPLIED-AMOUNT TO AR-OPEN-AMOUNT.
           SUBTRACT WS-APPLIED-AMOUNT FROM WS-UNAPPLIED.
           MOVE WS-BUSINESS-DATE TO AR-LAST-ACTIVITY.
           PERFORM REWRITE-ITEM-PARAGRAPH.
           PERFORM WRITE-APPLICATION-PARAGRAPH.

       CHARGE-ON-ACCOUNT-PARAGRAPH.
           MOVE WS-UNAPPLIED TO WS-APPLIED-AMOUNT.
           MOVE CV-CUST-ID TO AR-CUST-ID.
           MOVE ZERO TO AR-INVOICE-NO.
           READ AR-ITEM-FILE
               INVALID KEY
                   PERFORM ADD-ON-ACCOUNT-ITEM-PARAGRAPH
               NOT INVALID KEY
                   ADD WS-APPLIED-AMOUNT TO AR-OPEN-AMOUNT
                   MOVE WS-BUSINESS-DATE TO AR-LAST-ACTIVITY
                   PERFORM REWRITE-ITEM-PARAGRAPH
           END-READ.
           MOVE ZERO TO WS-UNAPPLIED.
           PERFORM WRITE-APPLICATION-PARAGRAPH.

       ADD-ON-ACCOUNT-ITEM-PARAGRAPH.
           MOVE CV-CUST-ID TO AR-CUST-ID.
           MOVE ZERO TO AR-INVOICE-NO.
           SET AR-DOC-ON-ACCOUNT TO TRUE.
           MOVE WS-BUSINESS-DATE TO AR-DOC-DATE.
           MOVE ZERO TO AR-ORIG-INVOICE-NO.
           MOVE WS-APPLIED-AMOUNT TO AR-ORIG-AMOUNT.
           MOVE WS-APPLIED-AMOUNT TO AR-OPEN-AMOUNT.
           MOVE WS-BUSINESS-DATE TO AR-LAST-ACTIVITY.
           MOVE WS-BUSINESS-DATE TO AR-RUN-DATE.
           MOVE ZERO TO AR-CYCLE-NO.
           MOVE SPACES TO AR-REP-CODE.
           WRITE AR-ITEM-REC
               INVALID KEY
                   DISPLAY 'CRREFUND: ON-ACCOUNT ITEM WRITE FAILED FOR '
                           CV-CUST-ID ' STATUS=' WS-ARITEM-STATUS
                   MOVE WS-RC-DB-ERROR TO RETURN-CODE
                   STOP RUN
           END-WRITE.

       REWRITE-ITEM-PARAGRAPH.
           REWRITE AR-ITEM-REC
               INVALID KEY
                   DISPLAY 'CRREFUND: ITEM REWRITE FAILED FOR '
                           AR-CUST-ID ' DOCUMENT ' AR-INVOICE-NO
                           ' STATUS=' WS-ARITEM-STATUS
                   MOVE WS-RC-DB-ERROR TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

       WRITE-APPLICATION-PARAGRAPH.
           MOVE WS-BUSINESS-DATE TO AA-RUN-DATE.
           MOVE ZERO TO AA-CYCLE-NO.
           SET AA-SOURCE-REFUND TO TRUE.
           MOVE CV-CUST-ID TO AA-CUST-ID.
           MOVE AR-INVOICE-NO TO AA-INVOICE-NO.
           MOVE WS-REFUND-REF TO AA-FROM-DOC.
           COMPUTE AA-AMOUNT = ZERO - WS-APPLIED-AMOUNT.
           WRITE AR-APPLY-REC.

       WRITE-PAYMENT-DETAIL-PARAGRAPH.
           MOVE CV-CUST-ID TO PD-CUST-ID.
           MOVE WS-BUSINESS-DATE TO PD-PAY-DATE.
           MOVE WS-REFUND-REF TO PD-REFERENCE.
           MOVE WS-REFUND-AMOUNT TO PD-AMOUNT.
           SET PD-DIR-REFUND TO TRUE.
           MOVE WS-BUSINESS-DATE TO PD-POST-DATE.
           WRITE PAYMENT-DETAIL-REC.

       WRITE-AP-REFUND-PARAGRAPH.
           MOVE WS-BUSINESS-DATE TO APR-RUN-DATE.
           MOVE WS-REFUND-REF TO APR-REFERENCE.
           MOVE CM-CUST-ID TO APR-CUST-ID.
           MOVE CM-CUST-NAME TO APR-PAYEE-NAME.
           MOVE WS-REFUND-AMOUNT TO APR-AMOUNT.
           MOVE WS-REFUND-ACCOUNT TO APR-GL-ACCOUNT.
           MOVE WS-FOUND-OPERATOR TO APR-APPROVED-BY.
           WRITE AP-REFUND-REC.

       WRITE-REGISTER-LINE-PARAGRAPH.
           MOVE WS-RFR-DETAIL-LINE TO RFR-LINE.
           WRITE RFR-LINE.

       PRINT-TOTALS-PARAGRAPH.
           IF WS-DECN-COUNT = ZERO
               MOVE WS-NONE-LINE TO RFR-LINE
               WRITE RFR-LINE
           END-IF.
           MOVE SPACES TO RFR-LINE.
           WRITE RFR-LINE.
           MOVE WS-REFUND-TOTAL TO TOT-REFUNDED.
           MOVE WS-TOTAL-LINE TO RFR-LINE.
           WRITE RFR-LINE.
           MOVE SPACES TO RFR-LINE.
           WRITE RFR-LINE.
           MOVE 'WORKLIST ENTRIES:' TO CNT-LABEL.
           MOVE WS-REVIEW-READ TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO RFR-LINE.
           WRITE RFR-LINE.
           MOVE 'REFUNDS APPROVED:' TO CNT-LABEL.
           MOVE WS-DECN-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO RFR-LINE.
           WRITE RFR-LINE.
           MOVE 'REFUNDS PAID:' TO CNT-LABEL.
           MOVE WS-REFUND-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO RFR-LINE.
           WRITE RFR-LINE.
           MOVE '  REDUCED TO CREDIT:' TO CNT-LABEL.
           MOVE WS-REDUCED-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO RFR-LINE.
           WRITE RFR-LINE.
           MOVE 'REFUNDS SKIPPED:' TO CNT-LABEL.
           MOVE WS-SKIPPED-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO RFR-LINE.
           WRITE RFR-LINE.

       CLOSE-SECTION SECTION.
       CLOSE-PARAGRAPH.
           IF WS-REFUND-COUNT > ZERO
               PERFORM WRITE-REFUND-VOUCHER-PARAGRAPH
           ELSE
               DISPLAY 'CRREFUND: NO REFUNDS PAID - NO VOUCHER '
                       'WRITTEN'
           END-IF.
           CLOSE CREDIT-REVIEW-FILE.
           CLOSE CUSTMAST-FILE.
           CLOSE AR-ITEM-FILE.
           CLOSE AR-APPLY-FILE.
           CLOSE PAYMENT-DETAIL-FILE.
           CLOSE AP-REFUND-FILE.
           CLOSE REFUND-REPORT-FILE.
           PERFORM WRITE-REFUND-LOG-PARAGRAPH.
           DISPLAY 'CRREFUND: REVIEW=' WS-REVIEW-DATE
                   ' APPROVED=' WS-DECN-COUNT
                   ' PAID=' WS-REFUND-COUNT
                   ' SKIPPED=' WS-SKIPPED-COUNT.
           IF WS-SKIPPED-COUNT > ZERO
               MOVE WS-RC-WARNING TO RETURN-CODE
           END-IF.

       WRITE-REFUND-VOUCHER-PARAGRAPH.
           OPEN EXTEND GL-VOUCHER-FILE.
           IF WS-GLVOUCH-STATUS NOT = WS-DB-STATUS-OK
              AND WS-GLVOUCH-STATUS NOT = '05'
               DISPLAY 'CRREFUND: GL-VOUCHER-FILE OPEN FAILED, STATUS='
                       WS-GLVOUCH-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-BUSINESS-DATE TO JV-RUN-DATE.
           MOVE 1 TO JV-LINE-NO.
           MOVE WS-OFFSET-ACCOUNT TO JV-GL-ACCOUNT.
           SET JV-DEBIT TO TRUE.
           MOVE WS-REFUND-TOTAL TO JV-AMOUNT.
           MOVE 'CREDIT BALANCE REFUNDS' TO JV-DESC.
           WRITE GL-VOUCHER-REC.
           MOVE WS-BUSINESS-DATE TO JV-RUN-DATE.
           MOVE 2 TO JV-LINE-NO.
           MOVE WS-REFUND-ACCOUNT TO JV-GL-ACCOUNT.
           SET JV-CREDIT TO TRUE.
           MOVE WS-REFUND-TOTAL TO JV-AMOUNT.
           MOVE 'REFUNDS CLEARING' TO JV-DESC.
           WRITE GL-VOUCHER-REC.
           CLOSE GL-VOUCHER-FILE.

       WRITE-REFUND-LOG-PARAGRAPH.
           OPEN EXTEND REFUND-LOG-FILE.
           IF WS-RFNDLOG-STATUS NOT = WS-DB-STATUS-OK
              AND WS-RFNDLOG-STATUS NOT = '05'
               DISPLAY 'CRREFUND: REFUND-LOG-FILE OPEN FAILED, STATUS='
                       WS-RFNDLOG-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-REVIEW-DATE TO RL-REVIEW-DATE.
           MOVE WS-BUSINESS-DATE TO RL-RUN-DATE.
           MOVE WS-REFUND-COUNT TO RL-REFUND-COUNT.
           MOVE WS-REFUND-TOTAL TO RL-REFUND-TOTAL.
           WRITE REFUND-LOG-REC.
           CLOSE REFUND-LOG-FILE.

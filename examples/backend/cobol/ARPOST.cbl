      *> Nightly receivables posting. Adds the invoices and credit
      *> memos SALESRPT issued tonight -- the SALESDTL records stamped
      *> with the run date and cycle of the LAST SALESTOT-REC, the same
      *> pick INVPRINT makes -- to the AR open-item master as one item
      *> each (amount plus tax, the figure the customer is billed),
      *> and adds the same amount to the customer's
      *> CM-OUTSTANDING-BAL, so the balance the credit check and the
      *> statement rely on finally carries the charges as well as the
      *> payments CASHPOST takes off. A credit memo relieves the
      *> invoice RTNMATCH matched it to while that invoice is still
      *> open (journalled on ARAPPLY); whatever the invoice cannot
      *> absorb stays open on the credit memo as a credit.
      *>
      *> An item already on the master for the customer + document
      *> number is skipped, so a rerun after a failure picks up where
      *> the failed run stopped instead of charging twice. A document
      *> whose customer is no longer on the master is reported and
      *> finishes the step RC 4.
      *>
      *> PARM='OPENBAL' is the one-off ledger opening: every customer
      *> with a non-zero balance and no items yet gets an on-account
      *> item (document zero) for that balance, dated the DATECARD
      *> business date, so the open items sum to the master balance
      *> from the first night on. It is safe to rerun.
      *>
      *> Modification history
      *> 2026-10-15  Initial version.
      *> 2026-10-15  New items carry the sale's rep code off SALESDTL
      *>             (spaces on the on-account item).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARPOST.
       AUTHOR. CODE-CONTINUUM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-TOTAL-FILE ASSIGN TO SALESTOT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESTOT-STATUS.
           SELECT SALES-DETAIL-FILE ASSIGN TO SALESDTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
           SELECT DATE-CARD-FILE ASSIGN TO DATECARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATECARD-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-TOTAL-FILE.
       COPY SALESTOT.

       FD  SALES-DETAIL-FILE.
       COPY SALESDTL.

       FD  CUSTMAST-FILE.
       COPY CUSTMREC.

       FD  AR-ITEM-FILE.
       COPY ARITEM.

       FD  AR-APPLY-FILE.
       COPY ARAPPLY.

       FD  DATE-CARD-FILE.
       COPY DATECARD.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-SALESTOT-STATUS   PIC X(2)  VALUE '00'.
       01 WS-DETAIL-STATUS     PIC X(2)  VALUE '00'.
       01 WS-CUSTMAST-STATUS   PIC X(2)  VALUE '00'.
       01 WS-ARITEM-STATUS     PIC X(2)  VALUE '00'.
       01 WS-ARAPPLY-STATUS    PIC X(2)  VALUE '00'.
       01 WS-DATECARD-STATUS   PIC X(2)  VALUE '00'.
       01 WS-RUNCTL-STATUS     PIC X(2)  VALUE '00'.
       01 WS-RUN-START-TS      PIC X(21) VALUE SPACES.
       01 WS-RUN-MODE          PIC X(7)  VALUE SPACES.
          88 WS-MODE-OPENBAL             VALUE 'OPENBAL'.
       01 WS-SALESTOT-EOF-SW   PIC X     VALUE 'N'.
          88 WS-SALESTOT-EOF             VALUE 'Y'.
       01 WS-TOTAL-SEEN-SW     PIC X     VALUE 'N'.
          88 WS-TOTAL-SEEN               VALUE 'Y'.
       01 WS-DETAIL-EOF-SW     PIC X     VALUE 'N'.
          88 WS-DETAIL-EOF               VALUE 'Y'.
       01 WS-CUST-EOF-SW       PIC X     VALUE 'N'.
          88 WS-CUST-EOF                 VALUE 'Y'.
       01 WS-CUST-FOUND-SW     PIC X     VALUE 'N'.
          88 WS-CUST-FOUND               VALUE 'Y'.
       01 WS-ITEM-FOUND-SW     PIC X     VALUE 'N'.
          88 WS-ITEM-FOUND               VALUE 'Y'.
       01 WS-RUN-DATE          PIC 9(08) VALUE ZERO.
       01 WS-RUN-CYCLE-NO      PIC 9(03) VALUE ZERO.
       01 WS-BUSINESS-DATE     PIC 9(08) VALUE ZERO.
       01 WS-DOC-AMOUNT        PIC S9(9)V99 VALUE ZERO.
       01 WS-CREDIT-AVAILABLE  PIC S9(9)V99 VALUE ZERO.
       01 WS-APPLIED-AMOUNT    PIC S9(9)V99 VALUE ZERO.
       01 WS-DETAIL-READ       PIC 9(8)  VALUE ZERO.
       01 WS-ITEMS-POSTED      PIC 9(8)  VALUE ZERO.
       01 WS-INVOICES-POSTED   PIC 9(8)  VALUE ZERO.
       01 WS-CREDITS-POSTED    PIC 9(8)  VALUE ZERO.
       01 WS-CREDITS-APPLIED   PIC 9(8)  VALUE ZERO.
       01 WS-ALREADY-POSTED    PIC 9(8)  VALUE ZERO.
       01 WS-OTHER-RUN-COUNT   PIC 9(8)  VALUE ZERO.
       01 WS-NO-CUST-COUNT     PIC 9(8)  VALUE ZERO.
       01 WS-CUST-READ         PIC 9(8)  VALUE ZERO.
       01 WS-POSTED-TOTAL      PIC S9(11)V99 VALUE ZERO.
       01 WS-DISPLAY-AMOUNT    PIC -(9)9.99.

       COPY WSCONSTANTS.

       LINKAGE SECTION.
       01 LK-PARM-DATA.
          05 LK-PARM-LEN       PIC S9(4) COMP.
          05 LK-PARM-TEXT      PIC X(80).

       PROCEDURE DIVISION USING LK-PARM-DATA.

       MAIN-SECTION SECTION.
           PERFORM INIT-PARAGRAPH.
           IF WS-MODE-OPENBAL
               PERFORM OPEN-BALANCE-SECTION
           ELSE
               PERFORM POST-SECTION
           END-IF.
           PERFORM CLOSE-PARAGRAPH.
           STOP RUN.

       INIT-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TS.
           IF LK-PARM-LEN > ZERO
               MOVE LK-PARM-TEXT TO WS-RUN-MODE
               IF NOT WS-MODE-OPENBAL
                   DISPLAY 'ARPOST: PARM MUST BE OMITTED OR OPENBAL'
                   MOVE WS-RC-DB-ERROR TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-MODE-OPENBAL
               PERFORM READ-DATE-CARD-PARAGRAPH
           ELSE
               PERFORM FIND-TONIGHTS-RUN-PARAGRAPH
           END-IF.
           OPEN I-O CUSTMAST-FILE.
           IF WS-CUSTMAST-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'ARPOST: CUSTMAST-FILE OPEN FAILED, STATUS='
                       WS-CUSTMAST-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O AR-ITEM-FILE.
           IF WS-ARITEM-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'ARPOST: AR-ITEM-FILE OPEN FAILED, STATUS='
                       WS-ARITEM-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND AR-APPLY-FILE.
           IF WS-ARAPPLY-STATUS NOT = WS-DB-STATUS-OK
              AND WS-ARAPPLY-STATUS NOT = '05'
               DISPLAY 'ARPOST: AR-APPLY-FILE OPEN FAILED, STATUS='
                       WS-ARAPPLY-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-DATE-CARD-PARAGRAPH.
           OPEN INPUT DATE-CARD-FILE.
           IF WS-DATECARD-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'ARPOST: DATE-CARD-FILE OPEN FAILED, STATUS='
                       WS-DATECARD-STATUS
               MOVE WS-RC-DATE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           READ DATE-CARD-FILE
               AT END
                   DISPLAY 'ARPOST: DATECARD ABSENT OR EMPTY - '
                           'BUSINESS DATE UNKNOWN'
                   MOVE WS-RC-DATE-ERROR TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE DC-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-READ.
           CLOSE DATE-CARD-FILE.

       FIND-TONIGHTS-RUN-PARAGRAPH.
           OPEN INPUT SALES-TOTAL-FILE.
           IF WS-SALESTOT-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'ARPOST: SALES-TOTAL-FILE OPEN FAILED, '
                       'STATUS=' WS-SALESTOT-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-SALES-TOTAL-PARAGRAPH.
           PERFORM SCAN-SALES-TOTAL-PARAGRAPH UNTIL WS-SALESTOT-EOF.
           CLOSE SALES-TOTAL-FILE.
           IF NOT WS-TOTAL-SEEN
               DISPLAY 'ARPOST: SALES TOTAL EXTRACT IS EMPTY'
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SALES-DETAIL-FILE.
           IF WS-DETAIL-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'ARPOST: SALES-DETAIL-FILE OPEN FAILED, '
                       'STATUS=' WS-DETAIL-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-SALES-TOTAL-PARAGRAPH.
           READ SALES-TOTAL-FILE
               AT END
                   SET WS-SALESTOT-EOF TO TRUE
           END-READ.

       SCAN-SALES-TOTAL-PARAGRAPH.
           SET WS-TOTAL-SEEN TO TRUE.
           MOVE ST-RUN-DATE TO WS-RUN-DATE.
           MOVE ST-CYCLE-NO TO WS-RUN-CYCLE-NO.
           PERFORM READ-SALES-TOTAL-PARAGRAPH.

       POST-SECTION SECTION.
           PERFORM READ-DETAIL-PARAGRAPH.
           PERFORM POST-ONE-DETAIL-PARAGRAPH UNTIL WS-DETAIL-EOF.

       POST-DETAIL-SECTION SECTION.
       READ-DETAIL-PARAGRAPH.
           READ SALES-DETAIL-FILE
               AT END
                   SET WS-DETAIL-EOF TO TRUE
           END-READ.

       POST-ONE-DETAIL-PARAGRAPH.
           ADD 1 TO WS-DETAIL-READ.
           IF DT-RUN-DATE = WS-RUN-DATE
              AND DT-CYCLE-NO = WS-RUN-CYCLE-NO
               PERFORM POST-DOCUMENT-PARAGRAPH
           ELSE
               ADD 1 TO WS-OTHER-RUN-COUNT
           END-IF.
           PERFORM READ-DETAIL-PARAGRAPH.

       POST-DOCUMENT-PARAGRAPH.
           MOVE DT-CUST-ID TO AR-CUST-ID.
           MOVE DT-INVOICE-NO TO AR-INVOICE-NO.
           PERFORM READ-ITEM-PARAGRAPH.
           IF WS-ITEM-FOUND
               ADD 1 TO WS-ALREADY-POSTED
           ELSE
               MOVE DT-CUST-ID TO CM-CUST-ID
               PERFORM READ-CUSTOMER-PARAGRAPH
               IF WS-CUST-FOUND
                   PERFORM ADD-ITEM-PARAGRAPH
               ELSE
                   ADD 1 TO WS-NO-CUST-COUNT
                   DISPLAY 'ARPOST: CUSTOMER ' DT-CUST-ID
                           ' NOT ON MASTER - DOCUMENT '
                           DT-INVOICE-NO ' NOT POSTED'
                   MOVE WS-RC-WARNING TO RETURN-CODE
               END-IF
           END-IF.

       READ-ITEM-PARAGRAPH.
           READ AR-ITEM-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ITEM-FOUND-SW
               NOT INVALID KEY
                   SET WS-ITEM-FOUND TO TRUE
           END-READ.

       READ-CUSTOMER-PARAGRAPH.
           READ CUSTMAST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CUST-FOUND-SW
               NOT INVALID KEY
                   SET WS-CUST-FOUND TO TRUE
           END-READ.

       ADD-ITEM-PARAGRAPH.
           COMPUTE WS-DOC-AMOUNT = DT-AMOUNT + DT-TAX-AMOUNT.
           MOVE DT-CUST-ID TO AR-CUST-ID.
           MOVE DT-INVOICE-NO TO AR-INVOICE-NO.
           IF DT-DOC-CREDIT-MEMO
               SET AR-DOC-CREDIT-MEMO TO TRUE
           ELSE
               SET AR-DOC-INVOICE TO TRUE
           END-IF.
           MOVE DT-SALE-DATE TO AR-DOC-DATE.
           MOVE DT-ORIG-INVOICE-NO TO AR-ORIG-INVOICE-NO.
           MOVE WS-DOC-AMOUNT TO AR-ORIG-AMOUNT.
           MOVE WS-DOC-AMOUNT TO AR-OPEN-AMOUNT.
           MOVE WS-RUN-DATE TO AR-LAST-ACTIVITY.
           MOVE WS-RUN-DATE TO AR-RUN-DATE.
           MOVE WS-RUN-CYCLE-NO TO AR-CYCLE-NO.
           MOVE DT-REP-CODE TO AR-REP-CODE.
           WRITE AR-ITEM-REC
               INVALID KEY
                   DISPLAY 'ARPOST: ITEM WRITE FAILED FOR ' DT-CUST-ID
                           ' DOCUMENT ' DT-INVOICE-NO
                           ' STATUS=' WS-ARITEM-STATUS
                   MOVE WS-RC-DB-ERROR TO RETURN-CODE
                   STOP RUN
           END-WRITE.
           ADD WS-DOC-AMOUNT TO CM-OUTSTANDING-BAL.
           REWRITE CUSTMAST-REC
               INVALID KEY
                   DISPLAY 'ARPOST: REWRITE FAILED FOR CUSTOMER '
                           CM-CUST-ID ' STATUS=' WS-CUSTMAST-STATUS
                   MOVE WS-RC-DB-ERROR TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
           ADD 1 TO WS-ITEMS-POSTED.
           ADD WS-DOC-AMOUNT TO WS-POSTED-TOTAL.
           IF DT-DOC-CREDIT-MEMO
               ADD 1 TO WS-CREDITS-POSTED
               IF DT-ORIG-INVOICE-NO NOT = ZERO
                   PERFORM APPLY-CREDIT-MEMO-PARAGRAPH
               END-IF
           ELSE
               ADD 1 TO WS-INVOICES-POSTED
           END-IF.

       APPLY-CREDIT-MEMO-PARAGRAPH.
           COMPUTE WS-CREDIT-AVAILABLE = ZERO - WS-DOC-AMOUNT.
           MOVE DT-CUST-ID TO AR-CUST-ID.
           MOVE DT-ORIG-INVOICE-NO TO AR-INVOICE-NO.
           PERFORM READ-ITEM-PARAGRAPH.
           IF WS-ITEM-FOUND AND AR-OPEN-AMOUNT > ZERO
              AND WS-CREDIT-AVAILABLE > ZERO
               IF AR-OPEN-AMOUNT < WS-CREDIT-AVAILABLE
                   MOVE AR-OPEN-AMOUNT TO WS-APPLIED-AMOUNT
               ELSE
                   MOVE WS-CREDIT-AVAILABLE TO WS-APPLIED-AMOUNT
               END-IF
               SUBTRACT WS-APPLIED-AMOUNT FROM AR-OPEN-AMOUNT
               MOVE WS-RUN-DATE TO AR-LAST-ACTIVITY
               PERFORM REWRITE-ITEM-PARAGRAPH
               MOVE DT-CUST-ID TO AR-CUST-ID
               MOVE DT-INVOICE-NO TO AR-INVOICE-NO
               PERFORM READ-ITEM-PARAGRAPH
               ADD WS-APPLIED-AMOUNT TO AR-OPEN-AMOUNT
               PERFORM REWRITE-ITEM-PARAGRAPH
               PERFORM WRITE-CREDIT-APPLY-PARAGRAPH
               ADD 1 TO WS-CREDITS-APPLIED
           END-IF.

       REWRITE-ITEM-PARAGRAPH.
           REWRITE AR-ITEM-REC
               INVALID KEY
                   DISPLAY 'ARPOST: ITEM REWRITE FAILED FOR '
                           AR-CUST-ID ' DOCUMENT ' AR-INVOICE-NO
                           ' STATUS=' WS-ARITEM-STATUS
                   MOVE WS-RC-DB-ERROR TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

       WRITE-CREDIT-APPLY-PARAGRAPH.
           MOVE WS-RUN-DATE TO AA-RUN-DATE.
           MOVE WS-RUN-CYCLE-NO TO AA-CYCLE-NO.
           SET AA-SOURCE-CREDIT-MEMO TO TRUE.
           MOVE DT-CUST-ID TO AA-CUST-ID.
           MOVE DT-ORIG-INVOICE-NO TO AA-INVOICE-NO.
           MOVE DT-INVOICE-NO TO AA-FROM-DOC.
           MOVE WS-APPLIED-AMOUNT TO AA-AMOUNT.
           WRITE AR-APPLY-REC.

       OPEN-BALANCE-SECTION SECTION.
           MOVE LOW-VALUES TO CM-CUST-ID.
           START CUSTMAST-FILE KEY NOT < CM-CUST-ID
               INVALID KEY
                   SET WS-CUST-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-CUSTOMER-PARAGRAPH.
           PERFORM OPEN-ONE-CUSTOMER-PARAGRAPH UNTIL WS-CUST-EOF.

       OPEN-BALANCE-DETAIL-SECTION SECTION.
       READ-NEXT-CUSTOMER-PARAGRAPH.
           IF NOT WS-CUST-EOF
               READ CUSTMAST-FILE NEXT RECORD
                   AT END
                       SET WS-CUST-EOF TO TRUE
               END-READ
           END-IF.

       OPEN-ONE-CUSTOMER-PARAGRAPH.
           ADD 1 TO WS-CUST-READ.
           IF CM-OUTSTANDING-BAL NOT = ZERO
               PERFORM CHECK-CUSTOMER-ITEMS-PARAGRAPH
               IF WS-ITEM-FOUND
                   ADD 1 TO WS-ALREADY-POSTED
               ELSE
                   PERFORM WRITE-OPENING-ITEM-PARAGRAPH
               END-IF
           END-IF.
           PERFORM READ-NEXT-CUSTOMER-PARAGRAPH.

       CHECK-CUSTOMER-ITEMS-PARAGRAPH.
           MOVE 'N' TO WS-ITEM-FOUND-SW.
           MOVE CM-CUST-ID TO AR-CUST-ID.
           MOVE ZERO TO AR-INVOICE-NO.
           START AR-ITEM-FILE KEY NOT < AR-ITEM-KEY
               INVALID KEY
                   MOVE 'N' TO WS-ITEM-FOUND-SW
               NOT INVALID KEY
                   READ AR-ITEM-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO WS-ITEM-FOUND-SW
                       NOT AT END
                           IF AR-CUST-ID = CM-CUST-ID
                               SET WS-ITEM-FOUND TO TRUE
                           END-IF
                   END-READ
           END-START.

       WRITE-OPENING-ITEM-PARAGRAPH.
           MOVE CM-CUST-ID TO AR-CUST-ID.
           MOVE ZERO TO AR-INVOICE-NO.
           SET AR-DOC-ON-ACCOUNT TO TRUE.
           MOVE WS-BUSINESS-DATE TO AR-DOC-DATE.
           MOVE ZERO TO AR-ORIG-INVOICE-NO.
           MOVE CM-OUTSTANDING-BAL TO AR-ORIG-AMOUNT.
           MOVE CM-OUTSTANDING-BAL TO AR-OPEN-AMOUNT.
           MOVE WS-BUSINESS-DATE TO AR-LAST-ACTIVITY.
           MOVE WS-BUSINESS-DATE TO AR-RUN-DATE.
           MOVE ZERO TO AR-CYCLE-NO.
           MOVE SPACES TO AR-REP-CODE.
           WRITE AR-ITEM-REC
               INVALID KEY
                   DISPLAY 'ARPOST: OPENING ITEM WRITE FAILED FOR '
                           CM-CUST-ID ' STATUS=' WS-ARITEM-STATUS
                   MOVE WS-RC-DB-ERROR TO RETURN-CODE
                   STOP RUN
           END-WRITE.
           ADD 1 TO WS-ITEMS-POSTED.
           ADD CM-OUTSTANDING-BAL TO WS-POSTED-TOTAL.

       CLOSE-SECTION SECTION.
       CLOSE-PARAGRAPH.
           IF NOT WS-MODE-OPENBAL
               CLOSE SALES-DETAIL-FILE
           END-IF.
           CLOSE CUSTMAST-FILE.
           CLOSE AR-ITEM-FILE.
           CLOSE AR-APPLY-FILE.
           MOVE WS-POSTED-TOTAL TO WS-DISPLAY-AMOUNT.
           IF WS-MODE-OPENBAL
               DISPLAY 'ARPOST: LEDGER OPENED - CUSTOMERS READ='
                       WS-CUST-READ ' OPENING ITEMS='
                       WS-ITEMS-POSTED ' ALREADY OPEN='
                       WS-ALREADY-POSTED ' TOTAL=' WS-DISPLAY-AMOUNT
           ELSE
               DISPLAY 'ARPOST: INVOICES=' WS-INVOICES-POSTED
                       ' CREDIT MEMOS=' WS-CREDITS-POSTED
                       ' (APPLIED=' WS-CREDITS-APPLIED ')'
                       ' ALREADY POSTED=' WS-ALREADY-POSTED
                       ' NO CUSTOMER=' WS-NO-CUST-COUNT
                       ' TOTAL=' WS-DISPLAY-AMOUNT
           END-IF.
           PERFORM WRITE-RUN-CONTROL-PARAGRAPH.

       WRITE-RUN-CONTROL-PARAGRAPH.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = WS-DB-STATUS-OK
              AND WS-RUNCTL-STATUS NOT = '05'
               DISPLAY 'ARPOST: RUN-CONTROL-FILE OPEN FAILED, '
                       'STATUS=' WS-RUNCTL-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'ARPOST  ' TO RC-STEP-NAME.
           MOVE WS-RUN-START-TS TO RC-START-TS.
           MOVE FUNCTION CURRENT-DATE TO RC-END-TS.
           IF WS-MODE-OPENBAL
               MOVE WS-CUST-READ TO RC-RECORDS-IN
           ELSE
               MOVE WS-DETAIL-READ TO RC-RECORDS-IN
           END-IF.
           MOVE WS-ITEMS-POSTED TO RC-RECORDS-OUT.
           MOVE WS-ITEMS-POSTED TO RC-ACCEPTED.
           MOVE WS-NO-CUST-COUNT TO RC-REJECTED.
           COMPUTE RC-SKIPPED = WS-ALREADY-POSTED + WS-OTHER-RUN-COUNT.
           MOVE ZERO TO RC-TABLE-ROWS.
           MOVE RETURN-CODE TO RC-STEP-RC.
           WRITE RUN-CONTROL-REC.
           CLOSE RUN-CONTROL-FILE.

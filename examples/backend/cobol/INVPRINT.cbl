      *> Invoice print and invoice register. Runs straight after the
      *> report pass and prints one customer document per invoice or
      *> credit memo number SALESRPT issued tonight -- the SALESDTL
      *> records stamped with the run date and cycle of the LAST
      *> SALESTOT-REC (the same last-record rule GLPOST uses, since
      *> both datasets are DISP=MOD). Each document carries the
      *> number, the bill-to customer name off CUSTEXTR's sorted
      *> extract, the product description off PRODEXTR's extract,
      *> the amount, the sales tax, the total and the reporting
      *> currency the amounts are stated in; a credit memo also
      *> names the original invoice RTNMATCH matched the return to.
      *>
      *> The register lists every document printed and closes with
      *> the counts and totals, tied two ways: the net amount must
      *> equal ST-TOTAL-SALES, and the numbers must run unbroken from
      *> the first to the last issued tonight (count = last - first
      *> + 1), so a lost or doubled detail record shows here rather
      *> than on a customer's desk. Either failure ends the step with
      *> the out-of-balance return code. A document whose customer is
      *> not on the extract still prints, flagged NAME NOT ON FILE,
      *> and a product not on the extract prints DESCRIPTION NOT ON
      *> FILE -- the register still has to tie.
      *>
      *> SALESRPT appends the night's detail in customer order, so
      *> the customer extract is matched in one forward pass.
      *>
      *> Modification history
      *> 2026-10-15  Initial version.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVPRINT.
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
           SELECT CUSTOMER-EXTRACT-FILE ASSIGN TO CUSTEXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTX-STATUS.
           SELECT PRODUCT-EXTRACT-FILE ASSIGN TO PRODEXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODX-STATUS.
           SELECT INVOICE-FILE ASSIGN TO INVOICES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO INVREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-TOTAL-FILE.
       COPY SALESTOT.

       FD  SALES-DETAIL-FILE.
       COPY SALESDTL.

       FD  CUSTOMER-EXTRACT-FILE.
       COPY CUSTXREC.

       FD  PRODUCT-EXTRACT-FILE.
       COPY PRODXREC.

       FD  INVOICE-FILE.
       01 INV-LINE              PIC X(132).

       FD  REGISTER-FILE.
       01 REG-LINE              PIC X(132).

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-SALESTOT-STATUS   PIC X(2)  VALUE '00'.
       01 WS-DETAIL-STATUS     PIC X(2)  VALUE '00'.
       01 WS-CUSTX-STATUS      PIC X(2)  VALUE '00'.
       01 WS-PRODX-STATUS      PIC X(2)  VALUE '00'.
       01 WS-INVOICE-STATUS    PIC X(2)  VALUE '00'.
       01 WS-REGISTER-STATUS   PIC X(2)  VALUE '00'.
       01 WS-RUNCTL-STATUS     PIC X(2)  VALUE '00'.
       01 WS-RUN-START-TS      PIC X(21) VALUE SPACES.
       01 WS-SALESTOT-EOF-SW   PIC X     VALUE 'N'.
          88 WS-SALESTOT-EOF             VALUE 'Y'.
       01 WS-TOTAL-SEEN-SW     PIC X     VALUE 'N'.
          88 WS-TOTAL-SEEN               VALUE 'Y'.
       01 WS-DETAIL-EOF-SW     PIC X     VALUE 'N'.
          88 WS-DETAIL-EOF               VALUE 'Y'.
       01 WS-CUSTX-EOF-SW      PIC X     VALUE 'N'.
          88 WS-CUSTX-EOF                VALUE 'Y'.
       01 WS-PRODX-EOF-SW      PIC X     VALUE 'N'.
          88 WS-PRODX-EOF                VALUE 'Y'.
       01 WS-RUN-DATE          PIC 9(08) VALUE ZERO.
       01 WS-RUN-CYCLE-NO      PIC 9(03) VALUE ZERO.
       01 WS-DAY-TOTAL         PIC S9(9)V99 VALUE ZERO.
       01 WS-DETAIL-READ       PIC 9(8)  VALUE ZERO.
       01 WS-DOC-COUNT         PIC 9(8)  VALUE ZERO.
       01 WS-INVOICE-COUNT     PIC 9(8)  VALUE ZERO.
       01 WS-CREDIT-COUNT      PIC 9(8)  VALUE ZERO.
       01 WS-SKIPPED-COUNT     PIC 9(8)  VALUE ZERO.
       01 WS-INVOICE-AMOUNT    PIC S9(11)V99 VALUE ZERO.
       01 WS-CREDIT-AMOUNT     PIC S9(11)V99 VALUE ZERO.
       01 WS-NET-AMOUNT        PIC S9(11)V99 VALUE ZERO.
       01 WS-TAX-TOTAL         PIC S9(11)V99 VALUE ZERO.
       01 WS-DOC-TOTAL         PIC S9(11)V99 VALUE ZERO.
       01 WS-FIRST-DOC-NO      PIC 9(10) VALUE ZERO.
       01 WS-LAST-DOC-NO       PIC 9(10) VALUE ZERO.
       01 WS-EXPECTED-COUNT    PIC 9(10) VALUE ZERO.
       01 WS-CUST-NAME         PIC X(50) VALUE SPACES.
       01 WS-PROD-DESC         PIC X(30) VALUE SPACES.
       01 WS-NO-NAME-TEXT      PIC X(50) VALUE 'NAME NOT ON FILE'.
       01 WS-NO-DESC-TEXT      PIC X(30) VALUE
              'DESCRIPTION NOT ON FILE'.
       01 WS-MAX-PRODUCTS      PIC 9(4)  VALUE 0500.
       01 WS-PRODUCT-COUNT     PIC 9(4)  VALUE ZERO.
       01 WS-PM-MATCH-IDX      PIC 9(4)  VALUE ZERO.
       01 WS-PM-FOUND-SW       PIC X     VALUE 'N'.
          88 WS-PM-FOUND                 VALUE 'Y'.
       01 WS-PRODUCT-TABLE.
          05 WS-PM-ENTRY OCCURS 500 TIMES INDEXED BY WS-PM-IDX.
             10 WS-PM-CODE       PIC X(6).
             10 WS-PM-DESC       PIC X(30).
       01 WS-INV-TITLE-LINE.
          05 INV-TITLE         PIC X(12).
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 FILLER            PIC X(8)  VALUE 'NUMBER: '.
          05 INV-DOC-NO        PIC 9(10).
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 FILLER            PIC X(6)  VALUE 'DATE: '.
          05 INV-DOC-DATE      PIC 9(08).
       01 WS-INV-BILL-LINE.
          05 FILLER            PIC X(9)  VALUE 'BILL TO: '.
          05 INV-CUST-ID       PIC X(10).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 INV-CUST-NAME     PIC X(50).
       01 WS-INV-ORIG-LINE.
          05 FILLER            PIC X(18) VALUE 'CREDITS INVOICE:  '.
          05 INV-ORIG-NO       PIC 9(10).
       01 WS-INV-PRODUCT-LINE.
          05 FILLER            PIC X(9)  VALUE 'PRODUCT: '.
          05 INV-PRODUCT       PIC X(6).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 INV-PROD-DESC     PIC X(30).
       01 WS-INV-AMOUNT-LINE.
          05 INV-AMT-LABEL     PIC X(12).
          05 INV-AMT-VALUE     PIC $$,$$$,$$$,$$9.99-.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 INV-AMT-CURRENCY  PIC X(3).
       01 WS-REG-HEADER        PIC X(40) VALUE
              'INVOICE REGISTER'.
       01 WS-REG-RUN-LINE.
          05 FILLER            PIC X(10) VALUE 'RUN DATE: '.
          05 REG-RUN-DATE      PIC 9(08).
          05 FILLER            PIC X(9)  VALUE '  CYCLE: '.
          05 REG-RUN-CYCLE     PIC 9(03).
          05 FILLER            PIC X(12) VALUE '  CURRENCY: '.
          05 REG-CURRENCY      PIC X(3).
       01 WS-REG-COLUMNS.
          05 FILLER            PIC X(12) VALUE 'NUMBER      '.
          05 FILLER            PIC X(5)  VALUE 'TYPE '.
          05 FILLER            PIC X(12) VALUE 'CUSTOMER    '.
          05 FILLER            PIC X(8)  VALUE 'PRODUCT '.
          05 FILLER            PIC X(18) VALUE '            AMOUNT'.
          05 FILLER            PIC X(16) VALUE '             TAX'.
          05 FILLER            PIC X(20) VALUE '               TOTAL'.
          05 FILLER            PIC X(12) VALUE '  ORIG INV  '.
       01 WS-REG-DETAIL.
          05 REG-DOC-NO        PIC 9(10).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 REG-DOC-TYPE      PIC X(3).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 REG-CUST-ID       PIC X(10).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 REG-PRODUCT       PIC X(6).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 REG-AMOUNT        PIC $$,$$$,$$$,$$9.99-.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 REG-TAX           PIC $$,$$$,$$9.99-.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 REG-TOTAL         PIC $$,$$$,$$$,$$9.99-.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 REG-ORIG-NO       PIC Z(9)9.
       01 WS-REG-TOTAL-LINE.
          05 REG-TOT-LABEL     PIC X(24).
          05 REG-TOT-AMOUNT    PIC $$,$$$,$$$,$$9.99-.
       01 WS-COUNT-LINE.
          05 CNT-LABEL         PIC X(24).
          05 CNT-VALUE         PIC ZZZ,ZZ9.
       01 WS-RANGE-LINE.
          05 FILLER            PIC X(24) VALUE 'NUMBERS ISSUED:'.
          05 RNG-FIRST         PIC 9(10).
          05 FILLER            PIC X(6)  VALUE ' THRU '.
          05 RNG-LAST          PIC 9(10).
       01 WS-REG-NONE-LINE     PIC X(40) VALUE
              'NO INVOICES OR CREDIT MEMOS TONIGHT'.
       01 WS-REG-TIED-LINE     PIC X(40) VALUE
              'REGISTER TIES TO SALES TOTAL'.
       01 WS-REG-FAIL-LINE.
          05 FILLER            PIC X(8)  VALUE 'FAILED: '.
          05 REG-FAIL-TEXT     PIC X(60).

       COPY WSCONSTANTS.

       PROCEDURE DIVISION.

       MAIN-SECTION SECTION.
           PERFORM INIT-PARAGRAPH.
           PERFORM PRINT-SECTION.
           PERFORM CLOSE-PARAGRAPH.
           STOP RUN.

       INIT-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TS.
           OPEN INPUT SALES-TOTAL-FILE.
           IF WS-SALESTOT-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'INVPRINT: SALES-TOTAL-FILE OPEN FAILED, '
                       'STATUS=' WS-SALESTOT-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-SALES-TOTAL-PARAGRAPH.
           PERFORM SCAN-SALES-TOTAL-PARAGRAPH UNTIL WS-SALESTOT-EOF.
           CLOSE SALES-TOTAL-FILE.
           IF NOT WS-TOTAL-SEEN
               DISPLAY 'INVPRINT: SALES TOTAL EXTRACT IS EMPTY'
               MOVE WS-RC-OUT-OF-BAL TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-PRODUCTS-PARAGRAPH.
           OPEN INPUT CUSTOMER-EXTRACT-FILE.
           IF WS-CUSTX-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'INVPRINT: CUSTOMER-EXTRACT-FILE OPEN FAILED, '
                       'STATUS=' WS-CUSTX-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SALES-DETAIL-FILE.
           IF WS-DETAIL-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'INVPRINT: SALES-DETAIL-FILE OPEN FAILED, '
                       'STATUS=' WS-DETAIL-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT INVOICE-FILE.
           IF WS-INVOICE-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'INVPRINT: INVOICE-FILE OPEN FAILED, STATUS='
                       WS-INVOICE-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'INVPRINT: REGISTER-FILE OPEN FAILED, STATUS='
                       WS-REGISTER-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-REG-HEADER TO REG-LINE.
           WRITE REG-LINE.
           MOVE WS-RUN-DATE TO REG-RUN-DATE.
           MOVE WS-RUN-CYCLE-NO TO REG-RUN-CYCLE.
           MOVE WS-REPORTING-CURRENCY TO REG-CURRENCY.
           MOVE WS-REG-RUN-LINE TO REG-LINE.
           WRITE REG-LINE.
           MOVE SPACES TO REG-LINE.
           WRITE REG-LINE.
           MOVE WS-REG-COLUMNS TO REG-LINE.
           WRITE REG-LINE.
           PERFORM ADVANCE-CUSTOMER-EXTRACT-PARAGRAPH.

       READ-SALES-TOTAL-PARAGRAPH.
           READ SALES-TOTAL-FILE
               AT END
                   SET WS-SALESTOT-EOF TO TRUE
           END-READ.

       SCAN-SALES-TOTAL-PARAGRAPH.
           SET WS-TOTAL-SEEN TO TRUE.
           MOVE ST-RUN-DATE TO WS-RUN-DATE.
           MOVE ST-CYCLE-NO TO WS-RUN-CYCLE-NO.
           MOVE ST-TOTAL-SALES TO WS-DAY-TOTAL.
           PERFORM READ-SALES-TOTAL-PARAGRAPH.

       LOAD-PRODUCTS-PARAGRAPH.
           OPEN INPUT PRODUCT-EXTRACT-FILE.
           IF WS-PRODX-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'INVPRINT: PRODUCT-EXTRACT-FILE OPEN FAILED, '
                       'STATUS=' WS-PRODX-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-PRODUCT-EXTRACT-PARAGRAPH.
           PERFORM STORE-PRODUCT-PARAGRAPH UNTIL WS-PRODX-EOF.
           CLOSE PRODUCT-EXTRACT-FILE.

       READ-PRODUCT-EXTRACT-PARAGRAPH.
           READ PRODUCT-EXTRACT-FILE
               AT END
                   SET WS-PRODX-EOF TO TRUE
           END-READ.

       STORE-PRODUCT-PARAGRAPH.
           IF WS-PRODUCT-COUNT < WS-MAX-PRODUCTS
               ADD 1 TO WS-PRODUCT-COUNT
               SET WS-PM-IDX TO WS-PRODUCT-COUNT
               MOVE PX-PRODUCT-CODE TO WS-PM-CODE(WS-PM-IDX)
               MOVE PX-PRODUCT-DESC TO WS-PM-DESC(WS-PM-IDX)
           ELSE
               DISPLAY 'INVPRINT: PRODUCT TABLE FULL ('
                       WS-MAX-PRODUCTS ') - PRODUCT '
                       PX-PRODUCT-CODE ' NOT LOADED'
           END-IF.
           PERFORM READ-PRODUCT-EXTRACT-PARAGRAPH.

       PRINT-SECTION SECTION.
           PERFORM READ-DETAIL-PARAGRAPH.
           PERFORM PROCESS-ONE-DETAIL-PARAGRAPH UNTIL WS-DETAIL-EOF.
           PERFORM PRINT-REGISTER-TOTALS-PARAGRAPH.

       PRINT-DETAIL-SECTION SECTION.
       READ-DETAIL-PARAGRAPH.
           READ SALES-DETAIL-FILE
               AT END
                   SET WS-DETAIL-EOF TO TRUE
           END-READ.

       PROCESS-ONE-DETAIL-PARAGRAPH.
           ADD 1 TO WS-DETAIL-READ.
           IF DT-RUN-DATE = WS-RUN-DATE
              AND DT-CYCLE-NO = WS-RUN-CYCLE-NO
               PERFORM PRINT-ONE-DOCUMENT-PARAGRAPH
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.
           PERFORM READ-DETAIL-PARAGRAPH.

       PRINT-ONE-DOCUMENT-PARAGRAPH.
           ADD 1 TO WS-DOC-COUNT.
           IF WS-DOC-COUNT = 1
              OR DT-INVOICE-NO < WS-FIRST-DOC-NO
               MOVE DT-INVOICE-NO TO WS-FIRST-DOC-NO
           END-IF.
           IF DT-INVOICE-NO > WS-LAST-DOC-NO
               MOVE DT-INVOICE-NO TO WS-LAST-DOC-NO
           END-IF.
           COMPUTE WS-DOC-TOTAL = DT-AMOUNT + DT-TAX-AMOUNT.
           ADD DT-AMOUNT TO WS-NET-AMOUNT.
           ADD DT-TAX-AMOUNT TO WS-TAX-TOTAL.
           IF DT-DOC-CREDIT-MEMO
               ADD 1 TO WS-CREDIT-COUNT
               ADD DT-AMOUNT TO WS-CREDIT-AMOUNT
           ELSE
               ADD 1 TO WS-INVOICE-COUNT
               ADD DT-AMOUNT TO WS-INVOICE-AMOUNT
           END-IF.
           PERFORM FETCH-CUSTOMER-NAME-PARAGRAPH.
           PERFORM FETCH-PRODUCT-DESC-PARAGRAPH.
           PERFORM PRINT-INVOICE-PARAGRAPH.
           PERFORM PRINT-REGISTER-LINE-PARAGRAPH.

       FETCH-CUSTOMER-NAME-PARAGRAPH.
           PERFORM ADVANCE-CUSTOMER-EXTRACT-PARAGRAPH
               UNTIL WS-CUSTX-EOF
                  OR CX-CUST-ID NOT < DT-CUST-ID.
           IF NOT WS-CUSTX-EOF AND CX-CUST-ID = DT-CUST-ID
               MOVE CX-CUST-NAME TO WS-CUST-NAME
           ELSE
               MOVE WS-NO-NAME-TEXT TO WS-CUST-NAME
           END-IF.

       ADVANCE-CUSTOMER-EXTRACT-PARAGRAPH.
           READ CUSTOMER-EXTRACT-FILE
               AT END
                   SET WS-CUSTX-EOF TO TRUE
           END-READ.

       FETCH-PRODUCT-DESC-PARAGRAPH.
           MOVE 'N' TO WS-PM-FOUND-SW.
           MOVE ZERO TO WS-PM-MATCH-IDX.
           PERFORM FIND-PRODUCT-PARAGRAPH
               VARYING WS-PM-IDX FROM 1 BY 1
               UNTIL WS-PM-IDX > WS-PRODUCT-COUNT.
           IF WS-PM-FOUND
               MOVE WS-PM-DESC(WS-PM-MATCH-IDX) TO WS-PROD-DESC
           ELSE
               MOVE WS-NO-DESC-TEXT TO WS-PROD-DESC
           END-IF.

       FIND-PRODUCT-PARAGRAPH.
           IF NOT WS-PM-FOUND
               IF WS-PM-CODE(WS-PM-IDX) = DT-PRODUCT-CODE
                   SET WS-PM-FOUND TO TRUE
                   MOVE WS-PM-IDX TO WS-PM-MATCH-IDX
               END-IF
           END-IF.

       PRINT-INVOICE-PARAGRAPH.
           IF DT-DOC-CREDIT-MEMO
               MOVE 'CREDIT MEMO ' TO INV-TITLE
           ELSE
               MOVE 'INVOICE     ' TO INV-TITLE
           END-IF.
           MOVE DT-INVOICE-NO TO INV-DOC-NO.
           MOVE DT-SALE-DATE TO INV-DOC-DATE.
           MOVE WS-INV-TITLE-LINE TO INV-LINE.
           IF WS-DOC-COUNT = 1
               WRITE INV-LINE AFTER ADVANCING 1 LINE
           ELSE
               WRITE INV-LINE AFTER ADVANCING PAGE
           END-IF.
           MOVE SPACES TO INV-LINE.
           WRITE INV-LINE AFTER ADVANCING 1 LINE.
           MOVE DT-CUST-ID TO INV-CUST-ID.
           MOVE WS-CUST-NAME TO INV-CUST-NAME.
           MOVE WS-INV-BILL-LINE TO INV-LINE.
           WRITE INV-LINE AFTER ADVANCING 1 LINE.
           IF DT-DOC-CREDIT-MEMO
               MOVE DT-ORIG-INVOICE-NO TO INV-ORIG-NO
               MOVE WS-INV-ORIG-LINE TO INV-LINE
               WRITE INV-LINE AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO INV-LINE.
           WRITE INV-LINE AFTER ADVANCING 1 LINE.
           MOVE DT-PRODUCT-CODE TO INV-PRODUCT.
           MOVE WS-PROD-DESC TO INV-PROD-DESC.
           MOVE WS-INV-PRODUCT-LINE TO INV-LINE.
           WRITE INV-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO INV-LINE.
           WRITE INV-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-REPORTING-CURRENCY TO INV-AMT-CURRENCY.
           MOVE 'AMOUNT:     ' TO INV-AMT-LABEL.
           MOVE DT-AMOUNT TO INV-AMT-VALUE.
           MOVE WS-INV-AMOUNT-LINE TO INV-LINE.
           WRITE INV-LINE AFTER ADVANCING 1 LINE.
           MOVE 'SALES TAX:  ' TO INV-AMT-LABEL.
           MOVE DT-TAX-AMOUNT TO INV-AMT-VALUE.
           MOVE WS-INV-AMOUNT-LINE TO INV-LINE.
           WRITE INV-LINE AFTER ADVANCING 1 LINE.
           IF DT-DOC-CREDIT-MEMO
               MOVE 'TOTAL CREDIT' TO INV-AMT-LABEL
           ELSE
               MOVE 'TOTAL DUE:  ' TO INV-AMT-LABEL
           END-IF.
           MOVE WS-DOC-TOTAL TO INV-AMT-VALUE.
           MOVE WS-INV-AMOUNT-LINE TO INV-LINE.
           WRITE INV-LINE AFTER ADVANCING 1 LINE.

       PRINT-REGISTER-LINE-PARAGRAPH.
           MOVE DT-INVOICE-NO TO REG-DOC-NO.
           IF DT-DOC-CREDIT-MEMO
               MOVE 'CM ' TO REG-DOC-TYPE
               MOVE DT-ORIG-INVOICE-NO TO REG-ORIG-NO
           ELSE
               MOVE 'INV' TO REG-DOC-TYPE
               MOVE ZERO TO REG-ORIG-NO
           END-IF.
           MOVE DT-CUST-ID TO REG-CUST-ID.
           MOVE DT-PRODUCT-CODE TO REG-PRODUCT.
           MOVE DT-AMOUNT TO REG-AMOUNT.
           MOVE DT-TAX-AMOUNT TO REG-TAX.
           MOVE WS-DOC-TOTAL TO REG-TOTAL.
           MOVE WS-REG-DETAIL TO REG-LINE.
           WRITE REG-LINE.

       PRINT-REGISTER-TOTALS-PARAGRAPH.
           MOVE SPACES TO REG-LINE.
           WRITE REG-LINE.
           IF WS-DOC-COUNT = ZERO
               MOVE WS-REG-NONE-LINE TO REG-LINE
               WRITE REG-LINE
           END-IF.
           MOVE 'INVOICES:' TO CNT-LABEL.
           MOVE WS-INVOICE-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO REG-LINE.
           WRITE REG-LINE.
           MOVE 'CREDIT MEMOS:' TO CNT-LABEL.
           MOVE WS-CREDIT-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO REG-LINE.
           WRITE REG-LINE.
           MOVE 'DOCUMENTS PRINTED:' TO CNT-LABEL.
           MOVE WS-DOC-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO REG-LINE.
           WRITE REG-LINE.
           IF WS-DOC-COUNT > ZERO
               MOVE WS-FIRST-DOC-NO TO RNG-FIRST
               MOVE WS-LAST-DOC-NO TO RNG-LAST
               MOVE WS-RANGE-LINE TO REG-LINE
               WRITE REG-LINE
           END-IF.
           MOVE 'INVOICED AMOUNT:' TO REG-TOT-LABEL.
           MOVE WS-INVOICE-AMOUNT TO REG-TOT-AMOUNT.
           MOVE WS-REG-TOTAL-LINE TO REG-LINE.
           WRITE REG-LINE.
           MOVE 'CREDITED AMOUNT:' TO REG-TOT-LABEL.
           MOVE WS-CREDIT-AMOUNT TO REG-TOT-AMOUNT.
           MOVE WS-REG-TOTAL-LINE TO REG-LINE.
           WRITE REG-LINE.
           MOVE 'NET AMOUNT:' TO REG-TOT-LABEL.
           MOVE WS-NET-AMOUNT TO REG-TOT-AMOUNT.
           MOVE WS-REG-TOTAL-LINE TO REG-LINE.
           WRITE REG-LINE.
           MOVE 'SALES TAX:' TO REG-TOT-LABEL.
           MOVE WS-TAX-TOTAL TO REG-TOT-AMOUNT.
           MOVE WS-REG-TOTAL-LINE TO REG-LINE.
           WRITE REG-LINE.
           MOVE 'SALES TOTAL (SALESTOT):' TO REG-TOT-LABEL.
           MOVE WS-DAY-TOTAL TO REG-TOT-AMOUNT.
           MOVE WS-REG-TOTAL-LINE TO REG-LINE.
           WRITE REG-LINE.
           MOVE SPACES TO REG-LINE.
           WRITE REG-LINE.
           PERFORM TIE-REGISTER-PARAGRAPH.

       TIE-REGISTER-PARAGRAPH.
           IF WS-NET-AMOUNT NOT = WS-DAY-TOTAL
               MOVE 'NET AMOUNT NOT = SALES TOTAL' TO REG-FAIL-TEXT
               MOVE WS-REG-FAIL-LINE TO REG-LINE
               WRITE REG-LINE
               DISPLAY 'INVPRINT: REGISTER NET ' WS-NET-AMOUNT
                       ' DOES NOT TIE TO SALES TOTAL ' WS-DAY-TOTAL
               MOVE WS-RC-OUT-OF-BAL TO RETURN-CODE
           END-IF.
           IF WS-DOC-COUNT > ZERO
               COMPUTE WS-EXPECTED-COUNT =
                   WS-LAST-DOC-NO - WS-FIRST-DOC-NO + 1
               IF WS-EXPECTED-COUNT NOT = WS-DOC-COUNT
                   MOVE 'DOCUMENT NUMBERS MISSING OR DUPLICATED'
                        TO REG-FAIL-TEXT
                   MOVE WS-REG-FAIL-LINE TO REG-LINE
                   WRITE REG-LINE
                   DISPLAY 'INVPRINT: ' WS-DOC-COUNT
                           ' DOCUMENTS FOR ' WS-EXPECTED-COUNT
                           ' NUMBERS ISSUED'
                   MOVE WS-RC-OUT-OF-BAL TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE NOT = WS-RC-OUT-OF-BAL
               MOVE WS-REG-TIED-LINE TO REG-LINE
               WRITE REG-LINE
           END-IF.

       CLOSE-SECTION SECTION.
       CLOSE-PARAGRAPH.
           CLOSE SALES-DETAIL-FILE.
           CLOSE CUSTOMER-EXTRACT-FILE.
           CLOSE INVOICE-FILE.
           CLOSE REGISTER-FILE.
           PERFORM WRITE-RUN-CONTROL-PARAGRAPH.
           DISPLAY 'INVPRINT: ' WS-DOC-COUNT ' DOCUMENTS PRINTED, '
                   WS-INVOICE-COUNT ' INVOICES, '
                   WS-CREDIT-COUNT ' CREDIT MEMOS'.

       WRITE-RUN-CONTROL-PARAGRAPH.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = WS-DB-STATUS-OK
              AND WS-RUNCTL-STATUS NOT = '05'
               DISPLAY 'INVPRINT: RUN-CONTROL-FILE OPEN FAILED, '
                       'STATUS=' WS-RUNCTL-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'INVPRINT' TO RC-STEP-NAME.
           MOVE WS-RUN-START-TS TO RC-START-TS.
           MOVE FUNCTION CURRENT-DATE TO RC-END-TS.
           MOVE WS-DETAIL-READ TO RC-RECORDS-IN.
           MOVE WS-DOC-COUNT TO RC-RECORDS-OUT.
           MOVE WS-DOC-COUNT TO RC-ACCEPTED.
           MOVE ZERO TO RC-REJECTED.
           MOVE WS-SKIPPED-COUNT TO RC-SKIPPED.
           MOVE ZERO TO RC-TABLE-ROWS.
           MOVE RETURN-CODE TO RC-STEP-RC.
           WRITE RUN-CONTROL-REC.
           CLOSE RUN-CONTROL-FILE.

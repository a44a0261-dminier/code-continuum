      *> Price-variance report for sales management. Lists every sale
      *> line SALESEDT has held to PRCHELD because its unit price was
      *> outside the tolerance of the price in force on PRICELST --
      *> the customer, product, rep, quantity, the unit price charged
      *> (converted to the reporting currency), the list or contract
      *> price it was checked against and the variance in percent --
      *> with the decision recorded for it on PRCDECN: OPEN
      *> (awaiting approval on PRCAPPR), APPROVED (gone back to the
      *> source system for resubmission) or DECLINED, and the
      *> operator who decided it. Totals by status close the report;
      *> amounts are quantity times the converted unit price, in the
      *> reporting currency like the prices.
      *> The step ends RC 4 while any hold is still open so the
      *> overrides waiting on a manager cannot go unnoticed.
      *>
      *> Modification history
      *> 2026-10-15  Initial version.
      *> 2026-10-15  Unit price shown is the converted reporting-
      *>             currency price the hold was checked on; a full
      *>             decision table now stops the run.
      *> 2026-10-15  Line amount and status totals priced at the
      *>             converted unit price, so the whole report is in
      *>             the reporting currency.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRCVRPT.
       AUTHOR. CODE-CONTINUUM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRICE-HOLD-FILE ASSIGN TO PRCHELD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRCHELD-STATUS.
           SELECT OPTIONAL PRICE-DECISION-FILE ASSIGN TO PRCDECN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRCDECN-STATUS.
           SELECT PRICE-REPORT-FILE ASSIGN TO PRCVRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRCRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRICE-HOLD-FILE.
       COPY PRCHELD.

       FD  PRICE-DECISION-FILE.
       COPY PRCDECN.

       FD  PRICE-REPORT-FILE.
       01 PVR-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PRCHELD-STATUS    PIC X(2)  VALUE '00'.
       01 WS-PRCDECN-STATUS    PIC X(2)  VALUE '00'.
       01 WS-PRCRPT-STATUS     PIC X(2)  VALUE '00'.
       01 WS-HOLD-EOF-SW       PIC X     VALUE 'N'.
          88 WS-HOLD-EOF                 VALUE 'Y'.
       01 WS-DECN-EOF-SW       PIC X     VALUE 'N'.
          88 WS-DECN-EOF                 VALUE 'Y'.
       01 WS-DECN-FOUND-SW     PIC X     VALUE 'N'.
          88 WS-DECN-FOUND               VALUE 'Y'.
       01 WS-MAX-DECNS         PIC 9(5)  VALUE 10000.
       01 WS-DECN-COUNT        PIC 9(5)  VALUE ZERO.
       01 WS-DECN-TABLE.
          05 WS-DECN-ENTRY OCCURS 10000 TIMES
                            INDEXED BY WS-DCN-IDX.
             10 WS-DCN-KEY      PIC X(16).
             10 WS-DCN-DECISION PIC X(02).
             10 WS-DCN-OPERATOR PIC X(08).
       01 WS-MATCH-DECISION    PIC X(02) VALUE SPACES.
       01 WS-MATCH-OPERATOR    PIC X(08) VALUE SPACES.
       01 WS-HELD-LINE.
          05 HLD-REC-TYPE       PIC X(01).
          05 HLD-CUST-ID        PIC X(10).
          05 HLD-PRODUCT-CODE   PIC X(06).
          05 HLD-AMOUNT         PIC 9(8)V99.
          05 HLD-DATE           PIC 9(08).
          05 HLD-CURRENCY-CODE  PIC X(03).
          05 HLD-TRANS-TYPE     PIC X(01).
          05 HLD-REP-CODE       PIC X(04).
          05 HLD-RESUBMIT-FLAG  PIC X(01).
          05 HLD-QUANTITY       PIC 9(7)V99.
          05 HLD-UNIT-PRICE     PIC 9(7)V9(4).
       01 WS-HOLD-AMOUNT       PIC 9(8)V99 VALUE ZERO.
       01 WS-HOLDS-READ        PIC 9(6)  VALUE ZERO.
       01 WS-OPEN-COUNT        PIC 9(6)  VALUE ZERO.
       01 WS-APPROVED-COUNT    PIC 9(6)  VALUE ZERO.
       01 WS-DECLINED-COUNT    PIC 9(6)  VALUE ZERO.
       01 WS-OPEN-AMOUNT       PIC 9(11)V99 VALUE ZERO.
       01 WS-APPROVED-AMOUNT   PIC 9(11)V99 VALUE ZERO.
       01 WS-DECLINED-AMOUNT   PIC 9(11)V99 VALUE ZERO.
       01 WS-PVR-HEADER        PIC X(40) VALUE
              'PRICE VARIANCE REPORT'.
       01 WS-PVR-COLUMNS.
          05 FILLER            PIC X(19) VALUE 'FEED DT  CYC SEQ'.
          05 FILLER            PIC X(23) VALUE
                 'CUSTOMER   PRODUC REP'.
          05 FILLER            PIC X(28) VALUE
                 '         QTY     UNIT PRICE'.
          05 FILLER            PIC X(28) VALUE
                 '  CHECKED AGAINST  VARIANCE'.
          05 FILLER            PIC X(31) VALUE
                 '       AMOUNT STATUS   BY'.
       01 WS-PVR-DETAIL-LINE.
          05 PVR-FEED-DATE     PIC 9(08).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 PVR-CYCLE         PIC 9(03).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 PVR-SEQ           PIC 9(05).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 PVR-CUST-ID       PIC X(10).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 PVR-PRODUCT       PIC X(06).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 PVR-REP           PIC X(04).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 PVR-QTY           PIC Z,ZZZ,ZZ9.99.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 PVR-UNIT-PRICE    PIC Z,ZZZ,ZZ9.9999.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 PVR-BASIS         PIC X(01).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 PVR-LIST-PRICE    PIC Z,ZZZ,ZZ9.9999.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 PVR-VARIANCE      PIC -ZZ,ZZ9.99.
          05 FILLER            PIC X(1)  VALUE '%'.
          05 PVR-AMOUNT        PIC $$,$$$,$$9.99.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 PVR-STATUS        PIC X(08).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 PVR-OPERATOR      PIC X(08).
       01 WS-BASIS-NOTE        PIC X(60) VALUE
              'CHECKED AGAINST: L = LIST PRICE, C = CONTRACT PRICE'.
       01 WS-NONE-LINE         PIC X(40) VALUE
              'NO PRICE VARIANCE HOLDS ON FILE'.
       01 WS-TOTAL-LINE.
          05 TOT-LABEL         PIC X(20).
          05 TOT-COUNT         PIC ZZZ,ZZ9.
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 TOT-AMOUNT        PIC $$,$$$,$$$,$$9.99.

       COPY WSCONSTANTS.

       PROCEDURE DIVISION.

       MAIN-SECTION SECTION.
           PERFORM INIT-PARAGRAPH.
           PERFORM REPORT-SECTION.
           PERFORM CLOSE-PARAGRAPH.
           STOP RUN.

       INIT-PARAGRAPH.
           PERFORM LOAD-DECISIONS-PARAGRAPH.
           OPEN INPUT PRICE-HOLD-FILE.
           IF WS-PRCHELD-STATUS NOT = WS-DB-STATUS-OK
              AND WS-PRCHELD-STATUS NOT = '05'
               DISPLAY 'PRCVRPT: PRICE-HOLD-FILE OPEN FAILED, '
                       'STATUS=' WS-PRCHELD-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PRICE-REPORT-FILE.
           IF WS-PRCRPT-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'PRCVRPT: PRICE-REPORT-FILE OPEN FAILED, '
                       'STATUS=' WS-PRCRPT-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PVR-HEADER TO PVR-LINE.
           WRITE PVR-LINE.
           MOVE WS-BASIS-NOTE TO PVR-LINE.
           WRITE PVR-LINE.
           MOVE SPACES TO PVR-LINE.
           WRITE PVR-LINE.
           MOVE WS-PVR-COLUMNS TO PVR-LINE.
           WRITE PVR-LINE.

       LOAD-DECISIONS-PARAGRAPH.
           OPEN INPUT PRICE-DECISION-FILE.
           PERFORM READ-DECISION-PARAGRAPH.
           PERFORM STORE-DECISION-PARAGRAPH UNTIL WS-DECN-EOF.
           CLOSE PRICE-DECISION-FILE.

       READ-DECISION-PARAGRAPH.
           READ PRICE-DECISION-FILE
               AT END
                   SET WS-DECN-EOF TO TRUE
           END-READ.

       STORE-DECISION-PARAGRAPH.
           IF WS-DECN-COUNT < WS-MAX-DECNS
               ADD 1 TO WS-DECN-COUNT
               SET WS-DCN-IDX TO WS-DECN-COUNT
               MOVE PA-HOLD-KEY TO WS-DCN-KEY(WS-DCN-IDX)
               MOVE PA-DECISION TO WS-DCN-DECISION(WS-DCN-IDX)
               MOVE PA-OPERATOR-ID TO WS-DCN-OPERATOR(WS-DCN-IDX)
           ELSE
               DISPLAY 'PRCVRPT: DECISION TABLE FULL ('
                       WS-MAX-DECNS ') - RUN STOPPED'
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-DECISION-PARAGRAPH.

       REPORT-SECTION SECTION.
           PERFORM READ-HOLD-PARAGRAPH.
           PERFORM REPORT-ONE-HOLD-PARAGRAPH UNTIL WS-HOLD-EOF.
           PERFORM PRINT-TOTALS-PARAGRAPH.

       REPORT-DETAIL-SECTION SECTION.
       READ-HOLD-PARAGRAPH.
           READ PRICE-HOLD-FILE
               AT END
                   SET WS-HOLD-EOF TO TRUE
           END-READ.
           IF NOT WS-HOLD-EOF
               ADD 1 TO WS-HOLDS-READ
           END-IF.

       REPORT-ONE-HOLD-PARAGRAPH.
           MOVE PH-RECORD-IMAGE TO WS-HELD-LINE.
           COMPUTE WS-HOLD-AMOUNT ROUNDED =
               PH-LINE-PRICE * HLD-QUANTITY
               ON SIZE ERROR
                   MOVE 99999999.99 TO WS-HOLD-AMOUNT
           END-COMPUTE.
           MOVE 'N' TO WS-DECN-FOUND-SW.
           MOVE SPACES TO WS-MATCH-DECISION.
           MOVE SPACES TO WS-MATCH-OPERATOR.
           PERFORM FIND-DECISION-PARAGRAPH
               VARYING WS-DCN-IDX FROM 1 BY 1
               UNTIL WS-DCN-IDX > WS-DECN-COUNT.
           MOVE WS-MATCH-OPERATOR TO PVR-OPERATOR.
           EVALUATE WS-MATCH-DECISION
               WHEN 'AP'
                   MOVE 'APPROVED' TO PVR-STATUS
                   ADD 1 TO WS-APPROVED-COUNT
                   ADD WS-HOLD-AMOUNT TO WS-APPROVED-AMOUNT
               WHEN 'DC'
                   MOVE 'DECLINED' TO PVR-STATUS
                   ADD 1 TO WS-DECLINED-COUNT
                   ADD WS-HOLD-AMOUNT TO WS-DECLINED-AMOUNT
               WHEN OTHER
                   MOVE 'OPEN' TO PVR-STATUS
                   ADD 1 TO WS-OPEN-COUNT
                   ADD WS-HOLD-AMOUNT TO WS-OPEN-AMOUNT
           END-EVALUATE.
           MOVE PH-FEED-DATE TO PVR-FEED-DATE.
           MOVE PH-CYCLE-NO TO PVR-CYCLE.
           MOVE PH-HOLD-SEQ TO PVR-SEQ.
           MOVE HLD-CUST-ID TO PVR-CUST-ID.
           MOVE HLD-PRODUCT-CODE TO PVR-PRODUCT.
           MOVE HLD-REP-CODE TO PVR-REP.
           MOVE HLD-QUANTITY TO PVR-QTY.
           MOVE PH-LINE-PRICE TO PVR-UNIT-PRICE.
           MOVE PH-PRICE-BASIS TO PVR-BASIS.
           MOVE PH-LIST-PRICE TO PVR-LIST-PRICE.
           MOVE PH-VARIANCE-PCT TO PVR-VARIANCE.
           MOVE WS-HOLD-AMOUNT TO PVR-AMOUNT.
           MOVE WS-PVR-DETAIL-LINE TO PVR-LINE.
           WRITE PVR-LINE.
           PERFORM READ-HOLD-PARAGRAPH.

       FIND-DECISION-PARAGRAPH.
           IF NOT WS-DECN-FOUND
               IF WS-DCN-KEY(WS-DCN-IDX) = PH-HOLD-KEY
                   SET WS-DECN-FOUND TO TRUE
                   MOVE WS-DCN-DECISION(WS-DCN-IDX)
                        TO WS-MATCH-DECISION
                   MOVE WS-DCN-OPERATOR(WS-DCN-IDX)
                        TO WS-MATCH-OPERATOR
               END-IF
           END-IF.

       PRINT-TOTALS-PARAGRAPH.
           IF WS-HOLDS-READ = ZERO
               MOVE WS-NONE-LINE TO PVR-LINE
               WRITE PVR-LINE
           END-IF.
           MOVE SPACES TO PVR-LINE.
           WRITE PVR-LINE.
           MOVE 'OPEN (AWAITING):    ' TO TOT-LABEL.
           MOVE WS-OPEN-COUNT TO TOT-COUNT.
           MOVE WS-OPEN-AMOUNT TO TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO PVR-LINE.
           WRITE PVR-LINE.
           MOVE 'APPROVED:           ' TO TOT-LABEL.
           MOVE WS-APPROVED-COUNT TO TOT-COUNT.
           MOVE WS-APPROVED-AMOUNT TO TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO PVR-LINE.
           WRITE PVR-LINE.
           MOVE 'DECLINED:           ' TO TOT-LABEL.
           MOVE WS-DECLINED-COUNT TO TOT-COUNT.
           MOVE WS-DECLINED-AMOUNT TO TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO PVR-LINE.
           WRITE PVR-LINE.

       CLOSE-SECTION SECTION.
       CLOSE-PARAGRAPH.
           CLOSE PRICE-HOLD-FILE.
           CLOSE PRICE-REPORT-FILE.
           DISPLAY 'PRCVRPT: HOLDS=' WS-HOLDS-READ
                   ' OPEN=' WS-OPEN-COUNT
                   ' APPROVED=' WS-APPROVED-COUNT
                   ' DECLINED=' WS-DECLINED-COUNT.
           IF WS-OPEN-COUNT > ZERO
               MOVE WS-RC-WARNING TO RETURN-CODE
           END-IF.

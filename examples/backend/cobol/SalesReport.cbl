      *>             line break, and one type-L row per line lands on
      *>             the extract so the history master accumulates by
      *>             line and HISTRPT can answer how the line did.
      *> 2026-10-15  Invoice numbering: every accepted sale gets an
      *>             invoice number and every accepted return a credit
      *>             memo number off the INVCTL control record, issued
      *>             in sorted-feed order from the last number on file
      *>             and committed back to INVCTL only when the run
      *>             completes, so a rerun reissues the same numbers
      *>             to the same records. The number rides SALESDTL
      *>             (with the feed date/cycle and, for a credit
      *>             memo, the original invoice RTNMATCH matched it
      *>             to -- RTNOK carries that on each detail now) and
      *>             the AUDITLOG entry, and prints on the detail line.
      *> 2026-10-15  The feed detail carries RAW-QUANTITY and
      *>             RAW-UNIT-PRICE now (SALESEDT checks them against
      *>             the amount and the price list), so the RTNOK
      *>             layout read here widens to 74 bytes.
      *> 2026-10-15  AUDITLOG entries carry the feed date and cycle
      *>             that wrote them, so a failed night can be
      *>             backed out of the log by date and cycle.
      *> 2026-10-15  Every accepted sale and return is costed at the
      *>             product's standard cost in force on the sale
      *>             date (PRODCOST, effective-dated the way PRICELST
      *>             is) times the feed quantity, which now rides the
      *>             sort. The cost lands on SALESDTL beside the
      *>             amount, signed like it, for GLPOST's cost-of-
      *>             sales lines and the monthly margin report; the
      *>             report prints COST OF SALES and GROSS MARGIN
      *>             under the tax total. A product with no cost in
      *>             force costs at zero and is counted on the report
      *>             and in SYSOUT rather than holding the sale.
      *> 2026-10-15  The sale's rep code is written to SALESDTL so
      *>             ARPOST can carry it onto the AR open item.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESRPT.
       AUTHOR. CODE-CONTINUUM.
           SELECT OPTIONAL PROCESSED-LOG-FILE ASSIGN TO PROCLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCLOG-STATUS.
           SELECT OPTIONAL INVOICE-CONTROL-FILE ASSIGN TO INVCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVCTL-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT TAX-RATE-FILE ASSIGN TO TAXRATES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXRATE-STATUS.
           SELECT PRODUCT-COST-FILE ASSIGN TO PRODCOST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-COST-KEY
               FILE STATUS IS WS-PRODCOST-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 RAW-TRANS-TYPE     PIC X(01).
          05 RAW-REP-CODE       PIC X(04).
          05 RAW-RESUBMIT-FLAG  PIC X(01).
          05 RAW-QUANTITY       PIC 9(7)V99.
          05 RAW-UNIT-PRICE     PIC 9(7)V9(4).
          05 RAW-ORIG-INVOICE-NO PIC 9(10).
       01 SALES-HDR-REC.
          05 HDR-REC-TYPE       PIC X(01).
          05 HDR-FILE-DATE      PIC 9(08).
          05 HDR-CYCLE-NO       PIC 9(03).
          05 FILLER             PIC X(62).
       01 SALES-TRL-REC.
          05 TRL-REC-TYPE       PIC X(01).
          05 TRL-REC-COUNT      PIC 9(06).
          05 TRL-AMOUNT-HASH    PIC 9(12)V99.
          05 FILLER             PIC X(53).

       SD  SORT-WORK-FILE.
       01 SORT-REC.
          05 SRT-TRANS-TYPE     PIC X(01).
          05 SRT-REP-CODE       PIC X(04).
          05 SRT-RESUBMIT-FLAG  PIC X(01).
          05 SRT-ORIG-INVOICE-NO PIC 9(10).
          05 SRT-QUANTITY       PIC 9(07)V99.
          05 SRT-SEQ            PIC 9(08).

       FD  SALES-TRANS-FILE.
             88 SALE-TYPE-RETURN        VALUE 'R'.
          05 SALE-REP-CODE      PIC X(04).
          05 SALE-RESUBMIT-FLAG PIC X(01).
          05 SALE-ORIG-INVOICE-NO PIC 9(10).
          05 SALE-QUANTITY      PIC 9(07)V99.
          05 SALE-SEQ           PIC 9(08).

       FD  CUSTOMER-EXTRACT-FILE.
          05 AUD-STATUS         PIC X(02).
          05 AUD-TIMESTAMP      PIC X(21).
          05 AUD-AMOUNT         PIC 9(8)V99.
          05 AUD-INVOICE-NO     PIC 9(10).
          05 AUD-RUN-DATE       PIC 9(08).
          05 AUD-CYCLE-NO       PIC 9(03).

       FD  INVOICE-CONTROL-FILE.
       COPY INVCTL.

       FD  REPORT-FILE.
       01 RPT-LINE              PIC X(132).
       FD  TAX-RATE-FILE.
       COPY TAXRATE.

       FD  PRODUCT-COST-FILE.
       COPY PRODCOST.

       WORKING-STORAGE SECTION.
       01 WS-COUNTER        PIC 9(6)  VALUE ZERO.
       01 WS-WARN-RECORDS   PIC 9(6)  VALUE ZERO.
       01 WS-TRL-IN-COUNT      PIC 9(06) VALUE ZERO.
       01 WS-TRL-IN-HASH       PIC 9(12)V99 VALUE ZERO.
       01 WS-AUDIT-FILE-STATUS PIC X(2) VALUE '00'.
       01 WS-INVCTL-STATUS     PIC X(2) VALUE '00'.
       01 WS-LAST-INVOICE-NO   PIC 9(10) VALUE ZERO.
       01 WS-DOC-NO            PIC 9(10) VALUE ZERO.
       01 WS-REPORT-FILE-STATUS PIC X(2) VALUE '00'.
       01 WS-SALESTOT-FILE-STATUS PIC X(2) VALUE '00'.
       01 WS-SALESEXT-FILE-STATUS PIC X(2) VALUE '00'.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(5)  VALUE 'TAX: '.
          05 DTL-TAX           PIC $$,$$$,$$9.99-.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(5)  VALUE 'DOC: '.
          05 DTL-DOC-NO        PIC 9(10).
       01 WS-GROSS-LINE.
          05 FILLER            PIC X(20) VALUE 'GROSS SALES:       '.
          05 TOT-GROSS-AMOUNT  PIC $$,$$$,$$$,$$9.99.
             10 WS-TJ-TAXABLE    PIC S9(11)V99.
             10 WS-TJ-TAX        PIC S9(9)V99.
             10 WS-TJ-CNT        PIC 9(6).
       01 WS-PRODCOST-STATUS   PIC X(2) VALUE '00'.
       01 WS-COST-SCAN-SW      PIC X    VALUE 'N'.
          88 WS-COST-SCAN-DONE          VALUE 'Y'.
       01 WS-COST-FOUND-SW     PIC X    VALUE 'N'.
          88 WS-COST-FOUND              VALUE 'Y'.
       01 WS-UNIT-COST         PIC 9(7)V9(4) VALUE ZERO.
       01 WS-SIGNED-COST       PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-COST        PIC S9(9)V99 VALUE ZERO.
       01 WS-GROSS-MARGIN      PIC S9(9)V99 VALUE ZERO.
       01 WS-NO-COST-COUNT     PIC 9(6)  VALUE ZERO.
       01 WS-COST-TOTAL-LINE.
          05 FILLER            PIC X(20) VALUE 'COST OF SALES:     '.
          05 TOT-COST-AMOUNT   PIC $$,$$$,$$$,$$9.99-.
       01 WS-MARGIN-TOTAL-LINE.
          05 FILLER            PIC X(20) VALUE 'GROSS MARGIN:      '.
          05 TOT-MARGIN-AMOUNT PIC $$,$$$,$$$,$$9.99-.
       01 WS-NO-COST-LINE.
          05 FILLER            PIC X(20) VALUE 'SALES NOT COSTED:  '.
          05 TOT-NO-COST-CNT   PIC ZZZ,ZZ9.
          05 FILLER            PIC X(30) VALUE
                 '  (NO STANDARD COST IN FORCE)'.
       01 WS-TAX-TOTAL-LINE.
          05 FILLER            PIC X(20) VALUE 'TOTAL TAX:         '.
          05 TOT-TAX-AMOUNT    PIC $$,$$$,$$$,$$9.99-.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE.
           PERFORM PARSE-PARM-PARAGRAPH.
           PERFORM LOAD-CHECKPOINT-PARAGRAPH.
           PERFORM LOAD-INVOICE-CONTROL-PARAGRAPH.
           PERFORM LOAD-PRODUCT-MASTER-PARAGRAPH.
           PERFORM LOAD-FX-RATES-PARAGRAPH.
           PERFORM LOAD-EXCEPTION-PARMS-PARAGRAPH.
           END-IF.
           PERFORM READ-CHECKPOINT-PARAGRAPH.

       LOAD-INVOICE-CONTROL-PARAGRAPH.
           OPEN INPUT INVOICE-CONTROL-FILE.
           READ INVOICE-CONTROL-FILE
               AT END
                   DISPLAY 'SALESRPT: INVCTL ABSENT OR EMPTY - '
                           'INVOICE NUMBERS START FROM 1'
                   MOVE ZERO TO WS-LAST-INVOICE-NO
               NOT AT END
                   MOVE IC-LAST-INVOICE-NO TO WS-LAST-INVOICE-NO
           END-READ.
           CLOSE INVOICE-CONTROL-FILE.

       LOAD-FX-RATES-PARAGRAPH.
           OPEN INPUT FX-RATE-FILE.
           IF WS-FXRATE-STATUS NOT = WS-DB-STATUS-OK
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PRODUCT-COST-FILE.
           IF WS-PRODCOST-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'SALESRPT: PRODUCT-COST-FILE OPEN FAILED, '
                       'STATUS=' WS-PRODCOST-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT TALLY-WORK-FILE.
           IF WS-TALLY-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'SALESRPT: TALLY-WORK-FILE OPEN FAILED, STATUS='
           CLOSE CUSTOMER-EXTRACT-FILE.
           CLOSE HISTORY-EXTRACT-FILE.
           CLOSE TAX-JURISDICTION-FILE.
           CLOSE PRODUCT-COST-FILE.
           CLOSE CHECKPOINT-FILE.
           CLOSE SALES-DETAIL-FILE.
           CLOSE AUDIT-LOG-FILE.
           MOVE RAW-TRANS-TYPE    TO SRT-TRANS-TYPE.
           MOVE RAW-REP-CODE      TO SRT-REP-CODE.
           MOVE RAW-RESUBMIT-FLAG TO SRT-RESUBMIT-FLAG.
           MOVE RAW-ORIG-INVOICE-NO TO SRT-ORIG-INVOICE-NO.
           MOVE RAW-QUANTITY      TO SRT-QUANTITY.
           MOVE WS-SORT-SEQ       TO SRT-SEQ.
           RELEASE SORT-REC.

                       PERFORM FETCH-JURISDICTION-PARAGRAPH
                   END-IF
                   ADD 1 TO WS-COUNTER
                   IF WS-RETURN-STATUS = '00'
                       PERFORM ASSIGN-INVOICE-NO-PARAGRAPH
                   ELSE
                       MOVE ZERO TO WS-DOC-NO
                   END-IF
                   IF WS-READ-COUNT > WS-RESTART-COUNT
                       PERFORM WRITE-AUDIT-PARAGRAPH
                   END-IF
               END-IF
           END-IF.

       ASSIGN-INVOICE-NO-PARAGRAPH.
           ADD 1 TO WS-LAST-INVOICE-NO.
           MOVE WS-LAST-INVOICE-NO TO WS-DOC-NO.

       WRITE-CHECKPOINT-PARAGRAPH.
           MOVE WS-READ-COUNT TO CHK-COUNT.
           MOVE SALE-CUST-ID TO CHK-CUST-ID.
           MOVE WS-RETURN-STATUS TO AUD-STATUS.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE SALE-AMOUNT TO AUD-AMOUNT.
           MOVE WS-DOC-NO TO AUD-INVOICE-NO.
           MOVE WS-FEED-FILE-DATE TO AUD-RUN-DATE.
           MOVE WS-RUN-CYCLE-NO TO AUD-CYCLE-NO.
           WRITE AUDIT-LOG-REC.

       ACCUMULATE-PARAGRAPH.
           END-IF.
           ADD WS-SIGNED-AMOUNT TO WS-NET-SALES.
           PERFORM COMPUTE-TAX-PARAGRAPH.
           PERFORM COMPUTE-COST-PARAGRAPH.

      *> The standard cost in force on the sale date is the last
      *> PRODCOST version for the product not dated after it. A
      *> return's cost is negative, the same as its amount, so it
      *> puts the cost back into inventory.
       COMPUTE-COST-PARAGRAPH.
           MOVE 'N' TO WS-COST-FOUND-SW.
           MOVE 'N' TO WS-COST-SCAN-SW.
           MOVE ZERO TO WS-UNIT-COST.
           MOVE SALE-PRODUCT-CODE TO SC-PRODUCT-CODE.
           MOVE ZERO TO SC-EFF-DATE.
           START PRODUCT-COST-FILE KEY NOT < SC-COST-KEY
               INVALID KEY
                   SET WS-COST-SCAN-DONE TO TRUE
           END-START.
           PERFORM SCAN-PRODUCT-COST-PARAGRAPH
               UNTIL WS-COST-SCAN-DONE.
           IF NOT WS-COST-FOUND
               ADD 1 TO WS-NO-COST-COUNT
           END-IF.
           COMPUTE WS-SIGNED-COST ROUNDED =
               SALE-QUANTITY * WS-UNIT-COST.
           IF SALE-TYPE-RETURN
               COMPUTE WS-SIGNED-COST = ZERO - WS-SIGNED-COST
           END-IF.
           ADD WS-SIGNED-COST TO WS-TOTAL-COST.

       SCAN-PRODUCT-COST-PARAGRAPH.
           READ PRODUCT-COST-FILE NEXT RECORD
               AT END
                   SET WS-COST-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-COST-SCAN-DONE
               IF SC-PRODUCT-CODE NOT = SALE-PRODUCT-CODE
                  OR SC-EFF-DATE > SALE-DATE
                   SET WS-COST-SCAN-DONE TO TRUE
               ELSE
                   SET WS-COST-FOUND TO TRUE
                   MOVE SC-UNIT-COST TO WS-UNIT-COST
               END-IF
           END-IF.

       COMPUTE-TAX-PARAGRAPH.
           MOVE 'N' TO WS-TAX-RATE-FOUND-SW.
           MOVE SALE-PRODUCT-CODE TO DTL-PRODUCT-CODE.
           MOVE WS-SIGNED-AMOUNT TO DTL-AMOUNT.
           MOVE WS-SIGNED-TAX TO DTL-TAX.
           MOVE WS-DOC-NO TO DTL-DOC-NO.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE SALE-PRODUCT-CODE TO DT-PRODUCT-CODE.
           MOVE WS-SIGNED-AMOUNT TO DT-AMOUNT.
           MOVE WS-SIGNED-TAX TO DT-TAX-AMOUNT.
           MOVE WS-SIGNED-COST TO DT-COST-AMOUNT.
           MOVE SALE-REP-CODE TO DT-REP-CODE.
           IF SALE-TYPE-RETURN
               SET DT-DOC-CREDIT-MEMO TO TRUE
               MOVE SALE-ORIG-INVOICE-NO TO DT-ORIG-INVOICE-NO
           ELSE
               SET DT-DOC-INVOICE TO TRUE
               MOVE ZERO TO DT-ORIG-INVOICE-NO
           END-IF.
           MOVE WS-DOC-NO TO DT-INVOICE-NO.
           MOVE WS-FEED-FILE-DATE TO DT-RUN-DATE.
           MOVE WS-RUN-CYCLE-NO TO DT-CYCLE-NO.
           WRITE SALES-DETAIL-REC.

       TALLY-CUSTOMER-PARAGRAPH.
           MOVE WS-TOTAL-TAX TO TOT-TAX-AMOUNT.
           MOVE WS-TAX-TOTAL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TOTAL-COST TO TOT-COST-AMOUNT.
           MOVE WS-COST-TOTAL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           COMPUTE WS-GROSS-MARGIN = WS-NET-SALES - WS-TOTAL-COST.
           MOVE WS-GROSS-MARGIN TO TOT-MARGIN-AMOUNT.
           MOVE WS-MARGIN-TOTAL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-NO-COST-COUNT > ZERO
               MOVE WS-NO-COST-COUNT TO TOT-NO-COST-CNT
               MOVE WS-NO-COST-LINE TO RPT-LINE
               WRITE RPT-LINE
               DISPLAY 'SALESRPT: ' WS-NO-COST-COUNT
                       ' SALES HAD NO STANDARD COST IN FORCE - '
                       'COSTED AT ZERO'
           END-IF.
           IF WS-REJECTED-COUNT > ZERO
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
       REPORT-CLOSE-SECTION SECTION.
       CLOSE-PARAGRAPH.
           IF RETURN-CODE = WS-RC-VOLUME-STOP
               DISPLAY 'SALESRPT: VOLUME STOP - SALES TOTAL, EXTRACT, '
                       'INVOICE CONTROL AND PROCESSED LOG NOT WRITTEN'
           ELSE
               PERFORM WRITE-SALES-TOTAL-PARAGRAPH
               PERFORM WRITE-SALES-EXTRACT-PARAGRAPH
           PERFORM WRITE-CREDIT-EXCEPTIONS-PARAGRAPH.
           PERFORM WRITE-EXCEPTION-REVIEW-PARAGRAPH.
           IF RETURN-CODE NOT = WS-RC-VOLUME-STOP
               PERFORM WRITE-INVOICE-CONTROL-PARAGRAPH
               PERFORM WRITE-PROCESSED-LOG-PARAGRAPH
           END-IF.
           PERFORM WRITE-RUN-CONTROL-PARAGRAPH.
           WRITE PROCLOG-REC.
           CLOSE PROCESSED-LOG-FILE.

       WRITE-INVOICE-CONTROL-PARAGRAPH.
           OPEN OUTPUT INVOICE-CONTROL-FILE.
           IF WS-INVCTL-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'SALESRPT: INVOICE-CONTROL-FILE OPEN FAILED, '
                       'STATUS=' WS-INVCTL-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-LAST-INVOICE-NO TO IC-LAST-INVOICE-NO.
           MOVE WS-FEED-FILE-DATE TO IC-LAST-RUN-DATE.
           MOVE WS-RUN-CYCLE-NO TO IC-LAST-CYCLE-NO.
           WRITE INVCTL-REC.
           CLOSE INVOICE-CONTROL-FILE.

       WRITE-TAX-EXTRACT-PARAGRAPH.
           SET EXT-TYPE-TAX TO TRUE.
           MOVE SPACES TO EXT-DESC.

      *> returns net the jurisdiction negative) off the GLMAP rows
      *> keyed 'TX' + jurisdiction; the receivables offset carries
      *> net sales plus tax so the voucher still balances.
      *> The cost of the night's sales and returns (DT-COST-AMOUNT on
      *> the SALESDTL records stamped with the same run date) posts
      *> as a pair of its own -- a debit to the cost-of-sales account
      *> mapped under 'COGS**' and a credit to the inventory account
      *> mapped under 'INVT**', reversed when returns net the cost
      *> negative -- so it never touches the receivables offset.
      *>
      *> Modification history
      *> 2026-08-21  Initial version.
      *>             day's rows against the oldest run's total. Also
      *>             appends a run-control record for the
      *>             end-of-stream balancing step.
      *> 2026-10-15  Post the night's standard cost of sales from
      *>             SALESDTL as a cost-of-sales debit against an
      *>             inventory credit (GLMAP 'COGS**' and 'INVT**').
      *>             The cost is totalled before the voucher is
      *>             opened, and a night with cost to post but no
      *>             mapping for either account fails the step
      *>             before anything is written.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.
       AUTHOR. CODE-CONTINUUM.
           SELECT SALES-TOTAL-FILE ASSIGN TO SALESTOT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESTOT-STATUS.
           SELECT SALES-DETAIL-FILE ASSIGN TO SALESDTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESDTL-STATUS.
           SELECT GL-VOUCHER-FILE ASSIGN TO GLVOUCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLVOUCH-STATUS.
       FD  SALES-TOTAL-FILE.
       COPY SALESTOT.

       FD  SALES-DETAIL-FILE.
       COPY SALESDTL.

       FD  GL-VOUCHER-FILE.
       COPY GLVOUCH.

       01 WS-GLMAP-STATUS      PIC X(2)  VALUE '00'.
       01 WS-SALESEXT-STATUS   PIC X(2)  VALUE '00'.
       01 WS-SALESTOT-STATUS   PIC X(2)  VALUE '00'.
       01 WS-SALESDTL-STATUS   PIC X(2)  VALUE '00'.
       01 WS-DETAIL-EOF-SW     PIC X     VALUE 'N'.
          88 WS-DETAIL-EOF               VALUE 'Y'.
       01 WS-GLVOUCH-STATUS    PIC X(2)  VALUE '00'.
       01 WS-RUNCTL-STATUS     PIC X(2)  VALUE '00'.
       01 WS-RUN-START-TS      PIC X(21) VALUE SPACES.
       01 WS-POSTED-TAX        PIC S9(9)V99 VALUE ZERO.
       01 WS-OFFSET-AMOUNT     PIC S9(9)V99 VALUE ZERO.
       01 WS-OFFSET-KEY        PIC X(6)  VALUE '******'.
       01 WS-COGS-KEY          PIC X(6)  VALUE 'COGS**'.
       01 WS-INVENTORY-KEY     PIC X(6)  VALUE 'INVT**'.
       01 WS-COGS-ACCOUNT      PIC X(8)  VALUE SPACES.
       01 WS-INVENTORY-ACCOUNT PIC X(8)  VALUE SPACES.
       01 WS-POSTED-COST       PIC S9(9)V99 VALUE ZERO.
       01 WS-COST-AMOUNT       PIC 9(9)V99 VALUE ZERO.
       01 WS-LINE-COUNT        PIC 9(4)  VALUE ZERO.
       01 WS-POSTED-NET        PIC S9(9)V99 VALUE ZERO.
       01 WS-DEBIT-TOTAL       PIC 9(10)V99 VALUE ZERO.
               MOVE WS-RC-OUT-OF-BAL TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM TOTAL-COST-PARAGRAPH.
           OPEN INPUT SALES-EXTRACT-FILE.
           IF WS-SALESEXT-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'GLPOST: SALES-EXTRACT-FILE OPEN FAILED, '
           END-READ.

       STORE-MAP-PARAGRAPH.
           EVALUATE TRUE
               WHEN GM-PRODUCT-CODE = WS-OFFSET-KEY
                   MOVE GM-GL-ACCOUNT TO WS-OFFSET-ACCOUNT
               WHEN GM-PRODUCT-CODE = WS-COGS-KEY
                   MOVE GM-GL-ACCOUNT TO WS-COGS-ACCOUNT
               WHEN GM-PRODUCT-CODE = WS-INVENTORY-KEY
                   MOVE GM-GL-ACCOUNT TO WS-INVENTORY-ACCOUNT
               WHEN WS-MAP-COUNT < WS-MAX-MAP-ENTRIES
                   ADD 1 TO WS-MAP-COUNT
                   SET WS-MAP-IDX TO WS-MAP-COUNT
                   MOVE GM-PRODUCT-CODE TO WS-MAP-PRODUCT(WS-MAP-IDX)
                   MOVE GM-GL-ACCOUNT TO WS-MAP-ACCOUNT(WS-MAP-IDX)
               WHEN OTHER
                   DISPLAY 'GLPOST: GL MAP TABLE FULL ('
                           WS-MAX-MAP-ENTRIES ') - PRODUCT '
                           GM-PRODUCT-CODE ' NOT LOADED'
           END-EVALUATE.
           PERFORM READ-MAP-PARAGRAPH.

       TOTAL-COST-PARAGRAPH.
           OPEN INPUT SALES-DETAIL-FILE.
           IF WS-SALESDTL-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'GLPOST: SALES-DETAIL-FILE OPEN FAILED, '
                       'STATUS=' WS-SALESDTL-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-DETAIL-PARAGRAPH.
           PERFORM ADD-DETAIL-COST-PARAGRAPH UNTIL WS-DETAIL-EOF.
           CLOSE SALES-DETAIL-FILE.
           IF WS-POSTED-COST NOT = ZERO
              AND (WS-COGS-ACCOUNT = SPACES
                   OR WS-INVENTORY-ACCOUNT = SPACES)
               DISPLAY 'GLPOST: NO COGS** OR INVT** ACCOUNT IN GLMAP '
                       '- VOUCHER NOT BUILT'
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-DETAIL-PARAGRAPH.
           READ SALES-DETAIL-FILE
               AT END
                   SET WS-DETAIL-EOF TO TRUE
           END-READ.

       ADD-DETAIL-COST-PARAGRAPH.
           IF DT-RUN-DATE = WS-POST-RUN-DATE
               ADD DT-COST-AMOUNT TO WS-POSTED-COST
           END-IF.
           PERFORM READ-DETAIL-PARAGRAPH.

       POST-SECTION SECTION.
           PERFORM READ-EXTRACT-PARAGRAPH.
           PERFORM POST-ONE-ROW-PARAGRAPH UNTIL WS-EXTRACT-EOF.
           IF WS-POSTED-COST NOT = ZERO
               PERFORM WRITE-COST-PARAGRAPH
           END-IF.
           PERFORM WRITE-OFFSET-PARAGRAPH.

       POST-DETAIL-SECTION SECTION.
               END-IF
           END-IF.

      *> A positive night debits cost of sales and credits
      *> inventory; a night whose returns outweigh its sales puts
      *> the cost back the other way.
       WRITE-COST-PARAGRAPH.
           IF WS-POSTED-COST < ZERO
               COMPUTE WS-COST-AMOUNT = ZERO - WS-POSTED-COST
           ELSE
               MOVE WS-POSTED-COST TO WS-COST-AMOUNT
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-POST-RUN-DATE TO JV-RUN-DATE.
           MOVE WS-LINE-COUNT TO JV-LINE-NO.
           MOVE WS-COGS-ACCOUNT TO JV-GL-ACCOUNT.
           MOVE 'COST OF GOODS SOLD' TO JV-DESC.
           IF WS-POSTED-COST < ZERO
               SET JV-CREDIT TO TRUE
               ADD WS-COST-AMOUNT TO WS-CREDIT-TOTAL
           ELSE
               SET JV-DEBIT TO TRUE
               ADD WS-COST-AMOUNT TO WS-DEBIT-TOTAL
           END-IF.
           MOVE WS-COST-AMOUNT TO JV-AMOUNT.
           WRITE GL-VOUCHER-REC.
           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-LINE-COUNT TO JV-LINE-NO.
           MOVE WS-INVENTORY-ACCOUNT TO JV-GL-ACCOUNT.
           MOVE 'INVENTORY RELIEF' TO JV-DESC.
           IF WS-POSTED-COST < ZERO
               SET JV-DEBIT TO TRUE
               ADD WS-COST-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               SET JV-CREDIT TO TRUE
               ADD WS-COST-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.
           WRITE GL-VOUCHER-REC.

       WRITE-OFFSET-PARAGRAPH.
           IF WS-POSTED-NET NOT = WS-POST-DAY-TOTAL
               DISPLAY 'GLPOST: POSTED NET ' WS-POSTED-NET

      *>             tax -- what the customer actually owes -- and
      *>             the balance block breaks the month's tax out on
      *>             its own line.
      *> 2026-10-15  Credit-balance refunds (PAYDTL direction R) print
      *>             as REFUND lines and get their own total in the
      *>             balance block; a refund adds back to the balance.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMTGEN.
       AUTHOR. CODE-CONTINUUM.
          05 SD-TRANS-TYPE      PIC X(01).
             88 SD-TYPE-CHARGE          VALUE 'C'.
             88 SD-TYPE-PAYMENT         VALUE 'P'.
             88 SD-TYPE-REFUND          VALUE 'R'.
          05 SD-REFERENCE       PIC X(10).
          05 SD-AMOUNT          PIC S9(09)V99.
          05 SD-TAX-AMOUNT      PIC S9(07)V99.
       01 WS-CHARGES-TOTAL     PIC S9(9)V99 VALUE ZERO.
       01 WS-TAX-TOTAL         PIC S9(9)V99 VALUE ZERO.
       01 WS-PAYMENTS-TOTAL    PIC S9(9)V99 VALUE ZERO.
       01 WS-REFUNDS-TOTAL     PIC S9(9)V99 VALUE ZERO.
       01 WS-OPENING-BAL       PIC S9(9)V99 VALUE ZERO.
       01 WS-CLOSING-BAL       PIC S9(9)V99 VALUE ZERO.
       01 WS-AMOUNT-DUE        PIC S9(9)V99 VALUE ZERO.
       RELEASE-PAYMENT-PARAGRAPH.
           MOVE PD-CUST-ID TO SRT-CUST-ID.
           MOVE PD-PAY-DATE TO SRT-SALE-DATE.
           MOVE PD-REFERENCE TO SRT-REFERENCE.
           IF PD-DIR-REFUND
               MOVE 'R' TO SRT-TRANS-TYPE
               MOVE PD-AMOUNT TO SRT-AMOUNT
           ELSE
               MOVE 'P' TO SRT-TRANS-TYPE
               COMPUTE SRT-AMOUNT = ZERO - PD-AMOUNT
           END-IF.
           MOVE ZERO TO SRT-TAX-AMOUNT.
           RELEASE SORT-REC.
           PERFORM READ-PAYMENT-PARAGRAPH.
               PERFORM OPEN-STATEMENT-PARAGRAPH
           END-IF.
           MOVE SD-SALE-DATE TO STM-SALE-DATE.
           EVALUATE TRUE
               WHEN SD-TYPE-PAYMENT
                   MOVE 'PAYMENT' TO STM-TRANS-LABEL
                   COMPUTE WS-PAYMENTS-TOTAL =
                       WS-PAYMENTS-TOTAL - SD-AMOUNT
               WHEN SD-TYPE-REFUND
                   MOVE 'REFUND ' TO STM-TRANS-LABEL
                   ADD SD-AMOUNT TO WS-REFUNDS-TOTAL
               WHEN OTHER
                   MOVE 'CHARGE ' TO STM-TRANS-LABEL
                   ADD SD-AMOUNT TO WS-CHARGES-TOTAL
                   ADD SD-TAX-AMOUNT TO WS-CHARGES-TOTAL
                   ADD SD-TAX-AMOUNT TO WS-TAX-TOTAL
           END-EVALUATE.
           MOVE SD-REFERENCE TO STM-REFERENCE.
           MOVE SD-AMOUNT TO STM-AMOUNT.
           MOVE SD-TAX-AMOUNT TO STM-TAX.
           MOVE SD-CUST-ID TO WS-CURRENT-CUST.
           MOVE ZERO TO WS-CHARGES-TOTAL.
           MOVE ZERO TO WS-PAYMENTS-TOTAL.
           MOVE ZERO TO WS-REFUNDS-TOTAL.
           MOVE ZERO TO WS-TAX-TOTAL.
           ADD 1 TO WS-STMT-COUNT.
           PERFORM FETCH-CUSTOMER-NAME-PARAGRAPH.
               MOVE WS-CUST-BAL TO WS-CLOSING-BAL
               COMPUTE WS-OPENING-BAL = WS-CLOSING-BAL
                   - WS-CHARGES-TOTAL + WS-PAYMENTS-TOTAL
                   - WS-REFUNDS-TOTAL
           ELSE
               MOVE ZERO TO WS-OPENING-BAL
               COMPUTE WS-CLOSING-BAL =
                   WS-CHARGES-TOTAL - WS-PAYMENTS-TOTAL
                   + WS-REFUNDS-TOTAL
           END-IF.
           IF WS-CLOSING-BAL > ZERO
               MOVE WS-CLOSING-BAL TO WS-AMOUNT-DUE
           MOVE WS-PAYMENTS-TOTAL TO STM-BAL-AMOUNT.
           MOVE WS-STMT-BALANCE-LINE TO STM-LINE.
           WRITE STM-LINE AFTER ADVANCING 1 LINE.
           IF WS-REFUNDS-TOTAL NOT = ZERO
               MOVE 'TOTAL REFUNDS:        ' TO STM-BAL-LABEL
               MOVE WS-REFUNDS-TOTAL TO STM-BAL-AMOUNT
               MOVE WS-STMT-BALANCE-LINE TO STM-LINE
               WRITE STM-LINE AFTER ADVANCING 1 LINE
           END-IF.
           MOVE 'CLOSING BALANCE:      ' TO STM-BAL-LABEL.
           MOVE WS-CLOSING-BAL TO STM-BAL-AMOUNT.
           MOVE WS-STMT-BALANCE-LINE TO STM-LINE.

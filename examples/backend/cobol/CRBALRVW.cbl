      *> Monthly credit-balance review listing. Walks the customer
      *> master and the AR open-item master together in customer
      *> order and picks out every customer whose CM-OUTSTANDING-BAL
      *> is a credit -- returns or overpayments have taken it below
      *> zero -- and whose oldest open credit item (an unused credit
      *> memo, or cash held on the on-account item) is older than the
      *> age threshold, counted in days back from the DATECARD
      *> business date. Each one is printed and written to the review
      *> worklist (CRREVW) that CRREVIEW presents to finance for a
      *> refund-or-keep decision; CRREFUND later pays the approved
      *> refunds. Until now a credit just sat on the master and the
      *> statement showed a negative AMOUNT DUE month after month.
      *>
      *>   PARM='nnn'   age threshold in days (default 060)
      *>
      *> A credit balance with no open credit item behind it cannot be
      *> aged: it is listed flagged OB and left off the worklist, and
      *> the step ends RC 4 -- ARAGING shows the same customer out of
      *> balance and that is chased first.
      *>
      *> Modification history
      *> 2026-10-15  Initial version.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRBALRVW.
       AUTHOR. CODE-CONTINUUM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT AR-ITEM-FILE ASSIGN TO ARITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-ITEM-KEY
               FILE STATUS IS WS-ARITEM-STATUS.
           SELECT DATE-CARD-FILE ASSIGN TO DATECARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATECARD-STATUS.
           SELECT CREDIT-REVIEW-FILE ASSIGN TO CRREVW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRREVW-STATUS.
           SELECT CREDIT-REPORT-FILE ASSIGN TO CRBALRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
       COPY CUSTMREC.

       FD  AR-ITEM-FILE.
       COPY ARITEM.

       FD  DATE-CARD-FILE.
       COPY DATECARD.

       FD  CREDIT-REVIEW-FILE.
       COPY CRREVW.

       FD  CREDIT-REPORT-FILE.
       01 CRR-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CUSTMAST-STATUS   PIC X(2)  VALUE '00'.
       01 WS-ARITEM-STATUS     PIC X(2)  VALUE '00'.
       01 WS-DATECARD-STATUS   PIC X(2)  VALUE '00'.
       01 WS-CRREVW-STATUS     PIC X(2)  VALUE '00'.
       01 WS-CRRPT-STATUS      PIC X(2)  VALUE '00'.
       01 WS-CUST-EOF-SW       PIC X     VALUE 'N'.
          88 WS-CUST-EOF                 VALUE 'Y'.
       01 WS-ITEM-EOF-SW       PIC X     VALUE 'N'.
          88 WS-ITEM-EOF                 VALUE 'Y'.
       01 WS-PARM-DAYS         PIC X(03) VALUE SPACES.
       01 WS-MIN-AGE-DAYS      PIC 9(03) VALUE 060.
       01 WS-BUSINESS-DATE     PIC 9(08) VALUE ZERO.
       01 WS-OLDEST-CREDIT     PIC 9(08) VALUE ZERO.
       01 WS-AGE-DAYS          PIC S9(05) VALUE ZERO.
       01 WS-CREDIT-AMOUNT     PIC 9(09)V99 VALUE ZERO.
       01 WS-CUST-READ         PIC 9(6)  VALUE ZERO.
       01 WS-CREDIT-CUSTS      PIC 9(6)  VALUE ZERO.
       01 WS-LISTED-COUNT      PIC 9(6)  VALUE ZERO.
       01 WS-TOO-RECENT-COUNT  PIC 9(6)  VALUE ZERO.
       01 WS-NO-ITEM-COUNT     PIC 9(6)  VALUE ZERO.
       01 WS-LISTED-TOTAL      PIC 9(11)V99 VALUE ZERO.
       01 WS-CRR-HEADER        PIC X(40) VALUE
              'CREDIT BALANCE REVIEW LISTING'.
       01 WS-CRR-DATE-LINE.
          05 FILLER            PIC X(15) VALUE 'REVIEW DATE:   '.
          05 HDR-BUSINESS-DATE PIC 9(08).
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 FILLER            PIC X(26) VALUE
                 'CREDITS OLDER THAN (DAYS):'.
          05 HDR-MIN-AGE       PIC ZZ9.
       01 WS-CRR-COLUMNS.
          05 FILLER            PIC X(11) VALUE 'CUSTOMER   '.
          05 FILLER            PIC X(31) VALUE 'NAME'.
          05 FILLER            PIC X(14) VALUE ' CREDIT AMOUNT'.
          05 FILLER            PIC X(12) VALUE '    OLDEST'.
          05 FILLER            PIC X(9)  VALUE '     DAYS'.
       01 WS-CRR-DETAIL-LINE.
          05 CRR-CUST-ID       PIC X(10).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 CRR-CUST-NAME     PIC X(30).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 CRR-CREDIT        PIC $$$,$$$,$$9.99.
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 CRR-OLDEST        PIC 9(08).
          05 FILLER            PIC X(3)  VALUE SPACES.
          05 CRR-AGE           PIC ZZ,ZZ9.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 CRR-FLAG          PIC X(02).
       01 WS-NONE-LINE         PIC X(40) VALUE
              'NO CREDIT BALANCES DUE FOR REVIEW'.
       01 WS-TOTAL-LINE.
          05 FILLER            PIC X(42) VALUE
                 'TOTAL CREDIT LISTED FOR REVIEW'.
          05 TOT-CREDIT        PIC $$,$$$,$$$,$$9.99.
       01 WS-COUNT-LINE.
          05 CNT-LABEL         PIC X(24).
          05 CNT-VALUE         PIC ZZZ,ZZ9.

       COPY WSCONSTANTS.

       LINKAGE SECTION.
       01 LK-PARM-DATA.
          05 LK-PARM-LEN       PIC S9(4) COMP.
          05 LK-PARM-TEXT      PIC X(80).

       PROCEDURE DIVISION USING LK-PARM-DATA.

       MAIN-SECTION SECTION.
           PERFORM INIT-PARAGRAPH.
           PERFORM REVIEW-SECTION.
           PERFORM CLOSE-PARAGRAPH.
           STOP RUN.

       INIT-PARAGRAPH.
           IF LK-PARM-LEN > ZERO
               MOVE LK-PARM-TEXT TO WS-PARM-DAYS
               IF WS-PARM-DAYS NOT NUMERIC
                   DISPLAY 'CRBALRVW: PARM ' WS-PARM-DAYS
                           ' IS NOT NNN DAYS'
                   MOVE WS-RC-DB-ERROR TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-DAYS TO WS-MIN-AGE-DAYS
           END-IF.
           OPEN INPUT DATE-CARD-FILE.
           IF WS-DATECARD-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'CRBALRVW: DATE-CARD-FILE OPEN FAILED, STATUS='
                       WS-DATECARD-STATUS
               MOVE WS-RC-DATE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           READ DATE-CARD-FILE
               AT END
                   DISPLAY 'CRBALRVW: DATECARD ABSENT OR EMPTY - '
                           'BUSINESS DATE UNKNOWN'
                   MOVE WS-RC-DATE-ERROR TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE DC-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-READ.
           CLOSE DATE-CARD-FILE.
           OPEN INPUT CUSTMAST-FILE.
           IF WS-CUSTMAST-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'CRBALRVW: CUSTMAST-FILE OPEN FAILED, STATUS='
                       WS-CUSTMAST-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT AR-ITEM-FILE.
           IF WS-ARITEM-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'CRBALRVW: AR-ITEM-FILE OPEN FAILED, STATUS='
                       WS-ARITEM-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CREDIT-REVIEW-FILE.
           IF WS-CRREVW-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'CRBALRVW: CREDIT-REVIEW-FILE OPEN FAILED, '
                       'STATUS=' WS-CRREVW-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CREDIT-REPORT-FILE.
           IF WS-CRRPT-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'CRBALRVW: CREDIT-REPORT-FILE OPEN FAILED, '
                       'STATUS=' WS-CRRPT-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CRR-HEADER TO CRR-LINE.
           WRITE CRR-LINE.
           MOVE WS-BUSINESS-DATE TO HDR-BUSINESS-DATE.
           MOVE WS-MIN-AGE-DAYS TO HDR-MIN-AGE.
           MOVE WS-CRR-DATE-LINE TO CRR-LINE.
           WRITE CRR-LINE.
           MOVE SPACES TO CRR-LINE.
           WRITE CRR-LINE.
           MOVE WS-CRR-COLUMNS TO CRR-LINE.
           WRITE CRR-LINE.

       REVIEW-SECTION SECTION.
           PERFORM READ-CUSTOMER-PARAGRAPH.
           PERFORM READ-ITEM-PARAGRAPH.
           PERFORM REVIEW-ONE-CUSTOMER-PARAGRAPH UNTIL WS-CUST-EOF.
           PERFORM PRINT-TOTALS-PARAGRAPH.

       REVIEW-DETAIL-SECTION SECTION.
       READ-CUSTOMER-PARAGRAPH.
           READ CUSTMAST-FILE
               AT END
                   SET WS-CUST-EOF TO TRUE
           END-READ.
           IF NOT WS-CUST-EOF
               ADD 1 TO WS-CUST-READ
           END-IF.

       READ-ITEM-PARAGRAPH.
           READ AR-ITEM-FILE
               AT END
                   SET WS-ITEM-EOF TO TRUE
           END-READ.

       REVIEW-ONE-CUSTOMER-PARAGRAPH.
           PERFORM READ-ITEM-PARAGRAPH
               UNTIL WS-ITEM-EOF OR AR-CUST-ID NOT < CM-CUST-ID.
           MOVE ZERO TO WS-OLDEST-CREDIT.
           PERFORM SCAN-ONE-ITEM-PARAGRAPH
               UNTIL WS-ITEM-EOF OR AR-CUST-ID NOT = CM-CUST-ID.
           IF CM-OUTSTANDING-BAL < ZERO
               ADD 1 TO WS-CREDIT-CUSTS
               PERFORM CHECK-CREDIT-AGE-PARAGRAPH
           END-IF.
           PERFORM READ-CUSTOMER-PARAGRAPH.

       SCAN-ONE-ITEM-PARAGRAPH.
           IF AR-OPEN-AMOUNT < ZERO
               IF WS-OLDEST-CREDIT = ZERO
                  OR AR-DOC-DATE < WS-OLDEST-CREDIT
                   MOVE AR-DOC-DATE TO WS-OLDEST-CREDIT
               END-IF
           END-IF.
           PERFORM READ-ITEM-PARAGRAPH.

       CHECK-CREDIT-AGE-PARAGRAPH.
           COMPUTE WS-CREDIT-AMOUNT = ZERO - CM-OUTSTANDING-BAL.
           IF WS-OLDEST-CREDIT = ZERO
               ADD 1 TO WS-NO-ITEM-COUNT
               MOVE ZERO TO WS-AGE-DAYS
               MOVE 'OB' TO CRR-FLAG
               PERFORM PRINT-CUSTOMER-PARAGRAPH
           ELSE
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-OLDEST-CREDIT)
               IF WS-AGE-DAYS > WS-MIN-AGE-DAYS
                   MOVE SPACES TO CRR-FLAG
                   PERFORM PRINT-CUSTOMER-PARAGRAPH
                   PERFORM WRITE-WORKLIST-PARAGRAPH
               ELSE
                   ADD 1 TO WS-TOO-RECENT-COUNT
               END-IF
           END-IF.

       PRINT-CUSTOMER-PARAGRAPH.
           MOVE CM-CUST-ID TO CRR-CUST-ID.
           MOVE CM-CUST-NAME TO CRR-CUST-NAME.
           MOVE WS-CREDIT-AMOUNT TO CRR-CREDIT.
           MOVE WS-OLDEST-CREDIT TO CRR-OLDEST.
           MOVE WS-AGE-DAYS TO CRR-AGE.
           MOVE WS-CRR-DETAIL-LINE TO CRR-LINE.
           WRITE CRR-LINE.

       WRITE-WORKLIST-PARAGRAPH.
           MOVE WS-BUSINESS-DATE TO CV-REVIEW-DATE.
           MOVE CM-CUST-ID TO CV-CUST-ID.
           MOVE CM-CUST-NAME TO CV-CUST-NAME.
           MOVE WS-CREDIT-AMOUNT TO CV-CREDIT-AMOUNT.
           MOVE WS-OLDEST-CREDIT TO CV-OLDEST-CREDIT.
           MOVE WS-AGE-DAYS TO CV-AGE-DAYS.
           WRITE CREDIT-REVIEW-REC.
           ADD 1 TO WS-LISTED-COUNT.
           ADD WS-CREDIT-AMOUNT TO WS-LISTED-TOTAL.

       PRINT-TOTALS-PARAGRAPH.
           IF WS-LISTED-COUNT = ZERO AND WS-NO-ITEM-COUNT = ZERO
               MOVE WS-NONE-LINE TO CRR-LINE
               WRITE CRR-LINE
           END-IF.
           MOVE SPACES TO CRR-LINE.
           WRITE CRR-LINE.
           MOVE WS-LISTED-TOTAL TO TOT-CREDIT.
           MOVE WS-TOTAL-LINE TO CRR-LINE.
           WRITE CRR-LINE.
           MOVE SPACES TO CRR-LINE.
           WRITE CRR-LINE.
           MOVE 'CUSTOMERS READ:' TO CNT-LABEL.
           MOVE WS-CUST-READ TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO CRR-LINE.
           WRITE CRR-LINE.
           MOVE 'CREDIT BALANCES:' TO CNT-LABEL.
           MOVE WS-CREDIT-CUSTS TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO CRR-LINE.
           WRITE CRR-LINE.
           MOVE 'LISTED FOR REVIEW:' TO CNT-LABEL.
           MOVE WS-LISTED-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO CRR-LINE.
           WRITE CRR-LINE.
           MOVE 'NOT YET OLD ENOUGH:' TO CNT-LABEL.
           MOVE WS-TOO-RECENT-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO CRR-LINE.
           WRITE CRR-LINE.
           MOVE 'NO CREDIT ITEM (OB):' TO CNT-LABEL.
           MOVE WS-NO-ITEM-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO CRR-LINE.
           WRITE CRR-LINE.

       CLOSE-SECTION SECTION.
       CLOSE-PARAGRAPH.
           CLOSE CUSTMAST-FILE.
           CLOSE AR-ITEM-FILE.
           CLOSE CREDIT-REVIEW-FILE.
           CLOSE CREDIT-REPORT-FILE.
           DISPLAY 'CRBALRVW: READ=' WS-CUST-READ
                   ' CREDITS=' WS-CREDIT-CUSTS
                   ' LISTED=' WS-LISTED-COUNT
                   ' NO ITEM=' WS-NO-ITEM-COUNT.
           IF WS-NO-ITEM-COUNT > ZERO
               MOVE WS-RC-WARNING TO RETURN-CODE
           END-IF.

      *> Weekly aged trial balance. Walks the customer master and the
      *> AR open-item master together in customer order and prints,
      *> for every customer with an open item or a balance, the open
      *> amounts aged against the DATECARD business date -- current
      *> (0-30 days from the document date), 31-60, 61-90 and over
      *> 90 -- with the total beside the CM-OUTSTANDING-BAL the master
      *> carries, so credit can see who is actually late rather than
      *> just who is over limit. Credits (credit memos not yet used,
      *> cash held on account) age by their own date and net into the
      *> bucket they fall in.
      *>
      *> The open items and the master balance are kept equal by
      *> ARPOST and CASHPOST; a customer whose items do not sum to the
      *> balance is flagged OB on the report and finishes the step
      *> RC 4, so a difference is chased the week it appears.
      *>
      *> Modification history
      *> 2026-10-15  Initial version.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARAGING.
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
           SELECT AGED-REPORT-FILE ASSIGN TO ARAGERPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGERPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
       COPY CUSTMREC.

       FD  AR-ITEM-FILE.
       COPY ARITEM.

       FD  DATE-CARD-FILE.
       COPY DATECARD.

       FD  AGED-REPORT-FILE.
       01 AGE-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CUSTMAST-STATUS   PIC X(2)  VALUE '00'.
       01 WS-ARITEM-STATUS     PIC X(2)  VALUE '00'.
       01 WS-DATECARD-STATUS   PIC X(2)  VALUE '00'.
       01 WS-AGERPT-STATUS     PIC X(2)  VALUE '00'.
       01 WS-CUST-EOF-SW       PIC X     VALUE 'N'.
          88 WS-CUST-EOF                 VALUE 'Y'.
       01 WS-ITEM-EOF-SW       PIC X     VALUE 'N'.
          88 WS-ITEM-EOF                 VALUE 'Y'.
       01 WS-BUSINESS-DATE     PIC 9(08) VALUE ZERO.
       01 WS-AGE-DAYS          PIC S9(05) VALUE ZERO.
       01 WS-CUST-READ         PIC 9(6)  VALUE ZERO.
       01 WS-CUST-PRINTED      PIC 9(6)  VALUE ZERO.
       01 WS-OUT-OF-BAL-COUNT  PIC 9(6)  VALUE ZERO.
       01 WS-ORPHAN-COUNT      PIC 9(6)  VALUE ZERO.
       01 WS-OPEN-ITEM-COUNT   PIC 9(8)  VALUE ZERO.
       01 WS-CUST-BUCKETS.
          05 WS-CUST-CURRENT   PIC S9(11)V99 VALUE ZERO.
          05 WS-CUST-31-60     PIC S9(11)V99 VALUE ZERO.
          05 WS-CUST-61-90     PIC S9(11)V99 VALUE ZERO.
          05 WS-CUST-OVER-90   PIC S9(11)V99 VALUE ZERO.
          05 WS-CUST-TOTAL     PIC S9(11)V99 VALUE ZERO.
       01 WS-CUST-ITEMS        PIC 9(6)  VALUE ZERO.
       01 WS-GRAND-BUCKETS.
          05 WS-GRAND-CURRENT  PIC S9(11)V99 VALUE ZERO.
          05 WS-GRAND-31-60    PIC S9(11)V99 VALUE ZERO.
          05 WS-GRAND-61-90    PIC S9(11)V99 VALUE ZERO.
          05 WS-GRAND-OVER-90  PIC S9(11)V99 VALUE ZERO.
          05 WS-GRAND-TOTAL    PIC S9(11)V99 VALUE ZERO.
          05 WS-GRAND-MASTER   PIC S9(11)V99 VALUE ZERO.
       01 WS-AGE-HEADER        PIC X(40) VALUE
              'AGED TRIAL BALANCE'.
       01 WS-AGE-DATE-LINE.
          05 FILLER            PIC X(15) VALUE 'AGED AS AT:    '.
          05 HDR-BUSINESS-DATE PIC 9(08).
       01 WS-AGE-COLUMNS.
          05 FILLER            PIC X(11) VALUE 'CUSTOMER   '.
          05 FILLER            PIC X(21) VALUE 'NAME'.
          05 FILLER            PIC X(16) VALUE '         CURRENT'.
          05 FILLER            PIC X(16) VALUE '      31-60 DAYS'.
          05 FILLER            PIC X(16) VALUE '      61-90 DAYS'.
          05 FILLER            PIC X(16) VALUE '    OVER 90 DAYS'.
          05 FILLER            PIC X(16) VALUE '      TOTAL OPEN'.
          05 FILLER            PIC X(16) VALUE '  MASTER BALANCE'.
       01 WS-AGE-DETAIL-LINE.
          05 AGE-CUST-ID       PIC X(10).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 AGE-CUST-NAME     PIC X(20).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 AGE-CURRENT       PIC $$$,$$$,$$9.99-.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 AGE-31-60         PIC $$$,$$$,$$9.99-.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 AGE-61-90         PIC $$$,$$$,$$9.99-.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 AGE-OVER-90       PIC $$$,$$$,$$9.99-.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 AGE-TOTAL         PIC $$$,$$$,$$9.99-.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 AGE-MASTER-BAL    PIC $$$,$$$,$$9.99-.
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 AGE-FLAG          PIC X(02).
       01 WS-NONE-LINE         PIC X(40) VALUE
              'NO OPEN ITEMS OR BALANCES'.
       01 WS-ORPHAN-LINE.
          05 FILLER            PIC X(24) VALUE
                 'ITEM WITH NO CUSTOMER:  '.
          05 ORP-CUST-ID       PIC X(10).
          05 FILLER            PIC X(11) VALUE '  DOCUMENT '.
          05 ORP-INVOICE-NO    PIC 9(10).
          05 FILLER            PIC X(8)  VALUE '  OPEN: '.
          05 ORP-OPEN-AMOUNT   PIC $$$,$$$,$$9.99-.
       01 WS-COUNT-LINE.
          05 CNT-LABEL         PIC X(24).
          05 CNT-VALUE         PIC ZZZ,ZZ9.

       COPY WSCONSTANTS.

       PROCEDURE DIVISION.

       MAIN-SECTION SECTION.
           PERFORM INIT-PARAGRAPH.
           PERFORM AGING-SECTION.
           PERFORM CLOSE-PARAGRAPH.
           STOP RUN.

       INIT-PARAGRAPH.
           OPEN INPUT DATE-CARD-FILE.
           IF WS-DATECARD-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'ARAGING: DATE-CARD-FILE OPEN FAILED, STATUS='
                       WS-DATECARD-STATUS
               MOVE WS-RC-DATE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           READ DATE-CARD-FILE
               AT END
                   DISPLAY 'ARAGING: DATECARD ABSENT OR EMPTY - '
                           'BUSINESS DATE UNKNOWN'
                   MOVE WS-RC-DATE-ERROR TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE DC-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-READ.
           CLOSE DATE-CARD-FILE.
           OPEN INPUT CUSTMAST-FILE.
           IF WS-CUSTMAST-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'ARAGING: CUSTMAST-FILE OPEN FAILED, STATUS='
                       WS-CUSTMAST-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT AR-ITEM-FILE.
           IF WS-ARITEM-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'ARAGING: AR-ITEM-FILE OPEN FAILED, STATUS='
                       WS-ARITEM-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT AGED-REPORT-FILE.
           IF WS-AGERPT-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'ARAGING: AGED-REPORT-FILE OPEN FAILED, '
                       'STATUS=' WS-AGERPT-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-AGE-HEADER TO AGE-LINE.
           WRITE AGE-LINE.
           MOVE WS-BUSINESS-DATE TO HDR-BUSINESS-DATE.
           MOVE WS-AGE-DATE-LINE TO AGE-LINE.
           WRITE AGE-LINE.
           MOVE SPACES TO AGE-LINE.
           WRITE AGE-LINE.
           MOVE WS-AGE-COLUMNS TO AGE-LINE.
           WRITE AGE-LINE.

       AGING-SECTION SECTION.
           PERFORM READ-CUSTOMER-PARAGRAPH.
           PERFORM READ-ITEM-PARAGRAPH.
           PERFORM AGE-ONE-CUSTOMER-PARAGRAPH UNTIL WS-CUST-EOF.
           PERFORM REPORT-ORPHAN-ITEM-PARAGRAPH UNTIL WS-ITEM-EOF.
           PERFORM PRINT-TOTALS-PARAGRAPH.

       AGING-DETAIL-SECTION SECTION.
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

       AGE-ONE-CUSTOMER-PARAGRAPH.
           PERFORM REPORT-ORPHAN-ITEM-PARAGRAPH
               UNTIL WS-ITEM-EOF OR AR-CUST-ID NOT < CM-CUST-ID.
           INITIALIZE WS-CUST-BUCKETS.
           MOVE ZERO TO WS-CUST-ITEMS.
           PERFORM AGE-ONE-ITEM-PARAGRAPH
               UNTIL WS-ITEM-EOF OR AR-CUST-ID NOT = CM-CUST-ID.
           IF WS-CUST-ITEMS > ZERO OR CM-OUTSTANDING-BAL NOT = ZERO
               PERFORM PRINT-CUSTOMER-PARAGRAPH
           END-IF.
           PERFORM READ-CUSTOMER-PARAGRAPH.

       AGE-ONE-ITEM-PARAGRAPH.
           IF AR-OPEN-AMOUNT NOT = ZERO
               ADD 1 TO WS-CUST-ITEMS
               ADD 1 TO WS-OPEN-ITEM-COUNT
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                 - FUNCTION INTEGER-OF-DATE(AR-DOC-DATE)
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS > 90
                       ADD AR-OPEN-AMOUNT TO WS-CUST-OVER-90
                   WHEN WS-AGE-DAYS > 60
                       ADD AR-OPEN-AMOUNT TO WS-CUST-61-90
                   WHEN WS-AGE-DAYS > 30
                       ADD AR-OPEN-AMOUNT TO WS-CUST-31-60
                   WHEN OTHER
                       ADD AR-OPEN-AMOUNT TO WS-CUST-CURRENT
               END-EVALUATE
               ADD AR-OPEN-AMOUNT TO WS-CUST-TOTAL
           END-IF.
           PERFORM READ-ITEM-PARAGRAPH.

       REPORT-ORPHAN-ITEM-PARAGRAPH.
           IF AR-OPEN-AMOUNT NOT = ZERO
               ADD 1 TO WS-ORPHAN-COUNT
               MOVE AR-CUST-ID TO ORP-CUST-ID
               MOVE AR-INVOICE-NO TO ORP-INVOICE-NO
               MOVE AR-OPEN-AMOUNT TO ORP-OPEN-AMOUNT
               MOVE WS-ORPHAN-LINE TO AGE-LINE
               WRITE AGE-LINE
           END-IF.
           PERFORM READ-ITEM-PARAGRAPH.

       PRINT-CUSTOMER-PARAGRAPH.
           ADD 1 TO WS-CUST-PRINTED.
           MOVE CM-CUST-ID TO AGE-CUST-ID.
           MOVE CM-CUST-NAME TO AGE-CUST-NAME.
           MOVE WS-CUST-CURRENT TO AGE-CURRENT.
           MOVE WS-CUST-31-60 TO AGE-31-60.
           MOVE WS-CUST-61-90 TO AGE-61-90.
           MOVE WS-CUST-OVER-90 TO AGE-OVER-90.
           MOVE WS-CUST-TOTAL TO AGE-TOTAL.
           MOVE CM-OUTSTANDING-BAL TO AGE-MASTER-BAL.
           IF WS-CUST-TOTAL NOT = CM-OUTSTANDING-BAL
               MOVE 'OB' TO AGE-FLAG
               ADD 1 TO WS-OUT-OF-BAL-COUNT
           ELSE
               MOVE SPACES TO AGE-FLAG
           END-IF.
           MOVE WS-AGE-DETAIL-LINE TO AGE-LINE.
           WRITE AGE-LINE.
           ADD WS-CUST-CURRENT TO WS-GRAND-CURRENT.
           ADD WS-CUST-31-60 TO WS-GRAND-31-60.
           ADD WS-CUST-61-90 TO WS-GRAND-61-90.
           ADD WS-CUST-OVER-90 TO WS-GRAND-OVER-90.
           ADD WS-CUST-TOTAL TO WS-GRAND-TOTAL.
           ADD CM-OUTSTANDING-BAL TO WS-GRAND-MASTER.

       PRINT-TOTALS-PARAGRAPH.
           IF WS-CUST-PRINTED = ZERO
               MOVE WS-NONE-LINE TO AGE-LINE
               WRITE AGE-LINE
           END-IF.
           MOVE SPACES TO AGE-LINE.
           WRITE AGE-LINE.
           MOVE SPACES TO AGE-CUST-ID.
           MOVE 'TOTAL' TO AGE-CUST-NAME.
           MOVE WS-GRAND-CURRENT TO AGE-CURRENT.
           MOVE WS-GRAND-31-60 TO AGE-31-60.
           MOVE WS-GRAND-61-90 TO AGE-61-90.
           MOVE WS-GRAND-OVER-90 TO AGE-OVER-90.
           MOVE WS-GRAND-TOTAL TO AGE-TOTAL.
           MOVE WS-GRAND-MASTER TO AGE-MASTER-BAL.
           MOVE SPACES TO AGE-FLAG.
           MOVE WS-AGE-DETAIL-LINE TO AGE-LINE.
           WRITE AGE-LINE.
           MOVE SPACES TO AGE-LINE.
           WRITE AGE-LINE.
           MOVE 'CUSTOMERS READ:' TO CNT-LABEL.
           MOVE WS-CUST-READ TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO AGE-LINE.
           WRITE AGE-LINE.
           MOVE 'CUSTOMERS LISTED:' TO CNT-LABEL.
           MOVE WS-CUST-PRINTED TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO AGE-LINE.
           WRITE AGE-LINE.
           MOVE 'OPEN ITEMS AGED:' TO CNT-LABEL.
           MOVE WS-OPEN-ITEM-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO AGE-LINE.
           WRITE AGE-LINE.
           MOVE 'OUT OF BALANCE (OB):' TO CNT-LABEL.
           MOVE WS-OUT-OF-BAL-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO AGE-LINE.
           WRITE AGE-LINE.
           MOVE 'ITEMS WITH NO CUSTOMER:' TO CNT-LABEL.
           MOVE WS-ORPHAN-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO AGE-LINE.
           WRITE AGE-LINE.

       CLOSE-SECTION SECTION.
       CLOSE-PARAGRAPH.
           CLOSE CUSTMAST-FILE.
           CLOSE AR-ITEM-FILE.
           CLOSE AGED-REPORT-FILE.
           IF WS-OUT-OF-BAL-COUNT > ZERO OR WS-ORPHAN-COUNT > ZERO
               DISPLAY 'ARAGING: ' WS-OUT-OF-BAL-COUNT
                       ' CUSTOMERS OUT OF BALANCE, '
                       WS-ORPHAN-COUNT ' ITEMS WITH NO CUSTOMER'
               MOVE WS-RC-WARNING TO RETURN-CODE
           END-IF.

      *> Online customer account inquiry for the service desk. Takes a
      *> customer ID and shows, at the top of every screen, the
      *> master (name, status, credit limit, outstanding balance and
      *> the credit still available) with month-to-date and year-to-
      *> date net sales off the sales history master, then pages
      *> forward and back through the customer's activity:
      *>   - the most recent charges this month (SALESDTL invoices
      *>     and credit memos), newest first;
      *>   - the most recent payments and refunds this month
      *>     (PAYDTL), newest first;
      *>   - the exception review rows raised on the customer
      *>     (EXCPFILE) with the disposition the desk recorded on
      *>     EXCPDISP, or OPEN when nobody has worked it yet;
      *>   - feed records held as suspected duplicates (DUPSUSP) or
      *>     as unmatched returns (RTNHELD, with the hold reason).
      *> Every file is opened for input only -- nothing here can
      *> change a record, so the transaction can be given to the
      *> whole service desk without an operator sign-on.
      *>
      *> Only the last WS-MAX-RECENT charges and payments are kept
      *> for display; the totals line says how many there were.
      *>
      *> Modification history
      *> 2026-10-15  Initial version.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTINQ.
       AUTHOR. CODE-CONTINUUM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT OPTIONAL SALES-HISTORY-FILE ASSIGN TO SALESHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HS-HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT DATE-CARD-FILE ASSIGN TO DATECARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATECARD-STATUS.
           SELECT OPTIONAL SALES-DETAIL-FILE ASSIGN TO SALESDTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESDTL-STATUS.
           SELECT OPTIONAL PAYMENT-DETAIL-FILE ASSIGN TO PAYDTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYDTL-STATUS.
           SELECT OPTIONAL EXCEPTION-REVIEW-FILE ASSIGN TO EXCPFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCPFILE-STATUS.
           SELECT OPTIONAL EXCP-DISP-FILE ASSIGN TO EXCPDISP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCPDISP-STATUS.
           SELECT OPTIONAL DUP-SUSPENSE-FILE ASSIGN TO DUPSUSP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPSUSP-STATUS.
           SELECT OPTIONAL RETURN-HELD-FILE ASSIGN TO RTNHELD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTNHELD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
       COPY CUSTMREC.

       FD  SALES-HISTORY-FILE.
       COPY SALESHST.

       FD  DATE-CARD-FILE.
       COPY DATECARD.

       FD  SALES-DETAIL-FILE.
       COPY SALESDTL.

       FD  PAYMENT-DETAIL-FILE.
       COPY PAYDTL.

       FD  EXCEPTION-REVIEW-FILE.
       COPY EXCPREC.

       FD  EXCP-DISP-FILE.
       COPY EXCPDISP.

      *> The suspense and held-return records are images of the feed
      *> detail record (the held return behind its reason code).
       FD  DUP-SUSPENSE-FILE.
       01 DUP-SUSPENSE-REC.
          05 DUP-REC-TYPE       PIC X(01).
          05 DUP-CUST-ID        PIC X(10).
          05 DUP-PRODUCT-CODE   PIC X(06).
          05 DUP-AMOUNT         PIC 9(8)V99.
          05 DUP-DATE           PIC 9(08).
          05 DUP-CURRENCY-CODE  PIC X(03).
          05 DUP-TRANS-TYPE     PIC X(01).
          05 DUP-REP-CODE       PIC X(04).
          05 FILLER             PIC X(21).

       FD  RETURN-HELD-FILE.
       01 RETURN-HELD-REC.
          05 HLD-REASON-CODE    PIC X(02).
          05 HLD-REC-TYPE       PIC X(01).
          05 HLD-CUST-ID        PIC X(10).
          05 HLD-PRODUCT-CODE   PIC X(06).
          05 HLD-AMOUNT         PIC 9(8)V99.
          05 HLD-DATE           PIC 9(08).
          05 HLD-CURRENCY-CODE  PIC X(03).
          05 HLD-TRANS-TYPE     PIC X(01).
          05 HLD-REP-CODE       PIC X(04).
          05 FILLER             PIC X(21).

       WORKING-STORAGE SECTION.
       01 WS-CUSTMAST-STATUS   PIC X(2)  VALUE '00'.
       01 WS-HISTORY-STATUS    PIC X(2)  VALUE '00'.
       01 WS-DATECARD-STATUS   PIC X(2)  VALUE '00'.
       01 WS-SALESDTL-STATUS   PIC X(2)  VALUE '00'.
       01 WS-PAYDTL-STATUS     PIC X(2)  VALUE '00'.
       01 WS-EXCPFILE-STATUS   PIC X(2)  VALUE '00'.
       01 WS-EXCPDISP-STATUS   PIC X(2)  VALUE '00'.
       01 WS-DUPSUSP-STATUS    PIC X(2)  VALUE '00'.
       01 WS-RTNHELD-STATUS    PIC X(2)  VALUE '00'.
       01 WS-EOF-SW            PIC X     VALUE 'N'.
          88 WS-EOF                      VALUE 'Y'.
       01 WS-SESSION-DONE-SW   PIC X     VALUE 'N'.
          88 WS-SESSION-DONE             VALUE 'Y'.
       01 WS-CUSTOMER-DONE-SW  PIC X     VALUE 'N'.
          88 WS-CUSTOMER-DONE            VALUE 'Y'.
       01 WS-DISP-FOUND-SW     PIC X     VALUE 'N'.
          88 WS-DISP-FOUND               VALUE 'Y'.
       01 WS-INPUT-CUST-ID     PIC X(10) VALUE SPACES.
       01 WS-PAGE-CHOICE       PIC X(1)  VALUE SPACES.
          88 WS-CHOICE-FORWARD           VALUE 'F' ' '.
          88 WS-CHOICE-BACK              VALUE 'B'.
          88 WS-CHOICE-NEW               VALUE 'N'.
          88 WS-CHOICE-EXIT              VALUE 'X'.
       01 WS-CURRENT-PERIOD    PIC 9(06) VALUE ZERO.
       01 WS-PERIOD-WORK.
          05 WS-PERIOD-YEAR    PIC 9(04).
          05 WS-PERIOD-MONTH   PIC 9(02).
       01 WS-PERIOD-WORK-N REDEFINES WS-PERIOD-WORK
                               PIC 9(06).
       01 WS-MONTH-SUB         PIC 9(02) VALUE ZERO.
       01 WS-MTD-SALES         PIC S9(11)V99 VALUE ZERO.
       01 WS-YTD-SALES         PIC S9(11)V99 VALUE ZERO.
       01 WS-AVAILABLE-CREDIT  PIC S9(09)V99 VALUE ZERO.
      *> Recent charges and payments are kept in a ring of the last
      *> WS-MAX-RECENT lines each, so the newest can be shown first.
       01 WS-MAX-RECENT        PIC 9(03) VALUE 050.
       01 WS-CHG-SEEN          PIC 9(06) VALUE ZERO.
       01 WS-PAY-SEEN          PIC 9(06) VALUE ZERO.
       01 WS-RING-SEEN         PIC 9(06) VALUE ZERO.
       01 WS-RING-SUB          PIC 9(06) VALUE ZERO.
       01 WS-RING-SLOT         PIC 9(03) VALUE ZERO.
       01 WS-RING-QUOT         PIC 9(06) VALUE ZERO.
       01 WS-RING-FIRST        PIC 9(06) VALUE ZERO.
       01 WS-CHG-RING.
          05 WS-CHG-RING-LINE  PIC X(79) OCCURS 50 TIMES.
       01 WS-PAY-RING.
          05 WS-PAY-RING-LINE  PIC X(79) OCCURS 50 TIMES.
      *> This customer's dispositions, matched to the exception rows
      *> the way EXCPREVW matches them (the row's identity is its
      *> key).
       01 WS-MAX-DISPS         PIC 9(03) VALUE 500.
       01 WS-DISP-COUNT        PIC 9(03) VALUE ZERO.
       01 WS-DISP-TABLE.
          05 WS-DISP-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-DSP-IDX.
             10 WS-DSP-KEY.
                15 WS-DSP-RUN-DATE  PIC 9(08).
                15 WS-DSP-CYCLE-NO  PIC 9(03).
                15 WS-DSP-REC-TYPE  PIC X(01).
                15 WS-DSP-PRODUCT   PIC X(06).
                15 WS-DSP-SALE-DATE PIC 9(08).
                15 WS-DSP-AMOUNT    PIC S9(09)V99.
             10 WS-DSP-CODE        PIC X(02).
             10 WS-DSP-OPERATOR    PIC X(08).
       01 WS-EXCP-KEY.
          05 WS-EXC-RUN-DATE   PIC 9(08).
          05 WS-EXC-CYCLE-NO   PIC 9(03).
          05 WS-EXC-REC-TYPE   PIC X(01).
          05 WS-EXC-PRODUCT    PIC X(06).
          05 WS-EXC-SALE-DATE  PIC 9(08).
          05 WS-EXC-AMOUNT     PIC S9(09)V99.
       01 WS-FOUND-DISP-CODE   PIC X(02) VALUE SPACES.
       01 WS-FOUND-OPERATOR    PIC X(08) VALUE SPACES.
      *> The activity pages: every line the customer's screens show,
      *> section headings included, paged WS-PAGE-SIZE at a time.
       01 WS-MAX-LINES         PIC 9(03) VALUE 400.
       01 WS-LINE-COUNT        PIC 9(03) VALUE ZERO.
       01 WS-LINES-DROPPED     PIC 9(06) VALUE ZERO.
       01 WS-LINE-TABLE.
          05 WS-ACT-LINE       PIC X(79) OCCURS 400 TIMES
                               INDEXED BY WS-LINE-IDX.
       01 WS-PAGE-SIZE         PIC 9(02) VALUE 15.
       01 WS-TOP-LINE          PIC 9(03) VALUE 1.
       01 WS-LAST-ON-PAGE      PIC 9(03) VALUE ZERO.
       01 WS-PAGE-NO           PIC 9(03) VALUE ZERO.
       01 WS-PAGE-COUNT        PIC 9(03) VALUE ZERO.
       01 WS-PAGE-REMAINDER    PIC 9(02) VALUE ZERO.
       01 WS-NEW-LINE          PIC X(79) VALUE SPACES.
       01 WS-EXC-COUNT         PIC 9(06) VALUE ZERO.
       01 WS-OPEN-EXC-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-HOLD-COUNT        PIC 9(06) VALUE ZERO.
       01 WS-DISPLAY-LIMIT     PIC $$,$$$,$$9.99-.
       01 WS-DISPLAY-BALANCE   PIC $$,$$$,$$9.99-.
       01 WS-DISPLAY-AVAILABLE PIC $$$,$$$,$$9.99-.
       01 WS-DISPLAY-MTD       PIC $$$,$$$,$$$,$$9.99-.
       01 WS-DISPLAY-YTD       PIC $$$,$$$,$$$,$$9.99-.
       01 WS-DISPLAY-COUNT     PIC ZZZ,ZZ9.
       01 WS-DATE-IN           PIC 9(08) VALUE ZERO.
       01 WS-DATE-IN-X REDEFINES WS-DATE-IN.
          05 WS-DATE-IN-CCYY   PIC 9(04).
          05 WS-DATE-IN-MM     PIC 9(02).
          05 WS-DATE-IN-DD     PIC 9(02).
       01 WS-DATE-OUT.
          05 WS-DATE-OUT-CCYY  PIC 9(04).
          05 FILLER            PIC X(01) VALUE '-'.
          05 WS-DATE-OUT-MM    PIC 9(02).
          05 FILLER            PIC X(01) VALUE '-'.
          05 WS-DATE-OUT-DD    PIC 9(02).
       01 WS-CHARGE-LINE.
          05 CHG-DOC-TYPE      PIC X(08).
          05 CHG-DATE          PIC X(10).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 CHG-DOC-NO        PIC 9(10).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 CHG-PRODUCT       PIC X(06).
          05 FILLER            PIC X(01) VALUE SPACES.
          05 CHG-AMOUNT        PIC $$$,$$$,$$9.99-.
          05 FILLER            PIC X(06) VALUE '  TAX '.
          05 CHG-TAX           PIC $$,$$$,$$9.99-.
       01 WS-PAYMENT-LINE.
          05 PAY-DIRECTION     PIC X(08).
          05 PAY-DATE          PIC X(10).
          05 FILLER            PIC X(06) VALUE '  REF '.
          05 PAY-REFERENCE     PIC X(10).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 PAY-AMOUNT        PIC $$$,$$$,$$9.99-.
       01 WS-EXCEPTION-LINE.
          05 EXL-TYPE          PIC X(10).
          05 EXL-DATE          PIC X(10).
          05 FILLER            PIC X(01) VALUE SPACES.
          05 EXL-PRODUCT       PIC X(06).
          05 FILLER            PIC X(01) VALUE SPACES.
          05 EXL-AMOUNT        PIC $$$,$$$,$$9.99-.
          05 FILLER            PIC X(01) VALUE SPACES.
          05 EXL-RAISED        PIC 9(08).
          05 FILLER            PIC X(01) VALUE SPACES.
          05 EXL-DISPOSITION   PIC X(10).
          05 FILLER            PIC X(01) VALUE SPACES.
          05 EXL-OPERATOR      PIC X(08).
       01 WS-HOLD-LINE.
          05 HDL-TYPE          PIC X(10).
          05 HDL-DATE          PIC X(10).
          05 FILLER            PIC X(01) VALUE SPACES.
          05 HDL-PRODUCT       PIC X(06).
          05 FILLER            PIC X(01) VALUE SPACES.
          05 HDL-AMOUNT        PIC $$$,$$$,$$9.99-.
          05 FILLER            PIC X(01) VALUE SPACES.
          05 HDL-CURRENCY      PIC X(03).
          05 FILLER            PIC X(05) VALUE ' REP '.
          05 HDL-REP           PIC X(04).
          05 FILLER            PIC X(01) VALUE SPACES.
          05 HDL-REASON        PIC X(22).
       01 WS-SECTION-COUNT-LINE.
          05 SCL-LABEL         PIC X(40).
          05 SCL-COUNT         PIC ZZZ,ZZ9.

       COPY WSCONSTANTS.

       PROCEDURE DIVISION.

       MAIN-SECTION SECTION.
           PERFORM READ-DATE-CARD-PARAGRAPH.
           OPEN INPUT CUSTMAST-FILE.
           IF WS-CUSTMAST-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'CUSTINQ: CUSTMAST-FILE OPEN FAILED, STATUS='
                       WS-CUSTMAST-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SALES-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = WS-DB-STATUS-OK
              AND WS-HISTORY-STATUS NOT = '05'
               DISPLAY 'CUSTINQ: SALES-HISTORY-FILE OPEN FAILED, '
                       'STATUS=' WS-HISTORY-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM INQUIRE-ONE-CUSTOMER-PARAGRAPH
               UNTIL WS-SESSION-DONE.
           CLOSE CUSTMAST-FILE.
           CLOSE SALES-HISTORY-FILE.
           STOP RUN.

       READ-DATE-CARD-PARAGRAPH.
           OPEN INPUT DATE-CARD-FILE.
           IF WS-DATECARD-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'CUSTINQ: DATE-CARD-FILE OPEN FAILED, STATUS='
                       WS-DATECARD-STATUS
               MOVE WS-RC-DATE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           READ DATE-CARD-FILE
               AT END
                   DISPLAY 'CUSTINQ: DATECARD ABSENT OR EMPTY - '
                           'CURRENT PERIOD UNKNOWN'
                   MOVE WS-RC-DATE-ERROR TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE DC-PERIOD TO WS-CURRENT-PERIOD
           END-READ.
           CLOSE DATE-CARD-FILE.

       INQUIRE-ONE-CUSTOMER-PARAGRAPH.
           DISPLAY ' '.
           DISPLAY 'CUSTOMER ID (BLANK TO EXIT): ' WITH NO ADVANCING.
           ACCEPT WS-INPUT-CUST-ID.
           IF WS-INPUT-CUST-ID = SPACES
               SET WS-SESSION-DONE TO TRUE
           ELSE
               MOVE WS-INPUT-CUST-ID TO CM-CUST-ID
               READ CUSTMAST-FILE
                   INVALID KEY
                       DISPLAY 'CUSTOMER ' WS-INPUT-CUST-ID
                               ' NOT FOUND'
                   NOT INVALID KEY
                       PERFORM GATHER-ACCOUNT-PARAGRAPH
                       PERFORM BROWSE-ACCOUNT-PARAGRAPH
               END-READ
           END-IF.

       GATHER-ACCOUNT-PARAGRAPH.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE ZERO TO WS-LINES-DROPPED.
           PERFORM GATHER-HISTORY-PARAGRAPH.
           PERFORM GATHER-CHARGES-PARAGRAPH.
           PERFORM GATHER-PAYMENTS-PARAGRAPH.
           PERFORM GATHER-EXCEPTIONS-PARAGRAPH.
           PERFORM GATHER-HOLDS-PARAGRAPH.
           IF WS-LINES-DROPPED > ZERO
               MOVE WS-MAX-LINES TO WS-LINE-COUNT
               MOVE '*** MORE ACTIVITY THAN THE SCREENS HOLD ***'
                 TO WS-ACT-LINE(WS-LINE-COUNT)
           END-IF.

      *> Month to date is the current period's customer row; year to
      *> date adds the rows from the first period of the year on.
       GATHER-HISTORY-PARAGRAPH.
           MOVE ZERO TO WS-MTD-SALES.
           MOVE ZERO TO WS-YTD-SALES.
           MOVE WS-CURRENT-PERIOD TO WS-PERIOD-WORK-N.
           PERFORM ADD-HISTORY-MONTH-PARAGRAPH
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > WS-PERIOD-MONTH.

       ADD-HISTORY-MONTH-PARAGRAPH.
           SET HS-TYPE-CUSTOMER TO TRUE.
           MOVE CM-CUST-ID TO HS-ENTITY-KEY.
           COMPUTE HS-PERIOD = WS-PERIOD-YEAR * 100 + WS-MONTH-SUB.
           READ SALES-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD HS-PERIOD-AMOUNT TO WS-YTD-SALES
                   IF WS-MONTH-SUB = WS-PERIOD-MONTH
                       ADD HS-PERIOD-AMOUNT TO WS-MTD-SALES
                   END-IF
           END-READ.

       GATHER-CHARGES-PARAGRAPH.
           MOVE ZERO TO WS-CHG-SEEN.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT SALES-DETAIL-FILE.
           IF WS-SALESDTL-STATUS NOT = WS-DB-STATUS-OK
              AND WS-SALESDTL-STATUS NOT = '05'
               DISPLAY 'CUSTINQ: SALES-DETAIL-FILE OPEN FAILED, '
                       'STATUS=' WS-SALESDTL-STATUS
               SET WS-EOF TO TRUE
           ELSE
               PERFORM READ-DETAIL-PARAGRAPH
               PERFORM TAKE-DETAIL-PARAGRAPH UNTIL WS-EOF
               CLOSE SALES-DETAIL-FILE
           END-IF.
           MOVE '--- CHARGES THIS MONTH, MOST RECENT FIRST ---'
             TO WS-NEW-LINE.
           PERFORM ADD-LINE-PARAGRAPH.
           IF WS-CHG-SEEN = ZERO
               MOVE '    NONE' TO WS-NEW-LINE
               PERFORM ADD-LINE-PARAGRAPH
           ELSE
               MOVE WS-CHG-SEEN TO WS-RING-SEEN
               PERFORM SET-RING-FIRST-PARAGRAPH
               PERFORM ADD-CHARGE-FROM-RING-PARAGRAPH
                   VARYING WS-RING-SUB FROM WS-CHG-SEEN BY -1
                   UNTIL WS-RING-SUB < WS-RING-FIRST
               MOVE 'CHARGES THIS MONTH' TO SCL-LABEL
               MOVE WS-CHG-SEEN TO SCL-COUNT
               MOVE WS-SECTION-COUNT-LINE TO WS-NEW-LINE
               PERFORM ADD-LINE-PARAGRAPH
           END-IF.

       READ-DETAIL-PARAGRAPH.
           READ SALES-DETAIL-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       TAKE-DETAIL-PARAGRAPH.
           IF DT-CUST-ID = CM-CUST-ID
               ADD 1 TO WS-CHG-SEEN
               MOVE WS-CHG-SEEN TO WS-RING-SUB
               PERFORM COMPUTE-RING-SLOT-PARAGRAPH
               IF DT-DOC-CREDIT-MEMO
                   MOVE 'CR MEMO ' TO CHG-DOC-TYPE
               ELSE
                   MOVE 'INVOICE ' TO CHG-DOC-TYPE
               END-IF
               MOVE DT-SALE-DATE TO WS-DATE-IN
               PERFORM FORMAT-DATE-PARAGRAPH
               MOVE WS-DATE-OUT TO CHG-DATE
               IF DT-INVOICE-NO NUMERIC
                   MOVE DT-INVOICE-NO TO CHG-DOC-NO
               ELSE
                   MOVE ZERO TO CHG-DOC-NO
               END-IF
               MOVE DT-PRODUCT-CODE TO CHG-PRODUCT
               MOVE DT-AMOUNT TO CHG-AMOUNT
               MOVE DT-TAX-AMOUNT TO CHG-TAX
               MOVE WS-CHARGE-LINE TO WS-CHG-RING-LINE(WS-RING-SLOT)
           END-IF.
           PERFORM READ-DETAIL-PARAGRAPH.

       SET-RING-FIRST-PARAGRAPH.
           IF WS-RING-SEEN > WS-MAX-RECENT
               COMPUTE WS-RING-FIRST = WS-RING-SEEN - WS-MAX-RECENT + 1
           ELSE
               MOVE 1 TO WS-RING-FIRST
           END-IF.

       ADD-CHARGE-FROM-RING-PARAGRAPH.
           PERFORM COMPUTE-RING-SLOT-PARAGRAPH.
           MOVE WS-CHG-RING-LINE(WS-RING-SLOT) TO WS-NEW-LINE.
           PERFORM ADD-LINE-PARAGRAPH.

      *> The n-th line seen lives in slot ((n - 1) mod size) + 1.
       COMPUTE-RING-SLOT-PARAGRAPH.
           COMPUTE WS-RING-QUOT = (WS-RING-SUB - 1) / WS-MAX-RECENT.
           COMPUTE WS-RING-SLOT = WS-RING-SUB
                                - (WS-RING-QUOT * WS-MAX-RECENT).

       GATHER-PAYMENTS-PARAGRAPH.
           MOVE ZERO TO WS-PAY-SEEN.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT PAYMENT-DETAIL-FILE.
           IF WS-PAYDTL-STATUS NOT = WS-DB-STATUS-OK
              AND WS-PAYDTL-STATUS NOT = '05'
               DISPLAY 'CUSTINQ: PAYMENT-DETAIL-FILE OPEN FAILED, '
                       'STATUS=' WS-PAYDTL-STATUS
               SET WS-EOF TO TRUE
           ELSE
               PERFORM READ-PAYMENT-PARAGRAPH
               PERFORM TAKE-PAYMENT-PARAGRAPH UNTIL WS-EOF
               CLOSE PAYMENT-DETAIL-FILE
           END-IF.
           MOVE '--- PAYMENTS AND REFUNDS, MOST RECENT FIRST ---'
             TO WS-NEW-LINE.
           PERFORM ADD-LINE-PARAGRAPH.
           IF WS-PAY-SEEN = ZERO
               MOVE '    NONE' TO WS-NEW-LINE
               PERFORM ADD-LINE-PARAGRAPH
           ELSE
               MOVE WS-PAY-SEEN TO WS-RING-SEEN
               PERFORM SET-RING-FIRST-PARAGRAPH
               PERFORM ADD-PAYMENT-FROM-RING-PARAGRAPH
                   VARYING WS-RING-SUB FROM WS-PAY-SEEN BY -1
                   UNTIL WS-RING-SUB < WS-RING-FIRST
               MOVE 'PAYMENTS AND REFUNDS THIS MONTH' TO SCL-LABEL
               MOVE WS-PAY-SEEN TO SCL-COUNT
               MOVE WS-SECTION-COUNT-LINE TO WS-NEW-LINE
               PERFORM ADD-LINE-PARAGRAPH
           END-IF.

       READ-PAYMENT-PARAGRAPH.
           READ PAYMENT-DETAIL-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       TAKE-PAYMENT-PARAGRAPH.
           IF PD-CUST-ID = CM-CUST-ID
               ADD 1 TO WS-PAY-SEEN
               MOVE WS-PAY-SEEN TO WS-RING-SUB
               PERFORM COMPUTE-RING-SLOT-PARAGRAPH
               IF PD-DIR-REFUND
                   MOVE 'REFUND  ' TO PAY-DIRECTION
               ELSE
                   MOVE 'PAYMENT ' TO PAY-DIRECTION
               END-IF
               MOVE PD-PAY-DATE TO WS-DATE-IN
               PERFORM FORMAT-DATE-PARAGRAPH
               MOVE WS-DATE-OUT TO PAY-DATE
               MOVE PD-REFERENCE TO PAY-REFERENCE
               MOVE PD-AMOUNT TO PAY-AMOUNT
               MOVE WS-PAYMENT-LINE TO WS-PAY-RING-LINE(WS-RING-SLOT)
           END-IF.
           PERFORM READ-PAYMENT-PARAGRAPH.

       ADD-PAYMENT-FROM-RING-PARAGRAPH.
           PERFORM COMPUTE-RING-SLOT-PARAGRAPH.
           MOVE WS-PAY-RING-LINE(WS-RING-SLOT) TO WS-NEW-LINE.
           PERFORM ADD-LINE-PARAGRAPH.

       GATHER-EXCEPTIONS-PARAGRAPH.
           PERFORM LOAD-DISPOSITIONS-PARAGRAPH.
           MOVE ZERO TO WS-EXC-COUNT.
           MOVE ZERO TO WS-OPEN-EXC-COUNT.
           MOVE '--- EXCEPTION REVIEW ITEMS ---' TO WS-NEW-LINE.
           PERFORM ADD-LINE-PARAGRAPH.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT EXCEPTION-REVIEW-FILE.
           IF WS-EXCPFILE-STATUS NOT = WS-DB-STATUS-OK
              AND WS-EXCPFILE-STATUS NOT = '05'
               DISPLAY 'CUSTINQ: EXCEPTION-REVIEW-FILE OPEN FAILED, '
                       'STATUS=' WS-EXCPFILE-STATUS
               SET WS-EOF TO TRUE
           ELSE
               PERFORM READ-EXCEPTION-PARAGRAPH
               PERFORM TAKE-EXCEPTION-PARAGRAPH UNTIL WS-EOF
               CLOSE EXCEPTION-REVIEW-FILE
           END-IF.
           IF WS-EXC-COUNT = ZERO
               MOVE '    NONE' TO WS-NEW-LINE
               PERFORM ADD-LINE-PARAGRAPH
           ELSE
               MOVE 'EXCEPTIONS STILL OPEN' TO SCL-LABEL
               MOVE WS-OPEN-EXC-COUNT TO SCL-COUNT
               MOVE WS-SECTION-COUNT-LINE TO WS-NEW-LINE
               PERFORM ADD-LINE-PARAGRAPH
           END-IF.

       LOAD-DISPOSITIONS-PARAGRAPH.
           MOVE ZERO TO WS-DISP-COUNT.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT EXCP-DISP-FILE.
           IF WS-EXCPDISP-STATUS NOT = WS-DB-STATUS-OK
              AND WS-EXCPDISP-STATUS NOT = '05'
               DISPLAY 'CUSTINQ: EXCP-DISP-FILE OPEN FAILED, '
                       'STATUS=' WS-EXCPDISP-STATUS
           ELSE
               PERFORM READ-DISPOSITION-PARAGRAPH
               PERFORM STORE-DISPOSITION-PARAGRAPH UNTIL WS-EOF
               CLOSE EXCP-DISP-FILE
           END-IF.

       READ-DISPOSITION-PARAGRAPH.
           READ EXCP-DISP-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       STORE-DISPOSITION-PARAGRAPH.
           IF XD-CUST-ID = CM-CUST-ID
              AND WS-DISP-COUNT < WS-MAX-DISPS
               ADD 1 TO WS-DISP-COUNT
               SET WS-DSP-IDX TO WS-DISP-COUNT
               MOVE XD-RUN-DATE TO WS-DSP-RUN-DATE(WS-DSP-IDX)
               MOVE XD-CYCLE-NO TO WS-DSP-CYCLE-NO(WS-DSP-IDX)
               MOVE XD-REC-TYPE TO WS-DSP-REC-TYPE(WS-DSP-IDX)
               MOVE XD-PRODUCT-CODE TO WS-DSP-PRODUCT(WS-DSP-IDX)
               MOVE XD-SALE-DATE TO WS-DSP-SALE-DATE(WS-DSP-IDX)
               MOVE XD-AMOUNT TO WS-DSP-AMOUNT(WS-DSP-IDX)
               MOVE XD-DISP-CODE TO WS-DSP-CODE(WS-DSP-IDX)
               MOVE XD-OPERATOR-ID TO WS-DSP-OPERATOR(WS-DSP-IDX)
           END-IF.
           PERFORM READ-DISPOSITION-PARAGRAPH.

       READ-EXCEPTION-PARAGRAPH.
           READ EXCEPTION-REVIEW-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       TAKE-EXCEPTION-PARAGRAPH.
           IF EXC-CUST-ID = CM-CUST-ID
               ADD 1 TO WS-EXC-COUNT
               MOVE EXC-RUN-DATE TO WS-EXC-RUN-DATE
               MOVE EXC-CYCLE-NO TO WS-EXC-CYCLE-NO
               MOVE EXC-REC-TYPE TO WS-EXC-REC-TYPE
               MOVE EXC-PRODUCT-CODE TO WS-EXC-PRODUCT
               MOVE EXC-SALE-DATE TO WS-EXC-SALE-DATE
               MOVE EXC-AMOUNT TO WS-EXC-AMOUNT
               MOVE 'N' TO WS-DISP-FOUND-SW
               PERFORM FIND-DISPOSITION-PARAGRAPH
                   VARYING WS-DSP-IDX FROM 1 BY 1
                   UNTIL WS-DSP-IDX > WS-DISP-COUNT
               PERFORM FORMAT-EXCEPTION-PARAGRAPH
           END-IF.
           PERFORM READ-EXCEPTION-PARAGRAPH.

      *> A row worked more than once shows its latest disposition.
       FIND-DISPOSITION-PARAGRAPH.
           IF WS-DSP-KEY(WS-DSP-IDX) = WS-EXCP-KEY
               SET WS-DISP-FOUND TO TRUE
               MOVE WS-DSP-CODE(WS-DSP-IDX) TO WS-FOUND-DISP-CODE
               MOVE WS-DSP-OPERATOR(WS-DSP-IDX) TO WS-FOUND-OPERATOR
           END-IF.

       FORMAT-EXCEPTION-PARAGRAPH.
           IF EXC-TYPE-TRANSACTION
               MOVE 'LARGE TXN ' TO EXL-TYPE
           ELSE
               MOVE 'UNUSUAL   ' TO EXL-TYPE
           END-IF.
           MOVE EXC-SALE-DATE TO WS-DATE-IN.
           PERFORM FORMAT-DATE-PARAGRAPH.
           MOVE WS-DATE-OUT TO EXL-DATE.
           MOVE EXC-PRODUCT-CODE TO EXL-PRODUCT.
           MOVE EXC-AMOUNT TO EXL-AMOUNT.
           MOVE EXC-RUN-DATE TO EXL-RAISED.
           MOVE SPACES TO EXL-OPERATOR.
           IF WS-DISP-FOUND
               EVALUATE WS-FOUND-DISP-CODE
                   WHEN 'CL'
                       MOVE 'CLEARED' TO EXL-DISPOSITION
                   WHEN 'ES'
                       MOVE 'ESCALATED' TO EXL-DISPOSITION
                   WHEN 'WU'
                       MOVE 'WRITTEN UP' TO EXL-DISPOSITION
                   WHEN OTHER
                       MOVE WS-FOUND-DISP-CODE TO EXL-DISPOSITION
               END-EVALUATE
               MOVE WS-FOUND-OPERATOR TO EXL-OPERATOR
           ELSE
               MOVE 'OPEN' TO EXL-DISPOSITION
               ADD 1 TO WS-OPEN-EXC-COUNT
           END-IF.
           MOVE WS-EXCEPTION-LINE TO WS-NEW-LINE.
           PERFORM ADD-LINE-PARAGRAPH.

       GATHER-HOLDS-PARAGRAPH.
           MOVE ZERO TO WS-HOLD-COUNT.
           MOVE '--- FEED RECORDS HELD ---' TO WS-NEW-LINE.
           PERFORM ADD-LINE-PARAGRAPH.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT DUP-SUSPENSE-FILE.
           IF WS-DUPSUSP-STATUS NOT = WS-DB-STATUS-OK
              AND WS-DUPSUSP-STATUS NOT = '05'
               DISPLAY 'CUSTINQ: DUP-SUSPENSE-FILE OPEN FAILED, '
                       'STATUS=' WS-DUPSUSP-STATUS
           ELSE
               PERFORM READ-DUPLICATE-PARAGRAPH
               PERFORM TAKE-DUPLICATE-PARAGRAPH UNTIL WS-EOF
               CLOSE DUP-SUSPENSE-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT RETURN-HELD-FILE.
           IF WS-RTNHELD-STATUS NOT = WS-DB-STATUS-OK
              AND WS-RTNHELD-STATUS NOT = '05'
               DISPLAY 'CUSTINQ: RETURN-HELD-FILE OPEN FAILED, '
                       'STATUS=' WS-RTNHELD-STATUS
           ELSE
               PERFORM READ-RETURN-HELD-PARAGRAPH
               PERFORM TAKE-RETURN-HELD-PARAGRAPH UNTIL WS-EOF
               CLOSE RETURN-HELD-FILE
           END-IF.
           IF WS-HOLD-COUNT = ZERO
               MOVE '    NONE' TO WS-NEW-LINE
               PERFORM ADD-LINE-PARAGRAPH
           END-IF.

       READ-DUPLICATE-PARAGRAPH.
           READ DUP-SUSPENSE-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       TAKE-DUPLICATE-PARAGRAPH.
           IF DUP-CUST-ID = CM-CUST-ID
               ADD 1 TO WS-HOLD-COUNT
               MOVE 'DUPLICATE ' TO HDL-TYPE
               MOVE DUP-DATE TO WS-DATE-IN
               PERFORM FORMAT-DATE-PARAGRAPH
               MOVE WS-DATE-OUT TO HDL-DATE
               MOVE DUP-PRODUCT-CODE TO HDL-PRODUCT
               MOVE DUP-AMOUNT TO HDL-AMOUNT
               MOVE DUP-CURRENCY-CODE TO HDL-CURRENCY
               MOVE DUP-REP-CODE TO HDL-REP
               IF DUP-TRANS-TYPE = 'R'
                   MOVE 'RETURN' TO HDL-REASON
               ELSE
                   MOVE 'SALE' TO HDL-REASON
               END-IF
               MOVE WS-HOLD-LINE TO WS-NEW-LINE
               PERFORM ADD-LINE-PARAGRAPH
           END-IF.
           PERFORM READ-DUPLICATE-PARAGRAPH.

       READ-RETURN-HELD-PARAGRAPH.
           READ RETURN-HELD-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       TAKE-RETURN-HELD-PARAGRAPH.
           IF HLD-CUST-ID = CM-CUST-ID
               ADD 1 TO WS-HOLD-COUNT
               MOVE 'RETURN    ' TO HDL-TYPE
               MOVE HLD-DATE TO WS-DATE-IN
               PERFORM FORMAT-DATE-PARAGRAPH
               MOVE WS-DATE-OUT TO HDL-DATE
               MOVE HLD-PRODUCT-CODE TO HDL-PRODUCT
               MOVE HLD-AMOUNT TO HDL-AMOUNT
               MOVE HLD-CURRENCY-CODE TO HDL-CURRENCY
               MOVE HLD-REP-CODE TO HDL-REP
               EVALUATE HLD-REASON-CODE
                   WHEN 'NS'
                       MOVE 'NS NO ORIGINAL SALE' TO HDL-REASON
                   WHEN 'EX'
                       MOVE 'EX EXCEEDS ORIGINAL' TO HDL-REASON
                   WHEN 'CP'
                       MOVE 'CP PERIOD CLOSED' TO HDL-REASON
                   WHEN OTHER
                       MOVE HLD-REASON-CODE TO HDL-REASON
               END-EVALUATE
               MOVE WS-HOLD-LINE TO WS-NEW-LINE
               PERFORM ADD-LINE-PARAGRAPH
           END-IF.
           PERFORM READ-RETURN-HELD-PARAGRAPH.

      *> The last slot is kept back for the overflow notice.
       ADD-LINE-PARAGRAPH.
           IF WS-LINE-COUNT < WS-MAX-LINES - 1
               ADD 1 TO WS-LINE-COUNT
               MOVE WS-NEW-LINE TO WS-ACT-LINE(WS-LINE-COUNT)
           ELSE
               ADD 1 TO WS-LINES-DROPPED
           END-IF.
           MOVE SPACES TO WS-NEW-LINE.

       FORMAT-DATE-PARAGRAPH.
           MOVE WS-DATE-IN-CCYY TO WS-DATE-OUT-CCYY.
           MOVE WS-DATE-IN-MM TO WS-DATE-OUT-MM.
           MOVE WS-DATE-IN-DD TO WS-DATE-OUT-DD.

       BROWSE-ACCOUNT-PARAGRAPH.
           DIVIDE WS-LINE-COUNT BY WS-PAGE-SIZE
               GIVING WS-PAGE-COUNT REMAINDER WS-PAGE-REMAINDER.
           IF WS-PAGE-REMAINDER > ZERO
               ADD 1 TO WS-PAGE-COUNT
           END-IF.
           MOVE 1 TO WS-TOP-LINE.
           MOVE 'N' TO WS-CUSTOMER-DONE-SW.
           PERFORM SHOW-PAGE-PARAGRAPH UNTIL WS-CUSTOMER-DONE.

       SHOW-PAGE-PARAGRAPH.
           PERFORM SHOW-ACCOUNT-HEADER-PARAGRAPH.
           COMPUTE WS-LAST-ON-PAGE = WS-TOP-LINE + WS-PAGE-SIZE - 1.
           IF WS-LAST-ON-PAGE > WS-LINE-COUNT
               MOVE WS-LINE-COUNT TO WS-LAST-ON-PAGE
           END-IF.
           PERFORM SHOW-LINE-PARAGRAPH
               VARYING WS-LINE-IDX FROM WS-TOP-LINE BY 1
               UNTIL WS-LINE-IDX > WS-LAST-ON-PAGE.
           COMPUTE WS-PAGE-NO = (WS-TOP-LINE - 1) / WS-PAGE-SIZE + 1.
           DISPLAY ' '.
           DISPLAY 'PAGE ' WS-PAGE-NO ' OF ' WS-PAGE-COUNT
                   '   F=FORWARD B=BACK N=NEW CUSTOMER X=EXIT: '
               WITH NO ADVANCING.
           ACCEPT WS-PAGE-CHOICE.
           EVALUATE TRUE
               WHEN WS-CHOICE-FORWARD
                   IF WS-PAGE-NO < WS-PAGE-COUNT
                       ADD WS-PAGE-SIZE TO WS-TOP-LINE
                   ELSE
                       DISPLAY 'ALREADY ON THE LAST PAGE'
                   END-IF
               WHEN WS-CHOICE-BACK
                   IF WS-TOP-LINE > WS-PAGE-SIZE
                       SUBTRACT WS-PAGE-SIZE FROM WS-TOP-LINE
                   ELSE
                       DISPLAY 'ALREADY ON THE FIRST PAGE'
                   END-IF
               WHEN WS-CHOICE-NEW
                   SET WS-CUSTOMER-DONE TO TRUE
               WHEN WS-CHOICE-EXIT
                   SET WS-CUSTOMER-DONE TO TRUE
                   SET WS-SESSION-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE'
           END-EVALUATE.

       SHOW-ACCOUNT-HEADER-PARAGRAPH.
           DISPLAY ' '.
           DISPLAY 'CUSTOMER ' CM-CUST-ID '  ' CM-CUST-NAME.
           EVALUATE TRUE
               WHEN CM-STATUS-ACTIVE
                   DISPLAY 'STATUS   ACTIVE'
               WHEN CM-STATUS-INACTIVE
                   DISPLAY 'STATUS   INACTIVE'
               WHEN OTHER
                   DISPLAY 'STATUS   ' CM-CUST-STATUS
           END-EVALUATE.
           MOVE CM-OUTSTANDING-BAL TO WS-DISPLAY-BALANCE.
           IF CM-CREDIT-LIMIT = ZERO
               DISPLAY 'CREDIT LIMIT   NONE ASSIGNED'
                       '    BALANCE ' WS-DISPLAY-BALANCE
           ELSE
               COMPUTE WS-AVAILABLE-CREDIT =
                   CM-CREDIT-LIMIT - CM-OUTSTANDING-BAL
               MOVE CM-CREDIT-LIMIT TO WS-DISPLAY-LIMIT
               MOVE WS-AVAILABLE-CREDIT TO WS-DISPLAY-AVAILABLE
               DISPLAY 'CREDIT LIMIT ' WS-DISPLAY-LIMIT
                       '  BALANCE ' WS-DISPLAY-BALANCE
                       '  AVAILABLE ' WS-DISPLAY-AVAILABLE
           END-IF.
           MOVE WS-MTD-SALES TO WS-DISPLAY-MTD.
           MOVE WS-YTD-SALES TO WS-DISPLAY-YTD.
           DISPLAY 'PERIOD ' WS-CURRENT-PERIOD
                   '  MTD SALES ' WS-DISPLAY-MTD
                   '  YTD ' WS-DISPLAY-YTD.
           DISPLAY ' '.

       SHOW-LINE-PARAGRAPH.
           DISPLAY WS-ACT-LINE(WS-LINE-IDX).

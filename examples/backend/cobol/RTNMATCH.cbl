      *>   NS  no original sale for the customer/product inside the
      *>       return window
      *>   EX  return exceeds what remains of the original sales
      *>   CP  return dated in an accounting period already closed
      *>       on PERCTL (PARM REFUSE, the default)
      *>
      *> The return window defaults to 90 days and can be set on the
      *> optional RTNPARMS file; when the file is absent the default
      *>             sort records carry it through so the USING sort
      *>             still matches the dataset layout. The match
      *>             itself still compares the ex-tax sale amounts.
      *> 2026-10-15  A matched return names the invoice it credits:
      *>             the latest in-window sale for the customer/
      *>             product is taken as the original, and its
      *>             invoice number rides each RTNOK detail (zero on
      *>             sales and on the header/trailer) so SALESRPT can
      *>             point the credit memo back at it. The history
      *>             sort records follow the wider SALESDTL layout.
      *> 2026-10-15  The feed detail carries RAW-QUANTITY and
      *>             RAW-UNIT-PRICE now (64 bytes); they ride the
      *>             pass-through and the return sort untouched, and
      *>             RTNOK and RTNHELD widen to match.
      *> 2026-10-15  A return dated in an accounting period PERCLOSE
      *>             has closed is held with reason CP under PARM
      *>             REFUSE (the default), or re-dated to the
      *>             DATECARD business date under PARM REDATE and
      *>             matched as usual, counted on the summary. If the
      *>             business date's own period is closed the step
      *>             holds instead.
      *> 2026-10-15  SALESDTL carries DT-COST-AMOUNT now; the history
      *>             sort records widen to match.
      *> 2026-10-15  SALESDTL carries DT-REP-CODE now; the history
      *>             sort records widen to match.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTNMATCH.
       AUTHOR. CODE-CONTINUUM.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT DATE-CARD-FILE ASSIGN TO DATECARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATECARD-STATUS.
           SELECT OPTIONAL PERIOD-CONTROL-FILE ASSIGN TO PERCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PERCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
             88 RAW-TYPE-RETURN         VALUE 'R'.
          05 RAW-REP-CODE       PIC X(04).
          05 RAW-RESUBMIT-FLAG  PIC X(01).
          05 RAW-QUANTITY       PIC 9(7)V99.
          05 RAW-UNIT-PRICE     PIC 9(7)V9(4).
       01 SALES-HDR-REC.
          05 HDR-REC-TYPE       PIC X(01).
          05 HDR-FILE-DATE      PIC 9(08).
          05 HDR-CYCLE-NO       PIC 9(03).
          05 FILLER             PIC X(52).
       01 SALES-TRL-REC.
          05 TRL-REC-TYPE       PIC X(01).
          05 TRL-REC-COUNT      PIC 9(06).
          05 TRL-AMOUNT-HASH    PIC 9(12)V99.
          05 FILLER             PIC X(43).

       FD  RETURN-OK-FILE.
       01 RETURN-OK-REC.
          05 ROK-FEED-IMAGE     PIC X(64).
          05 ROK-ORIG-INVOICE-NO PIC 9(10).

       SD  SORT-RETURN-FILE.
       01 RTN-SORT-REC.
          05 RSR-CURRENCY-CODE  PIC X(03).
          05 RSR-REP-CODE       PIC X(04).
          05 RSR-RESUBMIT-FLAG  PIC X(01).
          05 RSR-QUANTITY       PIC 9(7)V99.
          05 RSR-UNIT-PRICE     PIC 9(7)V9(4).
          05 RSR-SEQ            PIC 9(08).

       FD  SORTED-RETURN-FILE.
          05 SRT-CURRENCY-CODE  PIC X(03).
          05 SRT-REP-CODE       PIC X(04).
          05 SRT-RESUBMIT-FLAG  PIC X(01).
          05 SRT-QUANTITY       PIC 9(7)V99.
          05 SRT-UNIT-PRICE     PIC 9(7)V9(4).
          05 SRT-SEQ            PIC 9(08).

       FD  SALES-DETAIL-FILE.
          05 HSR-PRODUCT-CODE   PIC X(06).
          05 HSR-AMOUNT         PIC S9(09)V99.
          05 HSR-TAX-AMOUNT     PIC S9(07)V99.
          05 HSR-DOC-TYPE       PIC X(01).
          05 HSR-INVOICE-NO     PIC 9(10).
          05 HSR-ORIG-INVOICE-NO PIC 9(10).
          05 HSR-RUN-DATE       PIC 9(08).
          05 HSR-CYCLE-NO       PIC 9(03).
          05 HSR-COST-AMOUNT    PIC S9(09)V99.
          05 HSR-REP-CODE       PIC X(04).

       FD  SORTED-HIST-FILE.
       01 SORTED-HIST-REC.
          05 SHR-PRODUCT-CODE   PIC X(06).
          05 SHR-AMOUNT         PIC S9(09)V99.
          05 SHR-TAX-AMOUNT     PIC S9(07)V99.
          05 SHR-DOC-TYPE       PIC X(01).
          05 SHR-INVOICE-NO     PIC 9(10).
          05 SHR-ORIG-INVOICE-NO PIC 9(10).
          05 SHR-RUN-DATE       PIC 9(08).
          05 SHR-CYCLE-NO       PIC 9(03).
          05 SHR-COST-AMOUNT    PIC S9(09)V99.
          05 SHR-REP-CODE       PIC X(04).

       FD  RETURN-HELD-FILE.
       01 RETURN-HELD-REC.
          05 HLD-REASON-CODE    PIC X(02).
          05 HLD-RECORD-IMAGE   PIC X(64).

       FD  RETURN-REPORT-FILE.
       01 RTN-LINE              PIC X(132).
       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       FD  DATE-CARD-FILE.
       COPY DATECARD.

       FD  PERIOD-CONTROL-FILE.
       COPY PERCTL.

       WORKING-STORAGE SECTION.
       01 WS-CLEAN-STATUS      PIC X(2)  VALUE '00'.
       01 WS-RTNOK-STATUS      PIC X(2)  VALUE '00'.
       01 WS-FXRATE-STATUS     PIC X(2)  VALUE '00'.
       01 WS-RTNPARM-STATUS    PIC X(2)  VALUE '00'.
       01 WS-RUNCTL-STATUS     PIC X(2)  VALUE '00'.
       01 WS-DATECARD-STATUS   PIC X(2)  VALUE '00'.
       01 WS-PERCTL-STATUS     PIC X(2)  VALUE '00'.
       01 WS-PERCTL-EOF-SW     PIC X     VALUE 'N'.
          88 WS-PERCTL-EOF               VALUE 'Y'.
       01 WS-CLOSED-POLICY     PIC X(06) VALUE 'REFUSE'.
          88 WS-POLICY-REFUSE            VALUE 'REFUSE'.
          88 WS-POLICY-REDATE            VALUE 'REDATE'.
       01 WS-BUSINESS-DATE     PIC 9(08) VALUE ZERO.
       01 WS-BUSINESS-PERIOD   PIC 9(06) VALUE ZERO.
       01 WS-CLOSED-THRU       PIC 9(06) VALUE ZERO.
       01 WS-PERIOD-OPEN-SW    PIC X     VALUE 'Y'.
          88 WS-PERIOD-OPEN              VALUE 'Y'.
       01 WS-CLOSED-HELD-COUNT PIC 9(06) VALUE ZERO.
       01 WS-REDATED-COUNT     PIC 9(06) VALUE ZERO.
       01 WS-RUN-START-TS.
          05 WS-RUN-DATE-N      PIC 9(08).
          05 FILLER             PIC X(13).
       01 WS-HIST-RETURNS      PIC S9(11)V99 VALUE ZERO.
       01 WS-MATCHED-TONIGHT   PIC S9(11)V99 VALUE ZERO.
       01 WS-AVAILABLE-AMOUNT  PIC S9(11)V99 VALUE ZERO.
       01 WS-MATCH-INVOICE-NO  PIC 9(10) VALUE ZERO.
       01 WS-MATCH-SALE-DATE   PIC 9(08) VALUE ZERO.
       01 WS-CONVERTED-AMOUNT  PIC 9(9)V99 VALUE ZERO.
       01 WS-HOLD-REASON       PIC X(02) VALUE SPACES.
       01 WS-DETAIL-BUILD.
          05 BLD-TRANS-TYPE     PIC X(01) VALUE 'R'.
          05 BLD-REP-CODE       PIC X(04).
          05 BLD-RESUBMIT-FLAG  PIC X(01).
          05 BLD-QUANTITY       PIC 9(7)V99.
          05 BLD-UNIT-PRICE     PIC 9(7)V9(4).
       01 WS-CLEAN-TRAILER.
          05 CLN-TRL-REC-TYPE   PIC X(01) VALUE 'T'.
          05 CLN-TRL-REC-COUNT  PIC 9(06).
          05 CLN-TRL-AMOUNT-HASH PIC 9(12)V99.
          05 FILLER             PIC X(43) VALUE SPACES.
       01 WS-FX-MATCH-IDX      PIC 9(4)  VALUE ZERO.
       01 WS-FX-FOUND-SW       PIC X     VALUE 'N'.
          88 WS-FX-FOUND                 VALUE 'Y'.

       COPY WSCONSTANTS.

       LINKAGE SECTION.
       01 LK-PARM-DATA.
          05 LK-PARM-LEN       PIC S9(4) COMP.
          05 LK-PARM-TEXT      PIC X(80).

       PROCEDURE DIVISION USING LK-PARM-DATA.

       MAIN-SECTION SECTION.
           PERFORM INIT-PARAGRAPH.

       INIT-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TS.
           PERFORM LOAD-CLOSED-PERIOD-PARAGRAPH.
           PERFORM LOAD-RETURN-PARMS-PARAGRAPH.
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
           MOVE SPACES TO RTN-LINE.
           WRITE RTN-LINE.

      *> The closed-period policy comes in on the PARM; the latest
      *> period on PERCTL is the closed-through period, since periods
      *> close in order. No PERCTL (or an empty one) means nothing
      *> has been closed yet.
       LOAD-CLOSED-PERIOD-PARAGRAPH.
           IF LK-PARM-LEN > ZERO
               MOVE LK-PARM-TEXT TO WS-CLOSED-POLICY
               IF NOT WS-POLICY-REFUSE AND NOT WS-POLICY-REDATE
                   DISPLAY 'RTNMATCH: PARM ' WS-CLOSED-POLICY
                           ' IS NOT REFUSE OR REDATE'
                   MOVE WS-RC-DB-ERROR TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT DATE-CARD-FILE.
           IF WS-DATECARD-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'RTNMATCH: DATE-CARD-FILE OPEN FAILED, STATUS='
                       WS-DATECARD-STATUS
               MOVE WS-RC-DATE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           READ DATE-CARD-FILE
               AT END
                   DISPLAY 'RTNMATCH: DATECARD ABSENT OR EMPTY - '
                           'BUSINESS DATE UNKNOWN'
                   MOVE WS-RC-DATE-ERROR TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE DATE-CARD-FILE.
           MOVE DC-BUSINESS-DATE TO WS-BUSINESS-DATE.
           MOVE DC-PERIOD TO WS-BUSINESS-PERIOD.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF WS-PERCTL-STATUS NOT = WS-DB-STATUS-OK
              AND WS-PERCTL-STATUS NOT = '05'
               DISPLAY 'RTNMATCH: PERIOD-CONTROL-FILE OPEN FAILED, '
                       'STATUS=' WS-PERCTL-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-PERIOD-CONTROL-PARAGRAPH
               UNTIL WS-PERCTL-EOF.
           CLOSE PERIOD-CONTROL-FILE.
           IF WS-POLICY-REDATE
              AND WS-BUSINESS-PERIOD NOT > WS-CLOSED-THRU
               DISPLAY 'RTNMATCH: BUSINESS PERIOD '
                       WS-BUSINESS-PERIOD ' IS CLOSED - CLOSED-'
                       'PERIOD RETURNS HELD, NOT RE-DATED'
               SET WS-POLICY-REFUSE TO TRUE
               MOVE WS-RC-WARNING TO RETURN-CODE
           END-IF.

       READ-PERIOD-CONTROL-PARAGRAPH.
           READ PERIOD-CONTROL-FILE
               AT END
                   SET WS-PERCTL-EOF TO TRUE
           END-READ.
           IF NOT WS-PERCTL-EOF AND PC-STATUS-CLOSED
               MOVE PC-PERIOD TO WS-CLOSED-THRU
           END-IF.

       LOAD-RETURN-PARMS-PARAGRAPH.
           OPEN INPUT RETURN-PARM-FILE.
           READ RETURN-PARM-FILE
               MOVE WS-RC-FEED-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SALES-RAW-REC TO ROK-FEED-IMAGE.
           MOVE ZERO TO ROK-ORIG-INVOICE-NO.
           WRITE RETURN-OK-REC.

       READ-CLEAN-PARAGRAPH.
               MOVE RAW-CURRENCY-CODE TO RSR-CURRENCY-CODE
               MOVE RAW-REP-CODE TO RSR-REP-CODE
               MOVE RAW-RESUBMIT-FLAG TO RSR-RESUBMIT-FLAG
               MOVE RAW-QUANTITY TO RSR-QUANTITY
               MOVE RAW-UNIT-PRICE TO RSR-UNIT-PRICE
               MOVE WS-SORT-SEQ TO RSR-SEQ
               RELEASE RTN-SORT-REC
           ELSE
               ADD 1 TO WS-SALES-PASSED
               ADD 1 TO WS-RELEASED-COUNT
               ADD RAW-AMOUNT TO WS-RELEASED-HASH
               MOVE SALES-RAW-REC TO ROK-FEED-IMAGE
               MOVE ZERO TO ROK-ORIG-INVOICE-NO
               WRITE RETURN-OK-REC
           END-IF.

           PERFORM CONVERT-CURRENCY-PARAGRAPH.
           COMPUTE WS-AVAILABLE-AMOUNT = WS-HIST-WINDOW-SALES
               - WS-HIST-RETURNS - WS-MATCHED-TONIGHT.
           PERFORM CHECK-CLOSED-PERIOD-PARAGRAPH.
           EVALUATE TRUE
               WHEN NOT WS-PERIOD-OPEN
                   MOVE 'CP' TO WS-HOLD-REASON
                   ADD 1 TO WS-CLOSED-HELD-COUNT
                   PERFORM HOLD-RETURN-PARAGRAPH
               WHEN WS-HIST-WINDOW-SALES = ZERO
                   MOVE 'NS' TO WS-HOLD-REASON
                   ADD 1 TO WS-NO-SALE-COUNT
           END-EVALUATE.
           PERFORM READ-RETURN-PARAGRAPH.

       CHECK-CLOSED-PERIOD-PARAGRAPH.
           MOVE 'Y' TO WS-PERIOD-OPEN-SW.
           IF SRT-DATE(1:6) NOT > WS-CLOSED-THRU
               IF WS-POLICY-REDATE
                   ADD 1 TO WS-REDATED-COUNT
                   MOVE WS-BUSINESS-DATE TO SRT-DATE
               ELSE
                   MOVE 'N' TO WS-PERIOD-OPEN-SW
               END-IF
           END-IF.

       LOAD-HIST-GROUP-PARAGRAPH.
           SET WS-GROUP-ACTIVE TO TRUE.
           MOVE WS-RETURN-KEY TO WS-GROUP-KEY.
           MOVE ZERO TO WS-HIST-WINDOW-SALES.
           MOVE ZERO TO WS-HIST-RETURNS.
           MOVE ZERO TO WS-MATCHED-TONIGHT.
           MOVE ZERO TO WS-MATCH-INVOICE-NO.
           MOVE ZERO TO WS-MATCH-SALE-DATE.
           PERFORM SET-HIST-KEY-PARAGRAPH.
           PERFORM SKIP-HIST-PARAGRAPH
               UNTIL WS-HIST-EOF OR WS-HIST-KEY NOT < WS-GROUP-KEY.
           IF SHR-AMOUNT > ZERO
               IF SHR-SALE-DATE NOT < WS-WINDOW-START
                   ADD SHR-AMOUNT TO WS-HIST-WINDOW-SALES
                   IF SHR-SALE-DATE NOT < WS-MATCH-SALE-DATE
                       MOVE SHR-SALE-DATE TO WS-MATCH-SALE-DATE
                       MOVE SHR-INVOICE-NO TO WS-MATCH-INVOICE-NO
                   END-IF
               END-IF
           ELSE
               SUBTRACT SHR-AMOUNT FROM WS-HIST-RETURNS
           PERFORM BUILD-DETAIL-PARAGRAPH.
           ADD 1 TO WS-RELEASED-COUNT.
           ADD SRT-AMOUNT TO WS-RELEASED-HASH.
           MOVE WS-DETAIL-BUILD TO ROK-FEED-IMAGE.
           MOVE WS-MATCH-INVOICE-NO TO ROK-ORIG-INVOICE-NO.
           WRITE RETURN-OK-REC.

       HOLD-RETURN-PARAGRAPH.
           MOVE SRT-CURRENCY-CODE TO BLD-CURRENCY-CODE.
           MOVE SRT-REP-CODE TO BLD-REP-CODE.
           MOVE SRT-RESUBMIT-FLAG TO BLD-RESUBMIT-FLAG.
           MOVE SRT-QUANTITY TO BLD-QUANTITY.
           MOVE SRT-UNIT-PRICE TO BLD-UNIT-PRICE.

       CLOSE-SECTION SECTION.
       CLOSE-PARAGRAPH.
           MOVE WS-RELEASED-COUNT TO CLN-TRL-REC-COUNT.
           MOVE WS-RELEASED-HASH TO CLN-TRL-AMOUNT-HASH.
           MOVE WS-CLEAN-TRAILER TO ROK-FEED-IMAGE.
           MOVE ZERO TO ROK-ORIG-INVOICE-NO.
           WRITE RETURN-OK-REC.
           CLOSE RETURN-OK-FILE.
           CLOSE RETURN-HELD-FILE.
           MOVE WS-EXCESS-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO RTN-LINE.
           WRITE RTN-LINE.
           MOVE 'HELD - CLOSED PERIOD' TO CNT-LABEL.
           MOVE WS-CLOSED-HELD-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO RTN-LINE.
           WRITE RTN-LINE.
           MOVE 'CLOSED PRD RE-DATED:' TO CNT-LABEL.
           MOVE WS-REDATED-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO RTN-LINE.
           WRITE RTN-LINE.

       WRITE-RUN-CONTROL-PARAGRAPH.
           OPEN EXTEND RUN-CONTROL-FILE.

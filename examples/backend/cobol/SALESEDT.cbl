      *>   CU  RAW-CURRENCY-CODE is not in the FX table
      *>   TT  RAW-TRANS-TYPE is not S (sale) or R (return/credit)
      *>   RP  RAW-REP-CODE is blank
      *>   QP  RAW-QUANTITY or RAW-UNIT-PRICE is not numeric, or the
      *>       quantity is zero
      *>   XT  RAW-QUANTITY x RAW-UNIT-PRICE (rounded to the cent)
      *>       does not equal RAW-AMOUNT
      *>   CP  RAW-DATE falls in an accounting period already closed
      *>       on PERCTL (PARM REFUSE, the default)
      *>
      *> Modification history
      *> 2026-08-21  Initial version.
      *>             rejected records, so their system ingests, fixes
      *>             and resubmits without anyone reading SYSOUT over
      *>             the phone.
      *> 2026-10-15  The feed standard now carries RAW-QUANTITY and
      *>             RAW-UNIT-PRICE on each detail, widening it to 64
      *>             bytes (SALESOK, SALESERR, CORRECTS and DUPSUSP
      *>             follow). A line whose quantity x unit price does
      *>             not come to its amount is rejected (XT), as is
      *>             one with no usable quantity or price (QP). A
      *>             sale whose unit price is further from the price
      *>             in force on PRICELST (the customer's contract
      *>             price, else the list price) than that price's
      *>             tolerance is HELD to PRCHELD and listed on the
      *>             summary for sales management to approve on
      *>             PRCAPPR; PRCVRPT reports the holds. Approved
      *>             lines left on PRCRLSE by PRCAPPR go out on the
      *>             next CORRECTS feed with the resubmit flag set to
      *>             P and reason PA, so the source system sends them
      *>             back and they bypass the tolerance check once.
      *>             Returns and products with no price on file get
      *>             the XT check only; the latter are counted on the
      *>             summary. CORRECTS carries up to eight reason
      *>             codes now.
      *> 2026-10-15  Sales dated in an accounting period PERCLOSE has
      *>             closed no longer reach the books. With PARM
      *>             REFUSE (the default) the line is rejected with
      *>             reason CP and goes back on CORRECTS; with PARM
      *>             REDATE it is accepted re-dated to the DATECARD
      *>             business date and counted on the summary. If the
      *>             business date's own period is closed there is
      *>             nothing to re-date into, so the step refuses.
      *> 2026-10-15  The feed unit price is converted to the reporting
      *>             currency at the FXRATES rates before it is
      *>             compared with the price list, which is kept in
      *>             the reporting currency; a line in another
      *>             currency was being checked against a price it
      *>             was never quoted in. PRCHELD carries the
      *>             converted price. A rate file with no rate for
      *>             the reporting currency stops the step.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESEDT.
       AUTHOR. CODE-CONTINUUM.
           SELECT OPTIONAL DUP-PARM-FILE ASSIGN TO DUPPARMS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPPARM-STATUS.
           SELECT PRICE-LIST-FILE ASSIGN TO PRICELST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-PRICE-KEY
               FILE STATUS IS WS-PRICELST-STATUS.
           SELECT OPTIONAL PRICE-HOLD-FILE ASSIGN TO PRCHELD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRCHELD-STATUS.
           SELECT OPTIONAL PRICE-RELEASE-FILE ASSIGN TO PRCRLSE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRCRLSE-STATUS.
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
          05 RAW-RESUBMIT-FLAG  PIC X(01).
             88 RAW-RESUBMIT-CORRECTION VALUE 'C'.
             88 RAW-RESUBMIT-RELEASED   VALUE 'R'.
             88 RAW-RESUBMIT-PRICE-OK   VALUE 'P'.
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

       FD  SALES-CLEAN-FILE.
       01 SALES-CLEAN-REC       PIC X(64).

       FD  SALES-ERROR-FILE.
       01 SALES-ERROR-REC.
          05 ERR-REASON-CODE    PIC X(02).
          05 ERR-RECORD-IMAGE   PIC X(64).

       FD  EDIT-REPORT-FILE.
       01 EDT-LINE              PIC X(132).

       FD  CORRECTION-FEED-FILE.
       01 CORRECTION-REC.
          05 COR-RECORD-IMAGE   PIC X(64).
          05 COR-REASON-CODES   PIC X(16).

       FD  DUP-CHECK-FILE.
       COPY DUPCHK.

       FD  DUP-SUSPENSE-FILE.
       01 DUP-SUSPENSE-REC      PIC X(64).

       FD  DUP-PARM-FILE.
       01 DUP-PARM-REC.
          05 DP-LOOKBACK-DAYS   PIC 9(03).

       FD  PRICE-LIST-FILE.
       COPY PRICELST.

       FD  PRICE-HOLD-FILE.
       COPY PRCHELD.

       FD  PRICE-RELEASE-FILE.
       01 PRICE-RELEASE-REC     PIC X(64).

       FD  DATE-CARD-FILE.
       COPY DATECARD.

       FD  PERIOD-CONTROL-FILE.
       COPY PERCTL.

       WORKING-STORAGE SECTION.
       01 WS-SALES-RAW-STATUS   PIC X(2)  VALUE '00'.
       01 WS-CLEAN-FILE-STATUS  PIC X(2)  VALUE '00'.
       01 WS-CURRENCY-ERR-COUNT PIC 9(6)  VALUE ZERO.
       01 WS-TYPE-ERR-COUNT     PIC 9(6)  VALUE ZERO.
       01 WS-REP-ERR-COUNT      PIC 9(6)  VALUE ZERO.
       01 WS-QTY-PRICE-ERR-COUNT PIC 9(6) VALUE ZERO.
       01 WS-EXTENSION-ERR-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CORRECTS-STATUS    PIC X(2)  VALUE '00'.
       01 WS-RESUBMIT-COUNT     PIC 9(6)  VALUE ZERO.
       01 WS-RESUBMIT-REJ-COUNT PIC 9(6)  VALUE ZERO.
       01 WS-CORRECTION-COUNT   PIC 9(6)  VALUE ZERO.
       01 WS-CORRECTION-HASH    PIC 9(12)V99 VALUE ZERO.
       01 WS-REC-REASON-AREA.
          05 WS-REC-REASON      OCCURS 8 TIMES PIC X(02).
       01 WS-REC-REASON-CNT     PIC 9(01) VALUE ZERO.
       01 WS-CORRECTION-IMAGE.
          05 COR-IMG-REC-TYPE   PIC X(01).
          05 COR-IMG-BODY       PIC X(42).
          05 COR-IMG-RESUBMIT   PIC X(01).
          05 COR-IMG-PRICING    PIC X(20).
       01 WS-DUPCHK-STATUS      PIC X(2)  VALUE '00'.
       01 WS-DUPSUSP-STATUS     PIC X(2)  VALUE '00'.
       01 WS-DUPPARM-STATUS     PIC X(2)  VALUE '00'.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(5)  VALUE 'REP: '.
          05 DUP-LINE-REP      PIC X(4).
       01 WS-PRICELST-STATUS    PIC X(2)  VALUE '00'.
       01 WS-PRCHELD-STATUS     PIC X(2)  VALUE '00'.
       01 WS-PRCRLSE-STATUS     PIC X(2)  VALUE '00'.
       01 WS-PRCRLSE-EOF-SW     PIC X     VALUE 'N'.
          88 WS-PRCRLSE-EOF               VALUE 'Y'.
       01 WS-PRICE-SCAN-DONE-SW PIC X     VALUE 'N'.
          88 WS-PRICE-SCAN-DONE           VALUE 'Y'.
       01 WS-PRICE-FOUND-SW     PIC X     VALUE 'N'.
          88 WS-PRICE-FOUND               VALUE 'Y'.
       01 WS-PRICE-HOLD-SW      PIC X     VALUE 'N'.
          88 WS-PRICE-HOLD                VALUE 'Y'.
       01 WS-PRICE-PROBE.
          05 WS-PROBE-PRODUCT   PIC X(06).
          05 WS-PROBE-CUST-ID   PIC X(10).
       01 WS-PRICE-BASIS        PIC X(01) VALUE SPACES.
       01 WS-PRICE-IN-FORCE     PIC 9(7)V9(4) VALUE ZERO.
       01 WS-LINE-PRICE         PIC 9(7)V9(4) VALUE ZERO.
       01 WS-PRICE-EFF-DATE     PIC 9(08) VALUE ZERO.
       01 WS-PRICE-TOLERANCE    PIC 9(3)V99 VALUE ZERO.
       01 WS-PRICE-VARIANCE     PIC S9(5)V99 VALUE ZERO.
       01 WS-ABS-VARIANCE       PIC 9(5)V99 VALUE ZERO.
       01 WS-EXTENDED-AMOUNT    PIC 9(9)V99 VALUE ZERO.
       01 WS-EXTENSION-OK-SW    PIC X     VALUE 'Y'.
          88 WS-EXTENSION-OK              VALUE 'Y'.
       01 WS-PRICE-HELD-COUNT   PIC 9(6)  VALUE ZERO.
       01 WS-PRICE-HOLD-SEQ     PIC 9(5)  VALUE ZERO.
       01 WS-NO-PRICE-COUNT     PIC 9(6)  VALUE ZERO.
       01 WS-PRICE-OK-READ      PIC 9(6)  VALUE ZERO.
       01 WS-PRICE-RLSE-COUNT   PIC 9(6)  VALUE ZERO.
       01 WS-PRICE-HEADER       PIC X(40) VALUE
              'PRICE OVERRIDES HELD FOR APPROVAL'.
       01 WS-PRICE-LINE.
          05 FILLER            PIC X(4)  VALUE 'PV  '.
          05 PRC-LINE-CUST     PIC X(10).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 PRC-LINE-PRODUCT  PIC X(6).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 PRC-LINE-DATE     PIC 9(8).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(7)  VALUE 'PRICE: '.
          05 PRC-LINE-PRICE    PIC Z,ZZZ,ZZ9.9999.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 PRC-LINE-BASIS    PIC X(9).
          05 PRC-LINE-LIST     PIC Z,ZZZ,ZZ9.9999.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 PRC-LINE-VARIANCE PIC -ZZ,ZZ9.99.
          05 FILLER            PIC X(1)  VALUE '%'.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(5)  VALUE 'REP: '.
          05 PRC-LINE-REP      PIC X(4).
       01 WS-DATECARD-STATUS    PIC X(2)  VALUE '00'.
       01 WS-PERCTL-STATUS      PIC X(2)  VALUE '00'.
       01 WS-PERCTL-EOF-SW      PIC X     VALUE 'N'.
          88 WS-PERCTL-EOF                VALUE 'Y'.
       01 WS-CLOSED-POLICY      PIC X(06) VALUE 'REFUSE'.
          88 WS-POLICY-REFUSE             VALUE 'REFUSE'.
          88 WS-POLICY-REDATE             VALUE 'REDATE'.
       01 WS-BUSINESS-DATE      PIC 9(08) VALUE ZERO.
       01 WS-BUSINESS-PERIOD    PIC 9(06) VALUE ZERO.
       01 WS-CLOSED-THRU        PIC 9(06) VALUE ZERO.
       01 WS-CLOSED-ERR-COUNT   PIC 9(6)  VALUE ZERO.
       01 WS-REDATED-COUNT      PIC 9(6)  VALUE ZERO.
       01 WS-RUNCTL-STATUS      PIC X(2)  VALUE '00'.
       01 WS-RUN-START-TS.
          05 WS-START-DATE      PIC 9(08).
          05 CLN-TRL-REC-TYPE   PIC X(01) VALUE 'T'.
          05 CLN-TRL-REC-COUNT  PIC 9(06).
          05 CLN-TRL-AMOUNT-HASH PIC 9(12)V99.
          05 FILLER             PIC X(43) VALUE SPACES.
       01 WS-CORRECTION-TRAILER.
          05 COT-TRL-REC-TYPE   PIC X(01) VALUE 'T'.
          05 COT-TRL-REC-COUNT  PIC 9(06).
          05 COT-TRL-AMOUNT-HASH PIC 9(12)V99.
          05 FILLER             PIC X(43) VALUE SPACES.
       01 WS-EDIT-DATE.
          05 WS-EDIT-YEAR       PIC 9(4).
          05 WS-EDIT-MONTH      PIC 9(2).
       01 WS-FX-TABLE.
          05 WS-FX-ENTRY OCCURS 20 TIMES INDEXED BY WS-FX-IDX.
             10 WS-FX-CURRENCY    PIC X(3).
             10 WS-FX-RATE-TBL    PIC 9(3)V9(6).
             10 WS-FX-EFF-TBL     PIC 9(8).
       01 WS-FX-MATCH-IDX       PIC 9(4)  VALUE ZERO.
       01 WS-FX-SOURCE-RATE     PIC 9(3)V9(6) VALUE ZERO.
       01 WS-FX-TARGET-RATE     PIC 9(3)V9(6) VALUE ZERO.
       01 WS-EDIT-HEADER        PIC X(40) VALUE
              'SALES FEED EDIT SUMMARY'.
       01 WS-COUNT-LINE.

       COPY WSCONSTANTS.

       LINKAGE SECTION.
       01 LK-PARM-DATA.
          05 LK-PARM-LEN        PIC S9(4) COMP.
          05 LK-PARM-TEXT       PIC X(80).

       PROCEDURE DIVISION USING LK-PARM-DATA.

       MAIN-SECTION SECTION.
           PERFORM INIT-PARAGRAPH.

       INIT-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TS.
           PERFORM LOAD-CLOSED-PERIOD-PARAGRAPH.
           PERFORM LOAD-FX-CURRENCIES-PARAGRAPH.
           PERFORM LOAD-DUP-PARMS-PARAGRAPH.
           PERFORM LOAD-DUP-KEYS-PARAGRAPH.
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PRICE-LIST-FILE.
           IF WS-PRICELST-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'SALESEDT: PRICE-LIST-FILE OPEN FAILED, '
                       'STATUS=' WS-PRICELST-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND PRICE-HOLD-FILE.
           IF WS-PRCHELD-STATUS NOT = WS-DB-STATUS-OK
              AND WS-PRCHELD-STATUS NOT = '05'
               DISPLAY 'SALESEDT: PRICE-HOLD-FILE OPEN FAILED, '
                       'STATUS=' WS-PRCHELD-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

      *> The closed-period policy comes in on the PARM; the latest
      *> period on PERCTL is the closed-through period, since periods
      *> close in order. No PERCTL (or an empty one) means nothing
      *> has been closed yet.
       LOAD-CLOSED-PERIOD-PARAGRAPH.
           IF LK-PARM-LEN > ZERO
               MOVE LK-PARM-TEXT TO WS-CLOSED-POLICY
               IF NOT WS-POLICY-REFUSE AND NOT WS-POLICY-REDATE
                   DISPLAY 'SALESEDT: PARM ' WS-CLOSED-POLICY
                           ' IS NOT REFUSE OR REDATE'
                   MOVE WS-RC-DB-ERROR TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT DATE-CARD-FILE.
           IF WS-DATECARD-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'SALESEDT: DATE-CARD-FILE OPEN FAILED, STATUS='
                       WS-DATECARD-STATUS
               MOVE WS-RC-DATE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           READ DATE-CARD-FILE
               AT END
                   DISPLAY 'SALESEDT: DATECARD ABSENT OR EMPTY - '
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
               DISPLAY 'SALESEDT: PERIOD-CONTROL-FILE OPEN FAILED, '
                       'STATUS=' WS-PERCTL-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-PERIOD-CONTROL-PARAGRAPH
               UNTIL WS-PERCTL-EOF.
           CLOSE PERIOD-CONTROL-FILE.
           IF WS-POLICY-REDATE
              AND WS-BUSINESS-PERIOD NOT > WS-CLOSED-THRU
               DISPLAY 'SALESEDT: BUSINESS PERIOD '
                       WS-BUSINESS-PERIOD ' IS CLOSED - CLOSED-'
                       'PERIOD SALES REFUSED, NOT RE-DATED'
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

       LOAD-DUP-PARMS-PARAGRAPH.
           OPEN INPUT DUP-PARM-FILE.
               MOVE WS-RC-FX-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-FX-FOUND-SW.
           MOVE ZERO TO WS-FX-MATCH-IDX.
           PERFORM FIND-REPORTING-RATE-PARAGRAPH
               VARYING WS-FX-IDX FROM 1 BY 1
               UNTIL WS-FX-IDX > WS-FX-COUNT.
           IF WS-FX-FOUND
               MOVE WS-FX-RATE-TBL(WS-FX-MATCH-IDX) TO WS-FX-TARGET-RATE
           ELSE
               DISPLAY 'SALESEDT: NO FX RATE FOR REPORTING CURRENCY '
                       WS-REPORTING-CURRENCY ' - RUN STOPPED'
               MOVE WS-RC-FX-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-FX-RATE-PARAGRAPH.
           READ FX-RATE-FILE
           END-IF.
           PERFORM READ-FX-RATE-PARAGRAPH.

      *> The newest rate not after the run date is kept per currency,
      *> as SALESRPT keeps it for the conversion it makes.
       APPLY-FX-CURRENCY-PARAGRAPH.
           MOVE 'N' TO WS-FX-FOUND-SW.
           MOVE ZERO TO WS-FX-MATCH-IDX.
           PERFORM MATCH-FX-CURRENCY-PARAGRAPH
               VARYING WS-FX-IDX FROM 1 BY 1
               UNTIL WS-FX-IDX > WS-FX-COUNT.
           IF WS-FX-FOUND
               SET WS-FX-IDX TO WS-FX-MATCH-IDX
               IF FX-EFF-DATE > WS-FX-EFF-TBL(WS-FX-IDX)
                   MOVE FX-RATE TO WS-FX-RATE-TBL(WS-FX-IDX)
                   MOVE FX-EFF-DATE TO WS-FX-EFF-TBL(WS-FX-IDX)
               END-IF
           ELSE
               IF WS-FX-COUNT < WS-MAX-FX-ENTRIES
                   ADD 1 TO WS-FX-COUNT
                   SET WS-FX-IDX TO WS-FX-COUNT
                   MOVE FX-CURRENCY TO WS-FX-CURRENCY(WS-FX-IDX)
                   MOVE FX-RATE TO WS-FX-RATE-TBL(WS-FX-IDX)
                   MOVE FX-EFF-DATE TO WS-FX-EFF-TBL(WS-FX-IDX)
               ELSE
                   DISPLAY 'SALESEDT: FX TABLE FULL ('
                           WS-MAX-FX-ENTRIES ') - CURRENCY '
           IF NOT WS-FX-FOUND
               IF WS-FX-CURRENCY(WS-FX-IDX) = FX-CURRENCY
                   SET WS-FX-FOUND TO TRUE
                   MOVE WS-FX-IDX TO WS-FX-MATCH-IDX
               END-IF
           END-IF.

       FIND-REPORTING-RATE-PARAGRAPH.
           IF NOT WS-FX-FOUND
               IF WS-FX-CURRENCY(WS-FX-IDX) = WS-REPORTING-CURRENCY
                   SET WS-FX-FOUND TO TRUE
                   MOVE WS-FX-IDX TO WS-FX-MATCH-IDX
               END-IF
           END-IF.

           IF RAW-RESUBMIT-CORRECTION
               ADD 1 TO WS-RESUBMIT-COUNT
           END-IF.
           IF RAW-RESUBMIT-PRICE-OK
               ADD 1 TO WS-PRICE-OK-READ
           END-IF.
           MOVE 'Y' TO WS-RECORD-CLEAN-SW.
           MOVE 'N' TO WS-DUP-FOUND-SW.
           MOVE 'N' TO WS-PRICE-HOLD-SW.
           MOVE SPACES TO WS-REC-REASON-AREA.
           MOVE ZERO TO WS-REC-REASON-CNT.
           PERFORM VALIDATE-AMOUNT-PARAGRAPH.
           PERFORM VALIDATE-CURRENCY-PARAGRAPH.
           PERFORM VALIDATE-TRANS-TYPE-PARAGRAPH.
           PERFORM VALIDATE-REP-CODE-PARAGRAPH.
           PERFORM VALIDATE-QTY-PRICE-PARAGRAPH.
           IF WS-RECORD-CLEAN
               PERFORM CHECK-DUPLICATE-PARAGRAPH
           END-IF.
           IF WS-RECORD-CLEAN AND NOT WS-DUP-FOUND
               PERFORM CHECK-PRICE-PARAGRAPH
           END-IF.
           IF WS-RECORD-CLEAN AND NOT WS-DUP-FOUND
              AND NOT WS-PRICE-HOLD
               ADD 1 TO WS-ACCEPT-COUNT
               ADD RAW-AMOUNT TO WS-ACCEPT-HASH
               MOVE SALES-RAW-REC TO SALES-CLEAN-REC
           ELSE
           IF WS-DUP-FOUND
               PERFORM HOLD-DUPLICATE-PARAGRAPH
           ELSE
           IF WS-PRICE-HOLD
               PERFORM HOLD-PRICE-PARAGRAPH
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               IF RAW-RESUBMIT-CORRECTION
               END-IF
               PERFORM WRITE-CORRECTION-PARAGRAPH
           END-IF
           END-IF
           END-IF.

       CHECK-DUPLICATE-PARAGRAPH.
           WRITE EDT-LINE.
           MOVE WS-RC-WARNING TO RETURN-CODE.

       CHECK-PRICE-PARAGRAPH.
           MOVE 'N' TO WS-PRICE-HOLD-SW.
           IF RAW-TYPE-SALE AND NOT RAW-RESUBMIT-PRICE-OK
               PERFORM FIND-PRICE-IN-FORCE-PARAGRAPH
               IF WS-PRICE-FOUND AND WS-PRICE-IN-FORCE > ZERO
                   PERFORM CONVERT-LINE-PRICE-PARAGRAPH
                   PERFORM COMPARE-PRICE-PARAGRAPH
               ELSE
                   ADD 1 TO WS-NO-PRICE-COUNT
               END-IF
           END-IF.

       FIND-PRICE-IN-FORCE-PARAGRAPH.
           MOVE 'N' TO WS-PRICE-FOUND-SW.
           MOVE RAW-PRODUCT-CODE TO WS-PROBE-PRODUCT.
           IF RAW-CUST-ID NOT = SPACES
               MOVE RAW-CUST-ID TO WS-PROBE-CUST-ID
               MOVE 'C' TO WS-PRICE-BASIS
               PERFORM SCAN-PRICE-LIST-PARAGRAPH
           END-IF.
           IF NOT WS-PRICE-FOUND
               MOVE SPACES TO WS-PROBE-CUST-ID
               MOVE 'L' TO WS-PRICE-BASIS
               PERFORM SCAN-PRICE-LIST-PARAGRAPH
           END-IF.

       SCAN-PRICE-LIST-PARAGRAPH.
           MOVE 'N' TO WS-PRICE-SCAN-DONE-SW.
           MOVE WS-PROBE-PRODUCT TO LP-PRODUCT-CODE.
           MOVE WS-PROBE-CUST-ID TO LP-CUST-ID.
           MOVE ZERO TO LP-EFF-DATE.
           START PRICE-LIST-FILE KEY NOT < LP-PRICE-KEY
               INVALID KEY
                   SET WS-PRICE-SCAN-DONE TO TRUE
           END-START.
           PERFORM SCAN-PRICE-VERSION-PARAGRAPH
               UNTIL WS-PRICE-SCAN-DONE.

       SCAN-PRICE-VERSION-PARAGRAPH.
           READ PRICE-LIST-FILE NEXT RECORD
               AT END
                   SET WS-PRICE-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-PRICE-SCAN-DONE
               IF LP-PRODUCT-CODE NOT = WS-PROBE-PRODUCT
                  OR LP-CUST-ID NOT = WS-PROBE-CUST-ID
                  OR LP-EFF-DATE > RAW-DATE
                   SET WS-PRICE-SCAN-DONE TO TRUE
               ELSE
                   SET WS-PRICE-FOUND TO TRUE
                   MOVE LP-UNIT-PRICE TO WS-PRICE-IN-FORCE
                   MOVE LP-EFF-DATE TO WS-PRICE-EFF-DATE
                   MOVE LP-TOLERANCE-PCT TO WS-PRICE-TOLERANCE
               END-IF
           END-IF.

      *> PRICELST prices are in the reporting currency; the feed's
      *> unit price is in the line's own currency, so it is converted
      *> the way SALESRPT converts the amount before they are compared.
      *> The CU edit has already passed the currency.
       CONVERT-LINE-PRICE-PARAGRAPH.
           MOVE 'N' TO WS-FX-FOUND-SW.
           MOVE ZERO TO WS-FX-MATCH-IDX.
           PERFORM FIND-FX-CURRENCY-PARAGRAPH
               VARYING WS-FX-IDX FROM 1 BY 1
               UNTIL WS-FX-IDX > WS-FX-COUNT.
           MOVE WS-FX-RATE-TBL(WS-FX-MATCH-IDX) TO WS-FX-SOURCE-RATE.
           COMPUTE WS-LINE-PRICE ROUNDED =
               RAW-UNIT-PRICE * WS-FX-SOURCE-RATE / WS-FX-TARGET-RATE
               ON SIZE ERROR
                   MOVE 9999999.9999 TO WS-LINE-PRICE
           END-COMPUTE.

       COMPARE-PRICE-PARAGRAPH.
           COMPUTE WS-PRICE-VARIANCE ROUNDED =
               (WS-LINE-PRICE - WS-PRICE-IN-FORCE) * 100
               / WS-PRICE-IN-FORCE
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-PRICE-VARIANCE
           END-COMPUTE.
           IF WS-PRICE-VARIANCE < ZERO
               COMPUTE WS-ABS-VARIANCE = ZERO - WS-PRICE-VARIANCE
           ELSE
               MOVE WS-PRICE-VARIANCE TO WS-ABS-VARIANCE
           END-IF.
           IF WS-ABS-VARIANCE > WS-PRICE-TOLERANCE
               SET WS-PRICE-HOLD TO TRUE
           END-IF.

       HOLD-PRICE-PARAGRAPH.
           IF WS-PRICE-HELD-COUNT = ZERO
               MOVE WS-PRICE-HEADER TO EDT-LINE
               WRITE EDT-LINE
           END-IF.
           ADD 1 TO WS-PRICE-HELD-COUNT.
           ADD 1 TO WS-PRICE-HOLD-SEQ.
           MOVE WS-FEED-FILE-DATE TO PH-FEED-DATE.
           MOVE WS-FEED-CYCLE-NO TO PH-CYCLE-NO.
           MOVE WS-PRICE-HOLD-SEQ TO PH-HOLD-SEQ.
           MOVE WS-PRICE-BASIS TO PH-PRICE-BASIS.
           MOVE WS-PRICE-IN-FORCE TO PH-LIST-PRICE.
           MOVE WS-PRICE-EFF-DATE TO PH-LIST-EFF-DATE.
           MOVE WS-PRICE-TOLERANCE TO PH-TOLERANCE-PCT.
           MOVE WS-PRICE-VARIANCE TO PH-VARIANCE-PCT.
           MOVE WS-LINE-PRICE TO PH-LINE-PRICE.
           MOVE SALES-RAW-REC TO PH-RECORD-IMAGE.
           WRITE PRICE-HOLD-REC.
           MOVE RAW-CUST-ID TO PRC-LINE-CUST.
           MOVE RAW-PRODUCT-CODE TO PRC-LINE-PRODUCT.
           MOVE RAW-DATE TO PRC-LINE-DATE.
           MOVE WS-LINE-PRICE TO PRC-LINE-PRICE.
           IF PH-BASIS-CONTRACT
               MOVE 'CONTRACT ' TO PRC-LINE-BASIS
           ELSE
               MOVE 'LIST     ' TO PRC-LINE-BASIS
           END-IF.
           MOVE WS-PRICE-IN-FORCE TO PRC-LINE-LIST.
           MOVE WS-PRICE-VARIANCE TO PRC-LINE-VARIANCE.
           MOVE RAW-REP-CODE TO PRC-LINE-REP.
           MOVE WS-PRICE-LINE TO EDT-LINE.
           WRITE EDT-LINE.
           MOVE WS-RC-WARNING TO RETURN-CODE.

       PASS-PRICE-RELEASES-PARAGRAPH.
           OPEN INPUT PRICE-RELEASE-FILE.
           IF WS-PRCRLSE-STATUS NOT = WS-DB-STATUS-OK
              AND WS-PRCRLSE-STATUS NOT = '05'
               DISPLAY 'SALESEDT: PRICE-RELEASE-FILE OPEN FAILED, '
                       'STATUS=' WS-PRCRLSE-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-PRICE-RELEASE-PARAGRAPH.
           PERFORM WRITE-PRICE-RELEASE-PARAGRAPH
               UNTIL WS-PRCRLSE-EOF.
           CLOSE PRICE-RELEASE-FILE.
           IF WS-PRICE-RLSE-COUNT > ZERO
               OPEN OUTPUT PRICE-RELEASE-FILE
               CLOSE PRICE-RELEASE-FILE
           END-IF.

       READ-PRICE-RELEASE-PARAGRAPH.
           READ PRICE-RELEASE-FILE
               AT END
                   SET WS-PRCRLSE-EOF TO TRUE
           END-READ.

       WRITE-PRICE-RELEASE-PARAGRAPH.
           ADD 1 TO WS-PRICE-RLSE-COUNT.
           ADD 1 TO WS-CORRECTION-COUNT.
           MOVE PRICE-RELEASE-REC TO WS-CORRECTION-IMAGE.
           MOVE 'P' TO COR-IMG-RESUBMIT.
           MOVE WS-CORRECTION-IMAGE TO SALES-RAW-REC.
           IF RAW-AMOUNT NUMERIC
               ADD RAW-AMOUNT TO WS-CORRECTION-HASH
           END-IF.
           MOVE WS-CORRECTION-IMAGE TO COR-RECORD-IMAGE.
           MOVE 'PA' TO COR-REASON-CODES.
           WRITE CORRECTION-REC.
           PERFORM READ-PRICE-RELEASE-PARAGRAPH.

       CAPTURE-TRAILER-PARAGRAPH.
           IF WS-TRAILER-SEEN
               DISPLAY 'SALESEDT: DUPLICATE TRAILER RECORD'
               MOVE WS-RC-FEED-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM PASS-PRICE-RELEASES-PARAGRAPH.
           MOVE WS-ACCEPT-COUNT TO CLN-TRL-REC-COUNT.
           MOVE WS-ACCEPT-HASH TO CLN-TRL-AMOUNT-HASH.
           MOVE WS-CLEAN-TRAILER TO SALES-CLEAN-REC.
               IF WS-EDIT-MONTH < 01 OR WS-EDIT-MONTH > 12
                  OR WS-EDIT-DAY < 01 OR WS-EDIT-DAY > WS-MAX-DAY
                   PERFORM DATE-ERROR-PARAGRAPH
               ELSE
                   PERFORM CHECK-CLOSED-PERIOD-PARAGRAPH
               END-IF
           END-IF.

       CHECK-CLOSED-PERIOD-PARAGRAPH.
           IF RAW-DATE(1:6) NOT > WS-CLOSED-THRU
               IF WS-POLICY-REDATE
                   ADD 1 TO WS-REDATED-COUNT
                   MOVE WS-BUSINESS-DATE TO RAW-DATE
               ELSE
                   ADD 1 TO WS-CLOSED-ERR-COUNT
                   MOVE 'CP' TO ERR-REASON-CODE
                   PERFORM WRITE-ERROR-PARAGRAPH
               END-IF
           END-IF.

               PERFORM WRITE-ERROR-PARAGRAPH
           END-IF.

       VALIDATE-QTY-PRICE-PARAGRAPH.
           IF RAW-QUANTITY NOT NUMERIC
              OR RAW-UNIT-PRICE NOT NUMERIC
               ADD 1 TO WS-QTY-PRICE-ERR-COUNT
               MOVE 'QP' TO ERR-REASON-CODE
               PERFORM WRITE-ERROR-PARAGRAPH
           ELSE
           IF RAW-QUANTITY = ZERO
               ADD 1 TO WS-QTY-PRICE-ERR-COUNT
               MOVE 'QP' TO ERR-REASON-CODE
               PERFORM WRITE-ERROR-PARAGRAPH
           ELSE
           IF RAW-AMOUNT NUMERIC
               PERFORM CHECK-EXTENSION-PARAGRAPH
           END-IF
           END-IF
           END-IF.

       CHECK-EXTENSION-PARAGRAPH.
           MOVE 'Y' TO WS-EXTENSION-OK-SW.
           COMPUTE WS-EXTENDED-AMOUNT ROUNDED =
               RAW-QUANTITY * RAW-UNIT-PRICE
               ON SIZE ERROR
                   MOVE 'N' TO WS-EXTENSION-OK-SW
           END-COMPUTE.
           IF WS-EXTENDED-AMOUNT NOT = RAW-AMOUNT
               MOVE 'N' TO WS-EXTENSION-OK-SW
           END-IF.
           IF NOT WS-EXTENSION-OK
               ADD 1 TO WS-EXTENSION-ERR-COUNT
               MOVE 'XT' TO ERR-REASON-CODE
               PERFORM WRITE-ERROR-PARAGRAPH
           END-IF.

       FIND-FX-CURRENCY-PARAGRAPH.
           IF NOT WS-FX-FOUND
               IF WS-FX-CURRENCY(WS-FX-IDX) = RAW-CURRENCY-CODE
                   SET WS-FX-FOUND TO TRUE
                   MOVE WS-FX-IDX TO WS-FX-MATCH-IDX
               END-IF
           END-IF.

           MOVE 'N' TO WS-RECORD-CLEAN-SW.
           MOVE SALES-RAW-REC TO ERR-RECORD-IMAGE.
           WRITE SALES-ERROR-REC.
           IF WS-REC-REASON-CNT < 8
               ADD 1 TO WS-REC-REASON-CNT
               MOVE ERR-REASON-CODE
                    TO WS-REC-REASON(WS-REC-REASON-CNT)
           CLOSE CORRECTION-FEED-FILE.
           CLOSE DUP-SUSPENSE-FILE.
           CLOSE DUP-CHECK-FILE.
           CLOSE PRICE-LIST-FILE.
           CLOSE PRICE-HOLD-FILE.
           CLOSE EDIT-REPORT-FILE.
           DISPLAY 'SALESEDT: READ=' WS-READ-COUNT
                   ' ACCEPTED=' WS-ACCEPT-COUNT
                   ' REJECTED=' WS-REJECT-COUNT
                   ' DUPS HELD=' WS-DUP-HELD-COUNT
                   ' PRICES HELD=' WS-PRICE-HELD-COUNT.
           IF WS-REJECT-COUNT > ZERO
               MOVE WS-RC-WARNING TO RETURN-CODE
           END-IF.
           MOVE WS-ACCEPT-COUNT TO RC-RECORDS-OUT.
           MOVE WS-ACCEPT-COUNT TO RC-ACCEPTED.
           MOVE WS-REJECT-COUNT TO RC-REJECTED.
           COMPUTE RC-SKIPPED = WS-DUP-HELD-COUNT
                              + WS-PRICE-HELD-COUNT.
           MOVE ZERO TO RC-TABLE-ROWS.
           MOVE RETURN-CODE TO RC-STEP-RC.
           WRITE RUN-CONTROL-REC.
           MOVE WS-DUP-HELD-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO EDT-LINE.
           WRITE EDT-LINE.
           MOVE 'PRICE VARIANCE HELD:' TO CNT-LABEL.
           MOVE WS-PRICE-HELD-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO EDT-LINE.
           WRITE EDT-LINE.
           MOVE 'PRICE RESUBMITS READ' TO CNT-LABEL.
           MOVE WS-PRICE-OK-READ TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO EDT-LINE.
           WRITE EDT-LINE.
           MOVE 'PRICE RELEASES OUT: ' TO CNT-LABEL.
           MOVE WS-PRICE-RLSE-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO EDT-LINE.
           WRITE EDT-LINE.
           MOVE 'SALES NO PRICE ON FL' TO CNT-LABEL.
           MOVE WS-NO-PRICE-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO EDT-LINE.
           WRITE EDT-LINE.
           MOVE 'CLOSED PRD RE-DATED:' TO CNT-LABEL.
           MOVE WS-REDATED-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO EDT-LINE.
           WRITE EDT-LINE.
           IF WS-REJECT-COUNT > ZERO
               MOVE SPACES TO EDT-LINE
               WRITE EDT-LINE
               MOVE WS-REP-ERR-COUNT TO RSN-COUNT
               MOVE WS-REASON-LINE TO EDT-LINE
               WRITE EDT-LINE
               MOVE 'QP' TO RSN-CODE
               MOVE 'QTY OR UNIT PRICE INVALID' TO RSN-DESC
               MOVE WS-QTY-PRICE-ERR-COUNT TO RSN-COUNT
               MOVE WS-REASON-LINE TO EDT-LINE
               WRITE EDT-LINE
               MOVE 'XT' TO RSN-CODE
               MOVE 'QTY X PRICE NOT = AMOUNT' TO RSN-DESC
               MOVE WS-EXTENSION-ERR-COUNT TO RSN-COUNT
               MOVE WS-REASON-LINE TO EDT-LINE
               WRITE EDT-LINE
               MOVE 'CP' TO RSN-CODE
               MOVE 'DATE IN CLOSED PERIOD' TO RSN-DESC
               MOVE WS-CLOSED-ERR-COUNT TO RSN-COUNT
               MOVE WS-REASON-LINE TO EDT-LINE
               WRITE EDT-LINE
           END-IF.

      *> Accounting period close. Runs at the end of every nightly
      *> (and end-of-day) stream and does nothing unless the DATECARD
      *> business date is the period-end working day the business
      *> calendar flags. On the period-end night it totals the
      *> period's sales history by history type (customer, product,
      *> rep, product line, tax), ties them to the GL vouchers posted
      *> for the period -- product history to the revenue lines, tax
      *> history to the sales-tax lines, and the customer, rep and
      *> product-line history to the product history they partition
      *> -- and prints the close certification on CLOSERPT. A period
      *> that certifies is frozen on the period control file (PERCTL)
      *> with its totals and the year-to-date figures rolled forward
      *> from the previous closed period of the same year; from then
      *> on SALESEDT, RTNMATCH and CASHPOST refuse or re-date any
      *> transaction dated in it, and HISTUPDT will not post to it.
      *>
      *> A period that does not certify is left open and the step
      *> ends with the out-of-balance return code: finance clears the
      *> difference and ops rerun the close with the period as a
      *> CCYYMM PARM, which also closes a period whose period-end
      *> night failed. Periods close in order -- the period after
      *> the last one closed, and never one later than the business
      *> date's -- and a period already closed is reported and left
      *> alone (RC 4).
      *>
      *> GL revenue lines are recognised by account: any GLMAP account
      *> mapped from a product code is revenue, any mapped from a
      *> 'TX' + jurisdiction key is sales tax; the receivables, cash,
      *> refunds-clearing, cost-of-sales and inventory lines are
      *> neither. Voucher lines are
      *> taken by the CCYYMM of JV-RUN-DATE, the same run date
      *> HISTUPDT files the night's history under, so the weekend
      *> GLVOUCH housekeeping cutoff must keep a full period on the
      *> dataset.
      *>
      *> Modification history
      *> 2026-10-15  Initial version.
      *> 2026-10-15  The cost-of-sales and inventory accounts GLPOST
      *>             now posts (GLMAP COGS** and INVT**) are not
      *>             revenue.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.
       AUTHOR. CODE-CONTINUUM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATE-CARD-FILE ASSIGN TO DATECARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATECARD-STATUS.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO PERCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PERCTL-STATUS.
           SELECT SALES-HISTORY-FILE ASSIGN TO SALESHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HS-HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO GLMAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.
           SELECT GL-VOUCHER-FILE ASSIGN TO GLVOUCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLVOUCH-STATUS.
           SELECT CLOSE-REPORT-FILE ASSIGN TO CLOSERPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATE-CARD-FILE.
       COPY DATECARD.

       FD  PERIOD-CONTROL-FILE.
       COPY PERCTL.

       FD  SALES-HISTORY-FILE.
       COPY SALESHST.

       FD  GL-MAP-FILE.
       01 GL-MAP-REC.
          05 GM-PRODUCT-CODE    PIC X(06).
          05 GM-GL-ACCOUNT      PIC X(08).

       FD  GL-VOUCHER-FILE.
       COPY GLVOUCH.

       FD  CLOSE-REPORT-FILE.
       01 CLS-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-DATECARD-STATUS   PIC X(2)  VALUE '00'.
       01 WS-PERCTL-STATUS     PIC X(2)  VALUE '00'.
       01 WS-HISTORY-STATUS    PIC X(2)  VALUE '00'.
       01 WS-GLMAP-STATUS      PIC X(2)  VALUE '00'.
       01 WS-GLVOUCH-STATUS    PIC X(2)  VALUE '00'.
       01 WS-REPORT-STATUS     PIC X(2)  VALUE '00'.
       01 WS-PERCTL-EOF-SW     PIC X     VALUE 'N'.
          88 WS-PERCTL-EOF               VALUE 'Y'.
       01 WS-HISTORY-EOF-SW    PIC X     VALUE 'N'.
          88 WS-HISTORY-EOF              VALUE 'Y'.
       01 WS-GLMAP-EOF-SW      PIC X     VALUE 'N'.
          88 WS-GLMAP-EOF                VALUE 'Y'.
       01 WS-GLVOUCH-EOF-SW    PIC X     VALUE 'N'.
          88 WS-GLVOUCH-EOF              VALUE 'Y'.
       01 WS-CERTIFIED-SW      PIC X     VALUE 'Y'.
          88 WS-CERTIFIED                VALUE 'Y'.
       01 WS-PRIOR-SAME-YEAR-SW PIC X    VALUE 'N'.
          88 WS-PRIOR-SAME-YEAR          VALUE 'Y'.
       01 WS-BUSINESS-DATE     PIC 9(08) VALUE ZERO.
       01 WS-BUSINESS-PERIOD   PIC 9(06) VALUE ZERO.
       01 WS-PARM-PERIOD       PIC X(06) VALUE SPACES.
       01 WS-CLOSE-PERIOD.
          05 WS-CLOSE-CCYY     PIC 9(04) VALUE ZERO.
          05 WS-CLOSE-MM       PIC 9(02) VALUE ZERO.
       01 WS-CLOSE-PERIOD-N REDEFINES WS-CLOSE-PERIOD
                             PIC 9(06).
       01 WS-LAST-CLOSED.
          05 WS-LAST-CCYY      PIC 9(04) VALUE ZERO.
          05 WS-LAST-MM        PIC 9(02) VALUE ZERO.
       01 WS-LAST-CLOSED-N REDEFINES WS-LAST-CLOSED
                             PIC 9(06).
       01 WS-NEXT-PERIOD.
          05 WS-NEXT-CCYY      PIC 9(04) VALUE ZERO.
          05 WS-NEXT-MM        PIC 9(02) VALUE ZERO.
       01 WS-NEXT-PERIOD-N REDEFINES WS-NEXT-PERIOD
                             PIC 9(06).
       01 WS-VOUCHER-DATE.
          05 WS-VCH-PERIOD     PIC 9(06).
          05 WS-VCH-DD         PIC 9(02).
       01 WS-TYPE-CODE-VALUES  PIC X(05) VALUE 'CPRLT'.
       01 WS-TYPE-CODE-TABLE REDEFINES WS-TYPE-CODE-VALUES.
          05 WS-TYPE-CODE      OCCURS 5 TIMES PIC X(01).
       01 WS-TYPE-DESC-VALUES.
          05 FILLER            PIC X(12) VALUE 'CUSTOMER'.
          05 FILLER            PIC X(12) VALUE 'PRODUCT'.
          05 FILLER            PIC X(12) VALUE 'SALES REP'.
          05 FILLER            PIC X(12) VALUE 'PRODUCT LINE'.
          05 FILLER            PIC X(12) VALUE 'SALES TAX'.
       01 WS-TYPE-DESC-TABLE REDEFINES WS-TYPE-DESC-VALUES.
          05 WS-TYPE-DESC      OCCURS 5 TIMES PIC X(12).
       01 WS-TYPE-SUB          PIC 9(01) VALUE ZERO.
       01 WS-TYPE-MATCH        PIC 9(01) VALUE ZERO.
       01 WS-PRODUCT-SUB       PIC 9(01) VALUE 2.
       01 WS-TAX-SUB           PIC 9(01) VALUE 5.
       01 WS-TYPE-TOTALS.
          05 WS-TYPE-ENTRY OCCURS 5 TIMES.
             10 WS-TYPE-AMOUNT   PIC S9(13)V99.
             10 WS-TYPE-COUNT    PIC 9(09).
             10 WS-PRIOR-YTD-AMT PIC S9(13)V99.
             10 WS-PRIOR-YTD-CNT PIC 9(09).
       01 WS-PRIOR-GL-REV-YTD  PIC S9(13)V99 VALUE ZERO.
       01 WS-PRIOR-GL-TAX-YTD  PIC S9(13)V99 VALUE ZERO.
       01 WS-GL-REVENUE        PIC S9(13)V99 VALUE ZERO.
       01 WS-GL-TAX            PIC S9(13)V99 VALUE ZERO.
       01 WS-GL-DEBITS         PIC 9(13)V99 VALUE ZERO.
       01 WS-GL-CREDITS        PIC 9(13)V99 VALUE ZERO.
       01 WS-GL-LINES          PIC 9(08) VALUE ZERO.
       01 WS-TIE-AMOUNT        PIC S9(13)V99 VALUE ZERO.
       01 WS-TIE-DIFFERENCE    PIC S9(13)V99 VALUE ZERO.
       01 WS-SIGNED-LINE-AMT   PIC S9(13)V99 VALUE ZERO.
       01 WS-MAX-MAP-ENTRIES   PIC 9(4)  VALUE 0500.
       01 WS-MAP-COUNT         PIC 9(4)  VALUE ZERO.
       01 WS-MAP-FOUND-SW      PIC X     VALUE 'N'.
          88 WS-MAP-FOUND                VALUE 'Y'.
       01 WS-MAP-CLASS         PIC X(01) VALUE SPACE.
          88 WS-CLASS-REVENUE            VALUE 'R'.
          88 WS-CLASS-TAX                VALUE 'T'.
       01 WS-GL-MAP-TABLE.
          05 WS-MAP-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-MAP-IDX.
             10 WS-MAP-ACCOUNT   PIC X(8).
             10 WS-MAP-TYPE      PIC X(1).
       01 WS-CLOSE-HEADER      PIC X(40) VALUE
              'ACCOUNTING PERIOD CLOSE CERTIFICATION'.
       01 WS-CLOSE-DATE-LINE.
          05 FILLER            PIC X(08) VALUE 'PERIOD: '.
          05 HDR-PERIOD        PIC 9(06).
          05 FILLER            PIC X(19) VALUE
                 '   BUSINESS DATE: '.
          05 HDR-BUSINESS-DATE PIC 9(08).
       01 WS-COLUMN-LINE.
          05 FILLER            PIC X(17) VALUE 'T HISTORY TYPE'.
          05 FILLER            PIC X(20) VALUE
                 '     PERIOD AMOUNT'.
          05 FILLER            PIC X(13) VALUE '      COUNT'.
          05 FILLER            PIC X(17) VALUE 'TIES TO'.
          05 FILLER            PIC X(20) VALUE
                 '        TIE AMOUNT'.
          05 FILLER            PIC X(20) VALUE
                 '        DIFFERENCE'.
          05 FILLER            PIC X(18) VALUE
                 '        YTD AMOUNT'.
       01 WS-TYPE-LINE.
          05 TYP-CODE          PIC X(01).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 TYP-DESC          PIC X(12).
          05 FILLER            PIC X(03) VALUE SPACES.
          05 TYP-AMOUNT        PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 TYP-COUNT         PIC ZZZ,ZZZ,ZZ9.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 TYP-TIE-TO        PIC X(15).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 TYP-TIE-AMOUNT    PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 TYP-DIFFERENCE    PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 TYP-YTD-AMOUNT    PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 TYP-FLAG          PIC X(02).
       01 WS-GL-LINE.
          05 GLL-LABEL         PIC X(22).
          05 GLL-AMOUNT        PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(04) VALUE SPACES.
          05 GLL-YTD-LABEL     PIC X(06).
          05 GLL-YTD-AMOUNT    PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-LINE.
          05 CNT-LABEL         PIC X(22).
          05 CNT-VALUE         PIC ZZ,ZZZ,ZZ9.
       01 WS-RESULT-LINE.
          05 RES-TEXT          PIC X(40).
          05 RES-PERIOD        PIC 9(06).
          05 RES-TEXT-2        PIC X(40).

       COPY WSCONSTANTS.

       LINKAGE SECTION.
       01 LK-PARM-DATA.
          05 LK-PARM-LEN       PIC S9(4) COMP.
          05 LK-PARM-TEXT      PIC X(80).

       PROCEDURE DIVISION USING LK-PARM-DATA.

       MAIN-SECTION SECTION.
           PERFORM INIT-PARAGRAPH.
           PERFORM CERTIFY-SECTION.
           PERFORM CLOSE-PARAGRAPH.
           STOP RUN.

       INIT-PARAGRAPH.
           OPEN INPUT DATE-CARD-FILE.
           IF WS-DATECARD-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'PERCLOSE: DATE-CARD-FILE OPEN FAILED, STATUS='
                       WS-DATECARD-STATUS
               MOVE WS-RC-DATE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           READ DATE-CARD-FILE
               AT END
                   DISPLAY 'PERCLOSE: DATECARD ABSENT OR EMPTY - '
                           'BUSINESS DATE UNKNOWN'
                   MOVE WS-RC-DATE-ERROR TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE DATE-CARD-FILE.
           MOVE DC-BUSINESS-DATE TO WS-BUSINESS-DATE.
           MOVE DC-PERIOD TO WS-BUSINESS-PERIOD.
           IF LK-PARM-LEN > ZERO
               MOVE LK-PARM-TEXT TO WS-PARM-PERIOD
               IF WS-PARM-PERIOD NOT NUMERIC
                   DISPLAY 'PERCLOSE: PARM ' WS-PARM-PERIOD
                           ' IS NOT A CCYYMM PERIOD'
                   MOVE WS-RC-DATE-ERROR TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-PERIOD TO WS-CLOSE-PERIOD
           ELSE
               IF NOT DC-PERIOD-END
                   DISPLAY 'PERCLOSE: BUSINESS DATE '
                           WS-BUSINESS-DATE ' IS NOT A PERIOD END - '
                           'NO PERIOD CLOSED'
                   STOP RUN
               END-IF
               MOVE DC-PERIOD TO WS-CLOSE-PERIOD
           END-IF.
           IF WS-CLOSE-MM < 01 OR WS-CLOSE-MM > 12
               DISPLAY 'PERCLOSE: PERIOD ' WS-CLOSE-PERIOD
                       ' IS NOT A CCYYMM PERIOD'
               MOVE WS-RC-DATE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CLOSE-PERIOD-N > WS-BUSINESS-PERIOD
               DISPLAY 'PERCLOSE: PERIOD ' WS-CLOSE-PERIOD
                       ' IS LATER THAN THE BUSINESS DATE '
                       WS-BUSINESS-DATE ' - NOT CLOSED'
               MOVE WS-RC-DATE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O PERIOD-CONTROL-FILE.
           IF WS-PERCTL-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'PERCLOSE: PERIOD-CONTROL-FILE OPEN FAILED, '
                       'STATUS=' WS-PERCTL-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM FIND-LAST-CLOSED-PARAGRAPH.
           PERFORM CHECK-CLOSE-ORDER-PARAGRAPH.
           PERFORM LOAD-GL-MAP-PARAGRAPH.
           OPEN INPUT SALES-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'PERCLOSE: SALES-HISTORY-FILE OPEN FAILED, '
                       'STATUS=' WS-HISTORY-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT GL-VOUCHER-FILE.
           IF WS-GLVOUCH-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'PERCLOSE: GL-VOUCHER-FILE OPEN FAILED, '
                       'STATUS=' WS-GLVOUCH-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CLOSE-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'PERCLOSE: CLOSE-REPORT-FILE OPEN FAILED, '
                       'STATUS=' WS-REPORT-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CLOSE-HEADER TO CLS-LINE.
           WRITE CLS-LINE.
           MOVE WS-CLOSE-PERIOD-N TO HDR-PERIOD.
           MOVE WS-BUSINESS-DATE TO HDR-BUSINESS-DATE.
           MOVE WS-CLOSE-DATE-LINE TO CLS-LINE.
           WRITE CLS-LINE.
           MOVE SPACES TO CLS-LINE.
           WRITE CLS-LINE.

      *> Periods are keyed in order, so the last record browsed is
      *> the latest period closed; its year-to-date figures are the
      *> base the period being closed rolls forward onto.
       FIND-LAST-CLOSED-PARAGRAPH.
           INITIALIZE WS-TYPE-TOTALS.
           MOVE ZERO TO PC-PERIOD.
           START PERIOD-CONTROL-FILE KEY NOT < PC-PERIOD
               INVALID KEY
                   SET WS-PERCTL-EOF TO TRUE
           END-START.
           PERFORM READ-PERIOD-CONTROL-PARAGRAPH
               UNTIL WS-PERCTL-EOF.

       READ-PERIOD-CONTROL-PARAGRAPH.
           READ PERIOD-CONTROL-FILE NEXT RECORD
               AT END
                   SET WS-PERCTL-EOF TO TRUE
           END-READ.
           IF NOT WS-PERCTL-EOF AND PC-STATUS-CLOSED
               MOVE PC-PERIOD TO WS-LAST-CLOSED
               PERFORM SAVE-PRIOR-YTD-PARAGRAPH
                   VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 5
               MOVE PC-GL-REVENUE-YTD TO WS-PRIOR-GL-REV-YTD
               MOVE PC-GL-TAX-YTD TO WS-PRIOR-GL-TAX-YTD
           END-IF.

       SAVE-PRIOR-YTD-PARAGRAPH.
           MOVE PC-YTD-AMOUNT(WS-TYPE-SUB)
                TO WS-PRIOR-YTD-AMT(WS-TYPE-SUB).
           MOVE PC-YTD-COUNT(WS-TYPE-SUB)
                TO WS-PRIOR-YTD-CNT(WS-TYPE-SUB).

       CHECK-CLOSE-ORDER-PARAGRAPH.
           IF WS-LAST-CLOSED-N = WS-CLOSE-PERIOD-N
               DISPLAY 'PERCLOSE: PERIOD ' WS-CLOSE-PERIOD
                       ' IS ALREADY CLOSED - NOTHING DONE'
               CLOSE PERIOD-CONTROL-FILE
               MOVE WS-RC-WARNING TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-LAST-CLOSED-N > WS-CLOSE-PERIOD-N
               DISPLAY 'PERCLOSE: PERIOD ' WS-CLOSE-PERIOD
                       ' PRECEDES THE LAST CLOSED PERIOD '
                       WS-LAST-CLOSED ' - NOT CLOSED'
               CLOSE PERIOD-CONTROL-FILE
               MOVE WS-RC-DATE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-LAST-CLOSED-N > ZERO
               MOVE WS-LAST-CLOSED TO WS-NEXT-PERIOD
               IF WS-NEXT-MM = 12
                   ADD 1 TO WS-NEXT-CCYY
                   MOVE 01 TO WS-NEXT-MM
               ELSE
                   ADD 1 TO WS-NEXT-MM
               END-IF
               IF WS-NEXT-PERIOD-N NOT = WS-CLOSE-PERIOD-N
                   DISPLAY 'PERCLOSE: PERIOD ' WS-NEXT-PERIOD
                           ' IS STILL OPEN - CLOSE IT BEFORE '
                           WS-CLOSE-PERIOD
                   CLOSE PERIOD-CONTROL-FILE
                   MOVE WS-RC-DATE-ERROR TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-LAST-CCYY = WS-CLOSE-CCYY
                   SET WS-PRIOR-SAME-YEAR TO TRUE
               END-IF
           END-IF.
           IF NOT WS-PRIOR-SAME-YEAR
               INITIALIZE WS-TYPE-TOTALS
               MOVE ZERO TO WS-PRIOR-GL-REV-YTD
               MOVE ZERO TO WS-PRIOR-GL-TAX-YTD
           END-IF.

       LOAD-GL-MAP-PARAGRAPH.
           OPEN INPUT GL-MAP-FILE.
           IF WS-GLMAP-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'PERCLOSE: GL-MAP-FILE OPEN FAILED, STATUS='
                       WS-GLMAP-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-GL-MAP-PARAGRAPH.
           PERFORM STORE-GL-MAP-PARAGRAPH UNTIL WS-GLMAP-EOF.
           CLOSE GL-MAP-FILE.

       READ-GL-MAP-PARAGRAPH.
           READ GL-MAP-FILE
               AT END
                   SET WS-GLMAP-EOF TO TRUE
           END-READ.

       STORE-GL-MAP-PARAGRAPH.
           MOVE SPACE TO WS-MAP-CLASS.
           EVALUATE TRUE
               WHEN GM-PRODUCT-CODE = '******'
                 OR GM-PRODUCT-CODE = 'CASH**'
                 OR GM-PRODUCT-CODE = 'RFND**'
                 OR GM-PRODUCT-CODE = 'COGS**'
                 OR GM-PRODUCT-CODE = 'INVT**'
                   CONTINUE
               WHEN GM-PRODUCT-CODE(1:2) = 'TX'
                   SET WS-CLASS-TAX TO TRUE
               WHEN OTHER
                   SET WS-CLASS-REVENUE TO TRUE
           END-EVALUATE.
           IF WS-MAP-CLASS NOT = SPACE
               IF WS-MAP-COUNT < WS-MAX-MAP-ENTRIES
                   ADD 1 TO WS-MAP-COUNT
                   SET WS-MAP-IDX TO WS-MAP-COUNT
                   MOVE GM-GL-ACCOUNT TO WS-MAP-ACCOUNT(WS-MAP-IDX)
                   MOVE WS-MAP-CLASS TO WS-MAP-TYPE(WS-MAP-IDX)
               ELSE
                   DISPLAY 'PERCLOSE: GL MAP TABLE FULL ('
                           WS-MAX-MAP-ENTRIES ') - CLOSE NOT '
                           'CERTIFIABLE'
                   MOVE WS-RC-DB-ERROR TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM READ-GL-MAP-PARAGRAPH.

       CERTIFY-SECTION SECTION.
           PERFORM READ-HISTORY-PARAGRAPH.
           PERFORM TALLY-HISTORY-PARAGRAPH UNTIL WS-HISTORY-EOF.
           PERFORM READ-VOUCHER-PARAGRAPH.
           PERFORM TALLY-VOUCHER-PARAGRAPH UNTIL WS-GLVOUCH-EOF.
           MOVE WS-COLUMN-LINE TO CLS-LINE.
           WRITE CLS-LINE.
           PERFORM PRINT-TYPE-PARAGRAPH
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 5.
           PERFORM PRINT-GL-PARAGRAPH.
           IF WS-CERTIFIED
               PERFORM WRITE-PERIOD-CONTROL-PARAGRAPH
           END-IF.
           PERFORM PRINT-RESULT-PARAGRAPH.

       CERTIFY-DETAIL-SECTION SECTION.
       READ-HISTORY-PARAGRAPH.
           READ SALES-HISTORY-FILE
               AT END
                   SET WS-HISTORY-EOF TO TRUE
           END-READ.

       TALLY-HISTORY-PARAGRAPH.
           IF HS-PERIOD = WS-CLOSE-PERIOD-N
               MOVE ZERO TO WS-TYPE-MATCH
               PERFORM MATCH-TYPE-PARAGRAPH
                   VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 5
               IF WS-TYPE-MATCH > ZERO
                   ADD HS-PERIOD-AMOUNT
                       TO WS-TYPE-AMOUNT(WS-TYPE-MATCH)
                   ADD HS-PERIOD-COUNT
                       TO WS-TYPE-COUNT(WS-TYPE-MATCH)
               END-IF
           END-IF.
           PERFORM READ-HISTORY-PARAGRAPH.

       MATCH-TYPE-PARAGRAPH.
           IF WS-TYPE-CODE(WS-TYPE-SUB) = HS-REC-TYPE
               MOVE WS-TYPE-SUB TO WS-TYPE-MATCH
           END-IF.

       READ-VOUCHER-PARAGRAPH.
           READ GL-VOUCHER-FILE
               AT END
                   SET WS-GLVOUCH-EOF TO TRUE
           END-READ.

       TALLY-VOUCHER-PARAGRAPH.
           MOVE JV-RUN-DATE TO WS-VOUCHER-DATE.
           IF WS-VCH-PERIOD = WS-CLOSE-PERIOD-N
               ADD 1 TO WS-GL-LINES
               IF JV-DEBIT
                   ADD JV-AMOUNT TO WS-GL-DEBITS
                   COMPUTE WS-SIGNED-LINE-AMT = ZERO - JV-AMOUNT
               ELSE
                   ADD JV-AMOUNT TO WS-GL-CREDITS
                   MOVE JV-AMOUNT TO WS-SIGNED-LINE-AMT
               END-IF
               PERFORM CLASSIFY-ACCOUNT-PARAGRAPH
               IF WS-CLASS-REVENUE
                   ADD WS-SIGNED-LINE-AMT TO WS-GL-REVENUE
               END-IF
               IF WS-CLASS-TAX
                   ADD WS-SIGNED-LINE-AMT TO WS-GL-TAX
               END-IF
           END-IF.
           PERFORM READ-VOUCHER-PARAGRAPH.

       CLASSIFY-ACCOUNT-PARAGRAPH.
           MOVE 'N' TO WS-MAP-FOUND-SW.
           MOVE SPACE TO WS-MAP-CLASS.
           PERFORM FIND-ACCOUNT-PARAGRAPH
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT.

       FIND-ACCOUNT-PARAGRAPH.
           IF NOT WS-MAP-FOUND
               IF WS-MAP-ACCOUNT(WS-MAP-IDX) = JV-GL-ACCOUNT
                   SET WS-MAP-FOUND TO TRUE
                   MOVE WS-MAP-TYPE(WS-MAP-IDX) TO WS-MAP-CLASS
               END-IF
           END-IF.

      *> Product history ties to the GL revenue lines and tax history
      *> to the sales-tax lines; customer, rep and product-line
      *> history each partition the same sales, so they tie to the
      *> product history. A type with no history for the period has
      *> nothing to tie.
       PRINT-TYPE-PARAGRAPH.
           EVALUATE WS-TYPE-SUB
               WHEN 2
                   MOVE 'GL REVENUE' TO TYP-TIE-TO
                   MOVE WS-GL-REVENUE TO WS-TIE-AMOUNT
               WHEN 5
                   MOVE 'GL SALES TAX' TO TYP-TIE-TO
                   MOVE WS-GL-TAX TO WS-TIE-AMOUNT
               WHEN OTHER
                   MOVE 'PRODUCT HISTORY' TO TYP-TIE-TO
                   MOVE WS-TYPE-AMOUNT(WS-PRODUCT-SUB)
                        TO WS-TIE-AMOUNT
           END-EVALUATE.
           COMPUTE WS-TIE-DIFFERENCE =
               WS-TYPE-AMOUNT(WS-TYPE-SUB) - WS-TIE-AMOUNT.
           MOVE SPACES TO TYP-FLAG.
           IF WS-TIE-DIFFERENCE NOT = ZERO
               IF WS-TYPE-SUB = WS-PRODUCT-SUB
                  OR WS-TYPE-SUB = WS-TAX-SUB
                  OR WS-TYPE-COUNT(WS-TYPE-SUB) > ZERO
                   MOVE 'N' TO WS-CERTIFIED-SW
                   MOVE 'OB' TO TYP-FLAG
               END-IF
           END-IF.
           MOVE WS-TYPE-CODE(WS-TYPE-SUB) TO TYP-CODE.
           MOVE WS-TYPE-DESC(WS-TYPE-SUB) TO TYP-DESC.
           MOVE WS-TYPE-AMOUNT(WS-TYPE-SUB) TO TYP-AMOUNT.
           MOVE WS-TYPE-COUNT(WS-TYPE-SUB) TO TYP-COUNT.
           MOVE WS-TIE-AMOUNT TO TYP-TIE-AMOUNT.
           MOVE WS-TIE-DIFFERENCE TO TYP-DIFFERENCE.
           ADD WS-TYPE-AMOUNT(WS-TYPE-SUB)
               TO WS-PRIOR-YTD-AMT(WS-TYPE-SUB).
           ADD WS-TYPE-COUNT(WS-TYPE-SUB)
               TO WS-PRIOR-YTD-CNT(WS-TYPE-SUB).
           MOVE WS-PRIOR-YTD-AMT(WS-TYPE-SUB) TO TYP-YTD-AMOUNT.
           MOVE WS-TYPE-LINE TO CLS-LINE.
           WRITE CLS-LINE.

       PRINT-GL-PARAGRAPH.
           MOVE SPACES TO CLS-LINE.
           WRITE CLS-LINE.
           MOVE 'GL VOUCHER LINES:     ' TO CNT-LABEL.
           MOVE WS-GL-LINES TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO CLS-LINE.
           WRITE CLS-LINE.
           ADD WS-GL-REVENUE TO WS-PRIOR-GL-REV-YTD.
           ADD WS-GL-TAX TO WS-PRIOR-GL-TAX-YTD.
           MOVE 'GL DEBITS:            ' TO GLL-LABEL.
           MOVE WS-GL-DEBITS TO GLL-AMOUNT.
           MOVE SPACES TO GLL-YTD-LABEL.
           MOVE ZERO TO GLL-YTD-AMOUNT.
           MOVE WS-GL-LINE TO CLS-LINE.
           MOVE SPACES TO CLS-LINE(45:).
           WRITE CLS-LINE.
           MOVE 'GL CREDITS:           ' TO GLL-LABEL.
           MOVE WS-GL-CREDITS TO GLL-AMOUNT.
           MOVE WS-GL-LINE TO CLS-LINE.
           MOVE SPACES TO CLS-LINE(45:).
           WRITE CLS-LINE.
           MOVE 'GL REVENUE POSTED:    ' TO GLL-LABEL.
           MOVE WS-GL-REVENUE TO GLL-AMOUNT.
           MOVE 'YTD: ' TO GLL-YTD-LABEL.
           MOVE WS-PRIOR-GL-REV-YTD TO GLL-YTD-AMOUNT.
           MOVE WS-GL-LINE TO CLS-LINE.
           WRITE CLS-LINE.
           MOVE 'GL SALES TAX POSTED:  ' TO GLL-LABEL.
           MOVE WS-GL-TAX TO GLL-AMOUNT.
           MOVE WS-PRIOR-GL-TAX-YTD TO GLL-YTD-AMOUNT.
           MOVE WS-GL-LINE TO CLS-LINE.
           WRITE CLS-LINE.
           IF WS-GL-DEBITS NOT = WS-GL-CREDITS
               MOVE 'N' TO WS-CERTIFIED-SW
               MOVE 'GL DEBITS DO NOT EQUAL CREDITS' TO CLS-LINE
               WRITE CLS-LINE
           END-IF.

       WRITE-PERIOD-CONTROL-PARAGRAPH.
           INITIALIZE PERIOD-CONTROL-REC.
           MOVE WS-CLOSE-PERIOD-N TO PC-PERIOD.
           SET PC-STATUS-CLOSED TO TRUE.
           MOVE WS-BUSINESS-DATE TO PC-CLOSE-DATE.
           MOVE FUNCTION CURRENT-DATE TO PC-CLOSE-TS.
           PERFORM STORE-TYPE-TOTALS-PARAGRAPH
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 5.
           MOVE WS-GL-REVENUE TO PC-GL-REVENUE.
           MOVE WS-GL-TAX TO PC-GL-TAX.
           MOVE WS-PRIOR-GL-REV-YTD TO PC-GL-REVENUE-YTD.
           MOVE WS-PRIOR-GL-TAX-YTD TO PC-GL-TAX-YTD.
           WRITE PERIOD-CONTROL-REC
               INVALID KEY
                   DISPLAY 'PERCLOSE: WRITE FAILED FOR PERIOD '
                           PC-PERIOD ' STATUS=' WS-PERCTL-STATUS
                   MOVE WS-RC-DB-ERROR TO RETURN-CODE
                   STOP RUN
           END-WRITE.

       STORE-TYPE-TOTALS-PARAGRAPH.
           MOVE WS-TYPE-CODE(WS-TYPE-SUB) TO PC-HIST-TYPE(WS-TYPE-SUB).
           MOVE WS-TYPE-AMOUNT(WS-TYPE-SUB)
                TO PC-PERIOD-AMOUNT(WS-TYPE-SUB).
           MOVE WS-TYPE-COUNT(WS-TYPE-SUB)
                TO PC-PERIOD-COUNT(WS-TYPE-SUB).
           MOVE WS-PRIOR-YTD-AMT(WS-TYPE-SUB)
                TO PC-YTD-AMOUNT(WS-TYPE-SUB).
           MOVE WS-PRIOR-YTD-CNT(WS-TYPE-SUB)
                TO PC-YTD-COUNT(WS-TYPE-SUB).

       PRINT-RESULT-PARAGRAPH.
           MOVE SPACES TO CLS-LINE.
           WRITE CLS-LINE.
           MOVE WS-CLOSE-PERIOD-N TO RES-PERIOD.
           IF WS-CERTIFIED
               MOVE 'CERTIFIED - PERIOD ' TO RES-TEXT
               MOVE ' CLOSED' TO RES-TEXT-2
           ELSE
               MOVE 'NOT CERTIFIED - PERIOD ' TO RES-TEXT
               MOVE ' LEFT OPEN, DIFFERENCES FLAGGED OB' TO RES-TEXT-2
               MOVE WS-RC-OUT-OF-BAL TO RETURN-CODE
           END-IF.
           MOVE SPACES TO CLS-LINE.
           STRING RES-TEXT DELIMITED BY '  '
                  RES-PERIOD DELIMITED BY SIZE
                  RES-TEXT-2 DELIMITED BY '  '
                  INTO CLS-LINE
           END-STRING.
           WRITE CLS-LINE.

       CLOSE-SECTION SECTION.
       CLOSE-PARAGRAPH.
           CLOSE PERIOD-CONTROL-FILE.
           CLOSE SALES-HISTORY-FILE.
           CLOSE GL-VOUCHER-FILE.
           CLOSE CLOSE-REPORT-FILE.
           IF WS-CERTIFIED
               DISPLAY 'PERCLOSE: PERIOD ' WS-CLOSE-PERIOD ' CLOSED'
           ELSE
               DISPLAY 'PERCLOSE: PERIOD ' WS-CLOSE-PERIOD
                       ' NOT CERTIFIED - LEFT OPEN'
           END-IF.

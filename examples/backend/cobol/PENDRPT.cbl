      *> Daily pending master change report for audit. Reads the
      *> PENDCHG file of changes CUSTMAINT, REPMAINT and PRODMAINT
      *> held for a second operator and prints three sections: every
      *> change still pending, whatever day it was keyed, with how
      *> many days it has waited; the changes approved in CHGAPPR on
      *> the report date; and those rejected on it -- each with the
      *> master and record, the action, who keyed it and when, the
      *> field as it stood and as it would be, and for a decision
      *> the deciding operator, time and reason. Counts close the
      *> report. An optional CCYYMMDD PARM gives the report date;
      *> with no PARM it is today.
      *>
      *> Modification history
      *> 2026-10-15  Initial version.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDRPT.
       AUTHOR. CODE-CONTINUUM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-CHANGE-FILE ASSIGN TO PENDCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CHANGE-KEY
               FILE STATUS IS WS-PENDCHG-STATUS.
           SELECT PENDING-REPORT-FILE ASSIGN TO PENDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-CHANGE-FILE.
       COPY PENDCHG.

       FD  PENDING-REPORT-FILE.
       01 PND-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PENDCHG-STATUS    PIC X(2)  VALUE '00'.
       01 WS-REPORT-STATUS     PIC X(2)  VALUE '00'.
       01 WS-PEND-EOF-SW       PIC X     VALUE 'N'.
          88 WS-PEND-EOF                 VALUE 'Y'.
       01 WS-PARM-DATE         PIC X(08) VALUE SPACES.
       01 WS-REPORT-DATE       PIC 9(08) VALUE ZERO.
       01 WS-CURRENT-TS.
          05 WS-TODAY          PIC 9(8).
          05 FILLER            PIC X(13).
       01 WS-PASS-STATUS       PIC X(1)  VALUE SPACES.
          88 WS-PASS-PENDING             VALUE 'P'.
          88 WS-PASS-APPROVED            VALUE 'A'.
          88 WS-PASS-REJECTED            VALUE 'R'.
       01 WS-SECTION-COUNT     PIC 9(6)  VALUE ZERO.
       01 WS-PENDING-COUNT     PIC 9(6)  VALUE ZERO.
       01 WS-APPROVED-COUNT    PIC 9(6)  VALUE ZERO.
       01 WS-REJECTED-COUNT    PIC 9(6)  VALUE ZERO.
       01 WS-AGE-DAYS          PIC S9(5) VALUE ZERO.
       01 WS-BEFORE-VIEW       PIC X(81) VALUE SPACES.
       01 WS-BEFORE-CUST REDEFINES WS-BEFORE-VIEW.
          05 FILLER            PIC X(10).
          05 BC-CUST-NAME      PIC X(50).
          05 BC-CUST-STATUS    PIC X(01).
          05 BC-CREDIT-LIMIT   PIC 9(7)V99.
          05 FILLER            PIC X(11).
       01 WS-BEFORE-REP REDEFINES WS-BEFORE-VIEW.
          05 FILLER            PIC X(04).
          05 BR-REP-NAME       PIC X(30).
          05 BR-TIER1-LIMIT    PIC 9(9)V99.
          05 BR-TIER1-RATE     PIC V9(4).
          05 BR-TIER2-LIMIT    PIC 9(9)V99.
          05 BR-TIER2-RATE     PIC V9(4).
          05 BR-TIER3-RATE     PIC V9(4).
          05 BR-REP-STATUS     PIC X(01).
          05 FILLER            PIC X(12).
       01 WS-BEFORE-PROD REDEFINES WS-BEFORE-VIEW.
          05 FILLER            PIC X(06).
          05 BP-PRODUCT-DESC   PIC X(30).
          05 FILLER            PIC X(04).
          05 BP-PRODUCT-STATUS PIC X(01).
          05 FILLER            PIC X(40).
       01 WS-AFTER-VIEW        PIC X(81) VALUE SPACES.
       01 WS-AFTER-CUST REDEFINES WS-AFTER-VIEW.
          05 FILLER            PIC X(10).
          05 AC-CUST-NAME      PIC X(50).
          05 AC-CUST-STATUS    PIC X(01).
          05 AC-CREDIT-LIMIT   PIC 9(7)V99.
          05 FILLER            PIC X(11).
       01 WS-AFTER-REP REDEFINES WS-AFTER-VIEW.
          05 FILLER            PIC X(04).
          05 AR-REP-NAME       PIC X(30).
          05 AR-TIER1-LIMIT    PIC 9(9)V99.
          05 AR-TIER1-RATE     PIC V9(4).
          05 AR-TIER2-LIMIT    PIC 9(9)V99.
          05 AR-TIER2-RATE     PIC V9(4).
          05 AR-TIER3-RATE     PIC V9(4).
          05 AR-REP-STATUS     PIC X(01).
          05 FILLER            PIC X(12).
       01 WS-AFTER-PROD REDEFINES WS-AFTER-VIEW.
          05 FILLER            PIC X(06).
          05 AP-PRODUCT-DESC   PIC X(30).
          05 FILLER            PIC X(04).
          05 AP-PRODUCT-STATUS PIC X(01).
          05 FILLER            PIC X(40).
       01 WS-EDIT-LIMIT        PIC $$,$$$,$$9.99.
       01 WS-EDIT-AGE          PIC ZZZZ9.
       01 WS-TIER-TEXT.
          05 FILLER            PIC X(03) VALUE 'T1 '.
          05 TT-TIER1-LIMIT    PIC $$$$,$$$,$$9.99.
          05 FILLER            PIC X(01) VALUE '@'.
          05 TT-TIER1-RATE     PIC .9999.
          05 FILLER            PIC X(04) VALUE ' T2 '.
          05 TT-TIER2-LIMIT    PIC $$$$,$$$,$$9.99.
          05 FILLER            PIC X(01) VALUE '@'.
          05 TT-TIER2-RATE     PIC .9999.
          05 FILLER            PIC X(05) VALUE ' T3 @'.
          05 TT-TIER3-RATE     PIC .9999.
       01 WS-REPORT-HEADER.
          05 FILLER            PIC X(37) VALUE
              'PENDING MASTER CHANGES - REPORT DATE '.
          05 HDR-REPORT-DATE   PIC 9(8).
       01 WS-SECTION-HEADER.
          05 FILLER            PIC X(4)  VALUE '*** '.
          05 SEC-TITLE         PIC X(40).
       01 WS-DETAIL-LINE1.
          05 DTL-REQUEST-DATE  PIC 9(8).
          05 FILLER            PIC X(1)  VALUE SPACE.
          05 DTL-REQUEST-TIME  PIC X(6).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(10) VALUE 'KEYED BY: '.
          05 DTL-REQUESTED-BY  PIC X(8).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 DTL-MASTER        PIC X(8).
          05 FILLER            PIC X(1)  VALUE SPACE.
          05 DTL-RECORD-KEY    PIC X(10).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(8)  VALUE 'ACTION: '.
          05 DTL-ACTION        PIC X(2).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 DTL-EFF-TAG       PIC X(11).
          05 DTL-EFF-DATE      PIC X(8).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 DTL-AGE-TAG       PIC X(10).
          05 DTL-AGE-DAYS      PIC X(5).
          05 DTL-AGE-UNIT      PIC X(5).
       01 WS-DETAIL-LINE2.
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 DTL-IMAGE-TAG     PIC X(8).
          05 DTL-IMAGE-TEXT    PIC X(60).
       01 WS-DECISION-LINE.
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 DTL-DECISION-TAG  PIC X(13).
          05 DTL-DECIDED-BY    PIC X(8).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 DTL-DECIDED-TS    PIC X(14).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(8)  VALUE 'REASON: '.
          05 DTL-REASON        PIC X(40).
       01 WS-NONE-LINE.
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 FILLER            PIC X(6)  VALUE '(NONE)'.
       01 WS-TOTAL-LINE.
          05 TOT-LABEL         PIC X(30).
          05 TOT-COUNT         PIC ZZZ,ZZ9.

       COPY WSCONSTANTS.

       LINKAGE SECTION.
       01 LK-PARM-DATA.
          05 LK-PARM-LEN       PIC S9(4) COMP.
          05 LK-PARM-TEXT      PIC X(80).

       PROCEDURE DIVISION USING LK-PARM-DATA.

       MAIN-SECTION SECTION.
           PERFORM INIT-PARAGRAPH.
           PERFORM REPORT-SECTION.
           PERFORM CLOSE-PARAGRAPH.
           STOP RUN.

       INIT-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TS.
           MOVE WS-TODAY TO WS-REPORT-DATE.
           IF LK-PARM-LEN >= 8
               MOVE LK-PARM-TEXT TO WS-PARM-DATE
               IF WS-PARM-DATE NUMERIC
                   MOVE WS-PARM-DATE TO WS-REPORT-DATE
               ELSE
                   DISPLAY 'PENDRPT: PARM ' WS-PARM-DATE
                           ' IS NOT CCYYMMDD - RUN STOPPED'
                   MOVE WS-RC-DATE-ERROR TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT PENDING-CHANGE-FILE.
           IF WS-PENDCHG-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'PENDRPT: PENDING-CHANGE-FILE OPEN FAILED, '
                       'STATUS=' WS-PENDCHG-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PENDING-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'PENDRPT: PENDING-REPORT-FILE OPEN FAILED, '
                       'STATUS=' WS-REPORT-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-REPORT-DATE TO HDR-REPORT-DATE.
           MOVE WS-REPORT-HEADER TO PND-LINE.
           WRITE PND-LINE.

      *> One pass of the file per section, in request order.
       REPORT-SECTION SECTION.
           MOVE 'P' TO WS-PASS-STATUS.
           MOVE 'STILL PENDING' TO SEC-TITLE.
           PERFORM REPORT-PASS-PARAGRAPH.
           MOVE WS-SECTION-COUNT TO WS-PENDING-COUNT.
           MOVE 'A' TO WS-PASS-STATUS.
           MOVE 'APPROVED ON THE REPORT DATE' TO SEC-TITLE.
           PERFORM REPORT-PASS-PARAGRAPH.
           MOVE WS-SECTION-COUNT TO WS-APPROVED-COUNT.
           MOVE 'R' TO WS-PASS-STATUS.
           MOVE 'REJECTED ON THE REPORT DATE' TO SEC-TITLE.
           PERFORM REPORT-PASS-PARAGRAPH.
           MOVE WS-SECTION-COUNT TO WS-REJECTED-COUNT.
           PERFORM PRINT-TOTALS-PARAGRAPH.

       REPORT-DETAIL-SECTION SECTION.
       REPORT-PASS-PARAGRAPH.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE SPACES TO PND-LINE.
           WRITE PND-LINE.
           MOVE WS-SECTION-HEADER TO PND-LINE.
           WRITE PND-LINE.
           MOVE 'N' TO WS-PEND-EOF-SW.
           MOVE LOW-VALUES TO PC-CHANGE-KEY.
           START PENDING-CHANGE-FILE KEY NOT < PC-CHANGE-KEY
               INVALID KEY
                   SET WS-PEND-EOF TO TRUE
           END-START.
           PERFORM READ-PENDING-PARAGRAPH.
           PERFORM PROCESS-ONE-CHANGE-PARAGRAPH UNTIL WS-PEND-EOF.
           IF WS-SECTION-COUNT = ZERO
               MOVE WS-NONE-LINE TO PND-LINE
               WRITE PND-LINE
           END-IF.

       READ-PENDING-PARAGRAPH.
           IF NOT WS-PEND-EOF
               READ PENDING-CHANGE-FILE NEXT RECORD
                   AT END
                       SET WS-PEND-EOF TO TRUE
               END-READ
           END-IF.

       PROCESS-ONE-CHANGE-PARAGRAPH.
           IF PC-STATUS = WS-PASS-STATUS
               IF WS-PASS-PENDING
                  OR PC-DECIDED-TS(1:8) = WS-REPORT-DATE
                   PERFORM PRINT-ONE-CHANGE-PARAGRAPH
               END-IF
           END-IF.
           PERFORM READ-PENDING-PARAGRAPH.

       PRINT-ONE-CHANGE-PARAGRAPH.
           ADD 1 TO WS-SECTION-COUNT.
           MOVE PC-BEFORE-IMAGE TO WS-BEFORE-VIEW.
           MOVE PC-AFTER-IMAGE TO WS-AFTER-VIEW.
           MOVE SPACES TO PND-LINE.
           WRITE PND-LINE.
           MOVE PC-REQUEST-DATE TO DTL-REQUEST-DATE.
           MOVE PC-REQUEST-TIME(1:6) TO DTL-REQUEST-TIME.
           MOVE PC-REQUESTED-BY TO DTL-REQUESTED-BY.
           EVALUATE TRUE
               WHEN PC-MASTER-CUSTOMER
                   MOVE 'CUSTOMER' TO DTL-MASTER
               WHEN PC-MASTER-REP
                   MOVE 'REP' TO DTL-MASTER
               WHEN OTHER
                   MOVE 'PRODUCT' TO DTL-MASTER
           END-EVALUATE.
           MOVE PC-RECORD-KEY TO DTL-RECORD-KEY.
           MOVE PC-ACTION-CODE TO DTL-ACTION.
           IF PC-ACTION-TIERS
               MOVE 'EFFECTIVE: ' TO DTL-EFF-TAG
               MOVE PC-EFF-DATE TO DTL-EFF-DATE
           ELSE
               MOVE SPACES TO DTL-EFF-TAG
               MOVE SPACES TO DTL-EFF-DATE
           END-IF.
           IF WS-PASS-PENDING
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)
                 - FUNCTION INTEGER-OF-DATE(PC-REQUEST-DATE)
               IF WS-AGE-DAYS < ZERO
                   MOVE ZERO TO WS-AGE-DAYS
               END-IF
               MOVE 'WAITING: ' TO DTL-AGE-TAG
               MOVE WS-AGE-DAYS TO WS-EDIT-AGE
               MOVE WS-EDIT-AGE TO DTL-AGE-DAYS
               MOVE ' DAYS' TO DTL-AGE-UNIT
           ELSE
               MOVE SPACES TO DTL-AGE-TAG
               MOVE SPACES TO DTL-AGE-DAYS
               MOVE SPACES TO DTL-AGE-UNIT
           END-IF.
           MOVE WS-DETAIL-LINE1 TO PND-LINE.
           WRITE PND-LINE.
           MOVE 'WAS:    ' TO DTL-IMAGE-TAG.
           PERFORM FORMAT-BEFORE-PARAGRAPH.
           MOVE WS-DETAIL-LINE2 TO PND-LINE.
           WRITE PND-LINE.
           MOVE 'NOW:    ' TO DTL-IMAGE-TAG.
           PERFORM FORMAT-AFTER-PARAGRAPH.
           MOVE WS-DETAIL-LINE2 TO PND-LINE.
           WRITE PND-LINE.
           IF NOT WS-PASS-PENDING
               PERFORM PRINT-DECISION-PARAGRAPH
           END-IF.

      *> The field the change is about, as it stood.
       FORMAT-BEFORE-PARAGRAPH.
           MOVE SPACES TO DTL-IMAGE-TEXT.
           EVALUATE TRUE
               WHEN PC-MASTER-CUSTOMER AND PC-ACTION-CHANGE
                   MOVE BC-CUST-NAME TO DTL-IMAGE-TEXT
               WHEN PC-MASTER-CUSTOMER AND PC-ACTION-CREDIT
                   MOVE BC-CREDIT-LIMIT TO WS-EDIT-LIMIT
                   MOVE WS-EDIT-LIMIT TO DTL-IMAGE-TEXT
               WHEN PC-MASTER-CUSTOMER
                   STRING 'STATUS ' BC-CUST-STATUS
                       DELIMITED BY SIZE INTO DTL-IMAGE-TEXT
               WHEN PC-MASTER-REP AND PC-ACTION-CHANGE
                   MOVE BR-REP-NAME TO DTL-IMAGE-TEXT
               WHEN PC-MASTER-REP AND PC-ACTION-TIERS
                   MOVE BR-TIER1-LIMIT TO TT-TIER1-LIMIT
                   MOVE BR-TIER1-RATE TO TT-TIER1-RATE
                   MOVE BR-TIER2-LIMIT TO TT-TIER2-LIMIT
                   MOVE BR-TIER2-RATE TO TT-TIER2-RATE
                   MOVE BR-TIER3-RATE TO TT-TIER3-RATE
                   MOVE WS-TIER-TEXT TO DTL-IMAGE-TEXT
               WHEN PC-MASTER-REP
                   STRING 'STATUS ' BR-REP-STATUS
                       DELIMITED BY SIZE INTO DTL-IMAGE-TEXT
               WHEN PC-ACTION-CHANGE
                   MOVE BP-PRODUCT-DESC TO DTL-IMAGE-TEXT
               WHEN OTHER
                   STRING 'STATUS ' BP-PRODUCT-STATUS
                       DELIMITED BY SIZE INTO DTL-IMAGE-TEXT
           END-EVALUATE.

      *> The same field as it would be (or now is).
       FORMAT-AFTER-PARAGRAPH.
           MOVE SPACES TO DTL-IMAGE-TEXT.
           EVALUATE TRUE
               WHEN PC-MASTER-CUSTOMER AND PC-ACTION-CHANGE
                   MOVE AC-CUST-NAME TO DTL-IMAGE-TEXT
               WHEN PC-MASTER-CUSTOMER AND PC-ACTION-CREDIT
                   MOVE AC-CREDIT-LIMIT TO WS-EDIT-LIMIT
                   MOVE WS-EDIT-LIMIT TO DTL-IMAGE-TEXT
                   IF AC-CREDIT-LIMIT = ZERO
                       MOVE '(NO LIMIT)' TO DTL-IMAGE-TEXT(16:)
                   END-IF
               WHEN PC-MASTER-CUSTOMER
                   STRING 'STATUS ' AC-CUST-STATUS
                       DELIMITED BY SIZE INTO DTL-IMAGE-TEXT
               WHEN PC-MASTER-REP AND PC-ACTION-CHANGE
                   MOVE AR-REP-NAME TO DTL-IMAGE-TEXT
               WHEN PC-MASTER-REP AND PC-ACTION-TIERS
                   MOVE AR-TIER1-LIMIT TO TT-TIER1-LIMIT
                   MOVE AR-TIER1-RATE TO TT-TIER1-RATE
                   MOVE AR-TIER2-LIMIT TO TT-TIER2-LIMIT
                   MOVE AR-TIER2-RATE TO TT-TIER2-RATE
                   MOVE AR-TIER3-RATE TO TT-TIER3-RATE
                   MOVE WS-TIER-TEXT TO DTL-IMAGE-TEXT
               WHEN PC-MASTER-REP
                   STRING 'STATUS ' AR-REP-STATUS
                       DELIMITED BY SIZE INTO DTL-IMAGE-TEXT
               WHEN PC-ACTION-CHANGE
                   MOVE AP-PRODUCT-DESC TO DTL-IMAGE-TEXT
               WHEN OTHER
                   STRING 'STATUS ' AP-PRODUCT-STATUS
                       DELIMITED BY SIZE INTO DTL-IMAGE-TEXT
           END-EVALUATE.

       PRINT-DECISION-PARAGRAPH.
           IF PC-STATUS-APPROVED
               MOVE 'APPROVED BY: ' TO DTL-DECISION-TAG
           ELSE
               MOVE 'REJECTED BY: ' TO DTL-DECISION-TAG
           END-IF.
           MOVE PC-DECIDED-BY TO DTL-DECIDED-BY.
           MOVE PC-DECIDED-TS(1:14) TO DTL-DECIDED-TS.
           MOVE PC-REASON-TEXT TO DTL-REASON.
           MOVE WS-DECISION-LINE TO PND-LINE.
           WRITE PND-LINE.

       PRINT-TOTALS-PARAGRAPH.
           MOVE SPACES TO PND-LINE.
           WRITE PND-LINE.
           MOVE 'STILL PENDING' TO TOT-LABEL.
           MOVE WS-PENDING-COUNT TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO PND-LINE.
           WRITE PND-LINE.
           MOVE 'APPROVED ON THE REPORT DATE' TO TOT-LABEL.
           MOVE WS-APPROVED-COUNT TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO PND-LINE.
           WRITE PND-LINE.
           MOVE 'REJECTED ON THE REPORT DATE' TO TOT-LABEL.
           MOVE WS-REJECTED-COUNT TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO PND-LINE.
           WRITE PND-LINE.

       CLOSE-SECTION SECTION.
       CLOSE-PARAGRAPH.
           CLOSE PENDING-CHANGE-FILE.
           CLOSE PENDING-REPORT-FILE.
           DISPLAY 'PENDRPT: PENDING=' WS-PENDING-COUNT
                   ' APPROVED=' WS-APPROVED-COUNT
                   ' REJECTED=' WS-REJECTED-COUNT.

      *> Commission calculation step. Reads the day's type-R sales-rep
      *> rows from SALES-EXTRACT-FILE, looks each rep up on the
      *> REPMAST master for the name and the COMMPLAN file for the
      *> tiered rates in force on the sale date, and produces a
      *> per-rep commission statement (COMMRPT) plus the payroll-ready
      *> summary extract (PAYEXT) -- replacing the quarterly-wrong
      *> spreadsheet built off the printed report. Commission is
      *> set per run, so the run date comes from the LAST SALESTOT-REC
      *> (tonight's) and only rep rows stamped with that date are
      *> paid.
      *> Commission plans are effective-dated, so the month is not
      *> repriced at whatever plan is current: each night adds the
      *> commission its own sales earn on top of the commission that
      *> stood before the night (COMMPAID). Tonight's sales for the
      *> rep are taken from the night's SALESDTL records (DT-REP-CODE,
      *> DT-SALE-DATE) and priced a sale date at a time, oldest first,
      *> each at the plan in force on that sale date -- the tier band
      *> the date's volume falls in, given what the rep had already
      *> sold this month. Any part of the extract row's total the
      *> detail does not account for is priced at the plan in force
      *> on the run date. A rep with no plan version yet is priced at
      *> the REPMAST tiers, shown as version 000.
      *>
      *> Modification history
      *> 2026-08-21  Initial version.
      *>             rep code (the record area is undefined after a
      *>             failed keyed read), and a run-control record is
      *>             appended for the end-of-stream balancing step.
      *> 2026-10-15  Effective-dated commission plans: tiers come from
      *>             the COMMPLAN version in force on the sale date
      *>             and each night adds only the commission on its
      *>             own sales at that plan, so a mid-month plan change
      *>             no longer reprices days already paid. COMMPAID
      *>             keeps the commission before the night's run, for
      *>             reruns, and the plan version used; the statement
      *>             shows the version, its effective date and the
      *>             night's sales and commission, and flags a change
      *>             of version since the last run.
      *> 2026-10-15  The plan is chosen per sale date from the night's
      *>             SALESDTL records, not by the run date, so a late
      *>             feed of sales made before a plan change is paid
      *>             at the plan that was in force when they were
      *>             made; the statement flags a night whose sales
      *>             span more than one plan version.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMCALC.
       AUTHOR. CODE-CONTINUUM.
           SELECT SALES-EXTRACT-FILE ASSIGN TO SALESEXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESEXT-STATUS.
           SELECT SALES-DETAIL-FILE ASSIGN TO SALESDTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESDTL-STATUS.
           SELECT SALES-TOTAL-FILE ASSIGN TO SALESTOT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESTOT-STATUS.
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-REP-CODE
               FILE STATUS IS WS-REPMAST-STATUS.
           SELECT OPTIONAL COMM-PLAN-FILE ASSIGN TO COMMPLAN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPL-PLAN-KEY
               FILE STATUS IS WS-COMMPLAN-STATUS.
           SELECT COMMISSION-REPORT-FILE ASSIGN TO COMMRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMRPT-STATUS.
       FD  SALES-EXTRACT-FILE.
       COPY SALESEXT.

       FD  SALES-DETAIL-FILE.
       COPY SALESDTL.

       FD  SALES-TOTAL-FILE.
       COPY SALESTOT.

       FD  REPMAST-FILE.
       COPY REPMREC.

       FD  COMM-PLAN-FILE.
       COPY COMMPLAN.

       FD  COMMISSION-REPORT-FILE.
       01 CMR-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-SALESEXT-STATUS   PIC X(2)  VALUE '00'.
       01 WS-SALESTOT-STATUS   PIC X(2)  VALUE '00'.
       01 WS-SALESDTL-STATUS   PIC X(2)  VALUE '00'.
       01 WS-SALESDTL-EOF-SW   PIC X     VALUE 'N'.
          88 WS-SALESDTL-EOF             VALUE 'Y'.
       01 WS-REPMAST-STATUS    PIC X(2)  VALUE '00'.
       01 WS-COMMRPT-STATUS    PIC X(2)  VALUE '00'.
       01 WS-PAYEXT-STATUS     PIC X(2)  VALUE '00'.
          88 WS-SALESTOT-EOF             VALUE 'Y'.
       01 WS-HISTORY-STATUS    PIC X(2)  VALUE '00'.
       01 WS-COMMPAID-STATUS   PIC X(2)  VALUE '00'.
       01 WS-COMMPLAN-STATUS   PIC X(2)  VALUE '00'.
       01 WS-PLAN-FILE-SW      PIC X     VALUE 'Y'.
          88 WS-PLAN-FILE-PRESENT        VALUE 'Y'.
       01 WS-PLAN-SCAN-DONE-SW PIC X     VALUE 'N'.
          88 WS-PLAN-SCAN-DONE           VALUE 'Y'.
       01 WS-PLAN-IN-FORCE.
          05 WS-PLAN-VERSION   PIC 9(3)  VALUE ZERO.
          05 WS-PLAN-EFF-DATE  PIC 9(8)  VALUE ZERO.
          05 WS-PLAN-T1-LIMIT  PIC 9(9)V99 VALUE ZERO.
          05 WS-PLAN-T1-RATE   PIC V9(4) VALUE ZERO.
          05 WS-PLAN-T2-LIMIT  PIC 9(9)V99 VALUE ZERO.
          05 WS-PLAN-T2-RATE   PIC V9(4) VALUE ZERO.
          05 WS-PLAN-T3-RATE   PIC V9(4) VALUE ZERO.
       01 WS-LAST-PLAN-VERSION PIC 9(3)  VALUE ZERO.
       01 WS-FIRST-PLAN-VERSION PIC 9(3) VALUE ZERO.
       01 WS-PLAN-AS-OF        PIC 9(8)  VALUE ZERO.
       01 WS-SLICE-COUNT       PIC 9(4)  VALUE ZERO.
       01 WS-SLICE-SALES       PIC S9(11)V99 VALUE ZERO.
       01 WS-SLICE-BEFORE      PIC S9(7)V99 VALUE ZERO.
       01 WS-RUNNING-VOLUME    PIC S9(11)V99 VALUE ZERO.
       01 WS-UNDATED-SALES     PIC S9(11)V99 VALUE ZERO.
       01 WS-EARLIEST-DATE     PIC 9(8)  VALUE ZERO.
       01 WS-MATCH-IDX         PIC 9(4)  VALUE ZERO.
       01 WS-DATES-DONE-SW     PIC X     VALUE 'N'.
          88 WS-DATES-DONE               VALUE 'Y'.
       01 WS-FOUND-SW          PIC X     VALUE 'N'.
          88 WS-FOUND                    VALUE 'Y'.
       01 WS-MAX-SALE-DATES    PIC 9(4)  VALUE 2000.
       01 WS-SALE-DATE-COUNT   PIC 9(4)  VALUE ZERO.
       01 WS-SALE-DATE-TABLE.
          05 WS-SDT-ENTRY OCCURS 2000 TIMES
                           INDEXED BY WS-SDT-IDX.
             10 WS-SDT-REP        PIC X(04).
             10 WS-SDT-DATE       PIC 9(08).
             10 WS-SDT-AMOUNT     PIC S9(11)V99.
             10 WS-SDT-PRICED     PIC X(01).
       01 WS-RUN-DATE.
          05 WS-RUN-PERIOD     PIC 9(06).
          05 WS-RUN-DD         PIC 9(02).
       01 WS-TONIGHT-SALES     PIC S9(9)V99 VALUE ZERO.
       01 WS-PRIOR-MTD-SALES   PIC S9(11)V99 VALUE ZERO.
       01 WS-COMMISSION        PIC S9(7)V99 VALUE ZERO.
       01 WS-BASE-COMMISSION   PIC S9(7)V99 VALUE ZERO.
       01 WS-DAY-COMMISSION    PIC S9(7)V99 VALUE ZERO.
       01 WS-TIER-VOLUME       PIC S9(11)V99 VALUE ZERO.
       01 WS-TIER-COMMISSION   PIC S9(7)V99 VALUE ZERO.
       01 WS-PRIOR-TIERED      PIC S9(7)V99 VALUE ZERO.
       01 WS-PAID-TO-DATE      PIC S9(7)V99 VALUE ZERO.
       01 WS-INCREMENT         PIC S9(7)V99 VALUE ZERO.
       01 WS-PAID-ON-FILE-SW   PIC X     VALUE 'N'.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(9)  VALUE 'PAY NOW: '.
          05 CMR-INCREMENT     PIC $$,$$$,$$9.99-.
       01 WS-COMM-PLAN-LINE.
          05 FILLER            PIC X(6)  VALUE SPACES.
          05 FILLER            PIC X(13) VALUE 'PLAN VERSION '.
          05 CMR-PLAN-VERSION  PIC 9(3).
          05 FILLER            PIC X(11) VALUE ' EFFECTIVE '.
          05 CMR-PLAN-EFF-DATE PIC 9(8).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(15) VALUE 'TONIGHT SALES: '.
          05 CMR-DAY-SALES     PIC $$,$$$,$$$,$$9.99-.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(13) VALUE 'TONIGHT COM: '.
          05 CMR-DAY-COMMISSION PIC $$,$$$,$$9.99-.
       01 WS-PLAN-SPAN-LINE.
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 FILLER            PIC X(33)
                 VALUE 'TONIGHT SALES SPAN PLAN VERSIONS '.
          05 CMR-SPAN-FROM     PIC 9(3).
          05 FILLER            PIC X(4)  VALUE ' TO '.
          05 CMR-SPAN-TO       PIC 9(3).
          05 FILLER            PIC X(33)
                 VALUE ' - EACH SALE DATE AT ITS OWN PLAN'.
       01 WS-COMM-FLAG-LINE.
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 CMR-FLAG-TEXT     PIC X(60).
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SALES-DETAIL-FILE.
           IF WS-SALESDTL-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'COMMCALC: SALES-DETAIL-FILE OPEN FAILED, '
                       'STATUS=' WS-SALESDTL-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-SALES-DETAIL-PARAGRAPH.
           PERFORM LOAD-SALE-DATE-PARAGRAPH UNTIL WS-SALESDTL-EOF.
           CLOSE SALES-DETAIL-FILE.
           OPEN INPUT SALES-EXTRACT-FILE.
           IF WS-SALESEXT-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'COMMCALC: SALES-EXTRACT-FILE OPEN FAILED, '
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT COMM-PLAN-FILE.
           IF WS-COMMPLAN-STATUS NOT = WS-DB-STATUS-OK
              AND WS-COMMPLAN-STATUS NOT = '05'
               DISPLAY 'COMMCALC: COMM-PLAN-FILE OPEN FAILED, '
                       'STATUS=' WS-COMMPLAN-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-COMMPLAN-STATUS = '05'
               MOVE 'N' TO WS-PLAN-FILE-SW
           END-IF.
           OPEN OUTPUT COMMISSION-REPORT-FILE.
           IF WS-COMMRPT-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'COMMCALC: COMMISSION-REPORT-FILE OPEN FAILED, '
           MOVE ST-RUN-DATE TO WS-RUN-DATE-N.
           PERFORM READ-SALES-TOTAL-PARAGRAPH.

       READ-SALES-DETAIL-PARAGRAPH.
           READ SALES-DETAIL-FILE
               AT END
                   SET WS-SALESDTL-EOF TO TRUE
           END-READ.

      *> Tonight's detail is totalled by rep and sale date, so each
      *> sale date can be priced at the plan in force on it.
       LOAD-SALE-DATE-PARAGRAPH.
           IF DT-RUN-DATE = WS-RUN-DATE-N
               MOVE 'N' TO WS-FOUND-SW
               PERFORM FIND-SALE-DATE-PARAGRAPH
                   VARYING WS-SDT-IDX FROM 1 BY 1
                   UNTIL WS-SDT-IDX > WS-SALE-DATE-COUNT OR WS-FOUND
               IF WS-FOUND
                   SET WS-SDT-IDX TO WS-MATCH-IDX
                   ADD DT-AMOUNT TO WS-SDT-AMOUNT(WS-SDT-IDX)
               ELSE
                   PERFORM ADD-SALE-DATE-PARAGRAPH
               END-IF
           END-IF.
           PERFORM READ-SALES-DETAIL-PARAGRAPH.

       FIND-SALE-DATE-PARAGRAPH.
           IF WS-SDT-REP(WS-SDT-IDX) = DT-REP-CODE
              AND WS-SDT-DATE(WS-SDT-IDX) = DT-SALE-DATE
               SET WS-FOUND TO TRUE
               SET WS-MATCH-IDX TO WS-SDT-IDX
           END-IF.

       ADD-SALE-DATE-PARAGRAPH.
           IF WS-SALE-DATE-COUNT < WS-MAX-SALE-DATES
               ADD 1 TO WS-SALE-DATE-COUNT
               SET WS-SDT-IDX TO WS-SALE-DATE-COUNT
               MOVE DT-REP-CODE TO WS-SDT-REP(WS-SDT-IDX)
               MOVE DT-SALE-DATE TO WS-SDT-DATE(WS-SDT-IDX)
               MOVE DT-AMOUNT TO WS-SDT-AMOUNT(WS-SDT-IDX)
               MOVE 'N' TO WS-SDT-PRICED(WS-SDT-IDX)
           ELSE
               DISPLAY 'COMMCALC: SALE DATE TABLE FULL ('
                       WS-MAX-SALE-DATES ') - RUN STOPPED'
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

       COMMISSION-SECTION SECTION.
           PERFORM READ-EXTRACT-PARAGRAPH.
           PERFORM PROCESS-ONE-ROW-PARAGRAPH UNTIL WS-EXTRACT-EOF.
               MOVE WS-RC-WARNING TO RETURN-CODE
           ELSE
               PERFORM FETCH-MTD-SALES-PARAGRAPH
               PERFORM FETCH-PAID-TO-DATE-PARAGRAPH
               PERFORM CALCULATE-COMMISSION-PARAGRAPH
               COMPUTE WS-INCREMENT =
                   WS-COMMISSION - WS-PAID-TO-DATE
               PERFORM WRITE-STATEMENT-PARAGRAPH
           COMPUTE WS-REP-SALES =
               WS-PRIOR-MTD-SALES + WS-TONIGHT-SALES.

       FIND-PLAN-IN-FORCE-PARAGRAPH.
           MOVE ZERO TO WS-PLAN-VERSION.
           MOVE ZERO TO WS-PLAN-EFF-DATE.
           MOVE RM-TIER1-LIMIT TO WS-PLAN-T1-LIMIT.
           MOVE RM-TIER1-RATE TO WS-PLAN-T1-RATE.
           MOVE RM-TIER2-LIMIT TO WS-PLAN-T2-LIMIT.
           MOVE RM-TIER2-RATE TO WS-PLAN-T2-RATE.
           MOVE RM-TIER3-RATE TO WS-PLAN-T3-RATE.
           IF WS-PLAN-FILE-PRESENT
               MOVE 'N' TO WS-PLAN-SCAN-DONE-SW
               MOVE WS-EXTRACT-REP TO CPL-REP-CODE
               MOVE ZERO TO CPL-EFF-DATE
               START COMM-PLAN-FILE KEY NOT < CPL-PLAN-KEY
                   INVALID KEY
                       SET WS-PLAN-SCAN-DONE TO TRUE
               END-START
               PERFORM SCAN-PLAN-VERSION-PARAGRAPH
                   UNTIL WS-PLAN-SCAN-DONE
           END-IF.

       SCAN-PLAN-VERSION-PARAGRAPH.
           READ COMM-PLAN-FILE NEXT RECORD
               AT END
                   SET WS-PLAN-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-PLAN-SCAN-DONE
               IF CPL-REP-CODE NOT = WS-EXTRACT-REP
                  OR CPL-EFF-DATE > WS-PLAN-AS-OF
                   SET WS-PLAN-SCAN-DONE TO TRUE
               ELSE
                   MOVE CPL-VERSION TO WS-PLAN-VERSION
                   MOVE CPL-EFF-DATE TO WS-PLAN-EFF-DATE
                   MOVE CPL-TIER1-LIMIT TO WS-PLAN-T1-LIMIT
                   MOVE CPL-TIER1-RATE TO WS-PLAN-T1-RATE
                   MOVE CPL-TIER2-LIMIT TO WS-PLAN-T2-LIMIT
                   MOVE CPL-TIER2-RATE TO WS-PLAN-T2-RATE
                   MOVE CPL-TIER3-RATE TO WS-PLAN-T3-RATE
               END-IF
           END-IF.

       FETCH-PAID-TO-DATE-PARAGRAPH.
           MOVE ZERO TO WS-PAID-TO-DATE.
           MOVE ZERO TO WS-LAST-PLAN-VERSION.
           MOVE 'N' TO WS-PAID-ON-FILE-SW.
           MOVE WS-EXTRACT-REP TO CP-REP-CODE.
           MOVE WS-RUN-PERIOD TO CP-PERIOD.
               NOT INVALID KEY
                   SET WS-PAID-ON-FILE TO TRUE
                   MOVE CP-PAID-AMOUNT TO WS-PAID-TO-DATE
                   MOVE CP-PLAN-VERSION TO WS-LAST-PLAN-VERSION
           END-READ.

       UPDATE-PAID-TO-DATE-PARAGRAPH.
           MOVE WS-RUN-PERIOD TO CP-PERIOD.
           MOVE WS-COMMISSION TO CP-PAID-AMOUNT.
           MOVE WS-REP-SALES TO CP-PAID-SALES.
           MOVE WS-RUN-DATE-N TO CP-LAST-RUN-DATE.
           MOVE WS-BASE-COMMISSION TO CP-PRIOR-AMOUNT.
           MOVE WS-PLAN-VERSION TO CP-PLAN-VERSION.
           IF WS-PAID-ON-FILE
               REWRITE COMM-PAID-REC
                   INVALID KEY
               END-WRITE
           END-IF.

      *> The commission standing before tonight is what the last run
      *> left on COMMPAID -- or, when that run was tonight's (a
      *> rerun), what stood before it. A rep with nothing on COMMPAID
      *> yet has the month so far priced at the plan in force on the
      *> run date. Tonight then adds, sale date by sale date, the tier
      *> band each date's sales cover at the plan in force on that
      *> date, on top of the volume before it; whatever of the
      *> extract row the detail does not cover goes last, at the run
      *> date's plan. The plan left in force is the one the latest
      *> sales were priced at, which the statement and COMMPAID show.
       CALCULATE-COMMISSION-PARAGRAPH.
           MOVE WS-RUN-DATE-N TO WS-PLAN-AS-OF.
           PERFORM FIND-PLAN-IN-FORCE-PARAGRAPH.
           MOVE WS-PRIOR-MTD-SALES TO WS-TIER-VOLUME.
           PERFORM TIERED-COMMISSION-PARAGRAPH.
           MOVE WS-TIER-COMMISSION TO WS-PRIOR-TIERED.
           MOVE ZERO TO WS-DAY-COMMISSION.
           MOVE ZERO TO WS-SLICE-COUNT.
           MOVE WS-PRIOR-MTD-SALES TO WS-RUNNING-VOLUME.
           MOVE WS-TONIGHT-SALES TO WS-UNDATED-SALES.
           PERFORM RESET-SALE-DATE-PARAGRAPH
               VARYING WS-SDT-IDX FROM 1 BY 1
               UNTIL WS-SDT-IDX > WS-SALE-DATE-COUNT.
           MOVE 'N' TO WS-DATES-DONE-SW.
           PERFORM PRICE-NEXT-SALE-DATE-PARAGRAPH
               UNTIL WS-DATES-DONE.
           IF WS-UNDATED-SALES NOT = ZERO
              OR WS-SLICE-COUNT = ZERO
               MOVE WS-RUN-DATE-N TO WS-PLAN-AS-OF
               PERFORM FIND-PLAN-IN-FORCE-PARAGRAPH
               MOVE WS-UNDATED-SALES TO WS-SLICE-SALES
               PERFORM PRICE-SLICE-PARAGRAPH
           END-IF.
           IF WS-PAID-ON-FILE
               IF CP-LAST-RUN-DATE = WS-RUN-DATE-N
                   MOVE CP-PRIOR-AMOUNT TO WS-BASE-COMMISSION
               ELSE
                   MOVE CP-PAID-AMOUNT TO WS-BASE-COMMISSION
               END-IF
           ELSE
               MOVE WS-PRIOR-TIERED TO WS-BASE-COMMISSION
           END-IF.
           COMPUTE WS-COMMISSION =
               WS-BASE-COMMISSION + WS-DAY-COMMISSION.
           IF WS-REP-SALES NOT > ZERO
              OR WS-COMMISSION < ZERO
               MOVE ZERO TO WS-COMMISSION
           END-IF.

       RESET-SALE-DATE-PARAGRAPH.
           IF WS-SDT-REP(WS-SDT-IDX) = WS-EXTRACT-REP
               MOVE 'N' TO WS-SDT-PRICED(WS-SDT-IDX)
           END-IF.

       PRICE-NEXT-SALE-DATE-PARAGRAPH.
           MOVE ZERO TO WS-MATCH-IDX.
           PERFORM FIND-EARLIEST-DATE-PARAGRAPH
               VARYING WS-SDT-IDX FROM 1 BY 1
               UNTIL WS-SDT-IDX > WS-SALE-DATE-COUNT.
           IF WS-MATCH-IDX = ZERO
               SET WS-DATES-DONE TO TRUE
           ELSE
               SET WS-SDT-IDX TO WS-MATCH-IDX
               MOVE 'Y' TO WS-SDT-PRICED(WS-SDT-IDX)
               MOVE WS-SDT-DATE(WS-SDT-IDX) TO WS-PLAN-AS-OF
               PERFORM FIND-PLAN-IN-FORCE-PARAGRAPH
               MOVE WS-SDT-AMOUNT(WS-SDT-IDX) TO WS-SLICE-SALES
               SUBTRACT WS-SLICE-SALES FROM WS-UNDATED-SALES
               PERFORM PRICE-SLICE-PARAGRAPH
           END-IF.

       FIND-EARLIEST-DATE-PARAGRAPH.
           IF WS-SDT-REP(WS-SDT-IDX) = WS-EXTRACT-REP
              AND WS-SDT-PRICED(WS-SDT-IDX) = 'N'
               IF WS-MATCH-IDX = ZERO
                  OR WS-SDT-DATE(WS-SDT-IDX) < WS-EARLIEST-DATE
                   SET WS-MATCH-IDX TO WS-SDT-IDX
                   MOVE WS-SDT-DATE(WS-SDT-IDX) TO WS-EARLIEST-DATE
               END-IF
           END-IF.

       PRICE-SLICE-PARAGRAPH.
           ADD 1 TO WS-SLICE-COUNT.
           IF WS-SLICE-COUNT = 1
               MOVE WS-PLAN-VERSION TO WS-FIRST-PLAN-VERSION
           END-IF.
           MOVE WS-RUNNING-VOLUME TO WS-TIER-VOLUME.
           PERFORM TIERED-COMMISSION-PARAGRAPH.
           MOVE WS-TIER-COMMISSION TO WS-SLICE-BEFORE.
           ADD WS-SLICE-SALES TO WS-RUNNING-VOLUME.
           MOVE WS-RUNNING-VOLUME TO WS-TIER-VOLUME.
           PERFORM TIERED-COMMISSION-PARAGRAPH.
           COMPUTE WS-DAY-COMMISSION = WS-DAY-COMMISSION
               + WS-TIER-COMMISSION - WS-SLICE-BEFORE.

       TIERED-COMMISSION-PARAGRAPH.
           MOVE ZERO TO WS-TIER1-BASE.
           MOVE ZERO TO WS-TIER2-BASE.
           MOVE ZERO TO WS-TIER3-BASE.
           MOVE ZERO TO WS-TIER-COMMISSION.
           IF WS-TIER-VOLUME > ZERO
               IF WS-TIER-VOLUME > WS-PLAN-T1-LIMIT
                   MOVE WS-PLAN-T1-LIMIT TO WS-TIER1-BASE
               ELSE
                   MOVE WS-TIER-VOLUME TO WS-TIER1-BASE
               END-IF
               IF WS-TIER-VOLUME > WS-PLAN-T2-LIMIT
                   COMPUTE WS-TIER2-BASE =
                       WS-PLAN-T2-LIMIT - WS-PLAN-T1-LIMIT
                   COMPUTE WS-TIER3-BASE =
                       WS-TIER-VOLUME - WS-PLAN-T2-LIMIT
               ELSE
                   IF WS-TIER-VOLUME > WS-PLAN-T1-LIMIT
                       COMPUTE WS-TIER2-BASE =
                           WS-TIER-VOLUME - WS-PLAN-T1-LIMIT
                   END-IF
               END-IF
               COMPUTE WS-TIER-COMMISSION ROUNDED =
                   WS-TIER1-BASE * WS-PLAN-T1-RATE
                 + WS-TIER2-BASE * WS-PLAN-T2-RATE
                 + WS-TIER3-BASE * WS-PLAN-T3-RATE
           END-IF.

       WRITE-STATEMENT-PARAGRAPH.
           MOVE WS-INCREMENT TO CMR-INCREMENT.
           MOVE WS-COMM-LINE TO CMR-LINE.
           WRITE CMR-LINE.
           MOVE WS-PLAN-VERSION TO CMR-PLAN-VERSION.
           MOVE WS-PLAN-EFF-DATE TO CMR-PLAN-EFF-DATE.
           MOVE WS-TONIGHT-SALES TO CMR-DAY-SALES.
           MOVE WS-DAY-COMMISSION TO CMR-DAY-COMMISSION.
           MOVE WS-COMM-PLAN-LINE TO CMR-LINE.
           WRITE CMR-LINE.
           IF WS-PLAN-VERSION = ZERO
               MOVE SPACES TO WS-COMM-FLAG-LINE
               MOVE 'NO COMMPLAN VERSION - PRICED AT REP MASTER TIERS'
                    TO CMR-FLAG-TEXT
               MOVE WS-COMM-FLAG-LINE TO CMR-LINE
               WRITE CMR-LINE
           END-IF.
           IF WS-FIRST-PLAN-VERSION NOT = WS-PLAN-VERSION
               MOVE WS-FIRST-PLAN-VERSION TO CMR-SPAN-FROM
               MOVE WS-PLAN-VERSION TO CMR-SPAN-TO
               MOVE WS-PLAN-SPAN-LINE TO CMR-LINE
               WRITE CMR-LINE
           END-IF.
           IF WS-PAID-ON-FILE
              AND WS-LAST-PLAN-VERSION NOT = ZERO
              AND WS-LAST-PLAN-VERSION NOT = WS-PLAN-VERSION
               MOVE SPACES TO WS-COMM-FLAG-LINE
               STRING 'PLAN CHANGED FROM VERSION ' DELIMITED BY SIZE
                      WS-LAST-PLAN-VERSION DELIMITED BY SIZE
                      ' - EARLIER DAYS KEEP THEIR OWN PLAN'
                      DELIMITED BY SIZE
                      INTO CMR-FLAG-TEXT
               END-STRING
               MOVE WS-COMM-FLAG-LINE TO CMR-LINE
               WRITE CMR-LINE
           END-IF.
           IF WS-REP-SALES NOT > ZERO
               MOVE SPACES TO WS-COMM-FLAG-LINE
               MOVE 'MTD NET SALES NOT POSITIVE - COMMISSION IS ZERO'
           CLOSE REPMAST-FILE.
           CLOSE SALES-HISTORY-FILE.
           CLOSE COMM-PAID-FILE.
           CLOSE COMM-PLAN-FILE.
           CLOSE COMMISSION-REPORT-FILE.
           CLOSE PAYROLL-EXTRACT-FILE.
           DISPLAY 'COMMCALC: REPS PROCESSED=' WS-REP-PROCESSED

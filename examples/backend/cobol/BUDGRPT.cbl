      *> Monthly sales budget-versus-actual report. Walks the BUDGET
      *> master and the sales history master together in key order
      *> (type, entity, period) for the sales-rep (R) and product-line
      *> (L) dimensions and prints, for each rep and line, the budget
      *> and actual net sales month-to-date and year-to-date, the
      *> variance and the percent of quota reached -- the comparison
      *> sales management used to key into a spreadsheet by hand. A
      *> rep or line with sales but no budget is shown as NO BUDGET;
      *> one with a budget and no sales shows zero actuals.
      *>
      *> The MTD line also carries a run-rate projection to period
      *> end: the actual so far, spread over the working days of the
      *> period elapsed up to the DATECARD business date, carried
      *> forward over the working days remaining (both counted off
      *> the business calendar BIZCAL). A period already closed
      *> projects at its actual. The report period is the DATECARD
      *> period unless a CCYYMM PARM names a back period.
      *>
      *> A period with no working days on BIZCAL cannot be projected;
      *> the report still prints and the step ends RC 4 so ops load
      *> the calendar.
      *>
      *> Modification history
      *> 2026-10-15  Initial version.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGRPT.
       AUTHOR. CODE-CONTINUUM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO BUDGET
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BG-BUDGET-KEY
               FILE STATUS IS WS-BUDGET-STATUS.
           SELECT SALES-HISTORY-FILE ASSIGN TO SALESHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HS-HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT BIZCAL-FILE ASSIGN TO BIZCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIZCAL-STATUS.
           SELECT DATE-CARD-FILE ASSIGN TO DATECARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATECARD-STATUS.
           SELECT BUDGET-REPORT-FILE ASSIGN TO BUDGRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       COPY BUDGREC.

       FD  SALES-HISTORY-FILE.
       COPY SALESHST.

       FD  BIZCAL-FILE.
       COPY BIZCAL.

       FD  DATE-CARD-FILE.
       COPY DATECARD.

       FD  BUDGET-REPORT-FILE.
       01 BVA-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-BUDGET-STATUS     PIC X(2)  VALUE '00'.
       01 WS-HISTORY-STATUS    PIC X(2)  VALUE '00'.
       01 WS-BIZCAL-STATUS     PIC X(2)  VALUE '00'.
       01 WS-DATECARD-STATUS   PIC X(2)  VALUE '00'.
       01 WS-REPORT-STATUS     PIC X(2)  VALUE '00'.
       01 WS-BIZCAL-EOF-SW     PIC X     VALUE 'N'.
          88 WS-BIZCAL-EOF               VALUE 'Y'.
       01 WS-HIST-WANTED-SW    PIC X     VALUE 'N'.
          88 WS-HIST-WANTED              VALUE 'Y'.
       01 WS-PARM-PERIOD       PIC X(06) VALUE SPACES.
       01 WS-BUSINESS-DATE     PIC 9(08) VALUE ZERO.
       01 WS-REPORT-PERIOD     PIC 9(06) VALUE ZERO.
       01 WS-REPORT-PERIOD-X REDEFINES WS-REPORT-PERIOD.
          05 WS-REPORT-YEAR    PIC 9(04).
          05 WS-REPORT-MONTH   PIC 9(02).
       01 WS-RECORD-PERIOD-X.
          05 WS-RECORD-YEAR    PIC 9(04).
          05 WS-RECORD-MONTH   PIC 9(02).
       01 WS-CAL-DATE.
          05 WS-CAL-PERIOD     PIC 9(06).
          05 WS-CAL-DD         PIC 9(02).
       01 WS-PERIOD-WORKDAYS   PIC 9(3)  VALUE ZERO.
       01 WS-ELAPSED-WORKDAYS  PIC 9(3)  VALUE ZERO.
       01 WS-REMAINING-WORKDAYS PIC 9(3) VALUE ZERO.
       01 WS-HIST-GROUP        PIC X(11) VALUE LOW-VALUES.
       01 WS-BUDG-GROUP        PIC X(11) VALUE LOW-VALUES.
       01 WS-CURRENT-GROUP.
          05 WS-GROUP-TYPE     PIC X(01).
          05 WS-GROUP-KEY      PIC X(10).
       01 WS-SECTION-TYPE      PIC X(01) VALUE SPACES.
       01 WS-BUDGET-SEEN-SW    PIC X     VALUE 'N'.
          88 WS-BUDGET-SEEN              VALUE 'Y'.
       01 WS-GROUP-AMOUNTS.
          05 WS-BUDGET-MTD     PIC S9(11)V99 VALUE ZERO.
          05 WS-BUDGET-YTD     PIC S9(11)V99 VALUE ZERO.
          05 WS-ACTUAL-MTD     PIC S9(11)V99 VALUE ZERO.
          05 WS-ACTUAL-YTD     PIC S9(11)V99 VALUE ZERO.
       01 WS-SECTION-AMOUNTS.
          05 WS-SECT-BUDGET-MTD PIC S9(13)V99 VALUE ZERO.
          05 WS-SECT-BUDGET-YTD PIC S9(13)V99 VALUE ZERO.
          05 WS-SECT-ACTUAL-MTD PIC S9(13)V99 VALUE ZERO.
          05 WS-SECT-ACTUAL-YTD PIC S9(13)V99 VALUE ZERO.
          05 WS-SECT-PROJECTED  PIC S9(13)V99 VALUE ZERO.
       01 WS-PROJECTED         PIC S9(13)V99 VALUE ZERO.
       01 WS-PCT-BASE          PIC S9(13)V99 VALUE ZERO.
       01 WS-PCT-ACTUAL        PIC S9(13)V99 VALUE ZERO.
       01 WS-PCT-AREA          PIC X(08) VALUE SPACES.
       01 WS-PCT               PIC S9(4)V9 VALUE ZERO.
       01 WS-PCT-EDIT          PIC ----9.9.
       01 WS-ENTITY-COUNT      PIC 9(6)  VALUE ZERO.
       01 WS-NO-BUDGET-COUNT   PIC 9(6)  VALUE ZERO.
       01 WS-BVA-HEADER        PIC X(40) VALUE
              'SALES BUDGET VERSUS ACTUAL'.
       01 WS-BVA-DATE-LINE.
          05 FILLER            PIC X(8)  VALUE 'PERIOD: '.
          05 HDR-PERIOD        PIC 9(06).
          05 FILLER            PIC X(18) VALUE
                 '   BUSINESS DATE: '.
          05 HDR-BUSINESS-DATE PIC 9(08).
       01 WS-BVA-DAYS-LINE.
          05 FILLER            PIC X(22) VALUE
                 'WORKING DAYS: PERIOD '.
          05 HDR-PERIOD-DAYS   PIC ZZ9.
          05 FILLER            PIC X(10) VALUE '  ELAPSED '.
          05 HDR-ELAPSED-DAYS  PIC ZZ9.
          05 FILLER            PIC X(12) VALUE '  REMAINING '.
          05 HDR-REMAINING-DAYS PIC ZZ9.
       01 WS-BVA-COLUMNS.
          05 FILLER PIC X(20) VALUE 'TYP KEY'.
          05 FILLER PIC X(21) VALUE '             BUDGET  '.
          05 FILLER PIC X(21) VALUE '             ACTUAL  '.
          05 FILLER PIC X(21) VALUE '           VARIANCE  '.
          05 FILLER PIC X(10) VALUE ' PCT QUOTA'.
          05 FILLER PIC X(21) VALUE '          PROJECTED  '.
          05 FILLER PIC X(10) VALUE '  PROJ PCT'.
       01 WS-MTD-LINE.
          05 BVA-TYPE          PIC X(01).
          05 FILLER            PIC X(03) VALUE SPACES.
          05 BVA-KEY           PIC X(10).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 FILLER            PIC X(04) VALUE 'MTD '.
          05 BVA-BUDGET        PIC $$$,$$$,$$$,$$9.99-.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 BVA-ACTUAL        PIC $$$,$$$,$$$,$$9.99-.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 BVA-VARIANCE      PIC $$$,$$$,$$$,$$9.99-.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 BVA-PCT           PIC X(08).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 BVA-PROJECTED     PIC $$$,$$$,$$$,$$9.99-.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 BVA-PROJ-PCT      PIC X(08).
       01 WS-YTD-LINE.
          05 FILLER            PIC X(16) VALUE SPACES.
          05 FILLER            PIC X(04) VALUE 'YTD '.
          05 BVA-YTD-BUDGET    PIC $$$,$$$,$$$,$$9.99-.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 BVA-YTD-ACTUAL    PIC $$$,$$$,$$$,$$9.99-.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 BVA-YTD-VARIANCE  PIC $$$,$$$,$$$,$$9.99-.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 BVA-YTD-PCT       PIC X(08).
       01 WS-REP-HEADER        PIC X(40) VALUE
              'SALES REP BUDGET VERSUS ACTUAL'.
       01 WS-LINE-HEADER       PIC X(40) VALUE
              'PRODUCT LINE BUDGET VERSUS ACTUAL'.
       01 WS-NO-DAYS-LINE      PIC X(60) VALUE
              'NO WORKING DAYS ON BIZCAL FOR PERIOD - NO PROJECTION'.
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
           PERFORM REPORT-SECTION.
           PERFORM CLOSE-PARAGRAPH.
           STOP RUN.

       INIT-PARAGRAPH.
           OPEN INPUT DATE-CARD-FILE.
           IF WS-DATECARD-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'BUDGRPT: DATE-CARD-FILE OPEN FAILED, STATUS='
                       WS-DATECARD-STATUS
               MOVE WS-RC-DATE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           READ DATE-CARD-FILE
               AT END
                   DISPLAY 'BUDGRPT: DATECARD ABSENT OR EMPTY - '
                           'BUSINESS DATE UNKNOWN'
                   MOVE WS-RC-DATE-ERROR TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE DC-BUSINESS-DATE TO WS-BUSINESS-DATE
                   MOVE DC-PERIOD TO WS-REPORT-PERIOD
           END-READ.
           CLOSE DATE-CARD-FILE.
           MOVE LK-PARM-TEXT TO WS-PARM-PERIOD.
           IF LK-PARM-LEN >= 6 AND WS-PARM-PERIOD NUMERIC
               MOVE WS-PARM-PERIOD TO WS-REPORT-PERIOD
           END-IF.
           PERFORM COUNT-WORKING-DAYS-PARAGRAPH.
           OPEN INPUT BUDGET-FILE.
           IF WS-BUDGET-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'BUDGRPT: BUDGET-FILE OPEN FAILED, STATUS='
                       WS-BUDGET-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SALES-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'BUDGRPT: SALES-HISTORY-FILE OPEN FAILED, '
                       'STATUS=' WS-HISTORY-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BUDGET-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'BUDGRPT: BUDGET-REPORT-FILE OPEN FAILED, '
                       'STATUS=' WS-REPORT-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-BVA-HEADER TO BVA-LINE.
           WRITE BVA-LINE.
           MOVE WS-REPORT-PERIOD TO HDR-PERIOD.
           MOVE WS-BUSINESS-DATE TO HDR-BUSINESS-DATE.
           MOVE WS-BVA-DATE-LINE TO BVA-LINE.
           WRITE BVA-LINE.
           MOVE WS-PERIOD-WORKDAYS TO HDR-PERIOD-DAYS.
           MOVE WS-ELAPSED-WORKDAYS TO HDR-ELAPSED-DAYS.
           MOVE WS-REMAINING-WORKDAYS TO HDR-REMAINING-DAYS.
           MOVE WS-BVA-DAYS-LINE TO BVA-LINE.
           WRITE BVA-LINE.
           IF WS-PERIOD-WORKDAYS = ZERO
               MOVE WS-NO-DAYS-LINE TO BVA-LINE
               WRITE BVA-LINE
               MOVE WS-RC-WARNING TO RETURN-CODE
           END-IF.

      *> Working days of the report period, and how many of them are
      *> on or before the business date -- all of them for a period
      *> already past, none for one not yet started.
       COUNT-WORKING-DAYS-PARAGRAPH.
           OPEN INPUT BIZCAL-FILE.
           IF WS-BIZCAL-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'BUDGRPT: BIZCAL-FILE OPEN FAILED, STATUS='
                       WS-BIZCAL-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-BIZCAL-PARAGRAPH.
           PERFORM TALLY-CALENDAR-DAY-PARAGRAPH UNTIL WS-BIZCAL-EOF.
           CLOSE BIZCAL-FILE.
           COMPUTE WS-REMAINING-WORKDAYS =
               WS-PERIOD-WORKDAYS - WS-ELAPSED-WORKDAYS.

       READ-BIZCAL-PARAGRAPH.
           READ BIZCAL-FILE
               AT END
                   SET WS-BIZCAL-EOF TO TRUE
           END-READ.

       TALLY-CALENDAR-DAY-PARAGRAPH.
           MOVE BC-DATE TO WS-CAL-DATE.
           IF WS-CAL-PERIOD = WS-REPORT-PERIOD
              AND BC-WORKING-DAY
               ADD 1 TO WS-PERIOD-WORKDAYS
               IF BC-DATE NOT > WS-BUSINESS-DATE
                   ADD 1 TO WS-ELAPSED-WORKDAYS
               END-IF
           END-IF.
           PERFORM READ-BIZCAL-PARAGRAPH.

       REPORT-SECTION SECTION.
           MOVE 'L' TO HS-REC-TYPE.
           MOVE LOW-VALUES TO HS-ENTITY-KEY.
           MOVE ZERO TO HS-PERIOD.
           START SALES-HISTORY-FILE KEY NOT < HS-HIST-KEY
               INVALID KEY
                   MOVE HIGH-VALUES TO WS-HIST-GROUP
           END-START.
           IF WS-HIST-GROUP NOT = HIGH-VALUES
               PERFORM NEXT-HISTORY-PARAGRAPH
           END-IF.
           PERFORM READ-BUDGET-PARAGRAPH.
           PERFORM PROCESS-ONE-GROUP-PARAGRAPH
               UNTIL WS-HIST-GROUP = HIGH-VALUES
                 AND WS-BUDG-GROUP = HIGH-VALUES.
           PERFORM PRINT-SECTION-TOTAL-PARAGRAPH.

       REPORT-DETAIL-SECTION SECTION.
       READ-BUDGET-PARAGRAPH.
           READ BUDGET-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-BUDG-GROUP
               NOT AT END
                   MOVE BG-BUDGET-KEY(1:11) TO WS-BUDG-GROUP
           END-READ.

      *> The history master also carries customer, product and tax
      *> rows; only the product-line (L) and rep (R) rows are read,
      *> and the browse stops once it is past the rep rows.
       NEXT-HISTORY-PARAGRAPH.
           MOVE 'N' TO WS-HIST-WANTED-SW.
           PERFORM READ-HISTORY-PARAGRAPH UNTIL WS-HIST-WANTED.

       READ-HISTORY-PARAGRAPH.
           READ SALES-HISTORY-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-HIST-GROUP
                   SET WS-HIST-WANTED TO TRUE
           END-READ.
           IF NOT WS-HIST-WANTED
               EVALUATE TRUE
                   WHEN HS-TYPE-LINE OR HS-TYPE-REP
                       MOVE HS-HIST-KEY(1:11) TO WS-HIST-GROUP
                       SET WS-HIST-WANTED TO TRUE
                   WHEN HS-REC-TYPE > 'R'
                       MOVE HIGH-VALUES TO WS-HIST-GROUP
                       SET WS-HIST-WANTED TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       PROCESS-ONE-GROUP-PARAGRAPH.
           IF WS-HIST-GROUP < WS-BUDG-GROUP
               MOVE WS-HIST-GROUP TO WS-CURRENT-GROUP
           ELSE
               MOVE WS-BUDG-GROUP TO WS-CURRENT-GROUP
           END-IF.
           MOVE ZERO TO WS-BUDGET-MTD.
           MOVE ZERO TO WS-BUDGET-YTD.
           MOVE ZERO TO WS-ACTUAL-MTD.
           MOVE ZERO TO WS-ACTUAL-YTD.
           MOVE 'N' TO WS-BUDGET-SEEN-SW.
           PERFORM TALLY-BUDGET-PARAGRAPH
               UNTIL WS-BUDG-GROUP NOT = WS-CURRENT-GROUP.
           PERFORM TALLY-HISTORY-PARAGRAPH
               UNTIL WS-HIST-GROUP NOT = WS-CURRENT-GROUP.
           IF WS-GROUP-TYPE NOT = WS-SECTION-TYPE
               PERFORM PRINT-SECTION-TOTAL-PARAGRAPH
               PERFORM PRINT-SECTION-HEADER-PARAGRAPH
           END-IF.
           PERFORM PRINT-GROUP-PARAGRAPH.

       TALLY-BUDGET-PARAGRAPH.
           SET WS-BUDGET-SEEN TO TRUE.
           MOVE BG-PERIOD TO WS-RECORD-PERIOD-X.
           IF BG-PERIOD = WS-REPORT-PERIOD
               ADD BG-BUDGET-AMOUNT TO WS-BUDGET-MTD
           END-IF.
           IF WS-RECORD-YEAR = WS-REPORT-YEAR
              AND WS-RECORD-MONTH NOT > WS-REPORT-MONTH
               ADD BG-BUDGET-AMOUNT TO WS-BUDGET-YTD
           END-IF.
           PERFORM READ-BUDGET-PARAGRAPH.

       TALLY-HISTORY-PARAGRAPH.
           MOVE HS-PERIOD TO WS-RECORD-PERIOD-X.
           IF HS-PERIOD = WS-REPORT-PERIOD
               ADD HS-PERIOD-AMOUNT TO WS-ACTUAL-MTD
           END-IF.
           IF WS-RECORD-YEAR = WS-REPORT-YEAR
              AND WS-RECORD-MONTH NOT > WS-REPORT-MONTH
               ADD HS-PERIOD-AMOUNT TO WS-ACTUAL-YTD
           END-IF.
           PERFORM NEXT-HISTORY-PARAGRAPH.

       PRINT-GROUP-PARAGRAPH.
           ADD 1 TO WS-ENTITY-COUNT.
           IF NOT WS-BUDGET-SEEN
               ADD 1 TO WS-NO-BUDGET-COUNT
           END-IF.
           MOVE WS-ACTUAL-MTD TO WS-PROJECTED.
           IF WS-ELAPSED-WORKDAYS > ZERO
               COMPUTE WS-PROJECTED ROUNDED =
                   WS-ACTUAL-MTD + WS-ACTUAL-MTD
                   * WS-REMAINING-WORKDAYS / WS-ELAPSED-WORKDAYS
           END-IF.
           ADD WS-BUDGET-MTD TO WS-SECT-BUDGET-MTD.
           ADD WS-BUDGET-YTD TO WS-SECT-BUDGET-YTD.
           ADD WS-ACTUAL-MTD TO WS-SECT-ACTUAL-MTD.
           ADD WS-ACTUAL-YTD TO WS-SECT-ACTUAL-YTD.
           ADD WS-PROJECTED TO WS-SECT-PROJECTED.
           MOVE WS-GROUP-TYPE TO BVA-TYPE.
           MOVE WS-GROUP-KEY TO BVA-KEY.
           PERFORM PRINT-AMOUNT-LINES-PARAGRAPH.

       PRINT-AMOUNT-LINES-PARAGRAPH.
           MOVE WS-BUDGET-MTD TO BVA-BUDGET.
           MOVE WS-ACTUAL-MTD TO BVA-ACTUAL.
           COMPUTE BVA-VARIANCE = WS-ACTUAL-MTD - WS-BUDGET-MTD.
           MOVE WS-BUDGET-MTD TO WS-PCT-BASE.
           MOVE WS-ACTUAL-MTD TO WS-PCT-ACTUAL.
           PERFORM FORMAT-PERCENT-PARAGRAPH.
           MOVE WS-PCT-AREA TO BVA-PCT.
           MOVE WS-PROJECTED TO BVA-PROJECTED.
           MOVE WS-PROJECTED TO WS-PCT-ACTUAL.
           PERFORM FORMAT-PERCENT-PARAGRAPH.
           MOVE WS-PCT-AREA TO BVA-PROJ-PCT.
           MOVE WS-MTD-LINE TO BVA-LINE.
           WRITE BVA-LINE.
           MOVE WS-BUDGET-YTD TO BVA-YTD-BUDGET.
           MOVE WS-ACTUAL-YTD TO BVA-YTD-ACTUAL.
           COMPUTE BVA-YTD-VARIANCE = WS-ACTUAL-YTD - WS-BUDGET-YTD.
           MOVE WS-BUDGET-YTD TO WS-PCT-BASE.
           MOVE WS-ACTUAL-YTD TO WS-PCT-ACTUAL.
           PERFORM FORMAT-PERCENT-PARAGRAPH.
           MOVE WS-PCT-AREA TO BVA-YTD-PCT.
           MOVE WS-YTD-LINE TO BVA-LINE.
           WRITE BVA-LINE.

       FORMAT-PERCENT-PARAGRAPH.
           IF WS-PCT-BASE NOT > ZERO
               MOVE 'NO BUDGT' TO WS-PCT-AREA
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   WS-PCT-ACTUAL * 100 / WS-PCT-BASE
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-PCT
               END-COMPUTE
               MOVE WS-PCT TO WS-PCT-EDIT
               MOVE SPACES TO WS-PCT-AREA
               MOVE WS-PCT-EDIT TO WS-PCT-AREA
               MOVE '%' TO WS-PCT-AREA(8:1)
           END-IF.

       PRINT-SECTION-HEADER-PARAGRAPH.
           MOVE WS-GROUP-TYPE TO WS-SECTION-TYPE.
           MOVE SPACES TO BVA-LINE.
           WRITE BVA-LINE.
           IF WS-GROUP-TYPE = 'L'
               MOVE WS-LINE-HEADER TO BVA-LINE
           ELSE
               MOVE WS-REP-HEADER TO BVA-LINE
           END-IF.
           WRITE BVA-LINE.
           MOVE WS-BVA-COLUMNS TO BVA-LINE.
           WRITE BVA-LINE.

       PRINT-SECTION-TOTAL-PARAGRAPH.
           IF WS-SECTION-TYPE NOT = SPACES
               MOVE WS-SECT-BUDGET-MTD TO WS-BUDGET-MTD
               MOVE WS-SECT-BUDGET-YTD TO WS-BUDGET-YTD
               MOVE WS-SECT-ACTUAL-MTD TO WS-ACTUAL-MTD
               MOVE WS-SECT-ACTUAL-YTD TO WS-ACTUAL-YTD
               MOVE WS-SECT-PROJECTED TO WS-PROJECTED
               MOVE SPACES TO BVA-TYPE
               MOVE 'TOTAL' TO BVA-KEY
               PERFORM PRINT-AMOUNT-LINES-PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-SECT-BUDGET-MTD.
           MOVE ZERO TO WS-SECT-BUDGET-YTD.
           MOVE ZERO TO WS-SECT-ACTUAL-MTD.
           MOVE ZERO TO WS-SECT-ACTUAL-YTD.
           MOVE ZERO TO WS-SECT-PROJECTED.

       CLOSE-SECTION SECTION.
       CLOSE-PARAGRAPH.
           MOVE SPACES TO BVA-LINE.
           WRITE BVA-LINE.
           MOVE 'REPS AND LINES REPORTED' TO CNT-LABEL.
           MOVE WS-ENTITY-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO BVA-LINE.
           WRITE BVA-LINE.
           MOVE 'WITH SALES, NO BUDGET' TO CNT-LABEL.
           MOVE WS-NO-BUDGET-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO BVA-LINE.
           WRITE BVA-LINE.
           CLOSE BUDGET-FILE.
           CLOSE SALES-HISTORY-FILE.
           CLOSE BUDGET-REPORT-FILE.
           DISPLAY 'BUDGRPT: PERIOD ' WS-REPORT-PERIOD
                   ' REPS AND LINES=' WS-ENTITY-COUNT
                   ' NO BUDGET=' WS-NO-BUDGET-COUNT.

      *> Monthly gross margin report. Reads the month's accepted sales
      *> and returns off the monthly detail dataset (SALESDTL), where
      *> SALESRPT carries each line's revenue (DT-AMOUNT) beside its
      *> standard cost (DT-COST-AMOUNT), and prints revenue, cost,
      *> gross margin and margin percent three ways -- by product, by
      *> product line (off PRODMAST) and by customer -- with a total
      *> for each section. A detail record belongs to the period its
      *> run date falls in, the same period the sales history and the
      *> GL vouchers file the night under.
      *>
      *> Every line whose margin is below zero is flagged NEGATIVE
      *> MARGIN; one with sales but no cost at all is flagged NOT
      *> COSTED (no PRODCOST version was in force, so its margin is
      *> overstated); one whose margin percent is under the low-margin
      *> threshold is flagged LOW MARGIN. The step ends RC 4 when any
      *> line is negative or not costed, so someone looks at the
      *> costs before the month's figures are quoted.
      *>
      *> PARM: 'CCYYMM,PPP' -- both optional. The period defaults to
      *> the DATECARD period; PPP is the low-margin threshold as a
      *> whole percent (default 10).
      *>
      *> Modification history
      *> 2026-10-15  Initial version.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRGNRPT.
       AUTHOR. CODE-CONTINUUM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-DETAIL-FILE ASSIGN TO SALESDTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESDTL-STATUS.
           SELECT PRODMAST-FILE ASSIGN TO PRODMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PRODUCT-CODE
               FILE STATUS IS WS-PRODMAST-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT DATE-CARD-FILE ASSIGN TO DATECARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATECARD-STATUS.
           SELECT MARGIN-WORK-FILE ASSIGN TO MRGNWK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRGNWK-STATUS.
           SELECT SORT-MARGIN-FILE ASSIGN TO SORTWK1.
           SELECT SORTED-MARGIN-FILE ASSIGN TO SRTMRGN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRTMRGN-STATUS.
           SELECT MARGIN-REPORT-FILE ASSIGN TO MRGNRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-DETAIL-FILE.
       COPY SALESDTL.

       FD  PRODMAST-FILE.
       COPY PRODMREC.

       FD  CUSTMAST-FILE.
       COPY CUSTMREC.

       FD  DATE-CARD-FILE.
       COPY DATECARD.

       FD  MARGIN-WORK-FILE.
       01 MARGIN-WORK-REC.
          05 MW-SECTION         PIC 9(01).
          05 MW-KEY             PIC X(10).
          05 MW-AMOUNT          PIC S9(09)V99.
          05 MW-COST            PIC S9(09)V99.

       SD  SORT-MARGIN-FILE.
       01 MARGIN-SORT-REC.
          05 MSR-SECTION        PIC 9(01).
          05 MSR-KEY            PIC X(10).
          05 MSR-AMOUNT         PIC S9(09)V99.
          05 MSR-COST           PIC S9(09)V99.

       FD  SORTED-MARGIN-FILE.
       01 SORTED-MARGIN-REC.
          05 SMR-SECTION        PIC 9(01).
             88 SMR-BY-PRODUCT          VALUE 1.
             88 SMR-BY-LINE             VALUE 2.
             88 SMR-BY-CUSTOMER         VALUE 3.
          05 SMR-KEY            PIC X(10).
          05 SMR-AMOUNT         PIC S9(09)V99.
          05 SMR-COST           PIC S9(09)V99.

       FD  MARGIN-REPORT-FILE.
       01 MGN-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-SALESDTL-STATUS   PIC X(2)  VALUE '00'.
       01 WS-PRODMAST-STATUS   PIC X(2)  VALUE '00'.
       01 WS-CUSTMAST-STATUS   PIC X(2)  VALUE '00'.
       01 WS-DATECARD-STATUS   PIC X(2)  VALUE '00'.
       01 WS-MRGNWK-STATUS     PIC X(2)  VALUE '00'.
       01 WS-SRTMRGN-STATUS    PIC X(2)  VALUE '00'.
       01 WS-REPORT-STATUS     PIC X(2)  VALUE '00'.
       01 WS-DETAIL-EOF-SW     PIC X     VALUE 'N'.
          88 WS-DETAIL-EOF               VALUE 'Y'.
       01 WS-SORTED-EOF-SW     PIC X     VALUE 'N'.
          88 WS-SORTED-EOF               VALUE 'Y'.
       01 WS-PARM-PERIOD       PIC X(06) VALUE SPACES.
       01 WS-PARM-PCT          PIC X(03) JUSTIFIED RIGHT
                                         VALUE SPACES.
       01 WS-PARM-PCT-NUM REDEFINES WS-PARM-PCT
                               PIC 9(03).
       01 WS-LOW-MARGIN-PCT    PIC 9(03) VALUE 010.
       01 WS-REPORT-PERIOD     PIC 9(06) VALUE ZERO.
       01 WS-RECORD-DATE.
          05 WS-RECORD-PERIOD  PIC 9(06).
          05 WS-RECORD-DD      PIC 9(02).
       01 WS-DETAIL-COST       PIC S9(09)V99 VALUE ZERO.
       01 WS-PRODUCT-LINE      PIC X(10) VALUE SPACES.
       01 WS-DETAIL-COUNT      PIC 9(08) VALUE ZERO.
       01 WS-PERIOD-COUNT      PIC 9(08) VALUE ZERO.
       01 WS-CURRENT-SECTION   PIC 9(01) VALUE ZERO.
       01 WS-CURRENT-KEY       PIC X(10) VALUE SPACES.
       01 WS-GROUP-ACTIVE-SW   PIC X     VALUE 'N'.
          88 WS-GROUP-ACTIVE             VALUE 'Y'.
       01 WS-GROUP-AMOUNT      PIC S9(11)V99 VALUE ZERO.
       01 WS-GROUP-COST        PIC S9(11)V99 VALUE ZERO.
       01 WS-SECT-AMOUNT       PIC S9(11)V99 VALUE ZERO.
       01 WS-SECT-COST         PIC S9(11)V99 VALUE ZERO.
       01 WS-MARGIN            PIC S9(11)V99 VALUE ZERO.
       01 WS-PCT               PIC S9(4)V9 VALUE ZERO.
       01 WS-PCT-EDIT          PIC ----9.9.
       01 WS-PCT-AREA          PIC X(08) VALUE SPACES.
       01 WS-LOW-COUNT         PIC 9(6)  VALUE ZERO.
       01 WS-NEGATIVE-COUNT    PIC 9(6)  VALUE ZERO.
       01 WS-NOT-COSTED-COUNT  PIC 9(6)  VALUE ZERO.
       01 WS-MGN-HEADER        PIC X(40) VALUE
              'MONTHLY GROSS MARGIN REPORT'.
       01 WS-MGN-DATE-LINE.
          05 FILLER            PIC X(8)  VALUE 'PERIOD: '.
          05 HDR-PERIOD        PIC 9(06).
          05 FILLER            PIC X(26) VALUE
                 '   LOW-MARGIN THRESHOLD: '.
          05 HDR-LOW-PCT       PIC ZZ9.
          05 FILLER            PIC X(01) VALUE '%'.
       01 WS-MGN-COLUMNS.
          05 FILLER PIC X(44) VALUE 'KEY         DESCRIPTION'.
          05 FILLER PIC X(21) VALUE '            REVENUE  '.
          05 FILLER PIC X(21) VALUE '               COST  '.
          05 FILLER PIC X(21) VALUE '       GROSS MARGIN  '.
          05 FILLER PIC X(10) VALUE '  MARGIN %'.
       01 WS-MGN-DETAIL-LINE.
          05 MGN-KEY           PIC X(10).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 MGN-DESC          PIC X(30).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 MGN-REVENUE       PIC $$$,$$$,$$$,$$9.99-.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 MGN-COST          PIC $$$,$$$,$$$,$$9.99-.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 MGN-MARGIN        PIC $$$,$$$,$$$,$$9.99-.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 MGN-PCT           PIC X(08).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 MGN-FLAG          PIC X(15).
       01 WS-PRODUCT-HEADER    PIC X(40) VALUE
              'GROSS MARGIN BY PRODUCT'.
       01 WS-LINE-HEADER       PIC X(40) VALUE
              'GROSS MARGIN BY PRODUCT LINE'.
       01 WS-CUSTOMER-HEADER   PIC X(40) VALUE
              'GROSS MARGIN BY CUSTOMER'.
       01 WS-COUNT-LINE.
          05 CNT-LABEL         PIC X(30).
          05 CNT-VALUE         PIC ZZ,ZZZ,ZZ9.

       COPY WSCONSTANTS.

       LINKAGE SECTION.
       01 LK-PARM-DATA.
          05 LK-PARM-LEN       PIC S9(4) COMP.
          05 LK-PARM-TEXT      PIC X(80).

       PROCEDURE DIVISION USING LK-PARM-DATA.

       MAIN-SECTION SECTION.
           PERFORM INIT-PARAGRAPH.
           PERFORM EXTRACT-SECTION.
           PERFORM REPORT-SECTION.
           PERFORM CLOSE-PARAGRAPH.
           STOP RUN.

       INIT-PARAGRAPH.
           OPEN INPUT DATE-CARD-FILE.
           IF WS-DATECARD-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'MRGNRPT: DATE-CARD-FILE OPEN FAILED, STATUS='
                       WS-DATECARD-STATUS
               MOVE WS-RC-DATE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           READ DATE-CARD-FILE
               AT END
                   DISPLAY 'MRGNRPT: DATECARD ABSENT OR EMPTY - '
                           'REPORT PERIOD UNKNOWN'
                   MOVE WS-RC-DATE-ERROR TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE DC-PERIOD TO WS-REPORT-PERIOD
           END-READ.
           CLOSE DATE-CARD-FILE.
           IF LK-PARM-LEN > ZERO
               UNSTRING LK-PARM-TEXT(1:LK-PARM-LEN) DELIMITED BY ','
                   INTO WS-PARM-PERIOD WS-PARM-PCT
               END-UNSTRING
           END-IF.
           IF WS-PARM-PERIOD NUMERIC
               MOVE WS-PARM-PERIOD TO WS-REPORT-PERIOD
           END-IF.
           INSPECT WS-PARM-PCT REPLACING LEADING SPACE BY '0'.
           IF WS-PARM-PCT NUMERIC AND WS-PARM-PCT-NUM > ZERO
               MOVE WS-PARM-PCT-NUM TO WS-LOW-MARGIN-PCT
           END-IF.
           OPEN INPUT PRODMAST-FILE.
           IF WS-PRODMAST-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'MRGNRPT: PRODMAST-FILE OPEN FAILED, STATUS='
                       WS-PRODMAST-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTMAST-FILE.
           IF WS-CUSTMAST-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'MRGNRPT: CUSTMAST-FILE OPEN FAILED, STATUS='
                       WS-CUSTMAST-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT MARGIN-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'MRGNRPT: MARGIN-REPORT-FILE OPEN FAILED, '
                       'STATUS=' WS-REPORT-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-MGN-HEADER TO MGN-LINE.
           WRITE MGN-LINE.
           MOVE WS-REPORT-PERIOD TO HDR-PERIOD.
           MOVE WS-LOW-MARGIN-PCT TO HDR-LOW-PCT.
           MOVE WS-MGN-DATE-LINE TO MGN-LINE.
           WRITE MGN-LINE.

      *> One work record per section for every detail record of the
      *> period -- keyed by product, by product line and by customer
      *> -- sorted so each section prints as a control break.
       EXTRACT-SECTION SECTION.
           OPEN INPUT SALES-DETAIL-FILE.
           IF WS-SALESDTL-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'MRGNRPT: SALES-DETAIL-FILE OPEN FAILED, '
                       'STATUS=' WS-SALESDTL-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT MARGIN-WORK-FILE.
           IF WS-MRGNWK-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'MRGNRPT: MARGIN-WORK-FILE OPEN FAILED, '
                       'STATUS=' WS-MRGNWK-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-DETAIL-PARAGRAPH.
           PERFORM EXTRACT-ONE-DETAIL-PARAGRAPH UNTIL WS-DETAIL-EOF.
           CLOSE SALES-DETAIL-FILE.
           CLOSE MARGIN-WORK-FILE.
           SORT SORT-MARGIN-FILE
               ON ASCENDING KEY MSR-SECTION MSR-KEY
               USING MARGIN-WORK-FILE
               GIVING SORTED-MARGIN-FILE.

       EXTRACT-DETAIL-SECTION SECTION.
       READ-DETAIL-PARAGRAPH.
           READ SALES-DETAIL-FILE
               AT END
                   SET WS-DETAIL-EOF TO TRUE
           END-READ.

       EXTRACT-ONE-DETAIL-PARAGRAPH.
           ADD 1 TO WS-DETAIL-COUNT.
           MOVE DT-RUN-DATE TO WS-RECORD-DATE.
           IF WS-RECORD-PERIOD = WS-REPORT-PERIOD
               ADD 1 TO WS-PERIOD-COUNT
               PERFORM WRITE-WORK-RECORDS-PARAGRAPH
           END-IF.
           PERFORM READ-DETAIL-PARAGRAPH.

      *> Detail written before standard costing started carries no
      *> cost; it reports at zero cost like any other uncosted sale.
       WRITE-WORK-RECORDS-PARAGRAPH.
           IF DT-COST-AMOUNT NUMERIC
               MOVE DT-COST-AMOUNT TO WS-DETAIL-COST
           ELSE
               MOVE ZERO TO WS-DETAIL-COST
           END-IF.
           MOVE DT-PRODUCT-CODE TO PM-PRODUCT-CODE.
           READ PRODMAST-FILE
               INVALID KEY
                   MOVE 'NO LINE' TO WS-PRODUCT-LINE
               NOT INVALID KEY
                   MOVE PM-PRODUCT-LINE TO WS-PRODUCT-LINE
           END-READ.
           MOVE DT-AMOUNT TO MW-AMOUNT.
           MOVE WS-DETAIL-COST TO MW-COST.
           MOVE 1 TO MW-SECTION.
           MOVE DT-PRODUCT-CODE TO MW-KEY.
           WRITE MARGIN-WORK-REC.
           MOVE 2 TO MW-SECTION.
           MOVE WS-PRODUCT-LINE TO MW-KEY.
           WRITE MARGIN-WORK-REC.
           MOVE 3 TO MW-SECTION.
           MOVE DT-CUST-ID TO MW-KEY.
           WRITE MARGIN-WORK-REC.

       REPORT-SECTION SECTION.
           OPEN INPUT SORTED-MARGIN-FILE.
           IF WS-SRTMRGN-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'MRGNRPT: SORTED-MARGIN-FILE OPEN FAILED, '
                       'STATUS=' WS-SRTMRGN-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-SORTED-PARAGRAPH.
           PERFORM PROCESS-SORTED-PARAGRAPH UNTIL WS-SORTED-EOF.
           PERFORM END-GROUP-PARAGRAPH.
           PERFORM PRINT-SECTION-TOTAL-PARAGRAPH.
           CLOSE SORTED-MARGIN-FILE.

       REPORT-DETAIL-SECTION SECTION.
       READ-SORTED-PARAGRAPH.
           READ SORTED-MARGIN-FILE
               AT END
                   SET WS-SORTED-EOF TO TRUE
           END-READ.

       PROCESS-SORTED-PARAGRAPH.
           IF WS-GROUP-ACTIVE
              AND (SMR-SECTION NOT = WS-CURRENT-SECTION
                   OR SMR-KEY NOT = WS-CURRENT-KEY)
               PERFORM END-GROUP-PARAGRAPH
           END-IF.
           IF SMR-SECTION NOT = WS-CURRENT-SECTION
               PERFORM PRINT-SECTION-TOTAL-PARAGRAPH
               PERFORM PRINT-SECTION-HEADER-PARAGRAPH
           END-IF.
           IF NOT WS-GROUP-ACTIVE
               SET WS-GROUP-ACTIVE TO TRUE
               MOVE SMR-KEY TO WS-CURRENT-KEY
               MOVE ZERO TO WS-GROUP-AMOUNT
               MOVE ZERO TO WS-GROUP-COST
           END-IF.
           ADD SMR-AMOUNT TO WS-GROUP-AMOUNT.
           ADD SMR-COST TO WS-GROUP-COST.
           PERFORM READ-SORTED-PARAGRAPH.

       END-GROUP-PARAGRAPH.
           IF WS-GROUP-ACTIVE
               MOVE 'N' TO WS-GROUP-ACTIVE-SW
               ADD WS-GROUP-AMOUNT TO WS-SECT-AMOUNT
               ADD WS-GROUP-COST TO WS-SECT-COST
               MOVE WS-CURRENT-KEY TO MGN-KEY
               PERFORM FIND-DESCRIPTION-PARAGRAPH
               PERFORM PRINT-AMOUNTS-PARAGRAPH
               PERFORM FLAG-GROUP-PARAGRAPH
               MOVE WS-MGN-DETAIL-LINE TO MGN-LINE
               WRITE MGN-LINE
           END-IF.

       FIND-DESCRIPTION-PARAGRAPH.
           MOVE SPACES TO MGN-DESC.
           EVALUATE WS-CURRENT-SECTION
               WHEN 1
                   MOVE WS-CURRENT-KEY TO PM-PRODUCT-CODE
                   READ PRODMAST-FILE
                       INVALID KEY
                           MOVE 'NOT ON PRODUCT MASTER' TO MGN-DESC
                       NOT INVALID KEY
                           MOVE PM-PRODUCT-DESC TO MGN-DESC
                   END-READ
               WHEN 3
                   MOVE WS-CURRENT-KEY TO CM-CUST-ID
                   READ CUSTMAST-FILE
                       INVALID KEY
                           MOVE 'NOT ON CUSTOMER MASTER' TO MGN-DESC
                       NOT INVALID KEY
                           MOVE CM-CUST-NAME TO MGN-DESC
                   END-READ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PRINT-AMOUNTS-PARAGRAPH.
           COMPUTE WS-MARGIN = WS-GROUP-AMOUNT - WS-GROUP-COST.
           MOVE WS-GROUP-AMOUNT TO MGN-REVENUE.
           MOVE WS-GROUP-COST TO MGN-COST.
           MOVE WS-MARGIN TO MGN-MARGIN.
           IF WS-GROUP-AMOUNT NOT > ZERO
               MOVE '     N/A' TO WS-PCT-AREA
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   WS-MARGIN * 100 / WS-GROUP-AMOUNT
                   ON SIZE ERROR
                       MOVE -999.9 TO WS-PCT
               END-COMPUTE
               MOVE WS-PCT TO WS-PCT-EDIT
               MOVE SPACES TO WS-PCT-AREA
               MOVE WS-PCT-EDIT TO WS-PCT-AREA
               MOVE '%' TO WS-PCT-AREA(8:1)
           END-IF.
           MOVE WS-PCT-AREA TO MGN-PCT.

      *> A margin below zero, a sale with no cost behind it, or a
      *> margin under the threshold -- in that order, one flag each.
       FLAG-GROUP-PARAGRAPH.
           MOVE SPACES TO MGN-FLAG.
           EVALUATE TRUE
               WHEN WS-MARGIN < ZERO
                   MOVE 'NEGATIVE MARGIN' TO MGN-FLAG
                   ADD 1 TO WS-NEGATIVE-COUNT
               WHEN WS-GROUP-COST = ZERO
                AND WS-GROUP-AMOUNT NOT = ZERO
                   MOVE 'NOT COSTED' TO MGN-FLAG
                   ADD 1 TO WS-NOT-COSTED-COUNT
               WHEN WS-GROUP-AMOUNT > ZERO
                AND WS-PCT < WS-LOW-MARGIN-PCT
                   MOVE 'LOW MARGIN' TO MGN-FLAG
                   ADD 1 TO WS-LOW-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PRINT-SECTION-HEADER-PARAGRAPH.
           MOVE SMR-SECTION TO WS-CURRENT-SECTION.
           MOVE SPACES TO MGN-LINE.
           WRITE MGN-LINE.
           EVALUATE TRUE
               WHEN SMR-BY-PRODUCT
                   MOVE WS-PRODUCT-HEADER TO MGN-LINE
               WHEN SMR-BY-LINE
                   MOVE WS-LINE-HEADER TO MGN-LINE
               WHEN OTHER
                   MOVE WS-CUSTOMER-HEADER TO MGN-LINE
           END-EVALUATE.
           WRITE MGN-LINE.
           MOVE WS-MGN-COLUMNS TO MGN-LINE.
           WRITE MGN-LINE.

       PRINT-SECTION-TOTAL-PARAGRAPH.
           IF WS-CURRENT-SECTION NOT = ZERO
               MOVE WS-SECT-AMOUNT TO WS-GROUP-AMOUNT
               MOVE WS-SECT-COST TO WS-GROUP-COST
               MOVE 'TOTAL' TO MGN-KEY
               MOVE SPACES TO MGN-DESC
               MOVE SPACES TO MGN-FLAG
               PERFORM PRINT-AMOUNTS-PARAGRAPH
               MOVE WS-MGN-DETAIL-LINE TO MGN-LINE
               WRITE MGN-LINE
           END-IF.
           MOVE ZERO TO WS-SECT-AMOUNT.
           MOVE ZERO TO WS-SECT-COST.

       CLOSE-SECTION SECTION.
       CLOSE-PARAGRAPH.
           MOVE SPACES TO MGN-LINE.
           WRITE MGN-LINE.
           MOVE 'DETAIL RECORDS READ' TO CNT-LABEL.
           MOVE WS-DETAIL-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO MGN-LINE.
           WRITE MGN-LINE.
           MOVE 'DETAIL RECORDS IN PERIOD' TO CNT-LABEL.
           MOVE WS-PERIOD-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO MGN-LINE.
           WRITE MGN-LINE.
           MOVE 'LINES FLAGGED NEGATIVE MARGIN' TO CNT-LABEL.
           MOVE WS-NEGATIVE-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO MGN-LINE.
           WRITE MGN-LINE.
           MOVE 'LINES FLAGGED NOT COSTED' TO CNT-LABEL.
           MOVE WS-NOT-COSTED-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO MGN-LINE.
           WRITE MGN-LINE.
           MOVE 'LINES FLAGGED LOW MARGIN' TO CNT-LABEL.
           MOVE WS-LOW-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO MGN-LINE.
           WRITE MGN-LINE.
           CLOSE PRODMAST-FILE.
           CLOSE CUSTMAST-FILE.
           CLOSE MARGIN-REPORT-FILE.
           IF WS-NEGATIVE-COUNT > ZERO
              OR WS-NOT-COSTED-COUNT > ZERO
               MOVE WS-RC-WARNING TO RETURN-CODE
           END-IF.
           DISPLAY 'MRGNRPT: PERIOD ' WS-REPORT-PERIOD
                   ' DETAIL=' WS-PERIOD-COUNT
                   ' NEGATIVE=' WS-NEGATIVE-COUNT
                   ' NOT COSTED=' WS-NOT-COSTED-COUNT
                   ' LOW=' WS-LOW-COUNT.

      *> Annual plan load for the sales budget/quota master. Reads
      *> the plan file finance supplies (BUDGPLAN, one record per rep
      *> or product line per year with twelve monthly amounts) and
      *> writes a BUDGET row per month -- adding it, or replacing the
      *> amount already there, so a re-plan is loaded the same way
      *> as the original plan. A plan record that fails validation
      *> (type not R or L, blank code, non-numeric year or amount, a
      *> rep not on REPMAST) is listed with its reason and loads
      *> nothing; the step then ends RC 4 so finance corrects and
      *> reloads it. Rows keyed online since the last load are
      *> counted separately on the load report: the plan load
      *> overwrites them.
      *>
      *> Modification history
      *> 2026-10-15  Initial version.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGLOAD.
       AUTHOR. CODE-CONTINUUM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-PLAN-FILE ASSIGN TO BUDGPLAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT BUDGET-FILE ASSIGN TO BUDGET
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BG-BUDGET-KEY
               FILE STATUS IS WS-BUDGET-STATUS.
           SELECT REPMAST-FILE ASSIGN TO REPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-REP-CODE
               FILE STATUS IS WS-REPMAST-STATUS.
           SELECT LOAD-REPORT-FILE ASSIGN TO BUDGLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-PLAN-FILE.
       COPY BUDGPLAN.

       FD  BUDGET-FILE.
       COPY BUDGREC.

       FD  REPMAST-FILE.
       COPY REPMREC.

       FD  LOAD-REPORT-FILE.
       01 BLR-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PLAN-STATUS       PIC X(2)  VALUE '00'.
       01 WS-BUDGET-STATUS     PIC X(2)  VALUE '00'.
       01 WS-REPMAST-STATUS    PIC X(2)  VALUE '00'.
       01 WS-REPORT-STATUS     PIC X(2)  VALUE '00'.
       01 WS-PLAN-EOF-SW       PIC X     VALUE 'N'.
          88 WS-PLAN-EOF                 VALUE 'Y'.
       01 WS-PLAN-VALID-SW     PIC X     VALUE 'N'.
          88 WS-PLAN-VALID               VALUE 'Y'.
       01 WS-REJECT-REASON     PIC X(30) VALUE SPACES.
       01 WS-MONTH-IDX         PIC 9(2)  VALUE ZERO.
       01 WS-CURRENT-TS.
          05 WS-TODAY          PIC 9(8).
          05 FILLER            PIC X(13).
       01 WS-NEW-AMOUNT        PIC 9(11)V99 VALUE ZERO.
       01 WS-PLAN-READ         PIC 9(6)  VALUE ZERO.
       01 WS-PLAN-REJECTED     PIC 9(6)  VALUE ZERO.
       01 WS-ROWS-ADDED        PIC 9(6)  VALUE ZERO.
       01 WS-ROWS-REPLACED     PIC 9(6)  VALUE ZERO.
       01 WS-KEYED-REPLACED    PIC 9(6)  VALUE ZERO.
       01 WS-LOADED-TOTAL      PIC 9(13)V99 VALUE ZERO.
       01 WS-BLR-HEADER        PIC X(40) VALUE
              'SALES BUDGET PLAN LOAD'.
       01 WS-BLR-DATE-LINE.
          05 FILLER            PIC X(10) VALUE 'RUN DATE: '.
          05 HDR-RUN-DATE      PIC 9(08).
       01 WS-REJECT-LINE.
          05 FILLER            PIC X(10) VALUE 'REJECTED  '.
          05 BLR-DIM-TYPE      PIC X(01).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 BLR-ENTITY-KEY    PIC X(10).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 BLR-PLAN-YEAR     PIC X(04).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 BLR-REASON        PIC X(30).
       01 WS-TOTAL-LINE.
          05 FILLER            PIC X(24) VALUE
                 'TOTAL BUDGET LOADED'.
          05 TOT-LOADED        PIC $$$,$$$,$$$,$$$,$$9.99.
       01 WS-COUNT-LINE.
          05 CNT-LABEL         PIC X(24).
          05 CNT-VALUE         PIC ZZZ,ZZ9.

       COPY WSCONSTANTS.

       PROCEDURE DIVISION.

       MAIN-SECTION SECTION.
           PERFORM INIT-PARAGRAPH.
           PERFORM LOAD-SECTION.
           PERFORM CLOSE-PARAGRAPH.
           STOP RUN.

       INIT-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TS.
           OPEN INPUT BUDGET-PLAN-FILE.
           IF WS-PLAN-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'BUDGLOAD: BUDGET-PLAN-FILE OPEN FAILED, '
                       'STATUS=' WS-PLAN-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O BUDGET-FILE.
           IF WS-BUDGET-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'BUDGLOAD: BUDGET-FILE OPEN FAILED, STATUS='
                       WS-BUDGET-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT REPMAST-FILE.
           IF WS-REPMAST-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'BUDGLOAD: REPMAST-FILE OPEN FAILED, STATUS='
                       WS-REPMAST-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LOAD-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'BUDGLOAD: LOAD-REPORT-FILE OPEN FAILED, '
                       'STATUS=' WS-REPORT-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-BLR-HEADER TO BLR-LINE.
           WRITE BLR-LINE.
           MOVE WS-TODAY TO HDR-RUN-DATE.
           MOVE WS-BLR-DATE-LINE TO BLR-LINE.
           WRITE BLR-LINE.
           MOVE SPACES TO BLR-LINE.
           WRITE BLR-LINE.

       LOAD-SECTION SECTION.
           PERFORM READ-PLAN-PARAGRAPH.
           PERFORM PROCESS-ONE-PLAN-PARAGRAPH UNTIL WS-PLAN-EOF.

       LOAD-DETAIL-SECTION SECTION.
       READ-PLAN-PARAGRAPH.
           READ BUDGET-PLAN-FILE
               AT END
                   SET WS-PLAN-EOF TO TRUE
           END-READ.

       PROCESS-ONE-PLAN-PARAGRAPH.
           ADD 1 TO WS-PLAN-READ.
           PERFORM VALIDATE-PLAN-PARAGRAPH.
           IF WS-PLAN-VALID
               PERFORM LOAD-ONE-MONTH-PARAGRAPH
                   VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 12
           ELSE
               PERFORM REJECT-PLAN-PARAGRAPH
           END-IF.
           PERFORM READ-PLAN-PARAGRAPH.

       VALIDATE-PLAN-PARAGRAPH.
           SET WS-PLAN-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE BP-DIM-TYPE TO BG-DIM-TYPE.
           EVALUATE TRUE
               WHEN NOT BG-TYPE-VALID
                   MOVE 'TYPE NOT R OR L' TO WS-REJECT-REASON
               WHEN BP-ENTITY-KEY = SPACES
                   MOVE 'REP OR LINE CODE BLANK' TO WS-REJECT-REASON
               WHEN BP-PLAN-YEAR NOT NUMERIC
                   MOVE 'PLAN YEAR NOT NUMERIC' TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM CHECK-MONTH-AMOUNT-PARAGRAPH
                       VARYING WS-MONTH-IDX FROM 1 BY 1
                       UNTIL WS-MONTH-IDX > 12
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES AND BG-TYPE-REP
               MOVE BP-ENTITY-KEY TO RM-REP-CODE
               READ REPMAST-FILE
                   INVALID KEY
                       MOVE 'REP NOT ON REP MASTER'
                            TO WS-REJECT-REASON
               END-READ
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               MOVE 'N' TO WS-PLAN-VALID-SW
           END-IF.

       CHECK-MONTH-AMOUNT-PARAGRAPH.
           IF BP-MONTH-AMOUNT(WS-MONTH-IDX) NOT NUMERIC
               MOVE 'MONTHLY AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
           END-IF.

       LOAD-ONE-MONTH-PARAGRAPH.
           MOVE BP-DIM-TYPE TO BG-DIM-TYPE.
           MOVE BP-ENTITY-KEY TO BG-ENTITY-KEY.
           COMPUTE BG-PERIOD = BP-PLAN-YEAR-NUM * 100 + WS-MONTH-IDX.
           MOVE BP-MONTH-AMOUNT(WS-MONTH-IDX) TO WS-NEW-AMOUNT.
           ADD WS-NEW-AMOUNT TO WS-LOADED-TOTAL.
           READ BUDGET-FILE
               INVALID KEY
                   PERFORM ADD-BUDGET-ROW-PARAGRAPH
               NOT INVALID KEY
                   PERFORM REPLACE-BUDGET-ROW-PARAGRAPH
           END-READ.

       ADD-BUDGET-ROW-PARAGRAPH.
           MOVE SPACES TO BUDGET-REC.
           MOVE BP-DIM-TYPE TO BG-DIM-TYPE.
           MOVE BP-ENTITY-KEY TO BG-ENTITY-KEY.
           COMPUTE BG-PERIOD = BP-PLAN-YEAR-NUM * 100 + WS-MONTH-IDX.
           PERFORM SET-LOADED-FIELDS-PARAGRAPH.
           WRITE BUDGET-REC
               INVALID KEY
                   DISPLAY 'BUDGLOAD: BUDGET WRITE FAILED FOR '
                           BG-BUDGET-KEY ' STATUS=' WS-BUDGET-STATUS
                   MOVE WS-RC-DB-ERROR TO RETURN-CODE
                   STOP RUN
           END-WRITE.
           ADD 1 TO WS-ROWS-ADDED.

       REPLACE-BUDGET-ROW-PARAGRAPH.
           IF BG-SOURCE-KEYED
               ADD 1 TO WS-KEYED-REPLACED
           END-IF.
           PERFORM SET-LOADED-FIELDS-PARAGRAPH.
           REWRITE BUDGET-REC
               INVALID KEY
                   DISPLAY 'BUDGLOAD: BUDGET REWRITE FAILED FOR '
                           BG-BUDGET-KEY ' STATUS=' WS-BUDGET-STATUS
                   MOVE WS-RC-DB-ERROR TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
           ADD 1 TO WS-ROWS-REPLACED.

       SET-LOADED-FIELDS-PARAGRAPH.
           MOVE WS-NEW-AMOUNT TO BG-BUDGET-AMOUNT.
           SET BG-SOURCE-PLAN TO TRUE.
           MOVE 'BUDGLOAD' TO BG-UPDATED-BY.
           MOVE WS-TODAY TO BG-UPDATED-DATE.

       REJECT-PLAN-PARAGRAPH.
           ADD 1 TO WS-PLAN-REJECTED.
           MOVE BP-DIM-TYPE TO BLR-DIM-TYPE.
           MOVE BP-ENTITY-KEY TO BLR-ENTITY-KEY.
           MOVE BP-PLAN-YEAR TO BLR-PLAN-YEAR.
           MOVE WS-REJECT-REASON TO BLR-REASON.
           MOVE WS-REJECT-LINE TO BLR-LINE.
           WRITE BLR-LINE.
           MOVE WS-RC-WARNING TO RETURN-CODE.

       CLOSE-SECTION SECTION.
       CLOSE-PARAGRAPH.
           MOVE SPACES TO BLR-LINE.
           WRITE BLR-LINE.
           MOVE WS-LOADED-TOTAL TO TOT-LOADED.
           MOVE WS-TOTAL-LINE TO BLR-LINE.
           WRITE BLR-LINE.
           MOVE 'PLAN RECORDS READ' TO CNT-LABEL.
           MOVE WS-PLAN-READ TO CNT-VALUE.
           PERFORM WRITE-COUNT-PARAGRAPH.
           MOVE 'PLAN RECORDS REJECTED' TO CNT-LABEL.
           MOVE WS-PLAN-REJECTED TO CNT-VALUE.
           PERFORM WRITE-COUNT-PARAGRAPH.
           MOVE 'BUDGET ROWS ADDED' TO CNT-LABEL.
           MOVE WS-ROWS-ADDED TO CNT-VALUE.
           PERFORM WRITE-COUNT-PARAGRAPH.
           MOVE 'BUDGET ROWS REPLACED' TO CNT-LABEL.
           MOVE WS-ROWS-REPLACED TO CNT-VALUE.
           PERFORM WRITE-COUNT-PARAGRAPH.
           MOVE '  OF WHICH KEYED ONLINE' TO CNT-LABEL.
           MOVE WS-KEYED-REPLACED TO CNT-VALUE.
           PERFORM WRITE-COUNT-PARAGRAPH.
           CLOSE BUDGET-PLAN-FILE.
           CLOSE BUDGET-FILE.
           CLOSE REPMAST-FILE.
           CLOSE LOAD-REPORT-FILE.
           DISPLAY 'BUDGLOAD: PLAN RECORDS READ=' WS-PLAN-READ
                   ' REJECTED=' WS-PLAN-REJECTED
                   ' ROWS ADDED=' WS-ROWS-ADDED
                   ' REPLACED=' WS-ROWS-REPLACED.

       WRITE-COUNT-PARAGRAPH.
           MOVE WS-COUNT-LINE TO BLR-LINE.
           WRITE BLR-LINE.

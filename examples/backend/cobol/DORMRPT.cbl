      *> Monthly dormant and declining customer report. Walks the
      *> customer master, the AR open items and the customer rows of
      *> the sales history master together in customer order (the
      *> way ARAGING walks the master against the items) and lists
      *> every active customer who either
      *>   - has not bought for the dormancy limit's number of days
      *>     or more (DORMANT), or
      *>   - bought less in the last three periods than in the same
      *>     three periods a year before, by more than the decline
      *>     limit's percent (DECLINING).
      *> A customer can be both. Each line shows the rep who last
      *> sold to them, the last sale date and days since, the two
      *> three-period totals and the change, and the outstanding
      *> balance; each listed customer is also written to the CALLLST
      *> extract for the sales team's call-list tool.
      *>
      *> The last sale is the customer's latest invoice on the AR
      *> open items (items stay on file after they are paid), which
      *> also names the rep. A customer with no invoice on the ledger
      *> falls back to the last history period with any activity,
      *> taken as that period's last day, and shows no rep; one with
      *> neither shows NEVER and is dormant. The three periods end
      *> with the DATECARD period.
      *>
      *> PARM: 'CCYYMM,DDD,PP' -- each optional. CCYYMM reports as at
      *> a back period, DDD is the dormancy limit in days (default
      *> 90) and PP the decline limit in percent (default 25).
      *>
      *> Modification history
      *> 2026-10-15  Initial version.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMRPT.
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
           SELECT SALES-HISTORY-FILE ASSIGN TO SALESHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HS-HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT REPMAST-FILE ASSIGN TO REPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-REP-CODE
               FILE STATUS IS WS-REPMAST-STATUS.
           SELECT DATE-CARD-FILE ASSIGN TO DATECARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATECARD-STATUS.
           SELECT CALL-LIST-FILE ASSIGN TO CALLLST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALLLST-STATUS.
           SELECT DORMANT-REPORT-FILE ASSIGN TO DORMRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
       COPY CUSTMREC.

       FD  AR-ITEM-FILE.
       COPY ARITEM.

       FD  SALES-HISTORY-FILE.
       COPY SALESHST.

       FD  REPMAST-FILE.
       COPY REPMREC.

       FD  DATE-CARD-FILE.
       COPY DATECARD.

       FD  CALL-LIST-FILE.
       COPY CALLLIST.

       FD  DORMANT-REPORT-FILE.
       01 DRM-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CUSTMAST-STATUS   PIC X(2)  VALUE '00'.
       01 WS-ARITEM-STATUS     PIC X(2)  VALUE '00'.
       01 WS-HISTORY-STATUS    PIC X(2)  VALUE '00'.
       01 WS-REPMAST-STATUS    PIC X(2)  VALUE '00'.
       01 WS-DATECARD-STATUS   PIC X(2)  VALUE '00'.
       01 WS-CALLLST-STATUS    PIC X(2)  VALUE '00'.
       01 WS-REPORT-STATUS     PIC X(2)  VALUE '00'.
       01 WS-CUST-EOF-SW       PIC X     VALUE 'N'.
          88 WS-CUST-EOF                 VALUE 'Y'.
       01 WS-ITEM-EOF-SW       PIC X     VALUE 'N'.
          88 WS-ITEM-EOF                 VALUE 'Y'.
       01 WS-HIST-EOF-SW       PIC X     VALUE 'N'.
          88 WS-HIST-EOF                 VALUE 'Y'.
       01 WS-DORMANT-SW        PIC X     VALUE 'N'.
          88 WS-DORMANT                  VALUE 'Y'.
       01 WS-DECLINING-SW      PIC X     VALUE 'N'.
          88 WS-DECLINING                VALUE 'Y'.
       01 WS-PARM-PERIOD       PIC X(06) VALUE SPACES.
       01 WS-PARM-DAYS         PIC X(03) JUSTIFIED RIGHT
                                         VALUE SPACES.
       01 WS-PARM-DAYS-NUM REDEFINES WS-PARM-DAYS
                               PIC 9(03).
       01 WS-PARM-PCT          PIC X(02) JUSTIFIED RIGHT
                                         VALUE SPACES.
       01 WS-PARM-PCT-NUM REDEFINES WS-PARM-PCT
                               PIC 9(02).
       01 WS-DORMANT-DAYS      PIC 9(03) VALUE 090.
       01 WS-DECLINE-PCT       PIC 9(02) VALUE 25.
       01 WS-BUSINESS-DATE     PIC 9(08) VALUE ZERO.
       01 WS-REPORT-PERIOD     PIC 9(06) VALUE ZERO.
       01 WS-PERIOD-WORK.
          05 WS-PERIOD-YEAR    PIC 9(04).
          05 WS-PERIOD-MONTH   PIC 9(02).
       01 WS-PERIOD-WORK-N REDEFINES WS-PERIOD-WORK
                               PIC 9(06).
       01 WS-WINDOW-START      PIC 9(06) VALUE ZERO.
       01 WS-PRIOR-START       PIC 9(06) VALUE ZERO.
       01 WS-PRIOR-END         PIC 9(06) VALUE ZERO.
       01 WS-DATE-WORK.
          05 WS-DATE-PERIOD    PIC 9(06).
          05 WS-DATE-DD        PIC 9(02).
       01 WS-DATE-WORK-N REDEFINES WS-DATE-WORK
                               PIC 9(08).
       01 WS-LAST-SALE-DATE    PIC 9(08) VALUE ZERO.
       01 WS-LAST-HIST-PERIOD  PIC 9(06) VALUE ZERO.
       01 WS-LAST-REP-CODE     PIC X(04) VALUE SPACES.
       01 WS-DAYS-SINCE        PIC 9(05) VALUE ZERO.
       01 WS-CURRENT-SALES     PIC S9(11)V99 VALUE ZERO.
       01 WS-PRIOR-SALES       PIC S9(11)V99 VALUE ZERO.
       01 WS-CHANGE-PCT        PIC S9(4)V9 VALUE ZERO.
       01 WS-PCT-EDIT          PIC ----9.9.
       01 WS-CUST-READ         PIC 9(6)  VALUE ZERO.
       01 WS-ACTIVE-COUNT      PIC 9(6)  VALUE ZERO.
       01 WS-DORMANT-COUNT     PIC 9(6)  VALUE ZERO.
       01 WS-DECLINING-COUNT   PIC 9(6)  VALUE ZERO.
       01 WS-LISTED-COUNT      PIC 9(6)  VALUE ZERO.
       01 WS-DRM-HEADER        PIC X(40) VALUE
              'DORMANT AND DECLINING CUSTOMERS'.
       01 WS-DRM-DATE-LINE.
          05 FILLER            PIC X(15) VALUE 'AS AT:         '.
          05 HDR-BUSINESS-DATE PIC 9(08).
          05 FILLER            PIC X(18) VALUE '   THREE PERIODS: '.
          05 HDR-WINDOW-START  PIC 9(06).
          05 FILLER            PIC X(01) VALUE '-'.
          05 HDR-WINDOW-END    PIC 9(06).
          05 FILLER            PIC X(13) VALUE '  LAST YEAR: '.
          05 HDR-PRIOR-START   PIC 9(06).
          05 FILLER            PIC X(01) VALUE '-'.
          05 HDR-PRIOR-END     PIC 9(06).
       01 WS-DRM-LIMIT-LINE.
          05 FILLER            PIC X(15) VALUE 'DORMANT AFTER: '.
          05 HDR-DORMANT-DAYS  PIC ZZ9.
          05 FILLER            PIC X(23) VALUE
                 ' DAYS   DECLINE OVER: '.
          05 HDR-DECLINE-PCT   PIC Z9.
          05 FILLER            PIC X(01) VALUE '%'.
       01 WS-DRM-COLUMNS.
          05 FILLER PIC X(35) VALUE 'CUSTOMER    NAME'.
          05 FILLER PIC X(22) VALUE 'REP   LAST SALE   DAYS'.
          05 FILLER PIC X(16) VALUE '  LAST 3 PERIODS'.
          05 FILLER PIC X(16) VALUE '       LAST YEAR'.
          05 FILLER PIC X(09) VALUE '   CHANGE'.
          05 FILLER PIC X(15) VALUE '        BALANCE'.
          05 FILLER PIC X(19) VALUE '  REASON'.
       01 WS-DRM-DETAIL-LINE.
          05 DRM-CUST-ID       PIC X(10).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 DRM-CUST-NAME     PIC X(21).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 DRM-REP-CODE      PIC X(04).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 DRM-LAST-SALE     PIC X(10).
          05 FILLER            PIC X(01) VALUE SPACES.
          05 DRM-DAYS          PIC X(05).
          05 FILLER            PIC X(01) VALUE SPACES.
          05 DRM-CURRENT       PIC $$$,$$$,$$9.99-.
          05 FILLER            PIC X(01) VALUE SPACES.
          05 DRM-PRIOR         PIC $$$,$$$,$$9.99-.
          05 FILLER            PIC X(01) VALUE SPACES.
          05 DRM-CHANGE        PIC X(08).
          05 FILLER            PIC X(01) VALUE SPACES.
          05 DRM-BALANCE       PIC $$,$$$,$$9.99-.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 DRM-REASON        PIC X(17).
       01 WS-DRM-SALE-DATE.
          05 DRM-SALE-CCYY     PIC 9(04).
          05 FILLER            PIC X(01) VALUE '-'.
          05 DRM-SALE-MM       PIC 9(02).
          05 FILLER            PIC X(01) VALUE '-'.
          05 DRM-SALE-DD       PIC 9(02).
       01 WS-DRM-DAYS-EDIT     PIC ZZZZ9.
       01 WS-NONE-LINE         PIC X(40) VALUE
              'NO DORMANT OR DECLINING CUSTOMERS'.
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
           PERFORM REVIEW-SECTION.
           PERFORM CLOSE-PARAGRAPH.
           STOP RUN.

       INIT-PARAGRAPH.
           OPEN INPUT DATE-CARD-FILE.
           IF WS-DATECARD-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'DORMRPT: DATE-CARD-FILE OPEN FAILED, STATUS='
                       WS-DATECARD-STATUS
               MOVE WS-RC-DATE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           READ DATE-CARD-FILE
               AT END
                   DISPLAY 'DORMRPT: DATECARD ABSENT OR EMPTY - '
                           'BUSINESS DATE UNKNOWN'
                   MOVE WS-RC-DATE-ERROR TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE DC-BUSINESS-DATE TO WS-BUSINESS-DATE
                   MOVE DC-PERIOD TO WS-REPORT-PERIOD
           END-READ.
           CLOSE DATE-CARD-FILE.
           IF LK-PARM-LEN > ZERO
               UNSTRING LK-PARM-TEXT(1:LK-PARM-LEN) DELIMITED BY ','
                   INTO WS-PARM-PERIOD WS-PARM-DAYS WS-PARM-PCT
               END-UNSTRING
           END-IF.
           IF WS-PARM-PERIOD NUMERIC
               MOVE WS-PARM-PERIOD TO WS-REPORT-PERIOD
           END-IF.
           INSPECT WS-PARM-DAYS REPLACING LEADING SPACE BY '0'.
           IF WS-PARM-DAYS NUMERIC AND WS-PARM-DAYS-NUM > ZERO
               MOVE WS-PARM-DAYS-NUM TO WS-DORMANT-DAYS
           END-IF.
           INSPECT WS-PARM-PCT REPLACING LEADING SPACE BY '0'.
           IF WS-PARM-PCT NUMERIC AND WS-PARM-PCT-NUM > ZERO
               MOVE WS-PARM-PCT-NUM TO WS-DECLINE-PCT
           END-IF.
           MOVE WS-REPORT-PERIOD TO WS-PERIOD-WORK-N.
           PERFORM STEP-BACK-PERIOD-PARAGRAPH 2 TIMES.
           MOVE WS-PERIOD-WORK-N TO WS-WINDOW-START.
           COMPUTE WS-PRIOR-START = WS-WINDOW-START - 100.
           COMPUTE WS-PRIOR-END = WS-REPORT-PERIOD - 100.
           OPEN INPUT CUSTMAST-FILE.
           IF WS-CUSTMAST-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'DORMRPT: CUSTMAST-FILE OPEN FAILED, STATUS='
                       WS-CUSTMAST-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT AR-ITEM-FILE.
           IF WS-ARITEM-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'DORMRPT: AR-ITEM-FILE OPEN FAILED, STATUS='
                       WS-ARITEM-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SALES-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'DORMRPT: SALES-HISTORY-FILE OPEN FAILED, '
                       'STATUS=' WS-HISTORY-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT REPMAST-FILE.
           IF WS-REPMAST-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'DORMRPT: REPMAST-FILE OPEN FAILED, STATUS='
                       WS-REPMAST-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CALL-LIST-FILE.
           IF WS-CALLLST-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'DORMRPT: CALL-LIST-FILE OPEN FAILED, STATUS='
                       WS-CALLLST-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT DORMANT-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'DORMRPT: DORMANT-REPORT-FILE OPEN FAILED, '
                       'STATUS=' WS-REPORT-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DRM-HEADER TO DRM-LINE.
           WRITE DRM-LINE.
           MOVE WS-BUSINESS-DATE TO HDR-BUSINESS-DATE.
           MOVE WS-WINDOW-START TO HDR-WINDOW-START.
           MOVE WS-REPORT-PERIOD TO HDR-WINDOW-END.
           MOVE WS-PRIOR-START TO HDR-PRIOR-START.
           MOVE WS-PRIOR-END TO HDR-PRIOR-END.
           MOVE WS-DRM-DATE-LINE TO DRM-LINE.
           WRITE DRM-LINE.
           MOVE WS-DORMANT-DAYS TO HDR-DORMANT-DAYS.
           MOVE WS-DECLINE-PCT TO HDR-DECLINE-PCT.
           MOVE WS-DRM-LIMIT-LINE TO DRM-LINE.
           WRITE DRM-LINE.
           MOVE SPACES TO DRM-LINE.
           WRITE DRM-LINE.
           MOVE WS-DRM-COLUMNS TO DRM-LINE.
           WRITE DRM-LINE.

      *> The history master holds every entity type; position on the
      *> first customer row and treat the first non-customer row as
      *> the end of the customer rows.
       REVIEW-SECTION SECTION.
           MOVE LOW-VALUES TO HS-HIST-KEY.
           SET HS-TYPE-CUSTOMER TO TRUE.
           START SALES-HISTORY-FILE KEY NOT < HS-HIST-KEY
               INVALID KEY
                   SET WS-HIST-EOF TO TRUE
           END-START.
           IF NOT WS-HIST-EOF
               PERFORM READ-HISTORY-PARAGRAPH
           END-IF.
           PERFORM READ-CUSTOMER-PARAGRAPH.
           PERFORM READ-ITEM-PARAGRAPH.
           PERFORM REVIEW-ONE-CUSTOMER-PARAGRAPH UNTIL WS-CUST-EOF.
           IF WS-LISTED-COUNT = ZERO
               MOVE WS-NONE-LINE TO DRM-LINE
               WRITE DRM-LINE
           END-IF.

       REVIEW-DETAIL-SECTION SECTION.
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

       READ-HISTORY-PARAGRAPH.
           READ SALES-HISTORY-FILE
               AT END
                   SET WS-HIST-EOF TO TRUE
           END-READ.
           IF NOT WS-HIST-EOF AND NOT HS-TYPE-CUSTOMER
               SET WS-HIST-EOF TO TRUE
           END-IF.

       REVIEW-ONE-CUSTOMER-PARAGRAPH.
           MOVE ZERO TO WS-LAST-SALE-DATE.
           MOVE SPACES TO WS-LAST-REP-CODE.
           MOVE ZERO TO WS-LAST-HIST-PERIOD.
           MOVE ZERO TO WS-CURRENT-SALES.
           MOVE ZERO TO WS-PRIOR-SALES.
           PERFORM READ-ITEM-PARAGRAPH
               UNTIL WS-ITEM-EOF OR AR-CUST-ID NOT < CM-CUST-ID.
           PERFORM TAKE-ITEM-PARAGRAPH
               UNTIL WS-ITEM-EOF OR AR-CUST-ID NOT = CM-CUST-ID.
           PERFORM READ-HISTORY-PARAGRAPH
               UNTIL WS-HIST-EOF OR HS-ENTITY-KEY NOT < CM-CUST-ID.
           PERFORM TAKE-HISTORY-PARAGRAPH
               UNTIL WS-HIST-EOF OR HS-ENTITY-KEY NOT = CM-CUST-ID.
           IF CM-STATUS-ACTIVE
               ADD 1 TO WS-ACTIVE-COUNT
               PERFORM ASSESS-CUSTOMER-PARAGRAPH
           END-IF.
           PERFORM READ-CUSTOMER-PARAGRAPH.

      *> Items come in document-number order, which is issue order,
      *> so the last invoice seen is the latest sale.
       TAKE-ITEM-PARAGRAPH.
           IF AR-DOC-INVOICE
               MOVE AR-DOC-DATE TO WS-LAST-SALE-DATE
               MOVE AR-REP-CODE TO WS-LAST-REP-CODE
           END-IF.
           PERFORM READ-ITEM-PARAGRAPH.

       TAKE-HISTORY-PARAGRAPH.
           IF HS-PERIOD-COUNT > ZERO
               MOVE HS-PERIOD TO WS-LAST-HIST-PERIOD
           END-IF.
           IF HS-PERIOD NOT < WS-WINDOW-START
              AND HS-PERIOD NOT > WS-REPORT-PERIOD
               ADD HS-PERIOD-AMOUNT TO WS-CURRENT-SALES
           END-IF.
           IF HS-PERIOD NOT < WS-PRIOR-START
              AND HS-PERIOD NOT > WS-PRIOR-END
               ADD HS-PERIOD-AMOUNT TO WS-PRIOR-SALES
           END-IF.
           PERFORM READ-HISTORY-PARAGRAPH.

       ASSESS-CUSTOMER-PARAGRAPH.
           MOVE 'N' TO WS-DORMANT-SW.
           MOVE 'N' TO WS-DECLINING-SW.
           IF WS-LAST-SALE-DATE = ZERO
              AND WS-LAST-HIST-PERIOD NOT = ZERO
               PERFORM HISTORY-SALE-DATE-PARAGRAPH
           END-IF.
           IF WS-LAST-SALE-DATE = ZERO
               MOVE 99999 TO WS-DAYS-SINCE
           ELSE
               IF WS-LAST-SALE-DATE < WS-BUSINESS-DATE
                   COMPUTE WS-DAYS-SINCE =
                       FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                     - FUNCTION INTEGER-OF-DATE(WS-LAST-SALE-DATE)
               ELSE
                   MOVE ZERO TO WS-DAYS-SINCE
               END-IF
           END-IF.
           IF WS-DAYS-SINCE NOT < WS-DORMANT-DAYS
               SET WS-DORMANT TO TRUE
               ADD 1 TO WS-DORMANT-COUNT
           END-IF.
           MOVE ZERO TO WS-CHANGE-PCT.
           IF WS-PRIOR-SALES > ZERO
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   (WS-CURRENT-SALES - WS-PRIOR-SALES) * 100
                   / WS-PRIOR-SALES
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-CHANGE-PCT
               END-COMPUTE
               IF WS-CHANGE-PCT < ZERO
                  AND ZERO - WS-CHANGE-PCT > WS-DECLINE-PCT
                   SET WS-DECLINING TO TRUE
                   ADD 1 TO WS-DECLINING-COUNT
               END-IF
           END-IF.
           IF WS-DORMANT OR WS-DECLINING
               ADD 1 TO WS-LISTED-COUNT
               PERFORM FIND-REP-PARAGRAPH
               PERFORM PRINT-CUSTOMER-PARAGRAPH
               PERFORM WRITE-CALL-LIST-PARAGRAPH
           END-IF.

      *> No invoice on the ledger: the customer last bought some time
      *> in the last history period with activity, so count from the
      *> last day of that period (the day before the next one starts).
       HISTORY-SALE-DATE-PARAGRAPH.
           MOVE WS-LAST-HIST-PERIOD TO WS-PERIOD-WORK-N.
           IF WS-PERIOD-MONTH = 12
               ADD 1 TO WS-PERIOD-YEAR
               MOVE 1 TO WS-PERIOD-MONTH
           ELSE
               ADD 1 TO WS-PERIOD-MONTH
           END-IF.
           MOVE WS-PERIOD-WORK-N TO WS-DATE-PERIOD.
           MOVE 1 TO WS-DATE-DD.
           COMPUTE WS-LAST-SALE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-N) - 1).

       STEP-BACK-PERIOD-PARAGRAPH.
           IF WS-PERIOD-MONTH = 1
               SUBTRACT 1 FROM WS-PERIOD-YEAR
               MOVE 12 TO WS-PERIOD-MONTH
           ELSE
               SUBTRACT 1 FROM WS-PERIOD-MONTH
           END-IF.

       FIND-REP-PARAGRAPH.
           MOVE SPACES TO RM-REP-NAME.
           IF WS-LAST-REP-CODE NOT = SPACES
               MOVE WS-LAST-REP-CODE TO RM-REP-CODE
               READ REPMAST-FILE
                   INVALID KEY
                       MOVE SPACES TO RM-REP-NAME
               END-READ
           END-IF.

       PRINT-CUSTOMER-PARAGRAPH.
           MOVE CM-CUST-ID TO DRM-CUST-ID.
           MOVE CM-CUST-NAME TO DRM-CUST-NAME.
           MOVE WS-LAST-REP-CODE TO DRM-REP-CODE.
           IF WS-LAST-SALE-DATE = ZERO
               MOVE 'NEVER' TO DRM-LAST-SALE
               MOVE SPACES TO DRM-DAYS
           ELSE
               MOVE WS-LAST-SALE-DATE TO WS-DATE-WORK-N
               MOVE WS-DATE-PERIOD TO WS-PERIOD-WORK-N
               MOVE WS-PERIOD-YEAR TO DRM-SALE-CCYY
               MOVE WS-PERIOD-MONTH TO DRM-SALE-MM
               MOVE WS-DATE-DD TO DRM-SALE-DD
               MOVE WS-DRM-SALE-DATE TO DRM-LAST-SALE
               MOVE WS-DAYS-SINCE TO WS-DRM-DAYS-EDIT
               MOVE WS-DRM-DAYS-EDIT TO DRM-DAYS
           END-IF.
           MOVE WS-CURRENT-SALES TO DRM-CURRENT.
           MOVE WS-PRIOR-SALES TO DRM-PRIOR.
           IF WS-PRIOR-SALES > ZERO
               MOVE WS-CHANGE-PCT TO WS-PCT-EDIT
               MOVE SPACES TO DRM-CHANGE
               MOVE WS-PCT-EDIT TO DRM-CHANGE
               MOVE '%' TO DRM-CHANGE(8:1)
           ELSE
               MOVE '     N/A' TO DRM-CHANGE
           END-IF.
           MOVE CM-OUTSTANDING-BAL TO DRM-BALANCE.
           EVALUATE TRUE
               WHEN WS-DORMANT AND WS-DECLINING
                   MOVE 'DORMANT,DECLINING' TO DRM-REASON
               WHEN WS-DORMANT
                   MOVE 'DORMANT' TO DRM-REASON
               WHEN OTHER
                   MOVE 'DECLINING' TO DRM-REASON
           END-EVALUATE.
           MOVE WS-DRM-DETAIL-LINE TO DRM-LINE.
           WRITE DRM-LINE.

       WRITE-CALL-LIST-PARAGRAPH.
           MOVE WS-BUSINESS-DATE TO CL-RUN-DATE.
           MOVE CM-CUST-ID TO CL-CUST-ID.
           MOVE CM-CUST-NAME TO CL-CUST-NAME.
           EVALUATE TRUE
               WHEN WS-DORMANT AND WS-DECLINING
                   SET CL-REASON-BOTH TO TRUE
               WHEN WS-DORMANT
                   SET CL-REASON-DORMANT TO TRUE
               WHEN OTHER
                   SET CL-REASON-DECLINING TO TRUE
           END-EVALUATE.
           MOVE WS-LAST-REP-CODE TO CL-REP-CODE.
           MOVE RM-REP-NAME TO CL-REP-NAME.
           MOVE WS-LAST-SALE-DATE TO CL-LAST-SALE-DATE.
           IF WS-LAST-SALE-DATE = ZERO
               MOVE ZERO TO CL-DAYS-SINCE-SALE
           ELSE
               MOVE WS-DAYS-SINCE TO CL-DAYS-SINCE-SALE
           END-IF.
           MOVE WS-CURRENT-SALES TO CL-CURRENT-SALES.
           MOVE WS-PRIOR-SALES TO CL-PRIOR-SALES.
           IF WS-PRIOR-SALES > ZERO
               MOVE WS-CHANGE-PCT TO CL-CHANGE-PCT
           ELSE
               MOVE ZERO TO CL-CHANGE-PCT
           END-IF.
           MOVE CM-OUTSTANDING-BAL TO CL-OUTSTANDING-BAL.
           WRITE CALL-LIST-REC.

       CLOSE-SECTION SECTION.
       CLOSE-PARAGRAPH.
           MOVE SPACES TO DRM-LINE.
           WRITE DRM-LINE.
           MOVE 'CUSTOMERS READ' TO CNT-LABEL.
           MOVE WS-CUST-READ TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO DRM-LINE.
           WRITE DRM-LINE.
           MOVE 'ACTIVE CUSTOMERS' TO CNT-LABEL.
           MOVE WS-ACTIVE-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO DRM-LINE.
           WRITE DRM-LINE.
           MOVE 'DORMANT' TO CNT-LABEL.
           MOVE WS-DORMANT-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO DRM-LINE.
           WRITE DRM-LINE.
           MOVE 'DECLINING' TO CNT-LABEL.
           MOVE WS-DECLINING-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO DRM-LINE.
           WRITE DRM-LINE.
           MOVE 'WRITTEN TO CALL LIST' TO CNT-LABEL.
           MOVE WS-LISTED-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO DRM-LINE.
           WRITE DRM-LINE.
           CLOSE CUSTMAST-FILE.
           CLOSE AR-ITEM-FILE.
           CLOSE SALES-HISTORY-FILE.
           CLOSE REPMAST-FILE.
           CLOSE CALL-LIST-FILE.
           CLOSE DORMANT-REPORT-FILE.
           DISPLAY 'DORMRPT: ACTIVE=' WS-ACTIVE-COUNT
                   ' DORMANT=' WS-DORMANT-COUNT
                   ' DECLINING=' WS-DECLINING-COUNT
                   ' LISTED=' WS-LISTED-COUNT.

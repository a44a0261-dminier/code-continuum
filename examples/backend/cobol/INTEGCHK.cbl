      *> Weekly cross-file referential integrity sweep. The masters
      *> are each maintained on their own (CUSTMAINT, PRODMAINT,
      *> REPMAINT, CUSTMERG for merges) and nothing else checks that
      *> they still agree with one another or with what the nightly
      *> stream has built on them. This step reads them all and lists
      *> every disagreement it finds:
      *>   HC/IC  customer history for a customer not on CUSTMAST, or
      *>          one now inactive
      *>   HP/IP  product history for a product not on PRODMAST, or
      *>          one now inactive
      *>   HR/IR  rep history for a rep not on REPMAST, or inactive
      *>   HL/IL  product-line history for a line no product carries
      *>          any more, or that no active product carries
      *>   HT     tax history for a jurisdiction with no TAXRATES rate
      *>   CR     COMMPAID rows for a rep not on REPMAST
      *>   GM     active products with no GLMAP revenue account (GLPOST
      *>          fails the night one of them sells)
      *>   FX     currencies on the sales feed -- tonight's feed and
      *>          the rejects SALESEDT has kept -- with no FXRATES rate
      *>          in force at the DATECARD business date
      *>   OB/OI  a CM-OUTSTANDING-BAL that does not equal the open AR
      *>          items behind it, and open items with no customer
      *> History is checked once per entity, not once per period: the
      *> line gives the number of periods held, the latest period and
      *> their total. Each finding carries a severity -- HIGH where
      *> something will post wrongly or fail, MED where a report
      *> will come out incomplete, LOW where history merely refers to
      *> an entity since retired -- and INTGRPT ends with the count
      *> of each finding. Any finding ends the step RC 4.
      *>
      *> Read-only: nothing is corrected here. Each finding is cleared
      *> at its source (the maintenance screens, GLMAP, TAXRATES or
      *> treasury's FXRATES) and drops off the next week's sweep.
      *>
      *> Modification history
      *> 2026-10-15  Initial version.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.
       AUTHOR. CODE-CONTINUUM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATE-CARD-FILE ASSIGN TO DATECARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATECARD-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT PRODMAST-FILE ASSIGN TO PRODMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PRODUCT-CODE
               FILE STATUS IS WS-PRODMAST-STATUS.
           SELECT REPMAST-FILE ASSIGN TO REPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-REP-CODE
               FILE STATUS IS WS-REPMAST-STATUS.
           SELECT SALES-HISTORY-FILE ASSIGN TO SALESHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HS-HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT COMM-PAID-FILE ASSIGN TO COMMPAID
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CP-PAID-KEY
               FILE STATUS IS WS-COMMPAID-STATUS.
           SELECT AR-ITEM-FILE ASSIGN TO ARITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-ITEM-KEY
               FILE STATUS IS WS-ARITEM-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO GLMAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.
           SELECT TAX-RATE-FILE ASSIGN TO TAXRATES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXRATE-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO FXRATES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXRATE-STATUS.
           SELECT OPTIONAL SALES-FEED-FILE ASSIGN TO SALESIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT OPTIONAL SALES-ERROR-FILE ASSIGN TO SALESERR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESERR-STATUS.
           SELECT INTEGRITY-REPORT-FILE ASSIGN TO INTGRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATE-CARD-FILE.
       COPY DATECARD.

       FD  CUSTMAST-FILE.
       COPY CUSTMREC.

       FD  PRODMAST-FILE.
       COPY PRODMREC.

       FD  REPMAST-FILE.
       COPY REPMREC.

       FD  SALES-HISTORY-FILE.
       COPY SALESHST.

       FD  COMM-PAID-FILE.
       COPY COMMPAID.

       FD  AR-ITEM-FILE.
       COPY ARITEM.

       FD  GL-MAP-FILE.
       01 GL-MAP-REC.
          05 GM-PRODUCT-CODE    PIC X(06).
          05 GM-GL-ACCOUNT      PIC X(08).

       FD  TAX-RATE-FILE.
       COPY TAXRATE.

       FD  FX-RATE-FILE.
       COPY FXRATE.

      *> Only the record type and currency are needed off the feed
      *> detail and off the reject image SALESEDT writes after its
      *> two-byte reason code.
       FD  SALES-FEED-FILE.
       01 SALES-FEED-REC.
          05 FEED-REC-TYPE      PIC X(01).
             88 FEED-REC-DETAIL         VALUE 'D'.
          05 FILLER             PIC X(34).
          05 FEED-CURRENCY-CODE PIC X(03).
          05 FILLER             PIC X(26).

       FD  SALES-ERROR-FILE.
       01 SALES-ERROR-REC.
          05 ERR-REASON-CODE    PIC X(02).
          05 ERR-REC-TYPE       PIC X(01).
             88 ERR-REC-DETAIL          VALUE 'D'.
          05 FILLER             PIC X(34).
          05 ERR-CURRENCY-CODE  PIC X(03).
          05 FILLER             PIC X(26).

       FD  INTEGRITY-REPORT-FILE.
       01 INT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-DATECARD-STATUS   PIC X(2)  VALUE '00'.
       01 WS-CUSTMAST-STATUS   PIC X(2)  VALUE '00'.
       01 WS-PRODMAST-STATUS   PIC X(2)  VALUE '00'.
       01 WS-REPMAST-STATUS    PIC X(2)  VALUE '00'.
       01 WS-HISTORY-STATUS    PIC X(2)  VALUE '00'.
       01 WS-COMMPAID-STATUS   PIC X(2)  VALUE '00'.
       01 WS-ARITEM-STATUS     PIC X(2)  VALUE '00'.
       01 WS-GLMAP-STATUS      PIC X(2)  VALUE '00'.
       01 WS-TAXRATE-STATUS    PIC X(2)  VALUE '00'.
       01 WS-FXRATE-STATUS     PIC X(2)  VALUE '00'.
       01 WS-FEED-STATUS       PIC X(2)  VALUE '00'.
       01 WS-SALESERR-STATUS   PIC X(2)  VALUE '00'.
       01 WS-REPORT-STATUS     PIC X(2)  VALUE '00'.
       01 WS-EOF-SW            PIC X     VALUE 'N'.
          88 WS-EOF                      VALUE 'Y'.
       01 WS-CUST-EOF-SW       PIC X     VALUE 'N'.
          88 WS-CUST-EOF                 VALUE 'Y'.
       01 WS-ITEM-EOF-SW       PIC X     VALUE 'N'.
          88 WS-ITEM-EOF                 VALUE 'Y'.
       01 WS-FOUND-SW          PIC X     VALUE 'N'.
          88 WS-FOUND                    VALUE 'Y'.
       01 WS-BUSINESS-DATE     PIC 9(08) VALUE ZERO.

      *> GLMAP revenue accounts, as GLPOST loads them.
       01 WS-MAX-MAP-ENTRIES   PIC 9(4)  VALUE 0500.
       01 WS-MAP-COUNT         PIC 9(4)  VALUE ZERO.
       01 WS-GL-MAP-TABLE.
          05 WS-MAP-PRODUCT    PIC X(6) OCCURS 500 TIMES
                               INDEXED BY WS-MAP-IDX.
      *> Jurisdictions on TAXRATES.
       01 WS-MAX-JUR-ENTRIES   PIC 9(4)  VALUE 0200.
       01 WS-JUR-COUNT         PIC 9(4)  VALUE ZERO.
       01 WS-JUR-TABLE.
          05 WS-JUR-CODE       PIC X(3) OCCURS 200 TIMES
                               INDEXED BY WS-JUR-IDX.
      *> Currencies with an FXRATES rate in force.
       01 WS-MAX-FX-ENTRIES    PIC 9(4)  VALUE 0100.
       01 WS-FX-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-FX-TABLE.
          05 WS-FX-CURRENCY    PIC X(3) OCCURS 100 TIMES
                               INDEXED BY WS-FX-IDX.
      *> Product lines carried on PRODMAST, and whether any active
      *> product carries each.
       01 WS-MAX-LINE-ENTRIES  PIC 9(4)  VALUE 0200.
       01 WS-LINE-COUNT        PIC 9(4)  VALUE ZERO.
       01 WS-LINE-TABLE.
          05 WS-LINE-ENTRY     OCCURS 200 TIMES
                               INDEXED BY WS-LINE-IDX.
             10 WS-LINE-CODE   PIC X(4).
             10 WS-LINE-ACTIVE-SW PIC X.
                88 WS-LINE-ACTIVE        VALUE 'Y'.
       01 WS-LINE-MATCH-IDX    PIC 9(4)  VALUE ZERO.
      *> Currencies seen on the feed and how many records carried each.
       01 WS-MAX-CUR-ENTRIES   PIC 9(4)  VALUE 0050.
       01 WS-CUR-COUNT         PIC 9(4)  VALUE ZERO.
       01 WS-FEED-CUR-TABLE.
          05 WS-CUR-ENTRY      OCCURS 50 TIMES
                               INDEXED BY WS-CUR-IDX.
             10 WS-CUR-CODE    PIC X(3).
             10 WS-CUR-RECORDS PIC 9(8).
       01 WS-CUR-MATCH-IDX     PIC 9(4)  VALUE ZERO.
       01 WS-CHECK-CURRENCY    PIC X(3)  VALUE SPACES.

      *> The history entity being checked.
       01 WS-ENT-TYPE          PIC X(01) VALUE SPACE.
       01 WS-ENT-KEY           PIC X(10) VALUE SPACES.
       01 WS-ENT-PERIODS       PIC 9(6)  VALUE ZERO.
       01 WS-ENT-LAST-PERIOD   PIC 9(6)  VALUE ZERO.
       01 WS-ENT-AMOUNT        PIC S9(13)V99 VALUE ZERO.
       01 WS-CUST-TOTAL        PIC S9(13)V99 VALUE ZERO.

       01 WS-PRODUCTS-READ     PIC 9(8)  VALUE ZERO.
       01 WS-ENTITIES-CHECKED  PIC 9(8)  VALUE ZERO.
       01 WS-HIST-READ         PIC 9(8)  VALUE ZERO.
       01 WS-COMMPAID-READ     PIC 9(8)  VALUE ZERO.
       01 WS-CUST-READ         PIC 9(8)  VALUE ZERO.
       01 WS-ITEMS-READ        PIC 9(8)  VALUE ZERO.
       01 WS-FEED-READ         PIC 9(8)  VALUE ZERO.
       01 WS-FINDING-TOTAL     PIC 9(8)  VALUE ZERO.

      *> Finding codes, their severity and description, in the order
      *> the sweep reports them.
       01 WS-FINDING-LIST.
          05 FILLER PIC X(02) VALUE 'HC'.
          05 FILLER PIC X(04) VALUE 'HIGH'.
          05 FILLER PIC X(36) VALUE 'HISTORY CUSTOMER NOT ON CUSTMAST'.
          05 FILLER PIC X(02) VALUE 'IC'.
          05 FILLER PIC X(04) VALUE 'LOW'.
          05 FILLER PIC X(36) VALUE 'HISTORY CUSTOMER INACTIVE'.
          05 FILLER PIC X(02) VALUE 'HP'.
          05 FILLER PIC X(04) VALUE 'HIGH'.
          05 FILLER PIC X(36) VALUE 'HISTORY PRODUCT NOT ON PRODMAST'.
          05 FILLER PIC X(02) VALUE 'IP'.
          05 FILLER PIC X(04) VALUE 'LOW'.
          05 FILLER PIC X(36) VALUE 'HISTORY PRODUCT INACTIVE'.
          05 FILLER PIC X(02) VALUE 'HR'.
          05 FILLER PIC X(04) VALUE 'HIGH'.
          05 FILLER PIC X(36) VALUE 'HISTORY REP NOT ON REPMAST'.
          05 FILLER PIC X(02) VALUE 'IR'.
          05 FILLER PIC X(04) VALUE 'LOW'.
          05 FILLER PIC X(36) VALUE 'HISTORY REP INACTIVE'.
          05 FILLER PIC X(02) VALUE 'HL'.
          05 FILLER PIC X(04) VALUE 'MED'.
          05 FILLER PIC X(36) VALUE 'HISTORY LINE ON NO PRODUCT'.
          05 FILLER PIC X(02) VALUE 'IL'.
          05 FILLER PIC X(04) VALUE 'LOW'.
          05 FILLER PIC X(36) VALUE 'HISTORY LINE ON NO ACTIVE PRODUCT'.
          05 FILLER PIC X(02) VALUE 'HT'.
          05 FILLER PIC X(04) VALUE 'MED'.
          05 FILLER PIC X(36) VALUE 'HISTORY JURISDICTION NO TAXRATES'.
          05 FILLER PIC X(02) VALUE 'CR'.
          05 FILLER PIC X(04) VALUE 'HIGH'.
          05 FILLER PIC X(36) VALUE 'COMMPAID REP NOT ON REPMAST'.
          05 FILLER PIC X(02) VALUE 'GM'.
          05 FILLER PIC X(04) VALUE 'HIGH'.
          05 FILLER PIC X(36) VALUE 'ACTIVE PRODUCT WITH NO GLMAP'.
          05 FILLER PIC X(02) VALUE 'FX'.
          05 FILLER PIC X(04) VALUE 'HIGH'.
          05 FILLER PIC X(36) VALUE 'FEED CURRENCY WITH NO FXRATES'.
          05 FILLER PIC X(02) VALUE 'OB'.
          05 FILLER PIC X(04) VALUE 'HIGH'.
          05 FILLER PIC X(36) VALUE 'BALANCE NOT EQUAL TO OPEN ITEMS'.
          05 FILLER PIC X(02) VALUE 'OI'.
          05 FILLER PIC X(04) VALUE 'HIGH'.
          05 FILLER PIC X(36) VALUE 'OPEN ITEM WITH NO CUSTOMER'.
       01 WS-FINDING-TABLE REDEFINES WS-FINDING-LIST.
          05 WS-FINDING-ENTRY  OCCURS 14 TIMES.
             10 WS-FDG-CODE     PIC X(02).
             10 WS-FDG-SEVERITY PIC X(04).
             10 WS-FDG-DESC     PIC X(36).
       01 WS-FINDING-COUNTS.
          05 WS-FDG-COUNT      PIC 9(8) OCCURS 14 TIMES.
       01 WS-FDG-MAX           PIC 9(2)  VALUE 14.
       01 WS-FDG-IDX           PIC 9(2)  VALUE ZERO.
       01 WS-FDG-HC            PIC 9(2)  VALUE 01.
       01 WS-FDG-IC            PIC 9(2)  VALUE 02.
       01 WS-FDG-HP            PIC 9(2)  VALUE 03.
       01 WS-FDG-IP            PIC 9(2)  VALUE 04.
       01 WS-FDG-HR            PIC 9(2)  VALUE 05.
       01 WS-FDG-IR            PIC 9(2)  VALUE 06.
       01 WS-FDG-HL            PIC 9(2)  VALUE 07.
       01 WS-FDG-IL            PIC 9(2)  VALUE 08.
       01 WS-FDG-HT            PIC 9(2)  VALUE 09.
       01 WS-FDG-CR            PIC 9(2)  VALUE 10.
       01 WS-FDG-GM            PIC 9(2)  VALUE 11.
       01 WS-FDG-FX            PIC 9(2)  VALUE 12.
       01 WS-FDG-OB            PIC 9(2)  VALUE 13.
       01 WS-FDG-OI            PIC 9(2)  VALUE 14.

       01 WS-INT-HEADER        PIC X(40) VALUE
              'REFERENTIAL INTEGRITY SWEEP'.
       01 WS-INT-DATE-LINE.
          05 FILLER            PIC X(15) VALUE 'AS AT:         '.
          05 HDR-BUSINESS-DATE PIC 9(08).
       01 WS-INT-COLUMNS.
          05 FILLER            PIC X(6)  VALUE 'SEV'.
          05 FILLER            PIC X(4)  VALUE 'CD'.
          05 FILLER            PIC X(24) VALUE 'KEY'.
          05 FILLER            PIC X(42) VALUE 'DETAIL'.
          05 FILLER            PIC X(20) VALUE '              AMOUNT'.
       01 WS-INT-DETAIL-LINE.
          05 FND-SEVERITY      PIC X(04).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FND-CODE          PIC X(02).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FND-KEY           PIC X(22).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FND-INFO          PIC X(40).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FND-AMOUNT        PIC $$$$,$$$,$$$,$$9.99-.
       01 WS-EDIT-COUNT        PIC ZZZ,ZZ9.
       01 WS-EDIT-AMOUNT       PIC $$$$,$$$,$$$,$$9.99-.
       01 WS-NONE-LINE         PIC X(40) VALUE
              'NO FINDINGS'.
       01 WS-SUMMARY-HEADER    PIC X(40) VALUE
              'FINDINGS BY CODE'.
       01 WS-SUMMARY-LINE.
          05 SUM-SEVERITY      PIC X(04).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 SUM-CODE          PIC X(02).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 SUM-DESC          PIC X(36).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 SUM-COUNT         PIC ZZ,ZZZ,ZZ9.
       01 WS-COUNT-LINE.
          05 CNT-LABEL         PIC X(32).
          05 CNT-VALUE         PIC ZZ,ZZZ,ZZ9.

       COPY WSCONSTANTS.

       PROCEDURE DIVISION.

       MAIN-SECTION SECTION.
           PERFORM INIT-PARAGRAPH.
           PERFORM PRODUCT-SECTION.
           PERFORM HISTORY-SECTION.
           PERFORM COMMPAID-SECTION.
           PERFORM BALANCE-SECTION.
           PERFORM CURRENCY-SECTION.
           PERFORM CLOSE-PARAGRAPH.
           STOP RUN.

       INIT-PARAGRAPH.
           OPEN INPUT DATE-CARD-FILE.
           IF WS-DATECARD-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'INTEGCHK: DATE-CARD-FILE OPEN FAILED, STATUS='
                       WS-DATECARD-STATUS
               MOVE WS-RC-DATE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           READ DATE-CARD-FILE
               AT END
                   DISPLAY 'INTEGCHK: DATECARD ABSENT OR EMPTY - '
                           'BUSINESS DATE UNKNOWN'
                   MOVE WS-RC-DATE-ERROR TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE DC-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-READ.
           CLOSE DATE-CARD-FILE.
           MOVE ZERO TO WS-FINDING-COUNTS.
           PERFORM LOAD-GL-MAP-PARAGRAPH.
           PERFORM LOAD-TAX-RATES-PARAGRAPH.
           PERFORM LOAD-FX-RATES-PARAGRAPH.
           OPEN INPUT CUSTMAST-FILE.
           IF WS-CUSTMAST-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'INTEGCHK: CUSTMAST-FILE OPEN FAILED, STATUS='
                       WS-CUSTMAST-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PRODMAST-FILE.
           IF WS-PRODMAST-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'INTEGCHK: PRODMAST-FILE OPEN FAILED, STATUS='
                       WS-PRODMAST-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT REPMAST-FILE.
           IF WS-REPMAST-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'INTEGCHK: REPMAST-FILE OPEN FAILED, STATUS='
                       WS-REPMAST-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SALES-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'INTEGCHK: SALES-HISTORY-FILE OPEN FAILED, '
                       'STATUS=' WS-HISTORY-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT COMM-PAID-FILE.
           IF WS-COMMPAID-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'INTEGCHK: COMM-PAID-FILE OPEN FAILED, STATUS='
                       WS-COMMPAID-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT AR-ITEM-FILE.
           IF WS-ARITEM-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'INTEGCHK: AR-ITEM-FILE OPEN FAILED, STATUS='
                       WS-ARITEM-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT INTEGRITY-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'INTEGCHK: INTEGRITY-REPORT-FILE OPEN FAILED, '
                       'STATUS=' WS-REPORT-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-INT-HEADER TO INT-LINE.
           WRITE INT-LINE.
           MOVE WS-BUSINESS-DATE TO HDR-BUSINESS-DATE.
           MOVE WS-INT-DATE-LINE TO INT-LINE.
           WRITE INT-LINE.
           MOVE SPACES TO INT-LINE.
           WRITE INT-LINE.
           MOVE WS-INT-COLUMNS TO INT-LINE.
           WRITE INT-LINE.

       LOAD-GL-MAP-PARAGRAPH.
           OPEN INPUT GL-MAP-FILE.
           IF WS-GLMAP-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'INTEGCHK: GL-MAP-FILE OPEN FAILED, STATUS='
                       WS-GLMAP-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM READ-GL-MAP-PARAGRAPH.
           PERFORM STORE-MAP-PARAGRAPH UNTIL WS-EOF.
           CLOSE GL-MAP-FILE.

       READ-GL-MAP-PARAGRAPH.
           READ GL-MAP-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       STORE-MAP-PARAGRAPH.
           IF WS-MAP-COUNT < WS-MAX-MAP-ENTRIES
               ADD 1 TO WS-MAP-COUNT
               SET WS-MAP-IDX TO WS-MAP-COUNT
               MOVE GM-PRODUCT-CODE TO WS-MAP-PRODUCT(WS-MAP-IDX)
           ELSE
               DISPLAY 'INTEGCHK: GL MAP TABLE FULL ('
                       WS-MAX-MAP-ENTRIES ') - PRODUCT '
                       GM-PRODUCT-CODE ' NOT LOADED'
           END-IF.
           PERFORM READ-GL-MAP-PARAGRAPH.

       LOAD-TAX-RATES-PARAGRAPH.
           OPEN INPUT TAX-RATE-FILE.
           IF WS-TAXRATE-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'INTEGCHK: TAX-RATE-FILE OPEN FAILED, STATUS='
                       WS-TAXRATE-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM READ-TAX-RATE-PARAGRAPH.
           PERFORM STORE-JURISDICTION-PARAGRAPH UNTIL WS-EOF.
           CLOSE TAX-RATE-FILE.

       READ-TAX-RATE-PARAGRAPH.
           READ TAX-RATE-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       STORE-JURISDICTION-PARAGRAPH.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM FIND-JURISDICTION-PARAGRAPH
               VARYING WS-JUR-IDX FROM 1 BY 1
               UNTIL WS-JUR-IDX > WS-JUR-COUNT.
           IF NOT WS-FOUND
               IF WS-JUR-COUNT < WS-MAX-JUR-ENTRIES
                   ADD 1 TO WS-JUR-COUNT
                   SET WS-JUR-IDX TO WS-JUR-COUNT
                   MOVE TX-JURISDICTION TO WS-JUR-CODE(WS-JUR-IDX)
               ELSE
                   DISPLAY 'INTEGCHK: JURISDICTION TABLE FULL ('
                           WS-MAX-JUR-ENTRIES ') - '
                           TX-JURISDICTION ' NOT LOADED'
               END-IF
           END-IF.
           PERFORM READ-TAX-RATE-PARAGRAPH.

       FIND-JURISDICTION-PARAGRAPH.
           IF NOT WS-FOUND
               IF WS-JUR-CODE(WS-JUR-IDX) = TX-JURISDICTION
                   SET WS-FOUND TO TRUE
               END-IF
           END-IF.

      *> A currency counts once it has any rate effective on or before
      *> the business date -- the rule SALESEDT validates the feed by.
       LOAD-FX-RATES-PARAGRAPH.
           OPEN INPUT FX-RATE-FILE.
           IF WS-FXRATE-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'INTEGCHK: FX-RATE-FILE OPEN FAILED, STATUS='
                       WS-FXRATE-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM READ-FX-RATE-PARAGRAPH.
           PERFORM STORE-FX-CURRENCY-PARAGRAPH UNTIL WS-EOF.
           CLOSE FX-RATE-FILE.

       READ-FX-RATE-PARAGRAPH.
           READ FX-RATE-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       STORE-FX-CURRENCY-PARAGRAPH.
           IF FX-EFF-DATE NOT > WS-BUSINESS-DATE
               MOVE FX-CURRENCY TO WS-CHECK-CURRENCY
               PERFORM MATCH-FX-CURRENCY-PARAGRAPH
               IF NOT WS-FOUND
                   IF WS-FX-COUNT < WS-MAX-FX-ENTRIES
                       ADD 1 TO WS-FX-COUNT
                       SET WS-FX-IDX TO WS-FX-COUNT
                       MOVE FX-CURRENCY TO WS-FX-CURRENCY(WS-FX-IDX)
                   ELSE
                       DISPLAY 'INTEGCHK: FX TABLE FULL ('
                               WS-MAX-FX-ENTRIES ') - CURRENCY '
                               FX-CURRENCY ' NOT LOADED'
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-FX-RATE-PARAGRAPH.

       MATCH-FX-CURRENCY-PARAGRAPH.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM FIND-FX-CURRENCY-PARAGRAPH
               VARYING WS-FX-IDX FROM 1 BY 1
               UNTIL WS-FX-IDX > WS-FX-COUNT.

       FIND-FX-CURRENCY-PARAGRAPH.
           IF NOT WS-FOUND
               IF WS-FX-CURRENCY(WS-FX-IDX) = WS-CHECK-CURRENCY
                   SET WS-FOUND TO TRUE
               END-IF
           END-IF.

      *> Findings are written as they are found and counted by code.
       COMMON-DETAIL-SECTION SECTION.
       WRITE-FINDING-PARAGRAPH.
           ADD 1 TO WS-FDG-COUNT(WS-FDG-IDX).
           ADD 1 TO WS-FINDING-TOTAL.
           MOVE WS-FDG-SEVERITY(WS-FDG-IDX) TO FND-SEVERITY.
           MOVE WS-FDG-CODE(WS-FDG-IDX) TO FND-CODE.
           MOVE WS-INT-DETAIL-LINE TO INT-LINE.
           WRITE INT-LINE.

      *> One pass of the product master: remembers each product line
      *> (and whether an active product carries it) for the history
      *> check, and flags active products GLPOST could not post.
       PRODUCT-SECTION SECTION.
           MOVE 'N' TO WS-EOF-SW.
           MOVE LOW-VALUES TO PM-PRODUCT-CODE.
           START PRODMAST-FILE KEY NOT < PM-PRODUCT-CODE
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           IF NOT WS-EOF
               PERFORM READ-NEXT-PRODUCT-PARAGRAPH
           END-IF.
           PERFORM CHECK-ONE-PRODUCT-PARAGRAPH UNTIL WS-EOF.

       PRODUCT-DETAIL-SECTION SECTION.
       READ-NEXT-PRODUCT-PARAGRAPH.
           READ PRODMAST-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       CHECK-ONE-PRODUCT-PARAGRAPH.
           ADD 1 TO WS-PRODUCTS-READ.
           PERFORM STORE-LINE-PARAGRAPH.
           IF PM-STATUS-ACTIVE
               MOVE 'N' TO WS-FOUND-SW
               PERFORM FIND-MAP-PRODUCT-PARAGRAPH
                   VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF NOT WS-FOUND
                   MOVE WS-FDG-GM TO WS-FDG-IDX
                   MOVE PM-PRODUCT-CODE TO FND-KEY
                   MOVE PM-PRODUCT-DESC TO FND-INFO
                   MOVE ZERO TO FND-AMOUNT
                   PERFORM WRITE-FINDING-PARAGRAPH
               END-IF
           END-IF.
           PERFORM READ-NEXT-PRODUCT-PARAGRAPH.

       FIND-MAP-PRODUCT-PARAGRAPH.
           IF NOT WS-FOUND
               IF WS-MAP-PRODUCT(WS-MAP-IDX) = PM-PRODUCT-CODE
                   SET WS-FOUND TO TRUE
               END-IF
           END-IF.

       STORE-LINE-PARAGRAPH.
           MOVE PM-PRODUCT-LINE TO WS-ENT-KEY.
           PERFORM MATCH-LINE-PARAGRAPH.
           IF WS-LINE-MATCH-IDX = ZERO
               IF WS-LINE-COUNT < WS-MAX-LINE-ENTRIES
                   ADD 1 TO WS-LINE-COUNT
                   SET WS-LINE-IDX TO WS-LINE-COUNT
                   MOVE PM-PRODUCT-LINE TO WS-LINE-CODE(WS-LINE-IDX)
                   MOVE 'N' TO WS-LINE-ACTIVE-SW(WS-LINE-IDX)
                   SET WS-LINE-MATCH-IDX TO WS-LINE-IDX
               ELSE
                   DISPLAY 'INTEGCHK: LINE TABLE FULL ('
                           WS-MAX-LINE-ENTRIES ') - LINE '
                           PM-PRODUCT-LINE ' NOT LOADED'
               END-IF
           END-IF.
           IF WS-LINE-MATCH-IDX > ZERO AND PM-STATUS-ACTIVE
               SET WS-LINE-IDX TO WS-LINE-MATCH-IDX
               SET WS-LINE-ACTIVE(WS-LINE-IDX) TO TRUE
           END-IF.

       MATCH-LINE-PARAGRAPH.
           MOVE ZERO TO WS-LINE-MATCH-IDX.
           PERFORM FIND-LINE-PARAGRAPH
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-COUNT.

       FIND-LINE-PARAGRAPH.
           IF WS-LINE-MATCH-IDX = ZERO
               IF WS-LINE-CODE(WS-LINE-IDX) = WS-ENT-KEY
                   SET WS-LINE-MATCH-IDX TO WS-LINE-IDX
               END-IF
           END-IF.

      *> The history master is walked in key order, so each entity's
      *> periods arrive together and the entity is looked up once.
       HISTORY-SECTION SECTION.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM READ-HISTORY-PARAGRAPH.
           PERFORM CHECK-ONE-ENTITY-PARAGRAPH UNTIL WS-EOF.

       HISTORY-DETAIL-SECTION SECTION.
       READ-HISTORY-PARAGRAPH.
           READ SALES-HISTORY-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       CHECK-ONE-ENTITY-PARAGRAPH.
           MOVE HS-REC-TYPE TO WS-ENT-TYPE.
           MOVE HS-ENTITY-KEY TO WS-ENT-KEY.
           MOVE ZERO TO WS-ENT-PERIODS.
           MOVE ZERO TO WS-ENT-AMOUNT.
           PERFORM ADD-ENTITY-PERIOD-PARAGRAPH
               UNTIL WS-EOF
                  OR HS-REC-TYPE NOT = WS-ENT-TYPE
                  OR HS-ENTITY-KEY NOT = WS-ENT-KEY.
           ADD 1 TO WS-ENTITIES-CHECKED.
           MOVE ZERO TO WS-FDG-IDX.
           EVALUATE WS-ENT-TYPE
               WHEN 'C'
                   PERFORM CHECK-HIST-CUSTOMER-PARAGRAPH
               WHEN 'P'
                   PERFORM CHECK-HIST-PRODUCT-PARAGRAPH
               WHEN 'R'
                   PERFORM CHECK-HIST-REP-PARAGRAPH
               WHEN 'L'
                   PERFORM CHECK-HIST-LINE-PARAGRAPH
               WHEN 'T'
                   PERFORM CHECK-HIST-JURISDICTION-PARAGRAPH
           END-EVALUATE.
           IF WS-FDG-IDX > ZERO
               PERFORM WRITE-HISTORY-FINDING-PARAGRAPH
           END-IF.

       ADD-ENTITY-PERIOD-PARAGRAPH.
           ADD 1 TO WS-HIST-READ.
           ADD 1 TO WS-ENT-PERIODS.
           ADD HS-PERIOD-AMOUNT TO WS-ENT-AMOUNT.
           MOVE HS-PERIOD TO WS-ENT-LAST-PERIOD.
           PERFORM READ-HISTORY-PARAGRAPH.

       CHECK-HIST-CUSTOMER-PARAGRAPH.
           MOVE WS-ENT-KEY TO CM-CUST-ID.
           READ CUSTMAST-FILE
               INVALID KEY
                   MOVE WS-FDG-HC TO WS-FDG-IDX
               NOT INVALID KEY
                   IF NOT CM-STATUS-ACTIVE
                       MOVE WS-FDG-IC TO WS-FDG-IDX
                   END-IF
           END-READ.

       CHECK-HIST-PRODUCT-PARAGRAPH.
           MOVE WS-ENT-KEY TO PM-PRODUCT-CODE.
           READ PRODMAST-FILE
               INVALID KEY
                   MOVE WS-FDG-HP TO WS-FDG-IDX
               NOT INVALID KEY
                   IF NOT PM-STATUS-ACTIVE
                       MOVE WS-FDG-IP TO WS-FDG-IDX
                   END-IF
           END-READ.

       CHECK-HIST-REP-PARAGRAPH.
           MOVE WS-ENT-KEY TO RM-REP-CODE.
           READ REPMAST-FILE
               INVALID KEY
                   MOVE WS-FDG-HR TO WS-FDG-IDX
               NOT INVALID KEY
                   IF NOT RM-STATUS-ACTIVE
                       MOVE WS-FDG-IR TO WS-FDG-IDX
                   END-IF
           END-READ.

      *> Product lines have no master of their own: a line exists
      *> while some product on PRODMAST carries it.
       CHECK-HIST-LINE-PARAGRAPH.
           PERFORM MATCH-LINE-PARAGRAPH.
           IF WS-LINE-MATCH-IDX = ZERO
               MOVE WS-FDG-HL TO WS-FDG-IDX
           ELSE
               SET WS-LINE-IDX TO WS-LINE-MATCH-IDX
               IF NOT WS-LINE-ACTIVE(WS-LINE-IDX)
                   MOVE WS-FDG-IL TO WS-FDG-IDX
               END-IF
           END-IF.

       CHECK-HIST-JURISDICTION-PARAGRAPH.
           MOVE WS-ENT-KEY TO TX-JURISDICTION.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM FIND-JURISDICTION-PARAGRAPH
               VARYING WS-JUR-IDX FROM 1 BY 1
               UNTIL WS-JUR-IDX > WS-JUR-COUNT.
           IF NOT WS-FOUND
               MOVE WS-FDG-HT TO WS-FDG-IDX
           END-IF.

       WRITE-HISTORY-FINDING-PARAGRAPH.
           MOVE SPACES TO FND-KEY.
           STRING WS-ENT-TYPE ' ' WS-ENT-KEY
               DELIMITED BY SIZE INTO FND-KEY
           END-STRING.
           MOVE WS-ENT-PERIODS TO WS-EDIT-COUNT.
           MOVE SPACES TO FND-INFO.
           STRING WS-EDIT-COUNT ' PERIODS, LATEST '
                  WS-ENT-LAST-PERIOD
               DELIMITED BY SIZE INTO FND-INFO
           END-STRING.
           MOVE WS-ENT-AMOUNT TO FND-AMOUNT.
           PERFORM WRITE-FINDING-PARAGRAPH.

      *> COMMCALC pays off COMMPAID; a row for a rep payroll cannot
      *> find on REPMAST is flagged per period.
       COMMPAID-SECTION SECTION.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM READ-COMMPAID-PARAGRAPH.
           PERFORM CHECK-ONE-COMMPAID-PARAGRAPH UNTIL WS-EOF.

       COMMPAID-DETAIL-SECTION SECTION.
       READ-COMMPAID-PARAGRAPH.
           READ COMM-PAID-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       CHECK-ONE-COMMPAID-PARAGRAPH.
           ADD 1 TO WS-COMMPAID-READ.
           MOVE CP-REP-CODE TO RM-REP-CODE.
           READ REPMAST-FILE
               INVALID KEY
                   MOVE WS-FDG-CR TO WS-FDG-IDX
                   MOVE SPACES TO FND-KEY
                   STRING CP-REP-CODE ' ' CP-PERIOD
                       DELIMITED BY SIZE INTO FND-KEY
                   END-STRING
                   MOVE 'COMMISSION PAID TO DATE' TO FND-INFO
                   MOVE CP-PAID-AMOUNT TO FND-AMOUNT
                   PERFORM WRITE-FINDING-PARAGRAPH
           END-READ.
           PERFORM READ-COMMPAID-PARAGRAPH.

      *> The customer master and the open items are walked together
      *> in customer order, as ARAGING does, and each balance is held
      *> against the sum of the items open behind it.
       BALANCE-SECTION SECTION.
           MOVE LOW-VALUES TO CM-CUST-ID.
           START CUSTMAST-FILE KEY NOT < CM-CUST-ID
               INVALID KEY
                   SET WS-CUST-EOF TO TRUE
           END-START.
           IF NOT WS-CUST-EOF
               PERFORM READ-NEXT-CUSTOMER-PARAGRAPH
           END-IF.
           PERFORM READ-ITEM-PARAGRAPH.
           PERFORM BALANCE-ONE-CUSTOMER-PARAGRAPH UNTIL WS-CUST-EOF.
           PERFORM REPORT-ORPHAN-ITEM-PARAGRAPH UNTIL WS-ITEM-EOF.

       BALANCE-DETAIL-SECTION SECTION.
       READ-NEXT-CUSTOMER-PARAGRAPH.
           READ CUSTMAST-FILE NEXT RECORD
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
           IF NOT WS-ITEM-EOF
               ADD 1 TO WS-ITEMS-READ
           END-IF.

       BALANCE-ONE-CUSTOMER-PARAGRAPH.
           PERFORM REPORT-ORPHAN-ITEM-PARAGRAPH
               UNTIL WS-ITEM-EOF OR AR-CUST-ID NOT < CM-CUST-ID.
           MOVE ZERO TO WS-CUST-TOTAL.
           PERFORM ADD-ONE-ITEM-PARAGRAPH
               UNTIL WS-ITEM-EOF OR AR-CUST-ID NOT = CM-CUST-ID.
           IF WS-CUST-TOTAL NOT = CM-OUTSTANDING-BAL
               MOVE WS-FDG-OB TO WS-FDG-IDX
               MOVE CM-CUST-ID TO FND-KEY
               MOVE WS-CUST-TOTAL TO WS-EDIT-AMOUNT
               MOVE SPACES TO FND-INFO
               STRING 'OPEN ITEMS ' WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO FND-INFO
               END-STRING
               MOVE CM-OUTSTANDING-BAL TO FND-AMOUNT
               PERFORM WRITE-FINDING-PARAGRAPH
           END-IF.
           PERFORM READ-NEXT-CUSTOMER-PARAGRAPH.

       ADD-ONE-ITEM-PARAGRAPH.
           ADD AR-OPEN-AMOUNT TO WS-CUST-TOTAL.
           PERFORM READ-ITEM-PARAGRAPH.

       REPORT-ORPHAN-ITEM-PARAGRAPH.
           IF AR-OPEN-AMOUNT NOT = ZERO
               MOVE WS-FDG-OI TO WS-FDG-IDX
               MOVE SPACES TO FND-KEY
               STRING AR-CUST-ID ' ' AR-INVOICE-NO
                   DELIMITED BY SIZE INTO FND-KEY
               END-STRING
               MOVE 'OPEN AMOUNT' TO FND-INFO
               MOVE AR-OPEN-AMOUNT TO FND-AMOUNT
               PERFORM WRITE-FINDING-PARAGRAPH
           END-IF.
           PERFORM READ-ITEM-PARAGRAPH.

      *> Currencies the feed is sending: tonight's feed plus the
      *> rejects kept on SALESERR, which is where a currency with no
      *> rate ends up (reason CU) after SALESEDT turns it away.
       CURRENCY-SECTION SECTION.
           OPEN INPUT SALES-FEED-FILE.
           IF WS-FEED-STATUS NOT = WS-DB-STATUS-OK
              AND WS-FEED-STATUS NOT = '05'
               DISPLAY 'INTEGCHK: SALES-FEED-FILE OPEN FAILED, STATUS='
                       WS-FEED-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM READ-FEED-PARAGRAPH.
           PERFORM TALLY-FEED-PARAGRAPH UNTIL WS-EOF.
           CLOSE SALES-FEED-FILE.
           OPEN INPUT SALES-ERROR-FILE.
           IF WS-SALESERR-STATUS NOT = WS-DB-STATUS-OK
              AND WS-SALESERR-STATUS NOT = '05'
               DISPLAY 'INTEGCHK: SALES-ERROR-FILE OPEN FAILED, '
                       'STATUS=' WS-SALESERR-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM READ-ERROR-PARAGRAPH.
           PERFORM TALLY-ERROR-PARAGRAPH UNTIL WS-EOF.
           CLOSE SALES-ERROR-FILE.
           PERFORM CHECK-FEED-CURRENCY-PARAGRAPH
               VARYING WS-CUR-IDX FROM 1 BY 1
               UNTIL WS-CUR-IDX > WS-CUR-COUNT.

       CURRENCY-DETAIL-SECTION SECTION.
       READ-FEED-PARAGRAPH.
           READ SALES-FEED-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       TALLY-FEED-PARAGRAPH.
           IF FEED-REC-DETAIL
               ADD 1 TO WS-FEED-READ
               MOVE FEED-CURRENCY-CODE TO WS-CHECK-CURRENCY
               PERFORM TALLY-CURRENCY-PARAGRAPH
           END-IF.
           PERFORM READ-FEED-PARAGRAPH.

       READ-ERROR-PARAGRAPH.
           READ SALES-ERROR-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       TALLY-ERROR-PARAGRAPH.
           IF ERR-REC-DETAIL
               ADD 1 TO WS-FEED-READ
               MOVE ERR-CURRENCY-CODE TO WS-CHECK-CURRENCY
               PERFORM TALLY-CURRENCY-PARAGRAPH
           END-IF.
           PERFORM READ-ERROR-PARAGRAPH.

       TALLY-CURRENCY-PARAGRAPH.
           MOVE ZERO TO WS-CUR-MATCH-IDX.
           PERFORM FIND-FEED-CURRENCY-PARAGRAPH
               VARYING WS-CUR-IDX FROM 1 BY 1
               UNTIL WS-CUR-IDX > WS-CUR-COUNT.
           IF WS-CUR-MATCH-IDX = ZERO
               IF WS-CUR-COUNT < WS-MAX-CUR-ENTRIES
                   ADD 1 TO WS-CUR-COUNT
                   SET WS-CUR-IDX TO WS-CUR-COUNT
                   MOVE WS-CHECK-CURRENCY TO WS-CUR-CODE(WS-CUR-IDX)
                   MOVE ZERO TO WS-CUR-RECORDS(WS-CUR-IDX)
                   SET WS-CUR-MATCH-IDX TO WS-CUR-IDX
               ELSE
                   DISPLAY 'INTEGCHK: FEED CURRENCY TABLE FULL ('
                           WS-MAX-CUR-ENTRIES ') - CURRENCY '
                           WS-CHECK-CURRENCY ' NOT CHECKED'
               END-IF
           END-IF.
           IF WS-CUR-MATCH-IDX > ZERO
               SET WS-CUR-IDX TO WS-CUR-MATCH-IDX
               ADD 1 TO WS-CUR-RECORDS(WS-CUR-IDX)
           END-IF.

       FIND-FEED-CURRENCY-PARAGRAPH.
           IF WS-CUR-MATCH-IDX = ZERO
               IF WS-CUR-CODE(WS-CUR-IDX) = WS-CHECK-CURRENCY
                   SET WS-CUR-MATCH-IDX TO WS-CUR-IDX
               END-IF
           END-IF.

       CHECK-FEED-CURRENCY-PARAGRAPH.
           MOVE WS-CUR-CODE(WS-CUR-IDX) TO WS-CHECK-CURRENCY.
           PERFORM MATCH-FX-CURRENCY-PARAGRAPH.
           IF NOT WS-FOUND
               MOVE WS-FDG-FX TO WS-FDG-IDX
               MOVE WS-CHECK-CURRENCY TO FND-KEY
               MOVE WS-CUR-RECORDS(WS-CUR-IDX) TO WS-EDIT-COUNT
               MOVE SPACES TO FND-INFO
               STRING WS-EDIT-COUNT ' FEED RECORDS'
                   DELIMITED BY SIZE INTO FND-INFO
               END-STRING
               MOVE ZERO TO FND-AMOUNT
               PERFORM WRITE-FINDING-PARAGRAPH
           END-IF.

       CLOSE-SECTION SECTION.
       CLOSE-PARAGRAPH.
           CLOSE CUSTMAST-FILE.
           CLOSE PRODMAST-FILE.
           CLOSE REPMAST-FILE.
           CLOSE SALES-HISTORY-FILE.
           CLOSE COMM-PAID-FILE.
           CLOSE AR-ITEM-FILE.
           IF WS-FINDING-TOTAL = ZERO
               MOVE WS-NONE-LINE TO INT-LINE
               WRITE INT-LINE
           END-IF.
           MOVE SPACES TO INT-LINE.
           WRITE INT-LINE.
           MOVE WS-SUMMARY-HEADER TO INT-LINE.
           WRITE INT-LINE.
           PERFORM WRITE-SUMMARY-PARAGRAPH
               VARYING WS-FDG-IDX FROM 1 BY 1
               UNTIL WS-FDG-IDX > WS-FDG-MAX.
           MOVE SPACES TO INT-LINE.
           WRITE INT-LINE.
           MOVE 'PRODUCTS READ:' TO CNT-LABEL.
           MOVE WS-PRODUCTS-READ TO CNT-VALUE.
           PERFORM WRITE-COUNT-PARAGRAPH.
           MOVE 'HISTORY RECORDS READ:' TO CNT-LABEL.
           MOVE WS-HIST-READ TO CNT-VALUE.
           PERFORM WRITE-COUNT-PARAGRAPH.
           MOVE 'HISTORY ENTITIES CHECKED:' TO CNT-LABEL.
           MOVE WS-ENTITIES-CHECKED TO CNT-VALUE.
           PERFORM WRITE-COUNT-PARAGRAPH.
           MOVE 'COMMPAID ROWS READ:' TO CNT-LABEL.
           MOVE WS-COMMPAID-READ TO CNT-VALUE.
           PERFORM WRITE-COUNT-PARAGRAPH.
           MOVE 'CUSTOMERS READ:' TO CNT-LABEL.
           MOVE WS-CUST-READ TO CNT-VALUE.
           PERFORM WRITE-COUNT-PARAGRAPH.
           MOVE 'AR ITEMS READ:' TO CNT-LABEL.
           MOVE WS-ITEMS-READ TO CNT-VALUE.
           PERFORM WRITE-COUNT-PARAGRAPH.
           MOVE 'FEED RECORDS READ:' TO CNT-LABEL.
           MOVE WS-FEED-READ TO CNT-VALUE.
           PERFORM WRITE-COUNT-PARAGRAPH.
           MOVE 'TOTAL FINDINGS:' TO CNT-LABEL.
           MOVE WS-FINDING-TOTAL TO CNT-VALUE.
           PERFORM WRITE-COUNT-PARAGRAPH.
           CLOSE INTEGRITY-REPORT-FILE.
           IF WS-FINDING-TOTAL > ZERO
               DISPLAY 'INTEGCHK: ' WS-FINDING-TOTAL
                       ' INTEGRITY FINDINGS - SEE INTGRPT'
               MOVE WS-RC-WARNING TO RETURN-CODE
           END-IF.

       WRITE-SUMMARY-PARAGRAPH.
           MOVE WS-FDG-SEVERITY(WS-FDG-IDX) TO SUM-SEVERITY.
           MOVE WS-FDG-CODE(WS-FDG-IDX) TO SUM-CODE.
           MOVE WS-FDG-DESC(WS-FDG-IDX) TO SUM-DESC.
           MOVE WS-FDG-COUNT(WS-FDG-IDX) TO SUM-COUNT.
           MOVE WS-SUMMARY-LINE TO INT-LINE.
           WRITE INT-LINE.

       WRITE-COUNT-PARAGRAPH.
           MOVE WS-COUNT-LINE TO INT-LINE.
           WRITE INT-LINE.

      *> Price-variance approval workstation for sales management.
      *> Walks the PRCHELD holds SALESEDT writes for sale lines priced
      *> outside the price list tolerance, skips the holds that
      *> already have a decision on PRCDECN, and presents each
      *> remaining line for the manager to approve or decline --
      *> every decision appends a PRCDECN record with the operator, a
      *> timestamp and the reason keyed, the same append-only audit
      *> shape CRREVIEW gives the credit-balance review. An approved
      *> line is appended to PRCRLSE with the resubmit flag set to P;
      *> the next SALESEDT run sends it back to the source system on
      *> the CORRECTS feed, and when it is resubmitted it bypasses
      *> the tolerance check once. A declined line is simply never
      *> resubmitted. Skipped holds stay undecided and come up again
      *> at the next session and on the PRCVRPT report.
      *>
      *> The decision table is sized to several months of holds at
      *> the busiest rate seen so far; if it ever fills, the run
      *> stops rather than present a hold that is already decided.
      *>
      *> Modification history
      *> 2026-10-15  Initial version.
      *> 2026-10-15  Unit price shown is the converted reporting-
      *>             currency price the hold was checked on; a full
      *>             decision table now stops the run.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRCAPPR.
       AUTHOR. CODE-CONTINUUM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-HOLD-FILE ASSIGN TO PRCHELD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRCHELD-STATUS.
           SELECT OPTIONAL PRICE-DECISION-FILE ASSIGN TO PRCDECN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRCDECN-STATUS.
           SELECT OPTIONAL PRICE-RELEASE-FILE ASSIGN TO PRCRLSE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRCRLSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRICE-HOLD-FILE.
       COPY PRCHELD.

       FD  PRICE-DECISION-FILE.
       COPY PRCDECN.

       FD  PRICE-RELEASE-FILE.
       01 PRICE-RELEASE-REC     PIC X(64).

       WORKING-STORAGE SECTION.
       01 WS-PRCHELD-STATUS    PIC X(2)  VALUE '00'.
       01 WS-PRCDECN-STATUS    PIC X(2)  VALUE '00'.
       01 WS-PRCRLSE-STATUS    PIC X(2)  VALUE '00'.
       01 WS-HOLD-EOF-SW       PIC X     VALUE 'N'.
          88 WS-HOLD-EOF                 VALUE 'Y'.
       01 WS-DECN-EOF-SW       PIC X     VALUE 'N'.
          88 WS-DECN-EOF                 VALUE 'Y'.
       01 WS-SESSION-DONE-SW   PIC X     VALUE 'N'.
          88 WS-SESSION-DONE             VALUE 'Y'.
       01 WS-OPERATOR-ID       PIC X(8)  VALUE SPACES.
       01 WS-REVIEW-CHOICE     PIC X(1)  VALUE SPACES.
          88 WS-CHOICE-APPROVE           VALUE 'A'.
          88 WS-CHOICE-DECLINE           VALUE 'D'.
          88 WS-CHOICE-SKIP              VALUE 'S'.
          88 WS-CHOICE-EXIT              VALUE 'X'.
       01 WS-INPUT-REASON      PIC X(40) VALUE SPACES.
       01 WS-HOLDS-READ        PIC 9(6)  VALUE ZERO.
       01 WS-ALREADY-DECIDED   PIC 9(6)  VALUE ZERO.
       01 WS-APPROVED-NOW      PIC 9(6)  VALUE ZERO.
       01 WS-DECLINED-NOW      PIC 9(6)  VALUE ZERO.
       01 WS-LEFT-OPEN         PIC 9(6)  VALUE ZERO.
       01 WS-DECN-FOUND-SW     PIC X     VALUE 'N'.
          88 WS-DECN-FOUND               VALUE 'Y'.
       01 WS-MAX-DECNS         PIC 9(5)  VALUE 10000.
       01 WS-DECN-COUNT        PIC 9(5)  VALUE ZERO.
       01 WS-DECN-TABLE.
          05 WS-DECN-ENTRY OCCURS 10000 TIMES
                            INDEXED BY WS-DCN-IDX.
             10 WS-DCN-KEY      PIC X(16).
       01 WS-HELD-LINE.
          05 HLD-REC-TYPE       PIC X(01).
          05 HLD-CUST-ID        PIC X(10).
          05 HLD-PRODUCT-CODE   PIC X(06).
          05 HLD-AMOUNT         PIC 9(8)V99.
          05 HLD-DATE           PIC 9(08).
          05 HLD-CURRENCY-CODE  PIC X(03).
          05 HLD-TRANS-TYPE     PIC X(01).
          05 HLD-REP-CODE       PIC X(04).
          05 HLD-RESUBMIT-FLAG  PIC X(01).
          05 HLD-QUANTITY       PIC 9(7)V99.
          05 HLD-UNIT-PRICE     PIC 9(7)V9(4).
       01 WS-DISPLAY-AMOUNT    PIC $$,$$$,$$$,$$9.99.
       01 WS-DISPLAY-PRICE     PIC Z,ZZZ,ZZ9.9999.
       01 WS-DISPLAY-LIST      PIC Z,ZZZ,ZZ9.9999.
       01 WS-DISPLAY-QTY       PIC Z,ZZZ,ZZ9.99.
       01 WS-DISPLAY-VARIANCE  PIC -ZZ,ZZ9.99.
       01 WS-DISPLAY-TOLERANCE PIC ZZ9.99.
       01 WS-DISPLAY-BASIS     PIC X(8)  VALUE SPACES.

       COPY WSCONSTANTS.

       PROCEDURE DIVISION.

       MAIN-SECTION SECTION.
           DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           PERFORM LOAD-DECISIONS-PARAGRAPH.
           OPEN INPUT PRICE-HOLD-FILE.
           IF WS-PRCHELD-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'PRCAPPR: PRICE-HOLD-FILE OPEN FAILED, '
                       'STATUS=' WS-PRCHELD-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND PRICE-DECISION-FILE.
           IF WS-PRCDECN-STATUS NOT = WS-DB-STATUS-OK
              AND WS-PRCDECN-STATUS NOT = '05'
               DISPLAY 'PRCAPPR: PRICE-DECISION-FILE OPEN FAILED, '
                       'STATUS=' WS-PRCDECN-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND PRICE-RELEASE-FILE.
           IF WS-PRCRLSE-STATUS NOT = WS-DB-STATUS-OK
              AND WS-PRCRLSE-STATUS NOT = '05'
               DISPLAY 'PRCAPPR: PRICE-RELEASE-FILE OPEN FAILED, '
                       'STATUS=' WS-PRCRLSE-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-HOLD-PARAGRAPH.
           PERFORM REVIEW-ONE-HOLD-PARAGRAPH
               UNTIL WS-HOLD-EOF OR WS-SESSION-DONE.
           CLOSE PRICE-HOLD-FILE.
           CLOSE PRICE-DECISION-FILE.
           CLOSE PRICE-RELEASE-FILE.
           DISPLAY 'PRCAPPR: READ=' WS-HOLDS-READ
                   ' ALREADY DECIDED=' WS-ALREADY-DECIDED
                   ' APPROVED=' WS-APPROVED-NOW
                   ' DECLINED=' WS-DECLINED-NOW
                   ' STILL OPEN=' WS-LEFT-OPEN.
           STOP RUN.

       LOAD-DECISIONS-PARAGRAPH.
           OPEN INPUT PRICE-DECISION-FILE.
           PERFORM READ-DECISION-PARAGRAPH.
           PERFORM STORE-DECISION-PARAGRAPH UNTIL WS-DECN-EOF.
           CLOSE PRICE-DECISION-FILE.

       READ-DECISION-PARAGRAPH.
           READ PRICE-DECISION-FILE
               AT END
                   SET WS-DECN-EOF TO TRUE
           END-READ.

       STORE-DECISION-PARAGRAPH.
           PERFORM ADD-DECISION-KEY-PARAGRAPH.
           PERFORM READ-DECISION-PARAGRAPH.

       ADD-DECISION-KEY-PARAGRAPH.
           IF WS-DECN-COUNT < WS-MAX-DECNS
               ADD 1 TO WS-DECN-COUNT
               SET WS-DCN-IDX TO WS-DECN-COUNT
               MOVE PA-HOLD-KEY TO WS-DCN-KEY(WS-DCN-IDX)
           ELSE
               DISPLAY 'PRCAPPR: DECISION TABLE FULL ('
                       WS-MAX-DECNS ') - RUN STOPPED'
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-HOLD-PARAGRAPH.
           READ PRICE-HOLD-FILE
               AT END
                   SET WS-HOLD-EOF TO TRUE
           END-READ.
           IF NOT WS-HOLD-EOF
               ADD 1 TO WS-HOLDS-READ
           END-IF.

       REVIEW-ONE-HOLD-PARAGRAPH.
           MOVE 'N' TO WS-DECN-FOUND-SW.
           PERFORM FIND-DECISION-PARAGRAPH
               VARYING WS-DCN-IDX FROM 1 BY 1
               UNTIL WS-DCN-IDX > WS-DECN-COUNT.
           IF WS-DECN-FOUND
               ADD 1 TO WS-ALREADY-DECIDED
           ELSE
               PERFORM PRESENT-HOLD-PARAGRAPH
           END-IF.
           PERFORM READ-HOLD-PARAGRAPH.

       FIND-DECISION-PARAGRAPH.
           IF NOT WS-DECN-FOUND
               IF WS-DCN-KEY(WS-DCN-IDX) = PH-HOLD-KEY
                   SET WS-DECN-FOUND TO TRUE
               END-IF
           END-IF.

       PRESENT-HOLD-PARAGRAPH.
           MOVE PH-RECORD-IMAGE TO WS-HELD-LINE.
           MOVE HLD-AMOUNT TO WS-DISPLAY-AMOUNT.
           MOVE HLD-QUANTITY TO WS-DISPLAY-QTY.
           MOVE PH-LINE-PRICE TO WS-DISPLAY-PRICE.
           MOVE PH-LIST-PRICE TO WS-DISPLAY-LIST.
           MOVE PH-VARIANCE-PCT TO WS-DISPLAY-VARIANCE.
           MOVE PH-TOLERANCE-PCT TO WS-DISPLAY-TOLERANCE.
           IF PH-BASIS-CONTRACT
               MOVE 'CONTRACT' TO WS-DISPLAY-BASIS
           ELSE
               MOVE 'LIST' TO WS-DISPLAY-BASIS
           END-IF.
           DISPLAY ' '.
           DISPLAY 'PRICE HOLD  FEED ' PH-FEED-DATE
                   ' CYCLE ' PH-CYCLE-NO ' SEQ ' PH-HOLD-SEQ.
           DISPLAY '  CUSTOMER ' HLD-CUST-ID
                   '  PRODUCT ' HLD-PRODUCT-CODE
                   '  REP ' HLD-REP-CODE
                   '  SALE DATE ' HLD-DATE.
           DISPLAY '  QTY ' WS-DISPLAY-QTY
                   '  UNIT PRICE ' WS-DISPLAY-PRICE
                   ' ' WS-REPORTING-CURRENCY
                   '  AMOUNT ' WS-DISPLAY-AMOUNT
                   ' ' HLD-CURRENCY-CODE.
           DISPLAY '  ' WS-DISPLAY-BASIS ' PRICE ' WS-DISPLAY-LIST
                   ' FROM ' PH-LIST-EFF-DATE
                   '  VARIANCE ' WS-DISPLAY-VARIANCE '%'
                   '  TOLERANCE ' WS-DISPLAY-TOLERANCE '%'.
           DISPLAY 'A=APPROVE D=DECLINE S=SKIP X=EXIT: '
               WITH NO ADVANCING.
           ACCEPT WS-REVIEW-CHOICE.
           EVALUATE TRUE
               WHEN WS-CHOICE-APPROVE
                   SET PA-DECISION-APPROVE TO TRUE
                   PERFORM RECORD-DECISION-PARAGRAPH
                   PERFORM RELEASE-LINE-PARAGRAPH
                   ADD 1 TO WS-APPROVED-NOW
               WHEN WS-CHOICE-DECLINE
                   SET PA-DECISION-DECLINE TO TRUE
                   PERFORM RECORD-DECISION-PARAGRAPH
                   ADD 1 TO WS-DECLINED-NOW
               WHEN WS-CHOICE-EXIT
                   SET WS-SESSION-DONE TO TRUE
                   ADD 1 TO WS-LEFT-OPEN
               WHEN WS-CHOICE-SKIP
                   ADD 1 TO WS-LEFT-OPEN
                   DISPLAY 'LEFT UNDECIDED - WILL COME UP AGAIN'
               WHEN OTHER
                   ADD 1 TO WS-LEFT-OPEN
                   DISPLAY 'INVALID CHOICE - LEFT UNDECIDED, WILL '
                           'COME UP AGAIN'
           END-EVALUATE.

       RECORD-DECISION-PARAGRAPH.
           DISPLAY 'REASON: ' WITH NO ADVANCING.
           ACCEPT WS-INPUT-REASON.
           MOVE PH-HOLD-KEY TO PA-HOLD-KEY.
           MOVE WS-OPERATOR-ID TO PA-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO PA-TIMESTAMP.
           MOVE WS-INPUT-REASON TO PA-REASON-TEXT.
           WRITE PRICE-DECISION-REC.
           PERFORM ADD-DECISION-KEY-PARAGRAPH.

       RELEASE-LINE-PARAGRAPH.
           MOVE 'P' TO HLD-RESUBMIT-FLAG.
           MOVE WS-HELD-LINE TO PRICE-RELEASE-REC.
           WRITE PRICE-RELEASE-REC.
           DISPLAY 'RELEASED - GOES BACK ON THE NEXT CORRECTIONS FEED'.

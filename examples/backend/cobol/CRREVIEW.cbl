      *> Credit-balance review workstation for finance. Walks the
      *> worklist the monthly CRBALRVW run writes (CRREVW), skips the
      *> customers that already have a decision on CRDECN for that
      *> review, and presents each remaining credit balance for the
      *> reviewer to refund or keep on account -- every decision
      *> appends a CRDECN record with the operator, a timestamp and
      *> the reason keyed, the same append-only audit shape EXCPREVW
      *> gives the exception desk. Skipped customers stay undecided
      *> and come up again at the next session; CRREFUND pays only
      *> the refunds approved here.
      *>
      *> The decision table is sized to a year of reviews at the
      *> largest worklist seen so far; if it ever fills, the run
      *> stops rather than present a customer already decided.
      *>
      *> Modification history
      *> 2026-10-15  Initial version.
      *> 2026-10-15  A full decision table now stops the run.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRREVIEW.
       AUTHOR. CODE-CONTINUUM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-REVIEW-FILE ASSIGN TO CRREVW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRREVW-STATUS.
           SELECT OPTIONAL CREDIT-DECISION-FILE ASSIGN TO CRDECN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRDECN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT-REVIEW-FILE.
       COPY CRREVW.

       FD  CREDIT-DECISION-FILE.
       COPY CRDECN.

       WORKING-STORAGE SECTION.
       01 WS-CRREVW-STATUS     PIC X(2)  VALUE '00'.
       01 WS-CRDECN-STATUS     PIC X(2)  VALUE '00'.
       01 WS-REVIEW-EOF-SW     PIC X     VALUE 'N'.
          88 WS-REVIEW-EOF               VALUE 'Y'.
       01 WS-DECN-EOF-SW       PIC X     VALUE 'N'.
          88 WS-DECN-EOF                 VALUE 'Y'.
       01 WS-SESSION-DONE-SW   PIC X     VALUE 'N'.
          88 WS-SESSION-DONE             VALUE 'Y'.
       01 WS-OPERATOR-ID       PIC X(8)  VALUE SPACES.
       01 WS-REVIEW-CHOICE     PIC X(1)  VALUE SPACES.
          88 WS-CHOICE-REFUND            VALUE 'R'.
          88 WS-CHOICE-KEEP              VALUE 'K'.
          88 WS-CHOICE-SKIP              VALUE 'S'.
          88 WS-CHOICE-EXIT              VALUE 'X'.
       01 WS-INPUT-REASON      PIC X(40) VALUE SPACES.
       01 WS-REVIEW-READ       PIC 9(6)  VALUE ZERO.
       01 WS-ALREADY-DECIDED   PIC 9(6)  VALUE ZERO.
       01 WS-DECIDED-NOW       PIC 9(6)  VALUE ZERO.
       01 WS-LEFT-OPEN         PIC 9(6)  VALUE ZERO.
       01 WS-DECN-FOUND-SW     PIC X     VALUE 'N'.
          88 WS-DECN-FOUND               VALUE 'Y'.
       01 WS-MAX-DECNS         PIC 9(5)  VALUE 6000.
       01 WS-DECN-COUNT        PIC 9(5)  VALUE ZERO.
       01 WS-DECN-TABLE.
          05 WS-DECN-ENTRY OCCURS 6000 TIMES
                            INDEXED BY WS-DCN-IDX.
             10 WS-DCN-KEY.
                15 WS-DCN-REVIEW-DATE PIC 9(08).
                15 WS-DCN-CUST-ID     PIC X(10).
       01 WS-REVIEW-KEY.
          05 WS-RVW-REVIEW-DATE PIC 9(08).
          05 WS-RVW-CUST-ID     PIC X(10).
       01 WS-DISPLAY-AMOUNT    PIC $$,$$$,$$$,$$9.99.

       COPY WSCONSTANTS.

       PROCEDURE DIVISION.

       MAIN-SECTION SECTION.
           DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           PERFORM LOAD-DECISIONS-PARAGRAPH.
           OPEN INPUT CREDIT-REVIEW-FILE.
           IF WS-CRREVW-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'CRREVIEW: CREDIT-REVIEW-FILE OPEN FAILED, '
                       'STATUS=' WS-CRREVW-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND CREDIT-DECISION-FILE.
           IF WS-CRDECN-STATUS NOT = WS-DB-STATUS-OK
              AND WS-CRDECN-STATUS NOT = '05'
               DISPLAY 'CRREVIEW: CREDIT-DECISION-FILE OPEN FAILED, '
                       'STATUS=' WS-CRDECN-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-REVIEW-PARAGRAPH.
           PERFORM REVIEW-ONE-CREDIT-PARAGRAPH
               UNTIL WS-REVIEW-EOF OR WS-SESSION-DONE.
           CLOSE CREDIT-REVIEW-FILE.
           CLOSE CREDIT-DECISION-FILE.
           DISPLAY 'CRREVIEW: READ=' WS-REVIEW-READ
                   ' ALREADY DECIDED=' WS-ALREADY-DECIDED
                   ' DECIDED NOW=' WS-DECIDED-NOW
                   ' STILL OPEN=' WS-LEFT-OPEN.
           STOP RUN.

       LOAD-DECISIONS-PARAGRAPH.
           OPEN INPUT CREDIT-DECISION-FILE.
           PERFORM READ-DECISION-PARAGRAPH.
           PERFORM STORE-DECISION-PARAGRAPH UNTIL WS-DECN-EOF.
           CLOSE CREDIT-DECISION-FILE.

       READ-DECISION-PARAGRAPH.
           READ CREDIT-DECISION-FILE
               AT END
                   SET WS-DECN-EOF TO TRUE
           END-READ.

       STORE-DECISION-PARAGRAPH.
           IF WS-DECN-COUNT < WS-MAX-DECNS
               ADD 1 TO WS-DECN-COUNT
               SET WS-DCN-IDX TO WS-DECN-COUNT
               MOVE CD-REVIEW-DATE TO WS-DCN-REVIEW-DATE(WS-DCN-IDX)
               MOVE CD-CUST-ID TO WS-DCN-CUST-ID(WS-DCN-IDX)
           ELSE
               DISPLAY 'CRREVIEW: DECISION TABLE FULL ('
                       WS-MAX-DECNS ') - RUN STOPPED'
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-DECISION-PARAGRAPH.

       READ-REVIEW-PARAGRAPH.
           READ CREDIT-REVIEW-FILE
               AT END
                   SET WS-REVIEW-EOF TO TRUE
           END-READ.
           IF NOT WS-REVIEW-EOF
               ADD 1 TO WS-REVIEW-READ
           END-IF.

       REVIEW-ONE-CREDIT-PARAGRAPH.
           MOVE CV-REVIEW-DATE TO WS-RVW-REVIEW-DATE.
           MOVE CV-CUST-ID TO WS-RVW-CUST-ID.
           MOVE 'N' TO WS-DECN-FOUND-SW.
           PERFORM FIND-DECISION-PARAGRAPH
               VARYING WS-DCN-IDX FROM 1 BY 1
               UNTIL WS-DCN-IDX > WS-DECN-COUNT.
           IF WS-DECN-FOUND
               ADD 1 TO WS-ALREADY-DECIDED
           ELSE
               PERFORM PRESENT-CREDIT-PARAGRAPH
           END-IF.
           PERFORM READ-REVIEW-PARAGRAPH.

       FIND-DECISION-PARAGRAPH.
           IF NOT WS-DECN-FOUND
               IF WS-DCN-KEY(WS-DCN-IDX) = WS-REVIEW-KEY
                   SET WS-DECN-FOUND TO TRUE
               END-IF
           END-IF.

       PRESENT-CREDIT-PARAGRAPH.
           MOVE CV-CREDIT-AMOUNT TO WS-DISPLAY-AMOUNT.
           DISPLAY ' '.
           DISPLAY 'CREDIT BALANCE  CUSTOMER ' CV-CUST-ID
                   ' ' CV-CUST-NAME.
           DISPLAY '  CREDIT ' WS-DISPLAY-AMOUNT
                   '  OLDEST CREDIT ' CV-OLDEST-CREDIT
                   '  AGE ' CV-AGE-DAYS ' DAYS'.
           DISPLAY '  REVIEW OF ' CV-REVIEW-DATE.
           DISPLAY 'R=REFUND K=KEEP ON ACCOUNT S=SKIP X=EXIT: '
               WITH NO ADVANCING.
           ACCEPT WS-REVIEW-CHOICE.
           EVALUATE TRUE
               WHEN WS-CHOICE-REFUND
                   SET CD-DECISION-REFUND TO TRUE
                   MOVE CV-CREDIT-AMOUNT TO CD-REFUND-AMOUNT
                   PERFORM RECORD-DECISION-PARAGRAPH
               WHEN WS-CHOICE-KEEP
                   SET CD-DECISION-KEEP TO TRUE
                   MOVE ZERO TO CD-REFUND-AMOUNT
                   PERFORM RECORD-DECISION-PARAGRAPH
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
           MOVE WS-RVW-REVIEW-DATE TO CD-REVIEW-DATE.
           MOVE WS-RVW-CUST-ID TO CD-CUST-ID.
           MOVE WS-OPERATOR-ID TO CD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO CD-TIMESTAMP.
           MOVE WS-INPUT-REASON TO CD-REASON-TEXT.
           WRITE CREDIT-DECISION-REC.
           ADD 1 TO WS-DECIDED-NOW.

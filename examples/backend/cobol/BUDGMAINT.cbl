      *> Online budget/quota maintenance transaction. Menu-driven
      *> add/change/delete/display against the BUDGET indexed file
      *> (BUDGREC.cpy), one rep or product-line month at a time --
      *> for the re-forecasts and new-rep quotas that come up between
      *> annual plan loads (BUDGLOAD). A rep budget must name a rep on
      *> REPMAST. Every row keyed here is stamped with the operator
      *> and date and marked as keyed rather than loaded, so the next
      *> plan load report shows what it overwrote.
      *>
      *> Modification history
      *> 2026-10-15  Initial version.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGMAINT.
       AUTHOR. CODE-CONTINUUM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO BUDGET
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BG-BUDGET-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REPMAST-FILE ASSIGN TO REPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-REP-CODE
               FILE STATUS IS WS-REPMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       COPY BUDGREC.

       FD  REPMAST-FILE.
       COPY REPMREC.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS    PIC X(2)  VALUE '00'.
       01 WS-REPMAST-STATUS PIC X(2)  VALUE '00'.
       01 WS-MENU-CHOICE    PIC X(1)  VALUE SPACES.
          88 WS-MENU-ADD               VALUE '1'.
          88 WS-MENU-CHANGE            VALUE '2'.
          88 WS-MENU-DELETE            VALUE '3'.
          88 WS-MENU-DISPLAY           VALUE '4'.
          88 WS-MENU-EXIT              VALUE '5'.
       01 WS-OPERATOR-ID    PIC X(8)  VALUE SPACES.
       01 WS-INPUT-TYPE     PIC X(1)  VALUE SPACES.
          88 WS-INPUT-TYPE-REP         VALUE 'R'.
          88 WS-INPUT-TYPE-VALID       VALUE 'R' 'L'.
       01 WS-INPUT-ENTITY   PIC X(10) VALUE SPACES.
       01 WS-INPUT-PERIOD   PIC X(6)  VALUE SPACES.
       01 WS-INPUT-PERIOD-X REDEFINES WS-INPUT-PERIOD.
          05 WS-INPUT-YEAR  PIC 9(4).
          05 WS-INPUT-MONTH PIC 9(2).
       01 WS-INPUT-PERIOD-NUM REDEFINES WS-INPUT-PERIOD
                            PIC 9(6).
       01 WS-PERIOD-OK-SW   PIC X(1)  VALUE 'N'.
          88 WS-PERIOD-OK              VALUE 'Y'.
       01 WS-INPUT-AMOUNT   PIC X(13) VALUE SPACES.
       01 WS-INPUT-AMOUNT-NUM REDEFINES WS-INPUT-AMOUNT
                            PIC 9(11)V99.
       01 WS-ENTITY-OK-SW   PIC X(1)  VALUE 'N'.
          88 WS-ENTITY-OK              VALUE 'Y'.
       01 WS-CURRENT-TS.
          05 WS-TODAY       PIC 9(8).
          05 FILLER         PIC X(13).
       01 WS-DISPLAY-AMOUNT PIC $$$,$$$,$$$,$$9.99.

       COPY WSCONSTANTS.

       PROCEDURE DIVISION.

       MAIN-SECTION SECTION.
           OPEN I-O BUDGET-FILE.
           IF WS-FILE-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'BUDGMAINT: BUDGET-FILE OPEN FAILED, STATUS='
                       WS-FILE-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT REPMAST-FILE.
           IF WS-REPMAST-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'BUDGMAINT: REPMAST-FILE OPEN FAILED, STATUS='
                       WS-REPMAST-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           PERFORM DISPLAY-MENU-PARAGRAPH UNTIL WS-MENU-EXIT.
           CLOSE BUDGET-FILE.
           CLOSE REPMAST-FILE.
           STOP RUN.

       DISPLAY-MENU-PARAGRAPH.
           DISPLAY ' '.
           DISPLAY WS-APP-NAME ' SALES BUDGET MAINTENANCE'.
           DISPLAY '1. ADD BUDGET'.
           DISPLAY '2. CHANGE BUDGET AMOUNT'.
           DISPLAY '3. DELETE BUDGET'.
           DISPLAY '4. DISPLAY BUDGET'.
           DISPLAY '5. EXIT'.
           DISPLAY 'ENTER CHOICE: ' WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.
           EVALUATE TRUE
               WHEN WS-MENU-ADD
                   PERFORM ADD-BUDGET-PARAGRAPH
               WHEN WS-MENU-CHANGE
                   PERFORM CHANGE-BUDGET-PARAGRAPH
               WHEN WS-MENU-DELETE
                   PERFORM DELETE-BUDGET-PARAGRAPH
               WHEN WS-MENU-DISPLAY
                   PERFORM DISPLAY-BUDGET-PARAGRAPH
               WHEN WS-MENU-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE, TRY AGAIN'
           END-EVALUATE.

       ADD-BUDGET-PARAGRAPH.
           PERFORM ACCEPT-KEY-PARAGRAPH.
           PERFORM CHECK-ENTITY-PARAGRAPH.
           IF WS-ENTITY-OK
               DISPLAY 'BUDGET AMOUNT (9(11)V99 DIGITS): '
                   WITH NO ADVANCING
               PERFORM ACCEPT-AMOUNT-PARAGRAPH
               MOVE SPACES TO BUDGET-REC
               MOVE WS-INPUT-TYPE TO BG-DIM-TYPE
               MOVE WS-INPUT-ENTITY TO BG-ENTITY-KEY
               MOVE WS-INPUT-PERIOD-NUM TO BG-PERIOD
               MOVE WS-INPUT-AMOUNT-NUM TO BG-BUDGET-AMOUNT
               PERFORM STAMP-BUDGET-PARAGRAPH
               WRITE BUDGET-REC
                   INVALID KEY
                       DISPLAY 'BUDGET ' BG-BUDGET-KEY
                               ' ALREADY EXISTS - USE CHANGE'
                   NOT INVALID KEY
                       DISPLAY 'BUDGET ' BG-BUDGET-KEY ' ADDED'
               END-WRITE
           END-IF.

       CHANGE-BUDGET-PARAGRAPH.
           PERFORM ACCEPT-KEY-PARAGRAPH.
           READ BUDGET-FILE
               INVALID KEY
                   DISPLAY 'BUDGET ' BG-BUDGET-KEY ' NOT FOUND'
               NOT INVALID KEY
                   PERFORM SHOW-BUDGET-PARAGRAPH
                   DISPLAY 'NEW AMOUNT (9(11)V99 DIGITS): '
                       WITH NO ADVANCING
                   PERFORM ACCEPT-AMOUNT-PARAGRAPH
                   MOVE WS-INPUT-AMOUNT-NUM TO BG-BUDGET-AMOUNT
                   PERFORM STAMP-BUDGET-PARAGRAPH
                   REWRITE BUDGET-REC
                   DISPLAY 'BUDGET ' BG-BUDGET-KEY ' UPDATED'
           END-READ.

       DELETE-BUDGET-PARAGRAPH.
           PERFORM ACCEPT-KEY-PARAGRAPH.
           READ BUDGET-FILE
               INVALID KEY
                   DISPLAY 'BUDGET ' BG-BUDGET-KEY ' NOT FOUND'
               NOT INVALID KEY
                   DELETE BUDGET-FILE
                   DISPLAY 'BUDGET ' BG-BUDGET-KEY ' DELETED'
           END-READ.

       DISPLAY-BUDGET-PARAGRAPH.
           PERFORM ACCEPT-KEY-PARAGRAPH.
           READ BUDGET-FILE
               INVALID KEY
                   DISPLAY 'BUDGET ' BG-BUDGET-KEY ' NOT FOUND'
               NOT INVALID KEY
                   PERFORM SHOW-BUDGET-PARAGRAPH
           END-READ.

       SHOW-BUDGET-PARAGRAPH.
           MOVE BG-BUDGET-AMOUNT TO WS-DISPLAY-AMOUNT.
           DISPLAY 'BUDGET ' BG-DIM-TYPE ' ' BG-ENTITY-KEY
                   ' PERIOD ' BG-PERIOD ' AMOUNT ' WS-DISPLAY-AMOUNT.
           DISPLAY '  SOURCE ' BG-SOURCE ' LAST SET BY '
                   BG-UPDATED-BY ' ON ' BG-UPDATED-DATE.

       STAMP-BUDGET-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TS.
           SET BG-SOURCE-KEYED TO TRUE.
           MOVE WS-OPERATOR-ID TO BG-UPDATED-BY.
           MOVE WS-TODAY TO BG-UPDATED-DATE.

       ACCEPT-KEY-PARAGRAPH.
           DISPLAY 'TYPE (R=REP, L=PRODUCT LINE): ' WITH NO ADVANCING.
           ACCEPT WS-INPUT-TYPE.
           PERFORM REACCEPT-TYPE-PARAGRAPH
               UNTIL WS-INPUT-TYPE-VALID.
           DISPLAY 'REP OR LINE CODE: ' WITH NO ADVANCING.
           ACCEPT WS-INPUT-ENTITY.
           DISPLAY 'PERIOD (CCYYMM): ' WITH NO ADVANCING.
           MOVE 'N' TO WS-PERIOD-OK-SW.
           ACCEPT WS-INPUT-PERIOD.
           PERFORM CHECK-PERIOD-PARAGRAPH.
           PERFORM REACCEPT-PERIOD-PARAGRAPH
               UNTIL WS-PERIOD-OK.
           MOVE WS-INPUT-TYPE TO BG-DIM-TYPE.
           MOVE WS-INPUT-ENTITY TO BG-ENTITY-KEY.
           MOVE WS-INPUT-PERIOD-NUM TO BG-PERIOD.

       REACCEPT-TYPE-PARAGRAPH.
           DISPLAY 'TYPE MUST BE R OR L, RE-ENTER: '
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-TYPE.

       CHECK-PERIOD-PARAGRAPH.
           IF WS-INPUT-PERIOD NUMERIC
               IF WS-INPUT-MONTH >= 1 AND WS-INPUT-MONTH <= 12
                   SET WS-PERIOD-OK TO TRUE
               END-IF
           END-IF.

       REACCEPT-PERIOD-PARAGRAPH.
           DISPLAY 'PERIOD MUST BE CCYYMM, RE-ENTER: '
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-PERIOD.
           PERFORM CHECK-PERIOD-PARAGRAPH.

       CHECK-ENTITY-PARAGRAPH.
           SET WS-ENTITY-OK TO TRUE.
           IF WS-INPUT-ENTITY = SPACES
               MOVE 'N' TO WS-ENTITY-OK-SW
               DISPLAY 'REP OR LINE CODE IS REQUIRED'
           END-IF.
           IF WS-ENTITY-OK AND WS-INPUT-TYPE-REP
               MOVE WS-INPUT-ENTITY TO RM-REP-CODE
               READ REPMAST-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-ENTITY-OK-SW
                       DISPLAY 'REP ' WS-INPUT-ENTITY
                               ' NOT ON REP MASTER'
               END-READ
           END-IF.

       ACCEPT-AMOUNT-PARAGRAPH.
           ACCEPT WS-INPUT-AMOUNT.
           IF WS-INPUT-AMOUNT = SPACES
               MOVE ZEROES TO WS-INPUT-AMOUNT
           END-IF.
           PERFORM REACCEPT-AMOUNT-PARAGRAPH
               UNTIL WS-INPUT-AMOUNT NUMERIC.

       REACCEPT-AMOUNT-PARAGRAPH.
           DISPLAY 'AMOUNT MUST BE 13 DIGITS, RE-ENTER: '
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-AMOUNT.

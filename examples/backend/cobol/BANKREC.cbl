      *> Bank deposit reconciliation. CASHPOST proves the lockbox feed
      *> against its own trailer, but nothing proved what it posted
      *> is what the bank actually deposited -- treasury ticked the
      *> statement off by hand. This step reads the bank's daily
      *> deposit feed (BANKIN, the same header/trailer standard as
      *> CASHIN: H + statement date, one D per deposit, T with the
      *> deposit count and amount hash) and matches each deposit, by
      *> date and amount, to a posting day CASHPOST recorded on
      *> CASHLOG (the feed date, with the count and total of the
      *> PAYDTL payments it posted under it).
      *>
      *> BANKRPT lists matched deposits, amount differences (a
      *> deposit and a posting day on the same date that do not
      *> agree), deposits with no posting, and posting days with no
      *> deposit. Everything left unresolved is written to the new
      *> carry-forward file with the reason and the statement date it
      *> was first reported, and the next run tries it again along
      *> with that day's deposits and postings -- a deposit that
      *> lands a day after its lockbox posted clears itself. Any item
      *> still unresolved at the end of a run finishes the step with
      *> the distinct unreconciled return code (40), which RUNBAL
      *> shows on the run summary without failing the night.
      *>
      *> The carry-forward control record holds the last statement
      *> date reconciled (a statement on or before it is refused,
      *> RC 20, so a resubmitted feed cannot re-match) and the latest
      *> CASHLOG feed date already taken, so each posting day is
      *> picked up once; CASHLOG entries dated on or before it are
      *> passed over. Keying on the feed date rather than a record
      *> position keeps it right when BACKOUT rewrites CASHLOG without
      *> a night's entries. The feed is verified in full before
      *> anything is written, so a refused run leaves the
      *> carry-forward file as it was.
      *>
      *> Modification history
      *> 2026-10-15  Initial version.
      *> 2026-10-15  CASHLOG entries already taken are recognised by
      *>             feed date instead of by record count, which went
      *>             stale once BACKOUT removed a night's entries.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKREC.
       AUTHOR. CODE-CONTINUUM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-IN-FILE ASSIGN TO BANKIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANKIN-STATUS.
           SELECT OPTIONAL CASH-LOG-FILE ASSIGN TO CASHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASHLOG-STATUS.
           SELECT OPTIONAL BANK-CF-FILE ASSIGN TO BANKCF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANKCF-STATUS.
           SELECT BANK-CF-NEW-FILE ASSIGN TO BANKCFN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANKCFN-STATUS.
           SELECT BANK-REPORT-FILE ASSIGN TO BANKRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANKRPT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-IN-FILE.
       01 BANK-RAW-REC.
          05 BIN-REC-TYPE       PIC X(01).
             88 BIN-REC-HEADER          VALUE 'H'.
             88 BIN-REC-DETAIL          VALUE 'D'.
             88 BIN-REC-TRAILER         VALUE 'T'.
          05 BIN-DEP-DATE       PIC 9(08).
          05 BIN-AMOUNT         PIC 9(10)V99.
          05 BIN-BANK-REF       PIC X(16).
       01 BANK-HDR-REC.
          05 BHD-REC-TYPE       PIC X(01).
          05 BHD-STMT-DATE      PIC 9(08).
          05 FILLER             PIC X(28).
       01 BANK-TRL-REC.
          05 BTR-REC-TYPE       PIC X(01).
          05 BTR-REC-COUNT      PIC 9(06).
          05 BTR-AMOUNT-HASH    PIC 9(12)V99.
          05 FILLER             PIC X(16).

       FD  CASH-LOG-FILE.
       COPY CASHLOG.

       FD  BANK-CF-FILE.
       COPY BANKCF.

       FD  BANK-CF-NEW-FILE.
       01 BANK-CF-NEW-REC       PIC X(53).

       FD  BANK-REPORT-FILE.
       01 BRP-LINE              PIC X(132).

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-BANKIN-STATUS     PIC X(2)  VALUE '00'.
       01 WS-CASHLOG-STATUS    PIC X(2)  VALUE '00'.
       01 WS-BANKCF-STATUS     PIC X(2)  VALUE '00'.
       01 WS-BANKCFN-STATUS    PIC X(2)  VALUE '00'.
       01 WS-BANKRPT-STATUS    PIC X(2)  VALUE '00'.
       01 WS-RUNCTL-STATUS     PIC X(2)  VALUE '00'.
       01 WS-RUN-START-TS      PIC X(21) VALUE SPACES.
       01 WS-BANK-EOF-SW       PIC X     VALUE 'N'.
          88 WS-BANK-EOF                 VALUE 'Y'.
       01 WS-CASHLOG-EOF-SW    PIC X     VALUE 'N'.
          88 WS-CASHLOG-EOF              VALUE 'Y'.
       01 WS-BANKCF-EOF-SW     PIC X     VALUE 'N'.
          88 WS-BANKCF-EOF               VALUE 'Y'.
       01 WS-TRAILER-SEEN-SW   PIC X     VALUE 'N'.
          88 WS-TRAILER-SEEN             VALUE 'Y'.
       01 WS-FOUND-SW          PIC X     VALUE 'N'.
          88 WS-FOUND                    VALUE 'Y'.
       01 WS-STMT-DATE         PIC 9(08) VALUE ZERO.
       01 WS-LAST-STMT-DATE    PIC 9(08) VALUE ZERO.
       01 WS-CASHLOG-THRU      PIC 9(08) VALUE ZERO.
       01 WS-CASHLOG-HIGH      PIC 9(08) VALUE ZERO.
       01 WS-INPUT-HASH        PIC 9(12)V99 VALUE ZERO.
       01 WS-TRL-IN-COUNT      PIC 9(06) VALUE ZERO.
       01 WS-TRL-IN-HASH       PIC 9(12)V99 VALUE ZERO.
       01 WS-FEED-DEPOSITS     PIC 9(6)  VALUE ZERO.
       01 WS-CARRIED-DEPOSITS  PIC 9(6)  VALUE ZERO.
       01 WS-CARRIED-POSTINGS  PIC 9(6)  VALUE ZERO.
       01 WS-NEW-POSTINGS      PIC 9(6)  VALUE ZERO.
       01 WS-MATCHED-COUNT     PIC 9(6)  VALUE ZERO.
       01 WS-DIFFERENCE-COUNT  PIC 9(6)  VALUE ZERO.
       01 WS-NO-POSTING-COUNT  PIC 9(6)  VALUE ZERO.
       01 WS-NO-DEPOSIT-COUNT  PIC 9(6)  VALUE ZERO.
       01 WS-CARRY-OUT-COUNT   PIC 9(6)  VALUE ZERO.
       01 WS-SECTION-COUNT     PIC 9(6)  VALUE ZERO.
       01 WS-DIFFERENCE        PIC S9(10)V99 VALUE ZERO.
       01 WS-AGE-DAYS          PIC S9(05) VALUE ZERO.
       01 WS-MATCH-IDX         PIC 9(4)  VALUE ZERO.
       01 WS-MAX-DEPOSITS      PIC 9(4)  VALUE 0500.
       01 WS-DEPOSIT-COUNT     PIC 9(4)  VALUE ZERO.
       01 WS-DEPOSIT-TABLE.
          05 WS-DEP-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-DEP-IDX.
             10 WS-DEP-DATE       PIC 9(08).
             10 WS-DEP-AMOUNT     PIC 9(10)V99.
             10 WS-DEP-REF        PIC X(16).
             10 WS-DEP-FIRST-SEEN PIC 9(08).
             10 WS-DEP-STATE      PIC X(01).
             10 WS-DEP-POST-IDX   PIC 9(04).
       01 WS-MAX-POSTINGS      PIC 9(4)  VALUE 0200.
       01 WS-POSTING-COUNT     PIC 9(4)  VALUE ZERO.
       01 WS-POSTING-TABLE.
          05 WS-PST-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-PST-IDX.
             10 WS-PST-DATE       PIC 9(08).
             10 WS-PST-TOTAL      PIC 9(10)V99.
             10 WS-PST-COUNT      PIC 9(06).
             10 WS-PST-FIRST-SEEN PIC 9(08).
             10 WS-PST-STATE      PIC X(01).
       01 WS-CF-OUT-REC.
          05 CFO-REC-TYPE      PIC X(01).
          05 CFO-ITEM-DATE     PIC 9(08).
          05 CFO-AMOUNT        PIC 9(10)V99.
          05 CFO-BANK-REF      PIC X(16).
          05 CFO-POSTED-COUNT  PIC 9(06).
          05 CFO-FIRST-SEEN    PIC 9(08).
          05 CFO-REASON        PIC X(02).
       01 WS-CF-OUT-CONTROL REDEFINES WS-CF-OUT-REC.
          05 CFC-REC-TYPE      PIC X(01).
          05 CFC-LAST-STMT-DATE PIC 9(08).
          05 CFC-CASHLOG-THRU  PIC 9(08).
          05 FILLER            PIC X(36).
       01 WS-BANK-HEADER       PIC X(40) VALUE
              'BANK DEPOSIT RECONCILIATION'.
       01 WS-STMT-LINE.
          05 FILLER            PIC X(16) VALUE 'STATEMENT DATE: '.
          05 HDR-STMT-DATE     PIC 9(08).
       01 WS-SECTION-LINE      PIC X(40) VALUE SPACES.
       01 WS-NONE-LINE         PIC X(40) VALUE '    NONE'.
       01 WS-COLUMN-LINE.
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 FILLER            PIC X(10) VALUE 'DATE      '.
          05 FILLER            PIC X(17) VALUE '        DEPOSITED'.
          05 FILLER            PIC X(17) VALUE '           POSTED'.
          05 FILLER            PIC X(17) VALUE '       DIFFERENCE'.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(17) VALUE 'BANK REFERENCE'.
          05 FILLER            PIC X(11) VALUE 'FIRST SEEN '.
          05 FILLER            PIC X(5)  VALUE '  AGE'.
       01 WS-DETAIL-LINE.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 BRP-FLAG          PIC X(2).
          05 BRP-DATE          PIC 9(08).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 BRP-DEPOSITED     PIC $$,$$$,$$$,$$9.99.
          05 BRP-POSTED        PIC $$,$$$,$$$,$$9.99.
          05 BRP-DIFFERENCE    PIC $$$$,$$$,$$9.99-.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 BRP-BANK-REF      PIC X(16).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 BRP-FIRST-SEEN    PIC 9(08).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 BRP-AGE           PIC ZZZ9-.
       01 WS-COUNT-LINE.
          05 CNT-LABEL         PIC X(24).
          05 CNT-VALUE         PIC ZZZ,ZZ9.

       COPY WSCONSTANTS.

       PROCEDURE DIVISION.

       MAIN-SECTION SECTION.
           PERFORM INIT-PARAGRAPH.
           PERFORM LOAD-SECTION.
           PERFORM MATCH-SECTION.
           PERFORM REPORT-SECTION.
           PERFORM CLOSE-PARAGRAPH.
           STOP RUN.

       INIT-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TS.
           OPEN INPUT BANK-IN-FILE.
           IF WS-BANKIN-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'BANKREC: BANK-IN-FILE OPEN FAILED, STATUS='
                       WS-BANKIN-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BANK-CF-FILE.
           IF WS-BANKCF-STATUS NOT = WS-DB-STATUS-OK
              AND WS-BANKCF-STATUS NOT = '05'
               DISPLAY 'BANKREC: BANK-CF-FILE OPEN FAILED, STATUS='
                       WS-BANKCF-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-SECTION SECTION.
           PERFORM READ-CARRY-FORWARD-PARAGRAPH.
           PERFORM LOAD-CARRY-FORWARD-PARAGRAPH UNTIL WS-BANKCF-EOF.
           CLOSE BANK-CF-FILE.
           PERFORM PROCESS-HEADER-PARAGRAPH.
           PERFORM READ-BANK-PARAGRAPH.
           PERFORM LOAD-ONE-BANK-RECORD-PARAGRAPH UNTIL WS-BANK-EOF.
           PERFORM VERIFY-TRAILER-PARAGRAPH.
           CLOSE BANK-IN-FILE.
           OPEN INPUT CASH-LOG-FILE.
           PERFORM READ-CASH-LOG-PARAGRAPH.
           PERFORM LOAD-CASH-LOG-PARAGRAPH UNTIL WS-CASHLOG-EOF.
           CLOSE CASH-LOG-FILE.

       LOAD-DETAIL-SECTION SECTION.
       READ-CARRY-FORWARD-PARAGRAPH.
           READ BANK-CF-FILE
               AT END
                   SET WS-BANKCF-EOF TO TRUE
           END-READ.

       LOAD-CARRY-FORWARD-PARAGRAPH.
           EVALUATE TRUE
               WHEN BCF-CONTROL
                   MOVE BCC-LAST-STMT-DATE TO WS-LAST-STMT-DATE
                   MOVE BCC-CASHLOG-THRU TO WS-CASHLOG-THRU
                   MOVE BCC-CASHLOG-THRU TO WS-CASHLOG-HIGH
               WHEN BCF-DEPOSIT
                   ADD 1 TO WS-CARRIED-DEPOSITS
                   PERFORM ADD-DEPOSIT-PARAGRAPH
                   MOVE BCF-ITEM-DATE TO WS-DEP-DATE(WS-DEP-IDX)
                   MOVE BCF-AMOUNT TO WS-DEP-AMOUNT(WS-DEP-IDX)
                   MOVE BCF-BANK-REF TO WS-DEP-REF(WS-DEP-IDX)
                   MOVE BCF-FIRST-SEEN TO WS-DEP-FIRST-SEEN(WS-DEP-IDX)
               WHEN BCF-POSTING
                   ADD 1 TO WS-CARRIED-POSTINGS
                   PERFORM ADD-POSTING-PARAGRAPH
                   MOVE BCF-ITEM-DATE TO WS-PST-DATE(WS-PST-IDX)
                   MOVE BCF-AMOUNT TO WS-PST-TOTAL(WS-PST-IDX)
                   MOVE BCF-POSTED-COUNT TO WS-PST-COUNT(WS-PST-IDX)
                   MOVE BCF-FIRST-SEEN TO WS-PST-FIRST-SEEN(WS-PST-IDX)
           END-EVALUATE.
           PERFORM READ-CARRY-FORWARD-PARAGRAPH.

       PROCESS-HEADER-PARAGRAPH.
           READ BANK-IN-FILE
               AT END
                   SET WS-BANK-EOF TO TRUE
           END-READ.
           IF WS-BANK-EOF OR NOT BIN-REC-HEADER
               DISPLAY 'BANKREC: FEED HEADER RECORD MISSING'
               MOVE WS-RC-FEED-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BHD-STMT-DATE TO WS-STMT-DATE.
           IF WS-STMT-DATE NOT > WS-LAST-STMT-DATE
               DISPLAY 'BANKREC: STATEMENT DATE ' WS-STMT-DATE
                       ' NOT AFTER LAST RECONCILED '
                       WS-LAST-STMT-DATE ' - RUN REFUSED'
               MOVE WS-RC-FEED-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-BANK-PARAGRAPH.
           READ BANK-IN-FILE
               AT END
                   SET WS-BANK-EOF TO TRUE
           END-READ.

       LOAD-ONE-BANK-RECORD-PARAGRAPH.
           EVALUATE TRUE
               WHEN BIN-REC-DETAIL
                   PERFORM LOAD-DEPOSIT-PARAGRAPH
               WHEN BIN-REC-TRAILER
                   PERFORM CAPTURE-TRAILER-PARAGRAPH
               WHEN OTHER
                   DISPLAY 'BANKREC: UNEXPECTED RECORD TYPE '
                           BIN-REC-TYPE ' ON FEED'
                   MOVE WS-RC-FEED-ERROR TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM READ-BANK-PARAGRAPH.

       LOAD-DEPOSIT-PARAGRAPH.
           IF WS-TRAILER-SEEN
               DISPLAY 'BANKREC: DETAIL RECORD AFTER TRAILER'
               MOVE WS-RC-FEED-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           IF BIN-AMOUNT NOT NUMERIC OR BIN-DEP-DATE NOT NUMERIC
               DISPLAY 'BANKREC: DEPOSIT ' BIN-BANK-REF
                       ' HAS A NON-NUMERIC DATE OR AMOUNT'
               MOVE WS-RC-FEED-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-FEED-DEPOSITS.
           ADD BIN-AMOUNT TO WS-INPUT-HASH.
           PERFORM ADD-DEPOSIT-PARAGRAPH.
           MOVE BIN-DEP-DATE TO WS-DEP-DATE(WS-DEP-IDX).
           MOVE BIN-AMOUNT TO WS-DEP-AMOUNT(WS-DEP-IDX).
           MOVE BIN-BANK-REF TO WS-DEP-REF(WS-DEP-IDX).
           MOVE WS-STMT-DATE TO WS-DEP-FIRST-SEEN(WS-DEP-IDX).

       ADD-DEPOSIT-PARAGRAPH.
           IF WS-DEPOSIT-COUNT < WS-MAX-DEPOSITS
               ADD 1 TO WS-DEPOSIT-COUNT
               SET WS-DEP-IDX TO WS-DEPOSIT-COUNT
               MOVE 'O' TO WS-DEP-STATE(WS-DEP-IDX)
               MOVE ZERO TO WS-DEP-POST-IDX(WS-DEP-IDX)
           ELSE
               DISPLAY 'BANKREC: DEPOSIT TABLE FULL ('
                       WS-MAX-DEPOSITS ') - RUN STOPPED'
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

       ADD-POSTING-PARAGRAPH.
           IF WS-POSTING-COUNT < WS-MAX-POSTINGS
               ADD 1 TO WS-POSTING-COUNT
               SET WS-PST-IDX TO WS-POSTING-COUNT
               MOVE 'O' TO WS-PST-STATE(WS-PST-IDX)
           ELSE
               DISPLAY 'BANKREC: POSTING TABLE FULL ('
                       WS-MAX-POSTINGS ') - RUN STOPPED'
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

       CAPTURE-TRAILER-PARAGRAPH.
           IF WS-TRAILER-SEEN
               DISPLAY 'BANKREC: DUPLICATE TRAILER RECORD'
               MOVE WS-RC-FEED-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           SET WS-TRAILER-SEEN TO TRUE.
           MOVE BTR-REC-COUNT TO WS-TRL-IN-COUNT.
           MOVE BTR-AMOUNT-HASH TO WS-TRL-IN-HASH.

       VERIFY-TRAILER-PARAGRAPH.
           IF NOT WS-TRAILER-SEEN
               DISPLAY 'BANKREC: FEED TRAILER RECORD MISSING'
               MOVE WS-RC-FEED-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-TRL-IN-COUNT NOT = WS-FEED-DEPOSITS
               DISPLAY 'BANKREC: TRAILER COUNT ' WS-TRL-IN-COUNT
                       ' DOES NOT MATCH DEPOSITS READ '
                       WS-FEED-DEPOSITS
               MOVE WS-RC-FEED-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-TRL-IN-HASH NOT = WS-INPUT-HASH
               DISPLAY 'BANKREC: TRAILER HASH ' WS-TRL-IN-HASH
                       ' DOES NOT MATCH AMOUNTS READ ' WS-INPUT-HASH
               MOVE WS-RC-FEED-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-CASH-LOG-PARAGRAPH.
           READ CASH-LOG-FILE
               AT END
                   SET WS-CASHLOG-EOF TO TRUE
           END-READ.

       LOAD-CASH-LOG-PARAGRAPH.
           IF CG-FILE-DATE > WS-CASHLOG-HIGH
               MOVE CG-FILE-DATE TO WS-CASHLOG-HIGH
           END-IF.
           IF CG-FILE-DATE > WS-CASHLOG-THRU
              AND CG-POSTED-TOTAL NUMERIC
              AND CG-POSTED-COUNT NUMERIC
               ADD 1 TO WS-NEW-POSTINGS
               PERFORM ADD-POSTING-PARAGRAPH
               MOVE CG-FILE-DATE TO WS-PST-DATE(WS-PST-IDX)
               MOVE CG-POSTED-TOTAL TO WS-PST-TOTAL(WS-PST-IDX)
               MOVE CG-POSTED-COUNT TO WS-PST-COUNT(WS-PST-IDX)
               MOVE WS-STMT-DATE TO WS-PST-FIRST-SEEN(WS-PST-IDX)
           END-IF.
           PERFORM READ-CASH-LOG-PARAGRAPH.

       MATCH-SECTION SECTION.
           PERFORM MATCH-EXACT-PARAGRAPH
               VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEPOSIT-COUNT.
           PERFORM MATCH-DATE-ONLY-PARAGRAPH
               VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEPOSIT-COUNT.

       MATCH-DETAIL-SECTION SECTION.
       MATCH-EXACT-PARAGRAPH.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE ZERO TO WS-MATCH-IDX.
           PERFORM FIND-EXACT-POSTING-PARAGRAPH
               VARYING WS-PST-IDX FROM 1 BY 1
               UNTIL WS-PST-IDX > WS-POSTING-COUNT OR WS-FOUND.
           IF WS-FOUND
               SET WS-PST-IDX TO WS-MATCH-IDX
               MOVE 'M' TO WS-DEP-STATE(WS-DEP-IDX)
               MOVE 'M' TO WS-PST-STATE(WS-PST-IDX)
               MOVE WS-MATCH-IDX TO WS-DEP-POST-IDX(WS-DEP-IDX)
               ADD 1 TO WS-MATCHED-COUNT
           END-IF.

       FIND-EXACT-POSTING-PARAGRAPH.
           IF WS-PST-STATE(WS-PST-IDX) = 'O'
              AND WS-PST-DATE(WS-PST-IDX) = WS-DEP-DATE(WS-DEP-IDX)
              AND WS-PST-TOTAL(WS-PST-IDX) = WS-DEP-AMOUNT(WS-DEP-IDX)
               SET WS-FOUND TO TRUE
               SET WS-MATCH-IDX TO WS-PST-IDX
           END-IF.

       MATCH-DATE-ONLY-PARAGRAPH.
           IF WS-DEP-STATE(WS-DEP-IDX) = 'O'
               MOVE 'N' TO WS-FOUND-SW
               MOVE ZERO TO WS-MATCH-IDX
               PERFORM FIND-DATE-POSTING-PARAGRAPH
                   VARYING WS-PST-IDX FROM 1 BY 1
                   UNTIL WS-PST-IDX > WS-POSTING-COUNT OR WS-FOUND
               IF WS-FOUND
                   SET WS-PST-IDX TO WS-MATCH-IDX
                   MOVE 'A' TO WS-DEP-STATE(WS-DEP-IDX)
                   MOVE 'A' TO WS-PST-STATE(WS-PST-IDX)
                   MOVE WS-MATCH-IDX TO WS-DEP-POST-IDX(WS-DEP-IDX)
                   ADD 1 TO WS-DIFFERENCE-COUNT
               ELSE
                   ADD 1 TO WS-NO-POSTING-COUNT
               END-IF
           END-IF.

       FIND-DATE-POSTING-PARAGRAPH.
           IF WS-PST-STATE(WS-PST-IDX) = 'O'
              AND WS-PST-DATE(WS-PST-IDX) = WS-DEP-DATE(WS-DEP-IDX)
               SET WS-FOUND TO TRUE
               SET WS-MATCH-IDX TO WS-PST-IDX
           END-IF.

       REPORT-SECTION SECTION.
           OPEN OUTPUT BANK-REPORT-FILE.
           IF WS-BANKRPT-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'BANKREC: BANK-REPORT-FILE OPEN FAILED, '
                       'STATUS=' WS-BANKRPT-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-BANK-HEADER TO BRP-LINE.
           WRITE BRP-LINE.
           MOVE WS-STMT-DATE TO HDR-STMT-DATE.
           MOVE WS-STMT-LINE TO BRP-LINE.
           WRITE BRP-LINE.
           MOVE 'MATCHED DEPOSITS' TO WS-SECTION-LINE.
           PERFORM START-REPORT-BLOCK-PARAGRAPH.
           PERFORM PRINT-MATCHED-PARAGRAPH
               VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEPOSIT-COUNT.
           PERFORM END-REPORT-BLOCK-PARAGRAPH.
           MOVE 'AMOUNT DIFFERENCES' TO WS-SECTION-LINE.
           PERFORM START-REPORT-BLOCK-PARAGRAPH.
           PERFORM PRINT-DIFFERENCE-PARAGRAPH
               VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEPOSIT-COUNT.
           PERFORM END-REPORT-BLOCK-PARAGRAPH.
           MOVE 'DEPOSITS WITH NO POSTING' TO WS-SECTION-LINE.
           PERFORM START-REPORT-BLOCK-PARAGRAPH.
           PERFORM PRINT-NO-POSTING-PARAGRAPH
               VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEPOSIT-COUNT.
           PERFORM END-REPORT-BLOCK-PARAGRAPH.
           MOVE 'POSTINGS WITH NO DEPOSIT' TO WS-SECTION-LINE.
           PERFORM START-REPORT-BLOCK-PARAGRAPH.
           PERFORM PRINT-NO-DEPOSIT-PARAGRAPH
               VARYING WS-PST-IDX FROM 1 BY 1
               UNTIL WS-PST-IDX > WS-POSTING-COUNT.
           PERFORM END-REPORT-BLOCK-PARAGRAPH.

       REPORT-DETAIL-SECTION SECTION.
       START-REPORT-BLOCK-PARAGRAPH.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE SPACES TO BRP-LINE.
           WRITE BRP-LINE.
           MOVE WS-SECTION-LINE TO BRP-LINE.
           WRITE BRP-LINE.
           MOVE WS-COLUMN-LINE TO BRP-LINE.
           WRITE BRP-LINE.

       END-REPORT-BLOCK-PARAGRAPH.
           IF WS-SECTION-COUNT = ZERO
               MOVE WS-NONE-LINE TO BRP-LINE
               WRITE BRP-LINE
           END-IF.

       PRINT-MATCHED-PARAGRAPH.
           IF WS-DEP-STATE(WS-DEP-IDX) = 'M'
               SET WS-PST-IDX TO WS-DEP-POST-IDX(WS-DEP-IDX)
               PERFORM SET-DEPOSIT-LINE-PARAGRAPH
               MOVE WS-PST-TOTAL(WS-PST-IDX) TO BRP-POSTED
               MOVE ZERO TO BRP-DIFFERENCE
               PERFORM WRITE-DETAIL-LINE-PARAGRAPH
           END-IF.

       PRINT-DIFFERENCE-PARAGRAPH.
           IF WS-DEP-STATE(WS-DEP-IDX) = 'A'
               SET WS-PST-IDX TO WS-DEP-POST-IDX(WS-DEP-IDX)
               PERFORM SET-DEPOSIT-LINE-PARAGRAPH
               MOVE WS-PST-TOTAL(WS-PST-IDX) TO BRP-POSTED
               COMPUTE WS-DIFFERENCE = WS-DEP-AMOUNT(WS-DEP-IDX)
                                     - WS-PST-TOTAL(WS-PST-IDX)
               MOVE WS-DIFFERENCE TO BRP-DIFFERENCE
               PERFORM WRITE-DETAIL-LINE-PARAGRAPH
           END-IF.

       PRINT-NO-POSTING-PARAGRAPH.
           IF WS-DEP-STATE(WS-DEP-IDX) = 'O'
               PERFORM SET-DEPOSIT-LINE-PARAGRAPH
               MOVE ZERO TO BRP-POSTED
               MOVE WS-DEP-AMOUNT(WS-DEP-IDX) TO BRP-DIFFERENCE
               PERFORM WRITE-DETAIL-LINE-PARAGRAPH
           END-IF.

       PRINT-NO-DEPOSIT-PARAGRAPH.
           IF WS-PST-STATE(WS-PST-IDX) = 'O'
               ADD 1 TO WS-NO-DEPOSIT-COUNT
               IF WS-PST-FIRST-SEEN(WS-PST-IDX) < WS-STMT-DATE
                   MOVE 'CF' TO BRP-FLAG
               ELSE
                   MOVE SPACES TO BRP-FLAG
               END-IF
               MOVE WS-PST-DATE(WS-PST-IDX) TO BRP-DATE
               MOVE ZERO TO BRP-DEPOSITED
               MOVE WS-PST-TOTAL(WS-PST-IDX) TO BRP-POSTED
               COMPUTE WS-DIFFERENCE = ZERO - WS-PST-TOTAL(WS-PST-IDX)
               MOVE WS-DIFFERENCE TO BRP-DIFFERENCE
               MOVE SPACES TO BRP-BANK-REF
               MOVE WS-PST-FIRST-SEEN(WS-PST-IDX) TO BRP-FIRST-SEEN
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-STMT-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-PST-DATE(WS-PST-IDX))
               MOVE WS-AGE-DAYS TO BRP-AGE
               PERFORM WRITE-DETAIL-LINE-PARAGRAPH
           END-IF.

       SET-DEPOSIT-LINE-PARAGRAPH.
           IF WS-DEP-FIRST-SEEN(WS-DEP-IDX) < WS-STMT-DATE
               MOVE 'CF' TO BRP-FLAG
           ELSE
               MOVE SPACES TO BRP-FLAG
           END-IF.
           MOVE WS-DEP-DATE(WS-DEP-IDX) TO BRP-DATE.
           MOVE WS-DEP-AMOUNT(WS-DEP-IDX) TO BRP-DEPOSITED.
           MOVE WS-DEP-REF(WS-DEP-IDX) TO BRP-BANK-REF.
           MOVE WS-DEP-FIRST-SEEN(WS-DEP-IDX) TO BRP-FIRST-SEEN.
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-STMT-DATE)
             - FUNCTION INTEGER-OF-DATE(WS-DEP-DATE(WS-DEP-IDX)).
           MOVE WS-AGE-DAYS TO BRP-AGE.

       WRITE-DETAIL-LINE-PARAGRAPH.
           ADD 1 TO WS-SECTION-COUNT.
           MOVE WS-DETAIL-LINE TO BRP-LINE.
           WRITE BRP-LINE.

       CLOSE-SECTION SECTION.
       CLOSE-PARAGRAPH.
           PERFORM WRITE-CARRY-FORWARD-PARAGRAPH.
           IF WS-CARRY-OUT-COUNT > ZERO
               MOVE WS-RC-UNRECONCILED TO RETURN-CODE
               DISPLAY 'BANKREC: ' WS-CARRY-OUT-COUNT
                       ' ITEMS UNRECONCILED - SEE BANKRPT'
           END-IF.
           PERFORM PRINT-SUMMARY-PARAGRAPH.
           CLOSE BANK-REPORT-FILE.
           PERFORM WRITE-RUN-CONTROL-PARAGRAPH.

       WRITE-CARRY-FORWARD-PARAGRAPH.
           OPEN OUTPUT BANK-CF-NEW-FILE.
           IF WS-BANKCFN-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'BANKREC: BANK-CF-NEW-FILE OPEN FAILED, '
                       'STATUS=' WS-BANKCFN-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-CF-OUT-REC.
           MOVE 'C' TO CFC-REC-TYPE.
           MOVE WS-STMT-DATE TO CFC-LAST-STMT-DATE.
           MOVE WS-CASHLOG-HIGH TO CFC-CASHLOG-THRU.
           MOVE WS-CF-OUT-REC TO BANK-CF-NEW-REC.
           WRITE BANK-CF-NEW-REC.
           PERFORM CARRY-DEPOSIT-PARAGRAPH
               VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEPOSIT-COUNT.
           PERFORM CARRY-POSTING-PARAGRAPH
               VARYING WS-PST-IDX FROM 1 BY 1
               UNTIL WS-PST-IDX > WS-POSTING-COUNT.
           CLOSE BANK-CF-NEW-FILE.

       CARRY-DEPOSIT-PARAGRAPH.
           IF WS-DEP-STATE(WS-DEP-IDX) NOT = 'M'
               MOVE 'D' TO CFO-REC-TYPE
               MOVE WS-DEP-DATE(WS-DEP-IDX) TO CFO-ITEM-DATE
               MOVE WS-DEP-AMOUNT(WS-DEP-IDX) TO CFO-AMOUNT
               MOVE WS-DEP-REF(WS-DEP-IDX) TO CFO-BANK-REF
               MOVE ZERO TO CFO-POSTED-COUNT
               MOVE WS-DEP-FIRST-SEEN(WS-DEP-IDX) TO CFO-FIRST-SEEN
               IF WS-DEP-STATE(WS-DEP-IDX) = 'A'
                   MOVE 'AD' TO CFO-REASON
               ELSE
                   MOVE 'NP' TO CFO-REASON
               END-IF
               PERFORM WRITE-CARRY-RECORD-PARAGRAPH
           END-IF.

       CARRY-POSTING-PARAGRAPH.
           IF WS-PST-STATE(WS-PST-IDX) NOT = 'M'
               MOVE 'P' TO CFO-REC-TYPE
               MOVE WS-PST-DATE(WS-PST-IDX) TO CFO-ITEM-DATE
               MOVE WS-PST-TOTAL(WS-PST-IDX) TO CFO-AMOUNT
               MOVE SPACES TO CFO-BANK-REF
               MOVE WS-PST-COUNT(WS-PST-IDX) TO CFO-POSTED-COUNT
               MOVE WS-PST-FIRST-SEEN(WS-PST-IDX) TO CFO-FIRST-SEEN
               IF WS-PST-STATE(WS-PST-IDX) = 'A'
                   MOVE 'AD' TO CFO-REASON
               ELSE
                   MOVE 'ND' TO CFO-REASON
               END-IF
               PERFORM WRITE-CARRY-RECORD-PARAGRAPH
           END-IF.

       WRITE-CARRY-RECORD-PARAGRAPH.
           ADD 1 TO WS-CARRY-OUT-COUNT.
           MOVE WS-CF-OUT-REC TO BANK-CF-NEW-REC.
           WRITE BANK-CF-NEW-REC.

       PRINT-SUMMARY-PARAGRAPH.
           MOVE SPACES TO BRP-LINE.
           WRITE BRP-LINE.
           MOVE 'DEPOSITS ON FEED:       ' TO CNT-LABEL.
           MOVE WS-FEED-DEPOSITS TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO BRP-LINE.
           WRITE BRP-LINE.
           MOVE 'DEPOSITS CARRIED IN:    ' TO CNT-LABEL.
           MOVE WS-CARRIED-DEPOSITS TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO BRP-LINE.
           WRITE BRP-LINE.
           MOVE 'NEW POSTING DAYS:       ' TO CNT-LABEL.
           MOVE WS-NEW-POSTINGS TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO BRP-LINE.
           WRITE BRP-LINE.
           MOVE 'POSTING DAYS CARRIED IN:' TO CNT-LABEL.
           MOVE WS-CARRIED-POSTINGS TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO BRP-LINE.
           WRITE BRP-LINE.
           MOVE 'DEPOSITS MATCHED:       ' TO CNT-LABEL.
           MOVE WS-MATCHED-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO BRP-LINE.
           WRITE BRP-LINE.
           MOVE 'AMOUNT DIFFERENCES:     ' TO CNT-LABEL.
           MOVE WS-DIFFERENCE-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO BRP-LINE.
           WRITE BRP-LINE.
           MOVE 'DEPOSITS NO POSTING:    ' TO CNT-LABEL.
           MOVE WS-NO-POSTING-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO BRP-LINE.
           WRITE BRP-LINE.
           MOVE 'POSTINGS NO DEPOSIT:    ' TO CNT-LABEL.
           MOVE WS-NO-DEPOSIT-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO BRP-LINE.
           WRITE BRP-LINE.
           MOVE 'ITEMS CARRIED FORWARD:  ' TO CNT-LABEL.
           MOVE WS-CARRY-OUT-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO BRP-LINE.
           WRITE BRP-LINE.

       WRITE-RUN-CONTROL-PARAGRAPH.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = WS-DB-STATUS-OK
              AND WS-RUNCTL-STATUS NOT = '05'
               DISPLAY 'BANKREC: RUN-CONTROL-FILE OPEN FAILED, '
                       'STATUS=' WS-RUNCTL-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'BANKREC ' TO RC-STEP-NAME.
           MOVE WS-RUN-START-TS TO RC-START-TS.
           MOVE FUNCTION CURRENT-DATE TO RC-END-TS.
           MOVE WS-DEPOSIT-COUNT TO RC-RECORDS-IN.
           MOVE WS-CARRY-OUT-COUNT TO RC-RECORDS-OUT.
           MOVE WS-MATCHED-COUNT TO RC-ACCEPTED.
           COMPUTE RC-REJECTED = WS-DIFFERENCE-COUNT
                               + WS-NO-POSTING-COUNT.
           MOVE ZERO TO RC-SKIPPED.
           MOVE WS-POSTING-COUNT TO RC-TABLE-ROWS.
           MOVE RETURN-CODE TO RC-STEP-RC.
           WRITE RUN-CONTROL-REC.
           CLOSE RUN-CONTROL-FILE.

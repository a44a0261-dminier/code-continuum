      *> End-of-stream run-time history and trend. Runs straight after
      *> RUNBAL off the same run-control records: appends one RUNHIST
      *> row per step (stream, business date, step, start and end,
      *> elapsed seconds, records in and out, return code) to the
      *> permanent run-history file, then prints each step's elapsed
      *> time and records per second tonight against its rolling
      *> average over its last twenty runs in the same stream.
      *>
      *> Two things are flagged, and either ends the step with the
      *> distinct SLA-warning return code operations alert on:
      *>   - a step running more than the overrun limit's percent
      *>     over its average (only once it has five earlier runs to
      *>     average, and only when it is at least a minute over, so
      *>     a two-second step taking four does not page anyone);
      *>   - the stream finishing after the SLA time on the day
      *>     after the DATECARD business date -- the morning the
      *>     night's output is due -- however late the stream
      *>     started or was restarted.
      *>
      *> A step whose run is already on the history (same stream,
      *> step and start timestamp -- this step rerun over the same
      *> RUNCTL) is reported but not appended a second time.
      *>
      *> PARM: 'MODE,PPP,HHMM' -- MODE as RUNBAL's PARM (empty for
      *> SALESNITE, CYCLE or EOD), PPP the overrun limit in percent
      *> (default 50) and HHMM the SLA time; no SLA time, no SLA
      *> check.
      *>
      *> Modification history
      *> 2026-10-15  Initial version.
      *> 2026-10-15  SLA deadline taken from the business date, not
      *>             the stream start, so a late start or a restart
      *>             after midnight cannot move it a day later.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNHIST.
       AUTHOR. CODE-CONTINUUM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
           SELECT DATE-CARD-FILE ASSIGN TO DATECARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATECARD-STATUS.
           SELECT TREND-REPORT-FILE ASSIGN TO TRENDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       FD  RUN-HISTORY-FILE.
       COPY RUNHREC.

       FD  DATE-CARD-FILE.
       COPY DATECARD.

       FD  TREND-REPORT-FILE.
       01 TRD-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RUNCTL-STATUS     PIC X(2)  VALUE '00'.
       01 WS-RUNHIST-STATUS    PIC X(2)  VALUE '00'.
       01 WS-DATECARD-STATUS   PIC X(2)  VALUE '00'.
       01 WS-REPORT-STATUS     PIC X(2)  VALUE '00'.
       01 WS-RUNCTL-EOF-SW     PIC X     VALUE 'N'.
          88 WS-RUNCTL-EOF               VALUE 'Y'.
       01 WS-RUNHIST-EOF-SW    PIC X     VALUE 'N'.
          88 WS-RUNHIST-EOF              VALUE 'Y'.
       01 WS-SLA-SET-SW        PIC X     VALUE 'N'.
          88 WS-SLA-SET                  VALUE 'Y'.
       01 WS-SLA-MISSED-SW     PIC X     VALUE 'N'.
          88 WS-SLA-MISSED               VALUE 'Y'.
       01 WS-TS-VALID-SW       PIC X     VALUE 'N'.
          88 WS-TS-VALID                 VALUE 'Y'.
       01 WS-RUN-MODE          PIC X(5)  VALUE SPACES.
          88 WS-MODE-CYCLE               VALUE 'CYCLE'.
          88 WS-MODE-EOD                 VALUE 'EOD  '.
       01 WS-STREAM-NAME       PIC X(09) VALUE 'SALESNITE'.
       01 WS-PARM-MODE         PIC X(05) VALUE SPACES.
       01 WS-PARM-PCT          PIC X(03) JUSTIFIED RIGHT
                                         VALUE SPACES.
       01 WS-PARM-PCT-NUM REDEFINES WS-PARM-PCT
                               PIC 9(03).
       01 WS-PARM-SLA          PIC X(04) VALUE SPACES.
       01 WS-PARM-SLA-PARTS REDEFINES WS-PARM-SLA.
          05 WS-PARM-SLA-HH    PIC 9(02).
          05 WS-PARM-SLA-MM    PIC 9(02).
       01 WS-OVERRUN-PCT       PIC 9(03) VALUE 050.
       01 WS-SLA-HH            PIC 9(02) VALUE ZERO.
       01 WS-SLA-MM            PIC 9(02) VALUE ZERO.
       01 WS-MIN-PRIOR-RUNS    PIC 9(02) VALUE 05.
       01 WS-MIN-OVERRUN-SECS  PIC 9(04) VALUE 0060.
       01 WS-MAX-RUNS          PIC 9(02) VALUE 20.
       01 WS-BUSINESS-DATE     PIC 9(08) VALUE ZERO.
       01 WS-MAX-STEPS         PIC 9(4)  VALUE 0030.
       01 WS-STEP-COUNT        PIC 9(4)  VALUE ZERO.
       01 WS-STEP-TABLE.
          05 WS-STP-ENTRY OCCURS 30 TIMES
                           INDEXED BY WS-STP-IDX.
             10 WS-STP-NAME       PIC X(08).
             10 WS-STP-START-TS   PIC X(21).
             10 WS-STP-END-TS     PIC X(21).
             10 WS-STP-ELAPSED    PIC 9(07).
             10 WS-STP-IN         PIC 9(08).
             10 WS-STP-OUT        PIC 9(08).
             10 WS-STP-RC         PIC 9(04).
             10 WS-STP-TIMED-SW   PIC X(01).
                88 WS-STP-TIMED            VALUE 'Y'.
             10 WS-STP-RECORDED-SW PIC X(01).
                88 WS-STP-RECORDED         VALUE 'Y'.
             10 WS-STP-RUNS       PIC 9(02).
             10 WS-STP-NEXT       PIC 9(02).
             10 WS-STP-PAST OCCURS 20 TIMES.
                15 WS-STP-PAST-ELAPSED PIC 9(07).
                15 WS-STP-PAST-IN      PIC 9(08).
       01 WS-PAST-SUB          PIC 9(02) VALUE ZERO.
       01 WS-TS-WORK           PIC X(21) VALUE SPACES.
       01 WS-TS-PARTS REDEFINES WS-TS-WORK.
          05 WS-TS-DATE        PIC 9(08).
          05 WS-TS-HH          PIC 9(02).
          05 WS-TS-MI          PIC 9(02).
          05 WS-TS-SS          PIC 9(02).
          05 FILLER            PIC X(07).
       01 WS-TS-SECONDS        PIC 9(11) VALUE ZERO.
       01 WS-START-SECONDS     PIC 9(11) VALUE ZERO.
       01 WS-STREAM-START-TS   PIC X(21) VALUE SPACES.
       01 WS-STREAM-END-TS     PIC X(21) VALUE SPACES.
       01 WS-STREAM-START-SECS PIC 9(11) VALUE ZERO.
       01 WS-STREAM-END-SECS   PIC 9(11) VALUE ZERO.
       01 WS-STREAM-ELAPSED    PIC 9(07) VALUE ZERO.
       01 WS-DEADLINE-DAY      PIC 9(07) VALUE ZERO.
       01 WS-DEADLINE-DATE     PIC 9(08) VALUE ZERO.
       01 WS-DEADLINE-SECS     PIC 9(11) VALUE ZERO.
       01 WS-MINUTES-LATE      PIC 9(05) VALUE ZERO.
       01 WS-SUM-ELAPSED       PIC 9(09) VALUE ZERO.
       01 WS-SUM-IN            PIC 9(10) VALUE ZERO.
       01 WS-AVG-ELAPSED       PIC 9(07) VALUE ZERO.
       01 WS-RATE              PIC 9(08)V9 VALUE ZERO.
       01 WS-AVG-RATE          PIC 9(08)V9 VALUE ZERO.
       01 WS-CHANGE-PCT        PIC S9(05)V9 VALUE ZERO.
       01 WS-PCT-EDIT          PIC -----9.9.
       01 WS-RUNCTL-READ       PIC 9(6)  VALUE ZERO.
       01 WS-HIST-READ         PIC 9(8)  VALUE ZERO.
       01 WS-APPENDED-COUNT    PIC 9(6)  VALUE ZERO.
       01 WS-OVERRUN-COUNT     PIC 9(6)  VALUE ZERO.
       01 WS-TRD-HEADER        PIC X(40) VALUE
              'SALES BATCH RUN-TIME TREND'.
       01 WS-TRD-STREAM-LINE.
          05 FILLER            PIC X(08) VALUE 'STREAM: '.
          05 HDR-STREAM        PIC X(09).
          05 FILLER            PIC X(17) VALUE '   BUSINESS DATE:'.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 HDR-BUSINESS-DATE PIC 9(08).
          05 FILLER            PIC X(17) VALUE '   OVERRUN LIMIT:'.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 HDR-OVERRUN-PCT   PIC ZZ9.
          05 FILLER            PIC X(08) VALUE '%   SLA:'.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 HDR-SLA           PIC X(06).
       01 WS-HDR-SLA-TIME.
          05 HDR-SLA-HH        PIC 9(02).
          05 FILLER            PIC X(01) VALUE ':'.
          05 HDR-SLA-MM        PIC 9(02).
       01 WS-TRD-COLUMNS.
          05 FILLER PIC X(10) VALUE 'STEP      '.
          05 FILLER PIC X(18) VALUE 'START    END      '.
          05 FILLER PIC X(20) VALUE '  ELAPSED   AVERAGE '.
          05 FILLER PIC X(10) VALUE '   CHANGE '.
          05 FILLER PIC X(11) VALUE 'RECORDS IN '.
          05 FILLER PIC X(20) VALUE '  REC/SEC AVG R/SEC '.
          05 FILLER PIC X(15) VALUE 'RUNS   RC  FLAG'.
       01 WS-TRD-COLUMNS-2.
          05 FILLER PIC X(28) VALUE SPACES.
          05 FILLER PIC X(20) VALUE '   (SECS)    (SECS) '.
       01 WS-TRD-DETAIL-LINE.
          05 TRD-STEP-NAME     PIC X(08).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 TRD-START         PIC X(08).
          05 FILLER            PIC X(01) VALUE SPACES.
          05 TRD-END           PIC X(08).
          05 FILLER            PIC X(01) VALUE SPACES.
          05 TRD-ELAPSED       PIC Z,ZZZ,ZZ9.
          05 FILLER            PIC X(01) VALUE SPACES.
          05 TRD-AVG-ELAPSED   PIC X(09).
          05 FILLER            PIC X(01) VALUE SPACES.
          05 TRD-CHANGE        PIC X(09).
          05 FILLER            PIC X(01) VALUE SPACES.
          05 TRD-IN            PIC ZZ,ZZZ,ZZ9.
          05 FILLER            PIC X(01) VALUE SPACES.
          05 TRD-RATE          PIC ZZZ,ZZ9.9.
          05 FILLER            PIC X(01) VALUE SPACES.
          05 TRD-AVG-RATE      PIC X(09).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 TRD-RUNS          PIC Z9.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 TRD-RC            PIC 9(04).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 TRD-FLAG          PIC X(24).
       01 WS-AVG-ELAPSED-EDIT  PIC Z,ZZZ,ZZ9.
       01 WS-AVG-RATE-EDIT     PIC ZZZ,ZZ9.9.
       01 WS-TIME-TEXT.
          05 TXT-HH            PIC 9(02).
          05 FILLER            PIC X(01) VALUE ':'.
          05 TXT-MI            PIC 9(02).
          05 FILLER            PIC X(01) VALUE ':'.
          05 TXT-SS            PIC 9(02).
       01 WS-DATE-TEXT.
          05 TXT-CCYY          PIC 9(04).
          05 FILLER            PIC X(01) VALUE '-'.
          05 TXT-MM            PIC 9(02).
          05 FILLER            PIC X(01) VALUE '-'.
          05 TXT-DD            PIC 9(02).
       01 WS-DATE-PARTS        PIC 9(08) VALUE ZERO.
       01 WS-DATE-PARTS-X REDEFINES WS-DATE-PARTS.
          05 WS-DATE-CCYY      PIC 9(04).
          05 WS-DATE-MM        PIC 9(02).
          05 WS-DATE-DD        PIC 9(02).
       01 WS-TRD-STREAM-TIMES.
          05 FILLER            PIC X(14) VALUE 'STREAM START: '.
          05 SUM-START-DATE    PIC X(10).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 SUM-START-TIME    PIC X(08).
          05 FILLER            PIC X(08) VALUE '   END: '.
          05 SUM-END-DATE      PIC X(10).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 SUM-END-TIME      PIC X(08).
          05 FILLER            PIC X(12) VALUE '   ELAPSED: '.
          05 SUM-ELAPSED       PIC Z,ZZZ,ZZ9.
          05 FILLER            PIC X(05) VALUE ' SECS'.
       01 WS-TRD-SLA-LINE.
          05 FILLER            PIC X(14) VALUE 'SLA DEADLINE: '.
          05 SLA-DEADLINE-DATE PIC X(10).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 SLA-DEADLINE-TIME PIC X(05).
          05 FILLER            PIC X(03) VALUE SPACES.
          05 SLA-RESULT        PIC X(40).
       01 WS-LATE-EDIT         PIC ZZ,ZZ9.
       01 WS-NO-SLA-LINE       PIC X(40) VALUE
              'NO SLA TIME SET FOR THIS STREAM'.
       01 WS-NO-STEPS-LINE     PIC X(40) VALUE
              'NO RUN-CONTROL RECORDS - NOTHING TIMED'.
       01 WS-COUNT-LINE.
          05 CNT-LABEL         PIC X(24).
          05 CNT-VALUE         PIC ZZ,ZZZ,ZZ9.

       COPY WSCONSTANTS.

       LINKAGE SECTION.
       01 LK-PARM-DATA.
          05 LK-PARM-LEN       PIC S9(4) COMP.
          05 LK-PARM-TEXT      PIC X(80).

       PROCEDURE DIVISION USING LK-PARM-DATA.

       MAIN-SECTION SECTION.
           PERFORM INIT-PARAGRAPH.
           PERFORM LOAD-SECTION.
           PERFORM HISTORY-SECTION.
           PERFORM TREND-SECTION.
           PERFORM SLA-SECTION.
           PERFORM APPEND-SECTION.
           PERFORM CLOSE-PARAGRAPH.
           STOP RUN.

       INIT-PARAGRAPH.
           IF LK-PARM-LEN > ZERO
               UNSTRING LK-PARM-TEXT(1:LK-PARM-LEN) DELIMITED BY ','
                   INTO WS-PARM-MODE WS-PARM-PCT WS-PARM-SLA
               END-UNSTRING
           END-IF.
           MOVE WS-PARM-MODE TO WS-RUN-MODE.
           EVALUATE TRUE
               WHEN WS-MODE-CYCLE
                   MOVE 'SALESCYC' TO WS-STREAM-NAME
               WHEN WS-MODE-EOD
                   MOVE 'SALESEOD' TO WS-STREAM-NAME
               WHEN OTHER
                   MOVE 'SALESNITE' TO WS-STREAM-NAME
           END-EVALUATE.
           INSPECT WS-PARM-PCT REPLACING LEADING SPACE BY '0'.
           IF WS-PARM-PCT NUMERIC AND WS-PARM-PCT-NUM > ZERO
               MOVE WS-PARM-PCT-NUM TO WS-OVERRUN-PCT
           END-IF.
           IF WS-PARM-SLA NUMERIC
              AND WS-PARM-SLA-HH < 24 AND WS-PARM-SLA-MM < 60
               MOVE WS-PARM-SLA-HH TO WS-SLA-HH
               MOVE WS-PARM-SLA-MM TO WS-SLA-MM
               SET WS-SLA-SET TO TRUE
           ELSE
               IF WS-PARM-SLA NOT = SPACES
                   DISPLAY 'RUNHIST: SLA TIME ' WS-PARM-SLA
                           ' IS NOT HHMM - NO SLA CHECK'
               END-IF
           END-IF.
           OPEN INPUT DATE-CARD-FILE.
           IF WS-DATECARD-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'RUNHIST: DATE-CARD-FILE OPEN FAILED, STATUS='
                       WS-DATECARD-STATUS
               MOVE WS-RC-DATE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           READ DATE-CARD-FILE
               AT END
                   DISPLAY 'RUNHIST: DATECARD ABSENT OR EMPTY - '
                           'BUSINESS DATE UNKNOWN'
                   MOVE WS-RC-DATE-ERROR TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE DC-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-READ.
           CLOSE DATE-CARD-FILE.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'RUNHIST: RUN-CONTROL-FILE OPEN FAILED, STATUS='
                       WS-RUNCTL-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT TREND-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'RUNHIST: TREND-REPORT-FILE OPEN FAILED, '
                       'STATUS=' WS-REPORT-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           INITIALIZE WS-STEP-TABLE.
           MOVE WS-TRD-HEADER TO TRD-LINE.
           WRITE TRD-LINE.
           MOVE WS-STREAM-NAME TO HDR-STREAM.
           MOVE WS-BUSINESS-DATE TO HDR-BUSINESS-DATE.
           MOVE WS-OVERRUN-PCT TO HDR-OVERRUN-PCT.
           IF WS-SLA-SET
               MOVE WS-SLA-HH TO HDR-SLA-HH
               MOVE WS-SLA-MM TO HDR-SLA-MM
               MOVE WS-HDR-SLA-TIME TO HDR-SLA
           ELSE
               MOVE 'NONE' TO HDR-SLA
           END-IF.
           MOVE WS-TRD-STREAM-LINE TO TRD-LINE.
           WRITE TRD-LINE.
           MOVE SPACES TO TRD-LINE.
           WRITE TRD-LINE.
           MOVE WS-TRD-COLUMNS TO TRD-LINE.
           WRITE TRD-LINE.
           MOVE WS-TRD-COLUMNS-2 TO TRD-LINE.
           WRITE TRD-LINE.

      *> Tonight's steps, in the order they reported, with each one's
      *> elapsed seconds worked out from its own timestamps.
       LOAD-SECTION SECTION.
           PERFORM READ-RUN-CONTROL-PARAGRAPH.
           PERFORM LOAD-ONE-STEP-PARAGRAPH UNTIL WS-RUNCTL-EOF.
           CLOSE RUN-CONTROL-FILE.

       LOAD-DETAIL-SECTION SECTION.
       READ-RUN-CONTROL-PARAGRAPH.
           READ RUN-CONTROL-FILE
               AT END
                   SET WS-RUNCTL-EOF TO TRUE
           END-READ.

       LOAD-ONE-STEP-PARAGRAPH.
           ADD 1 TO WS-RUNCTL-READ.
           IF WS-STEP-COUNT < WS-MAX-STEPS
               ADD 1 TO WS-STEP-COUNT
               SET WS-STP-IDX TO WS-STEP-COUNT
           ELSE
               DISPLAY 'RUNHIST: STEP TABLE FULL ('
                       WS-MAX-STEPS ') - RUN STOPPED'
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RC-STEP-NAME TO WS-STP-NAME(WS-STP-IDX).
           MOVE RC-START-TS TO WS-STP-START-TS(WS-STP-IDX).
           MOVE RC-END-TS TO WS-STP-END-TS(WS-STP-IDX).
           MOVE RC-RECORDS-IN TO WS-STP-IN(WS-STP-IDX).
           MOVE RC-RECORDS-OUT TO WS-STP-OUT(WS-STP-IDX).
           MOVE RC-STEP-RC TO WS-STP-RC(WS-STP-IDX).
           MOVE 'N' TO WS-STP-TIMED-SW(WS-STP-IDX).
           MOVE 'N' TO WS-STP-RECORDED-SW(WS-STP-IDX).
           MOVE 1 TO WS-STP-NEXT(WS-STP-IDX).
           MOVE RC-START-TS TO WS-TS-WORK.
           PERFORM TS-TO-SECONDS-PARAGRAPH.
           IF WS-TS-VALID
               MOVE WS-TS-SECONDS TO WS-START-SECONDS
               MOVE RC-END-TS TO WS-TS-WORK
               PERFORM TS-TO-SECONDS-PARAGRAPH
           END-IF.
           IF WS-TS-VALID AND WS-TS-SECONDS NOT < WS-START-SECONDS
               SET WS-STP-TIMED(WS-STP-IDX) TO TRUE
               COMPUTE WS-STP-ELAPSED(WS-STP-IDX) =
                   WS-TS-SECONDS - WS-START-SECONDS
               PERFORM STREAM-BOUNDS-PARAGRAPH
           END-IF.
           PERFORM READ-RUN-CONTROL-PARAGRAPH.

      *> The stream runs from its earliest step start to its latest
      *> step end; the timestamps compare as text down to the
      *> hundredth of a second.
       STREAM-BOUNDS-PARAGRAPH.
           IF WS-STREAM-START-TS = SPACES
              OR RC-START-TS(1:16) < WS-STREAM-START-TS(1:16)
               MOVE RC-START-TS TO WS-STREAM-START-TS
               MOVE WS-START-SECONDS TO WS-STREAM-START-SECS
           END-IF.
           IF WS-STREAM-END-TS = SPACES
              OR RC-END-TS(1:16) > WS-STREAM-END-TS(1:16)
               MOVE RC-END-TS TO WS-STREAM-END-TS
               MOVE WS-TS-SECONDS TO WS-STREAM-END-SECS
           END-IF.

       TS-TO-SECONDS-PARAGRAPH.
           MOVE 'N' TO WS-TS-VALID-SW.
           MOVE ZERO TO WS-TS-SECONDS.
           IF WS-TS-WORK(1:14) NUMERIC
              AND WS-TS-HH < 24 AND WS-TS-MI < 60 AND WS-TS-SS < 60
              AND FUNCTION TEST-DATE-YYYYMMDD(WS-TS-DATE) = ZERO
               SET WS-TS-VALID TO TRUE
               COMPUTE WS-TS-SECONDS =
                   FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400
                 + WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS
           END-IF.

      *> Earlier runs of the same stream, oldest first, so each step's
      *> ring ends up holding its last twenty.
       HISTORY-SECTION SECTION.
           OPEN INPUT RUN-HISTORY-FILE.
           IF WS-RUNHIST-STATUS NOT = WS-DB-STATUS-OK
              AND WS-RUNHIST-STATUS NOT = '05'
               DISPLAY 'RUNHIST: RUN-HISTORY-FILE OPEN FAILED, STATUS='
                       WS-RUNHIST-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-RUN-HISTORY-PARAGRAPH.
           PERFORM APPLY-HISTORY-PARAGRAPH UNTIL WS-RUNHIST-EOF.
           CLOSE RUN-HISTORY-FILE.

       HISTORY-DETAIL-SECTION SECTION.
       READ-RUN-HISTORY-PARAGRAPH.
           READ RUN-HISTORY-FILE
               AT END
                   SET WS-RUNHIST-EOF TO TRUE
           END-READ.

       APPLY-HISTORY-PARAGRAPH.
           ADD 1 TO WS-HIST-READ.
           IF RH-STREAM = WS-STREAM-NAME
               PERFORM MATCH-HISTORY-STEP-PARAGRAPH
                   VARYING WS-STP-IDX FROM 1 BY 1
                   UNTIL WS-STP-IDX > WS-STEP-COUNT
           END-IF.
           PERFORM READ-RUN-HISTORY-PARAGRAPH.

       MATCH-HISTORY-STEP-PARAGRAPH.
           IF RH-STEP-NAME = WS-STP-NAME(WS-STP-IDX)
               IF RH-START-TS = WS-STP-START-TS(WS-STP-IDX)
                   SET WS-STP-RECORDED(WS-STP-IDX) TO TRUE
               ELSE
                   MOVE WS-STP-NEXT(WS-STP-IDX) TO WS-PAST-SUB
                   MOVE RH-ELAPSED-SECS TO
                        WS-STP-PAST-ELAPSED(WS-STP-IDX, WS-PAST-SUB)
                   MOVE RH-RECORDS-IN TO
                        WS-STP-PAST-IN(WS-STP-IDX, WS-PAST-SUB)
                   IF WS-STP-RUNS(WS-STP-IDX) < WS-MAX-RUNS
                       ADD 1 TO WS-STP-RUNS(WS-STP-IDX)
                   END-IF
                   IF WS-STP-NEXT(WS-STP-IDX) < WS-MAX-RUNS
                       ADD 1 TO WS-STP-NEXT(WS-STP-IDX)
                   ELSE
                       MOVE 1 TO WS-STP-NEXT(WS-STP-IDX)
                   END-IF
               END-IF
           END-IF.

       TREND-SECTION SECTION.
           IF WS-STEP-COUNT = ZERO
               MOVE WS-NO-STEPS-LINE TO TRD-LINE
               WRITE TRD-LINE
           END-IF.
           PERFORM TREND-ONE-STEP-PARAGRAPH
               VARYING WS-STP-IDX FROM 1 BY 1
               UNTIL WS-STP-IDX > WS-STEP-COUNT.

       TREND-DETAIL-SECTION SECTION.
       TREND-ONE-STEP-PARAGRAPH.
           MOVE WS-STP-NAME(WS-STP-IDX) TO TRD-STEP-NAME.
           MOVE WS-STP-START-TS(WS-STP-IDX) TO WS-TS-WORK.
           PERFORM FORMAT-TIME-PARAGRAPH.
           MOVE WS-TIME-TEXT TO TRD-START.
           MOVE WS-STP-END-TS(WS-STP-IDX) TO WS-TS-WORK.
           PERFORM FORMAT-TIME-PARAGRAPH.
           MOVE WS-TIME-TEXT TO TRD-END.
           MOVE WS-STP-ELAPSED(WS-STP-IDX) TO TRD-ELAPSED.
           MOVE WS-STP-IN(WS-STP-IDX) TO TRD-IN.
           MOVE WS-STP-RUNS(WS-STP-IDX) TO TRD-RUNS.
           MOVE WS-STP-RC(WS-STP-IDX) TO TRD-RC.
           MOVE SPACES TO TRD-FLAG.
           IF WS-STP-ELAPSED(WS-STP-IDX) > ZERO
               COMPUTE WS-RATE ROUNDED =
                   WS-STP-IN(WS-STP-IDX) / WS-STP-ELAPSED(WS-STP-IDX)
           ELSE
               MOVE WS-STP-IN(WS-STP-IDX) TO WS-RATE
           END-IF.
           MOVE WS-RATE TO TRD-RATE.
           MOVE ZERO TO WS-SUM-ELAPSED WS-SUM-IN.
           PERFORM SUM-PAST-RUN-PARAGRAPH
               VARYING WS-PAST-SUB FROM 1 BY 1
               UNTIL WS-PAST-SUB > WS-STP-RUNS(WS-STP-IDX).
           IF WS-STP-RUNS(WS-STP-IDX) = ZERO
               MOVE '      N/A' TO TRD-AVG-ELAPSED
               MOVE '     N/A' TO TRD-CHANGE
               MOVE '      N/A' TO TRD-AVG-RATE
           ELSE
               PERFORM AVERAGE-STEP-PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-STP-TIMED(WS-STP-IDX)
                   MOVE 'NOT TIMED' TO TRD-FLAG
               WHEN WS-STP-RUNS(WS-STP-IDX) < WS-MIN-PRIOR-RUNS
                   MOVE 'TOO FEW RUNS TO TREND' TO TRD-FLAG
               WHEN WS-STP-ELAPSED(WS-STP-IDX) * 100 >
                        WS-AVG-ELAPSED * (100 + WS-OVERRUN-PCT)
                AND WS-STP-ELAPSED(WS-STP-IDX) - WS-AVG-ELAPSED
                        NOT < WS-MIN-OVERRUN-SECS
                   MOVE '*** OVER AVERAGE ***' TO TRD-FLAG
                   ADD 1 TO WS-OVERRUN-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-STP-RECORDED(WS-STP-IDX) AND TRD-FLAG = SPACES
               MOVE 'ALREADY ON HISTORY' TO TRD-FLAG
           END-IF.
           MOVE WS-TRD-DETAIL-LINE TO TRD-LINE.
           WRITE TRD-LINE.

       SUM-PAST-RUN-PARAGRAPH.
           ADD WS-STP-PAST-ELAPSED(WS-STP-IDX, WS-PAST-SUB)
               TO WS-SUM-ELAPSED.
           ADD WS-STP-PAST-IN(WS-STP-IDX, WS-PAST-SUB) TO WS-SUM-IN.

      *> The average rate is the past runs' records over their seconds
      *> taken together, so one quiet night does not skew it.
       AVERAGE-STEP-PARAGRAPH.
           COMPUTE WS-AVG-ELAPSED ROUNDED =
               WS-SUM-ELAPSED / WS-STP-RUNS(WS-STP-IDX).
           MOVE WS-AVG-ELAPSED TO WS-AVG-ELAPSED-EDIT.
           MOVE WS-AVG-ELAPSED-EDIT TO TRD-AVG-ELAPSED.
           IF WS-SUM-ELAPSED > ZERO
               COMPUTE WS-AVG-RATE ROUNDED =
                   WS-SUM-IN / WS-SUM-ELAPSED
           ELSE
               MOVE WS-SUM-IN TO WS-AVG-RATE
           END-IF.
           MOVE WS-AVG-RATE TO WS-AVG-RATE-EDIT.
           MOVE WS-AVG-RATE-EDIT TO TRD-AVG-RATE.
           IF WS-AVG-ELAPSED > ZERO
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   (WS-STP-ELAPSED(WS-STP-IDX) - WS-AVG-ELAPSED)
                   * 100 / WS-AVG-ELAPSED
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-CHANGE-PCT
               END-COMPUTE
               MOVE WS-CHANGE-PCT TO WS-PCT-EDIT
               MOVE SPACES TO TRD-CHANGE
               MOVE WS-PCT-EDIT TO TRD-CHANGE
               MOVE '%' TO TRD-CHANGE(9:1)
           ELSE
               MOVE '     N/A' TO TRD-CHANGE
           END-IF.

       FORMAT-TIME-PARAGRAPH.
           IF WS-TS-WORK(1:14) NUMERIC
               MOVE WS-TS-HH TO TXT-HH
               MOVE WS-TS-MI TO TXT-MI
               MOVE WS-TS-SS TO TXT-SS
           ELSE
               MOVE ZERO TO TXT-HH TXT-MI TXT-SS
           END-IF.

       FORMAT-DATE-PARAGRAPH.
           MOVE WS-DATE-CCYY TO TXT-CCYY.
           MOVE WS-DATE-MM TO TXT-MM.
           MOVE WS-DATE-DD TO TXT-DD.

      *> The SLA deadline is the SLA time on the day after the
      *> business date, whenever the stream itself started.
       SLA-SECTION SECTION.
           IF WS-STREAM-START-TS NOT = SPACES
               PERFORM STREAM-TIMES-PARAGRAPH
               IF WS-SLA-SET
                   PERFORM SLA-CHECK-PARAGRAPH
               ELSE
                   MOVE WS-NO-SLA-LINE TO TRD-LINE
                   WRITE TRD-LINE
               END-IF
           END-IF.

       SLA-DETAIL-SECTION SECTION.
       STREAM-TIMES-PARAGRAPH.
           MOVE SPACES TO TRD-LINE.
           WRITE TRD-LINE.
           MOVE WS-STREAM-START-TS TO WS-TS-WORK.
           MOVE WS-TS-DATE TO WS-DATE-PARTS.
           PERFORM FORMAT-DATE-PARAGRAPH.
           MOVE WS-DATE-TEXT TO SUM-START-DATE.
           PERFORM FORMAT-TIME-PARAGRAPH.
           MOVE WS-TIME-TEXT TO SUM-START-TIME.
           COMPUTE WS-DEADLINE-DAY =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) + 1.
           MOVE WS-STREAM-END-TS TO WS-TS-WORK.
           MOVE WS-TS-DATE TO WS-DATE-PARTS.
           PERFORM FORMAT-DATE-PARAGRAPH.
           MOVE WS-DATE-TEXT TO SUM-END-DATE.
           PERFORM FORMAT-TIME-PARAGRAPH.
           MOVE WS-TIME-TEXT TO SUM-END-TIME.
           COMPUTE WS-STREAM-ELAPSED =
               WS-STREAM-END-SECS - WS-STREAM-START-SECS.
           MOVE WS-STREAM-ELAPSED TO SUM-ELAPSED.
           MOVE WS-TRD-STREAM-TIMES TO TRD-LINE.
           WRITE TRD-LINE.

       SLA-CHECK-PARAGRAPH.
           COMPUTE WS-DEADLINE-SECS = WS-DEADLINE-DAY * 86400
                                    + WS-SLA-HH * 3600 + WS-SLA-MM * 60.
           COMPUTE WS-DEADLINE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DEADLINE-DAY).
           MOVE WS-DEADLINE-DATE TO WS-DATE-PARTS.
           PERFORM FORMAT-DATE-PARAGRAPH.
           MOVE WS-DATE-TEXT TO SLA-DEADLINE-DATE.
           MOVE WS-HDR-SLA-TIME TO SLA-DEADLINE-TIME.
           IF WS-STREAM-END-SECS > WS-DEADLINE-SECS
               SET WS-SLA-MISSED TO TRUE
               COMPUTE WS-MINUTES-LATE =
                   (WS-STREAM-END-SECS - WS-DEADLINE-SECS + 59) / 60
               MOVE WS-MINUTES-LATE TO WS-LATE-EDIT
               MOVE SPACES TO SLA-RESULT
               STRING '*** SLA MISSED BY ' DELIMITED BY SIZE
                      WS-LATE-EDIT DELIMITED BY SIZE
                      ' MINUTES ***' DELIMITED BY SIZE
                      INTO SLA-RESULT
               END-STRING
           ELSE
               MOVE 'SLA MET' TO SLA-RESULT
           END-IF.
           MOVE WS-TRD-SLA-LINE TO TRD-LINE.
           WRITE TRD-LINE.

      *> Tonight's timed steps go onto the history; a step already
      *> there from an earlier pass over the same RUNCTL does not.
       APPEND-SECTION SECTION.
           OPEN EXTEND RUN-HISTORY-FILE.
           IF WS-RUNHIST-STATUS NOT = WS-DB-STATUS-OK
              AND WS-RUNHIST-STATUS NOT = '05'
               DISPLAY 'RUNHIST: RUN-HISTORY-FILE OPEN FAILED, STATUS='
                       WS-RUNHIST-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM APPEND-ONE-STEP-PARAGRAPH
               VARYING WS-STP-IDX FROM 1 BY 1
               UNTIL WS-STP-IDX > WS-STEP-COUNT.
           CLOSE RUN-HISTORY-FILE.

       APPEND-DETAIL-SECTION SECTION.
       APPEND-ONE-STEP-PARAGRAPH.
           IF WS-STP-TIMED(WS-STP-IDX)
              AND NOT WS-STP-RECORDED(WS-STP-IDX)
               MOVE WS-STREAM-NAME TO RH-STREAM
               MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE
               MOVE WS-STP-NAME(WS-STP-IDX) TO RH-STEP-NAME
               MOVE WS-STP-START-TS(WS-STP-IDX) TO RH-START-TS
               MOVE WS-STP-END-TS(WS-STP-IDX) TO RH-END-TS
               MOVE WS-STP-ELAPSED(WS-STP-IDX) TO RH-ELAPSED-SECS
               MOVE WS-STP-IN(WS-STP-IDX) TO RH-RECORDS-IN
               MOVE WS-STP-OUT(WS-STP-IDX) TO RH-RECORDS-OUT
               MOVE WS-STP-RC(WS-STP-IDX) TO RH-STEP-RC
               WRITE RUN-HISTORY-REC
               ADD 1 TO WS-APPENDED-COUNT
           END-IF.

       CLOSE-SECTION SECTION.
       CLOSE-PARAGRAPH.
           MOVE SPACES TO TRD-LINE.
           WRITE TRD-LINE.
           MOVE 'STEPS REPORTED' TO CNT-LABEL.
           MOVE WS-RUNCTL-READ TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO TRD-LINE.
           WRITE TRD-LINE.
           MOVE 'HISTORY RECORDS READ' TO CNT-LABEL.
           MOVE WS-HIST-READ TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO TRD-LINE.
           WRITE TRD-LINE.
           MOVE 'ADDED TO HISTORY' TO CNT-LABEL.
           MOVE WS-APPENDED-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO TRD-LINE.
           WRITE TRD-LINE.
           MOVE 'STEPS OVER AVERAGE' TO CNT-LABEL.
           MOVE WS-OVERRUN-COUNT TO CNT-VALUE.
           MOVE WS-COUNT-LINE TO TRD-LINE.
           WRITE TRD-LINE.
           CLOSE TREND-REPORT-FILE.
           DISPLAY 'RUNHIST: ' WS-STREAM-NAME
                   ' STEPS=' WS-RUNCTL-READ
                   ' ADDED=' WS-APPENDED-COUNT
                   ' OVER AVERAGE=' WS-OVERRUN-COUNT.
           IF WS-OVERRUN-COUNT > ZERO OR WS-SLA-MISSED
               MOVE WS-RC-SLA-WARNING TO RETURN-CODE
               DISPLAY 'RUNHIST: RUN-TIME WARNING - SEE TRENDRPT'
           END-IF.

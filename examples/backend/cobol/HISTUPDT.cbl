      *>             re-added to the current period each night. Also
      *>             appends a run-control record for the
      *>             end-of-stream balancing step.
      *> 2026-10-15  Refuses (date-error return code) to post into an
      *>             accounting period PERCLOSE has already closed on
      *>             PERCTL -- a late rerun of a period-end night
      *>             would otherwise move history the close certified.
      *> 2026-10-15  Appends a HSTLOG entry (run date, period, rows
      *>             applied) when the update completes, so a backout
      *>             of the night knows the history was posted.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTUPDT.
       AUTHOR. CODE-CONTINUUM.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT OPTIONAL PERIOD-CONTROL-FILE ASSIGN TO PERCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PERCTL-STATUS.
           SELECT HIST-LOG-FILE ASSIGN TO HSTLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HSTLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       FD  PERIOD-CONTROL-FILE.
       COPY PERCTL.

       FD  HIST-LOG-FILE.
       COPY HSTLOG.

       WORKING-STORAGE SECTION.
       01 WS-SALESTOT-STATUS   PIC X(2)  VALUE '00'.
       01 WS-SALESEXT-STATUS   PIC X(2)  VALUE '00'.
       01 WS-LAST-RUN-DATE-N REDEFINES WS-LAST-RUN-DATE
                             PIC 9(08).
       01 WS-RUNCTL-STATUS     PIC X(2)  VALUE '00'.
       01 WS-PERCTL-STATUS     PIC X(2)  VALUE '00'.
       01 WS-HSTLOG-STATUS     PIC X(2)  VALUE '00'.
       01 WS-RUN-START-TS      PIC X(21) VALUE SPACES.
       01 WS-ROWS-READ         PIC 9(06) VALUE ZERO.
       01 WS-ROWS-APPLIED      PIC 9(06) VALUE ZERO.
               STOP RUN
           END-IF.
           MOVE WS-LAST-RUN-CCYYMM TO WS-RUN-PERIOD.
           PERFORM CHECK-PERIOD-OPEN-PARAGRAPH.
           OPEN INPUT SALES-EXTRACT-FILE.
           IF WS-SALESEXT-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'HISTUPDT: SALES-EXTRACT-FILE OPEN FAILED, '
               STOP RUN
           END-IF.

       CHECK-PERIOD-OPEN-PARAGRAPH.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF WS-PERCTL-STATUS NOT = WS-DB-STATUS-OK
              AND WS-PERCTL-STATUS NOT = '05'
               DISPLAY 'HISTUPDT: PERIOD-CONTROL-FILE OPEN FAILED, '
                       'STATUS=' WS-PERCTL-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RUN-PERIOD TO PC-PERIOD.
           READ PERIOD-CONTROL-FILE
               INVALID KEY
                   MOVE SPACE TO PC-STATUS
           END-READ.
           CLOSE PERIOD-CONTROL-FILE.
           IF PC-STATUS-CLOSED
               DISPLAY 'HISTUPDT: PERIOD ' WS-RUN-PERIOD
                       ' IS CLOSED - HISTORY NOT UPDATED'
               MOVE WS-RC-DATE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-SALES-TOTAL-PARAGRAPH.
           READ SALES-TOTAL-FILE
               AT END
           CLOSE SALES-HISTORY-FILE.
           DISPLAY 'HISTUPDT: PERIOD ' WS-RUN-PERIOD ' ROWS APPLIED='
                   WS-ROWS-APPLIED ' NEW=' WS-ROWS-ADDED.
           PERFORM WRITE-HIST-LOG-PARAGRAPH.
           PERFORM WRITE-RUN-CONTROL-PARAGRAPH.

       WRITE-HIST-LOG-PARAGRAPH.
           OPEN EXTEND HIST-LOG-FILE.
           IF WS-HSTLOG-STATUS NOT = WS-DB-STATUS-OK
              AND WS-HSTLOG-STATUS NOT = '05'
               DISPLAY 'HISTUPDT: HIST-LOG-FILE OPEN FAILED, '
                       'STATUS=' WS-HSTLOG-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-LAST-RUN-DATE-N TO HL-RUN-DATE.
           MOVE WS-RUN-PERIOD TO HL-PERIOD.
           MOVE WS-ROWS-APPLIED TO HL-ROWS-APPLIED.
           WRITE HIST-LOG-REC.
           CLOSE HIST-LOG-FILE.

       WRITE-RUN-CONTROL-PARAGRAPH.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = WS-DB-STATUS-OK

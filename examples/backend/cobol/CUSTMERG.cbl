      *> and are deleted; and the monthly statement detail (SALESDTL)
      *> and posted payments (PAYDTL) are rewritten with the
      *> survivor's ID, HOUSEKP-style, for the job's IEBGENER steps
      *> to copy back over the live datasets. The duplicate's AR open
      *> items re-key to the survivor the same way its history does
      *> (its on-account item, document zero, adds into the
      *> survivor's), so the open items still sum to the balance
      *> that moved. Both CUSTMAST records
      *> log to CUSTLOG (action MF on the duplicate, MT on the
      *> survivor, full before/after images) and MERGERPT says what
      *> moved, so the audit team can reconstruct the whole
      *>
      *> Modification history
      *> 2026-09-02  Initial version.
      *> 2026-10-15  SALESDTL carries document numbers and the feed
      *>             date/cycle now; the rewritten detail record
      *>             widened to match.
      *> 2026-10-15  Move the duplicate's AR open items onto the
      *>             survivor along with its balance.
      *> 2026-10-15  PAYDTL records carry a payment/refund direction
      *>             byte; the rewritten payment record widened.
      *> 2026-10-15  PAYDTL records carry the posting date; the
      *>             rewritten payment record widened again.
      *> 2026-10-15  SALESDTL records carry the standard cost of the
      *>             goods; the rewritten detail record widened.
      *> 2026-10-15  SALESDTL records carry the sales rep code; the
      *>             rewritten detail record widened.
      *> 2026-10-15  CUSTLOG records carry an approving operator;
      *>             the merge is not an approved change, so it is
      *>             left blank.
      *> 2026-10-15  The AR item save area is the full 84-byte
      *>             AR-ITEM-REC; at 80 bytes it dropped the rep code
      *>             from every item moved to the survivor.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMERG.
       AUTHOR. CODE-CONTINUUM.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT AR-ITEM-FILE ASSIGN TO ARITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-ITEM-KEY
               FILE STATUS IS WS-ARITEM-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO CUSTLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTLOG-STATUS.
       FD  SALES-HISTORY-FILE.
       COPY SALESHST.

       FD  AR-ITEM-FILE.
       COPY ARITEM.

       FD  CHANGE-LOG-FILE.
       COPY CUSTLOG.

       COPY SALESDTL.

       FD  DTL-NEW-FILE.
       01 DTL-NEW-REC           PIC X(91).

       FD  PAY-IN-FILE.
       COPY PAYDTL.

       FD  PAY-NEW-FILE.
       01 PAY-NEW-REC           PIC X(47).

       FD  MERGE-REPORT-FILE.
       01 MRG-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-CUSTMAST-STATUS   PIC X(2)  VALUE '00'.
       01 WS-HISTORY-STATUS    PIC X(2)  VALUE '00'.
       01 WS-ARITEM-STATUS     PIC X(2)  VALUE '00'.
       01 WS-CUSTLOG-STATUS    PIC X(2)  VALUE '00'.
       01 WS-DTLIN-STATUS      PIC X(2)  VALUE '00'.
       01 WS-DTLNEW-STATUS     PIC X(2)  VALUE '00'.
          88 WS-PAY-EOF                  VALUE 'Y'.
       01 WS-HIST-DONE-SW      PIC X     VALUE 'N'.
          88 WS-HIST-DONE                VALUE 'Y'.
       01 WS-AR-DONE-SW        PIC X     VALUE 'N'.
          88 WS-AR-DONE                  VALUE 'Y'.
       01 WS-DUP-ID            PIC X(10) VALUE SPACES.
       01 WS-SURVIVOR-ID       PIC X(10) VALUE SPACES.
       01 WS-OPERATOR-ID       PIC X(08) VALUE 'CUSTMERG'.
       01 WS-HIST-AMOUNT       PIC S9(11)V99 VALUE ZERO.
       01 WS-HIST-COUNT        PIC 9(8)  VALUE ZERO.
       01 WS-HIST-PERIOD       PIC 9(6)  VALUE ZERO.
       01 WS-AR-ITEMS          PIC 9(6)  VALUE ZERO.
      *> Must stay the length of AR-ITEM-REC (ARITEM copybook).
       01 WS-AR-SAVE-REC       PIC X(84) VALUE SPACES.
       01 WS-AR-INVOICE-NO     PIC 9(10) VALUE ZERO.
       01 WS-AR-ORIG-AMOUNT    PIC S9(9)V99 VALUE ZERO.
       01 WS-AR-OPEN-AMOUNT    PIC S9(9)V99 VALUE ZERO.
       01 WS-MERGE-HEADER      PIC X(40) VALUE
              'CUSTOMER ACCOUNT MERGE REPORT'.
       01 WS-MERGE-LINE1.
           PERFORM INIT-PARAGRAPH.
           PERFORM MERGE-MASTER-SECTION.
           PERFORM MERGE-HISTORY-SECTION.
           PERFORM MERGE-AR-SECTION.
           PERFORM MERGE-DETAIL-SECTION.
           PERFORM MERGE-PAYMENT-SECTION.
           PERFORM CLOSE-PARAGRAPH.
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O AR-ITEM-FILE.
           IF WS-ARITEM-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'CUSTMERG: AR-ITEM-FILE OPEN FAILED, STATUS='
                       WS-ARITEM-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CUSTLOG-STATUS NOT = WS-DB-STATUS-OK
              AND WS-CUSTLOG-STATUS NOT = '05'
       WRITE-CHANGE-LOG-PARAGRAPH.
           MOVE WS-OPERATOR-ID TO CL-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO CL-TIMESTAMP.
           MOVE SPACES TO CL-APPROVED-BY.
           WRITE CUSTLOG-REC.

       MERGE-HISTORY-SECTION SECTION.
                   STOP RUN
           END-REWRITE.

       MERGE-AR-SECTION SECTION.
           MOVE WS-DUP-ID TO AR-CUST-ID.
           MOVE ZERO TO AR-INVOICE-NO.
           START AR-ITEM-FILE KEY NOT < AR-ITEM-KEY
               INVALID KEY
                   SET WS-AR-DONE TO TRUE
           END-START.
           PERFORM MOVE-ONE-ITEM-PARAGRAPH UNTIL WS-AR-DONE.

       AR-DETAIL-SECTION SECTION.
       MOVE-ONE-ITEM-PARAGRAPH.
           READ AR-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-AR-DONE TO TRUE
           END-READ.
           IF NOT WS-AR-DONE
               IF AR-CUST-ID = WS-DUP-ID
                   PERFORM REKEY-ITEM-PARAGRAPH
               ELSE
                   SET WS-AR-DONE TO TRUE
               END-IF
           END-IF.

       REKEY-ITEM-PARAGRAPH.
           ADD 1 TO WS-AR-ITEMS.
           MOVE AR-ITEM-REC TO WS-AR-SAVE-REC.
           MOVE AR-INVOICE-NO TO WS-AR-INVOICE-NO.
           MOVE AR-ORIG-AMOUNT TO WS-AR-ORIG-AMOUNT.
           MOVE AR-OPEN-AMOUNT TO WS-AR-OPEN-AMOUNT.
           MOVE WS-SURVIVOR-ID TO AR-CUST-ID.
           READ AR-ITEM-FILE
               INVALID KEY
                   MOVE WS-AR-SAVE-REC TO AR-ITEM-REC
                   MOVE WS-SURVIVOR-ID TO AR-CUST-ID
                   PERFORM ADD-SURVIVOR-ITEM-PARAGRAPH
               NOT INVALID KEY
                   PERFORM BUMP-SURVIVOR-ITEM-PARAGRAPH
           END-READ.
           MOVE WS-DUP-ID TO AR-CUST-ID.
           MOVE WS-AR-INVOICE-NO TO AR-INVOICE-NO.
           DELETE AR-ITEM-FILE
               INVALID KEY
                   DISPLAY 'CUSTMERG: AR ITEM DELETE FAILED FOR '
                           WS-DUP-ID ' DOCUMENT ' WS-AR-INVOICE-NO
                   MOVE WS-RC-DB-ERROR TO RETURN-CODE
                   STOP RUN
           END-DELETE.
           START AR-ITEM-FILE KEY > AR-ITEM-KEY
               INVALID KEY
                   SET WS-AR-DONE TO TRUE
           END-START.

       ADD-SURVIVOR-ITEM-PARAGRAPH.
           WRITE AR-ITEM-REC
               INVALID KEY
                   DISPLAY 'CUSTMERG: AR ITEM WRITE FAILED FOR '
                           WS-SURVIVOR-ID ' DOCUMENT ' WS-AR-INVOICE-NO
                   MOVE WS-RC-DB-ERROR TO RETURN-CODE
                   STOP RUN
           END-WRITE.

       BUMP-SURVIVOR-ITEM-PARAGRAPH.
           ADD WS-AR-ORIG-AMOUNT TO AR-ORIG-AMOUNT.
           ADD WS-AR-OPEN-AMOUNT TO AR-OPEN-AMOUNT.
           REWRITE AR-ITEM-REC
               INVALID KEY
                   DISPLAY 'CUSTMERG: AR ITEM REWRITE FAILED FOR '
                           WS-SURVIVOR-ID ' DOCUMENT ' WS-AR-INVOICE-NO
                   MOVE WS-RC-DB-ERROR TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

       MERGE-DETAIL-SECTION SECTION.
           OPEN INPUT DTL-IN-FILE.
           IF WS-DTLIN-STATUS NOT = WS-DB-STATUS-OK
           MOVE WS-HIST-PERIODS TO MRG-COUNT.
           MOVE WS-MERGE-LINE2 TO MRG-LINE.
           WRITE MRG-LINE.
           MOVE 'AR OPEN ITEMS MOVED:    ' TO MRG-LABEL.
           MOVE WS-AR-ITEMS TO MRG-COUNT.
           MOVE WS-MERGE-LINE2 TO MRG-LINE.
           WRITE MRG-LINE.
           CLOSE CUSTMAST-FILE.
           CLOSE SALES-HISTORY-FILE.
           CLOSE AR-ITEM-FILE.
           CLOSE CHANGE-LOG-FILE.
           CLOSE MERGE-REPORT-FILE.
           DISPLAY 'CUSTMERG: ' WS-DUP-ID ' MERGED INTO '

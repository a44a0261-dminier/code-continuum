      *>             plus held, and the released-equals-read tie runs
      *>             edit-to-match and match-to-report instead of
      *>             edit-to-report.
      *> 2026-10-15  INVPRINT prints the invoices and the invoice
      *>             register straight after the report pass; it is
      *>             captured and required wherever the report pass
      *>             is, and the documents it printed must equal the
      *>             sales SALESRPT accepted (one number each).
      *> 2026-10-15  ARPOST posts the issued documents to the AR
      *>             open-item master; it is captured and required
      *>             wherever the report pass is, and its reads must
      *>             equal posted plus no-customer plus skipped.
      *> 2026-10-15  BANKREC reconciles the lockbox postings to the
      *>             bank's deposits; it is required wherever CASHPOST
      *>             is, its deposits must equal matched plus
      *>             unmatched, and its unreconciled return code is
      *>             shown as a warning line instead of failing the
      *>             run.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNBAL.
       AUTHOR. CODE-CONTINUUM.
          88 WS-RTN-SEEN                 VALUE 'Y'.
       01 WS-DATE-SEEN-SW      PIC X     VALUE 'N'.
          88 WS-DATE-SEEN                VALUE 'Y'.
       01 WS-INV-SEEN-SW       PIC X     VALUE 'N'.
          88 WS-INV-SEEN                 VALUE 'Y'.
       01 WS-AR-SEEN-SW       PIC X     VALUE 'N'.
          88 WS-AR-SEEN                  VALUE 'Y'.
       01 WS-BANK-SEEN-SW     PIC X     VALUE 'N'.
          88 WS-BANK-SEEN                VALUE 'Y'.
       01 WS-BANK-UNRECON-SW   PIC X     VALUE 'N'.
          88 WS-BANK-UNRECON             VALUE 'Y'.
       01 WS-RUN-MODE          PIC X(5)  VALUE SPACES.
          88 WS-MODE-CYCLE               VALUE 'CYCLE'.
          88 WS-MODE-EOD                 VALUE 'EOD  '.
       01 WS-RTN-IN            PIC 9(8)  VALUE ZERO.
       01 WS-RTN-OUT           PIC 9(8)  VALUE ZERO.
       01 WS-RTN-REJECTED      PIC 9(8)  VALUE ZERO.
       01 WS-INV-OUT           PIC 9(8)  VALUE ZERO.
       01 WS-AR-IN             PIC 9(8)  VALUE ZERO.
       01 WS-AR-ACCEPTED       PIC 9(8)  VALUE ZERO.
       01 WS-AR-REJECTED       PIC 9(8)  VALUE ZERO.
       01 WS-AR-SKIPPED        PIC 9(8)  VALUE ZERO.
       01 WS-BANK-IN           PIC 9(8)  VALUE ZERO.
       01 WS-BANK-ACCEPTED     PIC 9(8)  VALUE ZERO.
       01 WS-BANK-REJECTED     PIC 9(8)  VALUE ZERO.
       01 WS-CASH-IN           PIC 9(8)  VALUE ZERO.
       01 WS-CASH-ACCEPTED     PIC 9(8)  VALUE ZERO.
       01 WS-CASH-REJECTED     PIC 9(8)  VALUE ZERO.
       01 WS-FAIL-LINE.
          05 FILLER            PIC X(8)  VALUE 'FAILED: '.
          05 BAL-FAIL-TEXT     PIC X(70).
       01 WS-BANK-WARN-TEXT    PIC X(60) VALUE
              'WARNING: BANK DEPOSITS NOT RECONCILED - SEE BANKRPT'.
       01 WS-BALANCED-TEXT     PIC X(40) VALUE
              'RUN BALANCED - ALL COUNTS TIE'.

           MOVE WS-STEP-LINE TO BAL-LINE.
           WRITE BAL-LINE.
           IF RC-STEP-RC > 4
               EVALUATE TRUE
                   WHEN RC-STEP-NAME = 'GLCONFRM'
                        AND RC-STEP-RC = WS-RC-UNCONFIRMED
                       CONTINUE
                   WHEN RC-STEP-NAME = 'BANKREC '
                        AND RC-STEP-RC = WS-RC-UNRECONCILED
                       SET WS-BANK-UNRECON TO TRUE
                   WHEN OTHER
                       PERFORM FAIL-STEP-RC-PARAGRAPH
               END-EVALUATE
           END-IF.
           PERFORM CAPTURE-STEP-PARAGRAPH.
           PERFORM READ-RUN-CONTROL-PARAGRAPH.
                   MOVE RC-RECORDS-IN TO WS-RTN-IN
                   MOVE RC-RECORDS-OUT TO WS-RTN-OUT
                   MOVE RC-REJECTED TO WS-RTN-REJECTED
               WHEN 'INVPRINT'
                   SET WS-INV-SEEN TO TRUE
                   MOVE RC-RECORDS-OUT TO WS-INV-OUT
               WHEN 'ARPOST  '
                   SET WS-AR-SEEN TO TRUE
                   MOVE RC-RECORDS-IN TO WS-AR-IN
                   MOVE RC-ACCEPTED TO WS-AR-ACCEPTED
                   MOVE RC-REJECTED TO WS-AR-REJECTED
                   MOVE RC-SKIPPED TO WS-AR-SKIPPED
               WHEN 'BANKREC '
                   SET WS-BANK-SEEN TO TRUE
                   MOVE RC-RECORDS-IN TO WS-BANK-IN
                   MOVE RC-ACCEPTED TO WS-BANK-ACCEPTED
                   MOVE RC-REJECTED TO WS-BANK-REJECTED
               WHEN 'CASHPOST'
                   SET WS-CASH-SEEN TO TRUE
                   MOVE RC-RECORDS-IN TO WS-CASH-IN
                   MOVE 'N' TO WS-BALANCED-SW
                   PERFORM WRITE-FAIL-LINE-PARAGRAPH
               END-IF
               IF NOT WS-INV-SEEN
                   MOVE 'INVPRINT NEVER REPORTED' TO BAL-FAIL-TEXT
                   MOVE 'N' TO WS-BALANCED-SW
                   PERFORM WRITE-FAIL-LINE-PARAGRAPH
               END-IF
               IF NOT WS-AR-SEEN
                   MOVE 'ARPOST NEVER REPORTED' TO BAL-FAIL-TEXT
                   MOVE 'N' TO WS-BALANCED-SW
                   PERFORM WRITE-FAIL-LINE-PARAGRAPH
               END-IF
           END-IF.
           IF NOT WS-MODE-CYCLE
               IF NOT WS-GLPOST-SEEN
                   MOVE 'N' TO WS-BALANCED-SW
                   PERFORM WRITE-FAIL-LINE-PARAGRAPH
               END-IF
               IF NOT WS-BANK-SEEN
                   MOVE 'BANKREC NEVER REPORTED' TO BAL-FAIL-TEXT
                   MOVE 'N' TO WS-BALANCED-SW
                   PERFORM WRITE-FAIL-LINE-PARAGRAPH
               END-IF
           END-IF.
           IF WS-CASH-SEEN
              AND WS-CASH-IN NOT = WS-CASH-ACCEPTED + WS-CASH-REJECTED
               MOVE 'N' TO WS-BALANCED-SW
               PERFORM WRITE-FAIL-LINE-PARAGRAPH
           END-IF.
           IF WS-BANK-SEEN
              AND WS-BANK-IN NOT = WS-BANK-ACCEPTED + WS-BANK-REJECTED
               MOVE 'BANKREC DEPOSITS NOT = MATCHED + UNMATCHED'
                    TO BAL-FAIL-TEXT
               MOVE 'N' TO WS-BALANCED-SW
               PERFORM WRITE-FAIL-LINE-PARAGRAPH
           END-IF.
           IF WS-BANK-UNRECON
               MOVE WS-BANK-WARN-TEXT TO BAL-LINE
               WRITE BAL-LINE
           END-IF.
           IF WS-EDIT-SEEN
              AND WS-EDIT-IN NOT = WS-EDIT-ACCEPTED + WS-EDIT-REJECTED
                                 + WS-EDIT-SKIPPED
               MOVE 'N' TO WS-BALANCED-SW
               PERFORM WRITE-FAIL-LINE-PARAGRAPH
           END-IF.
           IF WS-RPT-SEEN AND WS-INV-SEEN
              AND WS-RPT-ACCEPTED NOT = WS-INV-OUT
               MOVE 'SALESRPT ACCEPTED NOT = INVPRINT DOCUMENTS'
                    TO BAL-FAIL-TEXT
               MOVE 'N' TO WS-BALANCED-SW
               PERFORM WRITE-FAIL-LINE-PARAGRAPH
           END-IF.
           IF WS-AR-SEEN
              AND WS-AR-IN NOT = WS-AR-ACCEPTED + WS-AR-REJECTED
                               + WS-AR-SKIPPED
               MOVE 'ARPOST READ NOT = POSTED + NO CUSTOMER + SKIPPED'
                    TO BAL-FAIL-TEXT
               MOVE 'N' TO WS-BALANCED-SW
               PERFORM WRITE-FAIL-LINE-PARAGRAPH
           END-IF.
           IF WS-BALANCED
               MOVE WS-BALANCED-TEXT TO BAL-LINE
               WRITE BAL-LINE

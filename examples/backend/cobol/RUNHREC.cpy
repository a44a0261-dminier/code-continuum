      *> Copybook: batch run-history record. RUNHIST appends one per
      *> run-control record at the end of each SALESNITE, SALESEOD
      *> and SALESCYC run -- the stream, the business date it ran
      *> for, the step, its start and end timestamps (CURRENT-DATE
      *> form, as RUNCTL carries them), the elapsed seconds between
      *> them, its records in and out and its return code -- so a
      *> step's run time can be trended against its own past runs
      *> long after the night's temporary RUNCTL has gone.
       01 RUN-HISTORY-REC.
          05 RH-STREAM          PIC X(09).
          05 RH-BUSINESS-DATE   PIC 9(08).
          05 RH-STEP-NAME       PIC X(08).
          05 RH-START-TS        PIC X(21).
          05 RH-END-TS          PIC X(21).
          05 RH-ELAPSED-SECS    PIC 9(07).
          05 RH-RECORDS-IN      PIC 9(08).
          05 RH-RECORDS-OUT     PIC 9(08).
          05 RH-STEP-RC         PIC 9(04).

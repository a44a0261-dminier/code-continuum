      *>             payment dataset CASHPOST appends can be archived
      *>             and reset after the statements print, the same
      *>             cycle as SALESDTL.
      *> 2026-10-15  AUDITLOG entries carry the invoice number and
      *>             SALESDTL records the document numbers and feed
      *>             date/cycle now; the archive/new record areas
      *>             widened to match.
      *> 2026-10-15  PAYDTL records carry a payment/refund direction
      *>             byte; the archive/new record areas widened.
      *> 2026-10-15  AUDITLOG entries carry the feed date and cycle
      *>             and PAYDTL records the posting date; the archive/
      *>             new record areas widened to match.
      *> 2026-10-15  SALESDTL records carry the standard cost of the
      *>             goods; the archive/new record areas widened.
      *> 2026-10-15  SALESDTL records carry the sales rep code; the
      *>             archive/new record areas widened.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSEKP.
       AUTHOR. CODE-CONTINUUM.
          05 AIN-DATE           PIC X(08).
          05 AIN-TIME-REST      PIC X(13).
          05 AIN-AMOUNT         PIC 9(8)V99.
          05 AIN-INVOICE-NO     PIC 9(10).
          05 AIN-RUN-DATE       PIC 9(08).
          05 AIN-CYCLE-NO       PIC 9(03).
       FD  AUDIT-ARCH-FILE.
       01 AUDIT-ARCH-REC        PIC X(64).
       FD  AUDIT-NEW-FILE.
       01 AUDIT-NEW-REC         PIC X(64).

       FD  CHKP-IN-FILE.
       01 CHKP-IN-REC.
       FD  DTL-IN-FILE.
       COPY SALESDTL.
       FD  DTL-ARCH-FILE.
       01 DTL-ARCH-REC          PIC X(91).
       FD  DTL-NEW-FILE.
       01 DTL-NEW-REC           PIC X(91).

       FD  PAY-IN-FILE.
       COPY PAYDTL.
       FD  PAY-ARCH-FILE.
       01 PAY-ARCH-REC          PIC X(47).
       FD  PAY-NEW-FILE.
       01 PAY-NEW-REC           PIC X(47).

       FD  EXC-IN-FILE.
       COPY EXCPREC.

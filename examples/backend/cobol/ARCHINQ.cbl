      *>
      *> Modification history
      *> 2026-09-02  Initial version.
      *> 2026-10-15  AUDITLOG and SALESDTL lines show the invoice or
      *>             credit memo number the record carries.
      *> 2026-10-15  PAYDTL lines label credit-balance refunds.
      *> 2026-10-15  AUDITLOG and PAYDTL records widened (feed date
      *>             and cycle, posting date).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHINQ.
       AUTHOR. CODE-CONTINUUM.
          05 AIN-DATE           PIC X(08).
          05 AIN-TIME-REST      PIC X(13).
          05 AIN-AMOUNT         PIC 9(8)V99.
          05 AIN-INVOICE-NO     PIC 9(10).
          05 AIN-RUN-DATE       PIC 9(08).
          05 AIN-CYCLE-NO       PIC 9(03).

       FD  DTL-IN-FILE.
       COPY SALESDTL.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(8)  VALUE 'AMOUNT: '.
          05 INA-AMOUNT        PIC $$,$$$,$$9.99.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(5)  VALUE 'DOC: '.
          05 INA-DOC-NO        PIC 9(10).
       01 WS-DTL-LINE.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 IND-CUST          PIC X(10).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(5)  VALUE 'TAX: '.
          05 IND-TAX           PIC $$,$$$,$$9.99-.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(5)  VALUE 'DOC: '.
          05 IND-DOC-TYPE      PIC X(01).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 IND-DOC-NO        PIC 9(10).
       01 WS-PAY-LINE.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 INP-CUST          PIC X(10).
          05 FILLER            PIC X(5)  VALUE 'REF: '.
          05 INP-REF           PIC X(10).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 INP-LABEL         PIC X(9)  VALUE 'PAYMENT: '.
          05 INP-AMOUNT        PIC $$,$$$,$$9.99.
       01 WS-EXT-LINE.
          05 FILLER            PIC X(2)  VALUE SPACES.
           MOVE AIN-DATE TO INA-DATE.
           MOVE AIN-STATUS TO INA-STATUS.
           MOVE AIN-AMOUNT TO INA-AMOUNT.
           MOVE AIN-INVOICE-NO TO INA-DOC-NO.
           MOVE WS-AUDIT-LINE TO INQ-LINE.
           PERFORM SELECT-RECORD-PARAGRAPH.
           PERFORM READ-AUDIT-PARAGRAPH.
           MOVE DT-PRODUCT-CODE TO IND-PRODUCT.
           MOVE DT-AMOUNT TO IND-AMOUNT.
           MOVE DT-TAX-AMOUNT TO IND-TAX.
           MOVE DT-DOC-TYPE TO IND-DOC-TYPE.
           MOVE DT-INVOICE-NO TO IND-DOC-NO.
           MOVE WS-DTL-LINE TO INQ-LINE.
           PERFORM SELECT-RECORD-PARAGRAPH.
           PERFORM READ-DTL-PARAGRAPH.
           MOVE PD-PAY-DATE TO INP-DATE.
           MOVE PD-REFERENCE TO INP-REF.
           MOVE PD-AMOUNT TO INP-AMOUNT.
           IF PD-DIR-REFUND
               MOVE 'REFUND:  ' TO INP-LABEL
           ELSE
               MOVE 'PAYMENT: ' TO INP-LABEL
           END-IF.
           MOVE WS-PAY-LINE TO INQ-LINE.
           PERFORM SELECT-RECORD-PARAGRAPH.
           PERFORM READ-PAY-PARAGRAPH.

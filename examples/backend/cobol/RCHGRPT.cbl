      *>
      *> Modification history
      *> 2026-09-02  Initial version.
      *> 2026-10-15  Action PV (commission plan version added) decodes
      *>             its images as COMMPLAN records: effective date,
      *>             version, tiers and who set them.
      *> 2026-10-15  A change released from approval shows the
      *>             operator who approved it beside the one who
      *>             keyed it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCHGRPT.
       AUTHOR. CODE-CONTINUUM.
          05 WS-IMG-T3-RATE    PIC V9(04).
          05 WS-IMG-STATUS     PIC X(01).
          05 FILLER            PIC X(12).
       01 WS-PLAN-FIELDS REDEFINES WS-IMAGE-WORK.
          05 WS-PLN-REP-CODE   PIC X(04).
          05 WS-PLN-EFF-DATE   PIC 9(08).
          05 WS-PLN-VERSION    PIC 9(03).
          05 WS-PLN-T1-LIMIT   PIC 9(09)V99.
          05 WS-PLN-T1-RATE    PIC V9(04).
          05 WS-PLN-T2-LIMIT   PIC 9(09)V99.
          05 WS-PLN-T2-RATE    PIC V9(04).
          05 WS-PLN-T3-RATE    PIC V9(04).
          05 WS-PLN-SET-BY     PIC X(08).
          05 WS-PLN-SET-DATE   PIC 9(08).
          05 FILLER            PIC X(16).
       01 WS-REPORT-HEADER     PIC X(40) VALUE
              'SALES REP MASTER CHANGE ACTIVITY'.
       01 WS-CHANGE-LINE1.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(8)  VALUE 'ACTION: '.
          05 CHG-ACTION        PIC X(2).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 CHG-APPROVED-TAG  PIC X(13).
          05 CHG-APPROVED-BY   PIC X(8).
       01 WS-CHANGE-LINE2.
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 CHG-IMAGE-TAG     PIC X(8).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(4)  VALUE 'T3: '.
          05 CHG-IMG-T3-RATE   PIC .9999.
       01 WS-PLAN-LINE.
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 PLN-IMAGE-TAG     PIC X(8).
          05 PLN-REP-CODE      PIC X(4).
          05 FILLER            PIC X(7)  VALUE '  PLAN '.
          05 PLN-VERSION       PIC 9(3).
          05 FILLER            PIC X(6)  VALUE ' FROM '.
          05 PLN-EFF-DATE      PIC 9(8).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(4)  VALUE 'T1: '.
          05 PLN-T1-LIMIT      PIC $$$,$$$,$$9.99.
          05 FILLER            PIC X(1)  VALUE '/'.
          05 PLN-T1-RATE       PIC .9999.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(4)  VALUE 'T2: '.
          05 PLN-T2-LIMIT      PIC $$$,$$$,$$9.99.
          05 FILLER            PIC X(1)  VALUE '/'.
          05 PLN-T2-RATE       PIC .9999.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(4)  VALUE 'T3: '.
          05 PLN-T3-RATE       PIC .9999.
          05 FILLER            PIC X(8)  VALUE '  SET BY'.
          05 FILLER            PIC X(1)  VALUE SPACE.
          05 PLN-SET-BY        PIC X(8).
       01 WS-NO-PRIOR-PLAN-LINE.
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 FILLER            PIC X(8)  VALUE 'BEFORE: '.
          05 FILLER            PIC X(30) VALUE '(FIRST PLAN VERSION)'.
       01 WS-NO-BEFORE-LINE.
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 FILLER            PIC X(8)  VALUE 'BEFORE: '.
           MOVE RL-TIMESTAMP TO CHG-TIMESTAMP.
           MOVE RL-OPERATOR-ID TO CHG-OPERATOR.
           MOVE RL-ACTION-CODE TO CHG-ACTION.
           IF RL-APPROVED-BY = SPACES
               MOVE SPACES TO CHG-APPROVED-TAG
           ELSE
               MOVE 'APPROVED BY: ' TO CHG-APPROVED-TAG
           END-IF.
           MOVE RL-APPROVED-BY TO CHG-APPROVED-BY.
           MOVE WS-CHANGE-LINE1 TO CHG-LINE.
           WRITE CHG-LINE.
           IF RL-ACTION-PLAN
               PERFORM PRINT-PLAN-CHANGE-PARAGRAPH
           ELSE
               PERFORM PRINT-REP-CHANGE-PARAGRAPH
           END-IF.

       PRINT-REP-CHANGE-PARAGRAPH.
           IF RL-BEFORE-IMAGE = SPACES
               MOVE WS-NO-BEFORE-LINE TO CHG-LINE
               WRITE CHG-LINE
           MOVE WS-CHANGE-LINE2 TO CHG-LINE.
           WRITE CHG-LINE.

       PRINT-PLAN-CHANGE-PARAGRAPH.
           IF RL-BEFORE-IMAGE = SPACES
               MOVE WS-NO-PRIOR-PLAN-LINE TO CHG-LINE
               WRITE CHG-LINE
           ELSE
               MOVE RL-BEFORE-IMAGE TO WS-IMAGE-WORK
               MOVE 'BEFORE: ' TO PLN-IMAGE-TAG
               PERFORM PRINT-PLAN-LINE-PARAGRAPH
           END-IF.
           MOVE RL-AFTER-IMAGE TO WS-IMAGE-WORK.
           MOVE 'AFTER:  ' TO PLN-IMAGE-TAG.
           PERFORM PRINT-PLAN-LINE-PARAGRAPH.

       PRINT-PLAN-LINE-PARAGRAPH.
           MOVE WS-PLN-REP-CODE TO PLN-REP-CODE.
           MOVE WS-PLN-VERSION TO PLN-VERSION.
           MOVE WS-PLN-EFF-DATE TO PLN-EFF-DATE.
           MOVE WS-PLN-T1-LIMIT TO PLN-T1-LIMIT.
           MOVE WS-PLN-T1-RATE TO PLN-T1-RATE.
           MOVE WS-PLN-T2-LIMIT TO PLN-T2-LIMIT.
           MOVE WS-PLN-T2-RATE TO PLN-T2-RATE.
           MOVE WS-PLN-T3-RATE TO PLN-T3-RATE.
           MOVE WS-PLN-SET-BY TO PLN-SET-BY.
           MOVE WS-PLAN-LINE TO CHG-LINE.
           WRITE CHG-LINE.

       CLOSE-SECTION SECTION.
       CLOSE-PARAGRAPH.
           CLOSE REP-LOG-FILE.

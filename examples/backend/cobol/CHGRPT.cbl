      *>
      *> Modification history
      *> 2026-08-21  Initial version.
      *> 2026-10-15  A change released from approval shows the
      *>             operator who approved it beside the one who
      *>             keyed it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGRPT.
       AUTHOR. CODE-CONTINUUM.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(8)  VALUE 'ACTION: '.
          05 CHG-ACTION        PIC X(2).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 CHG-APPROVED-TAG  PIC X(13).
          05 CHG-APPROVED-BY   PIC X(8).
       01 WS-CHANGE-LINE2.
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 CHG-IMAGE-TAG     PIC X(8).
           MOVE CL-TIMESTAMP TO CHG-TIMESTAMP.
           MOVE CL-OPERATOR-ID TO CHG-OPERATOR.
           MOVE CL-ACTION-CODE TO CHG-ACTION.
           IF CL-APPROVED-BY = SPACES
               MOVE SPACES TO CHG-APPROVED-TAG
           ELSE
               MOVE 'APPROVED BY: ' TO CHG-APPROVED-TAG
           END-IF.
           MOVE CL-APPROVED-BY TO CHG-APPROVED-BY.
           MOVE WS-CHANGE-LINE1 TO CHG-LINE.
           WRITE CHG-LINE.
           IF CL-BEFORE-IMAGE = SPACES

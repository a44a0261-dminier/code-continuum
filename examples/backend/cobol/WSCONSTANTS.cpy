       01 WS-RC-TAX-ERROR   PIC 9(4)  VALUE 0028.
       01 WS-RC-DATE-ERROR  PIC 9(4)  VALUE 0032.
       01 WS-RC-UNCONFIRMED PIC 9(4)  VALUE 0036.
       01 WS-RC-UNRECONCILED PIC 9(4) VALUE 0040.
       01 WS-RC-SLA-WARNING PIC 9(4)  VALUE 0044.
       01 WS-REPORTING-CURRENCY PIC X(3) VALUE 'USD'.

      *> Operator authority profile load. Reads the profile cards
      *> audit supplies (OPRCARD, one per operator ID) and writes the
      *> OPRPROF profile CUSTMAINT, REPMAINT, PRODMAINT and CHGAPPR
      *> check at sign-on -- adding it, or replacing the profile
      *> already there, so a change of authority is loaded the same
      *> way as a new operator. A card that fails validation (blank
      *> operator ID, status not A or R, a function flag not Y or N,
      *> P on a function that cannot be held for approval, or a
      *> non-numeric credit ceiling) is listed with its reason and
      *> loads nothing, leaving any profile on file as it was; the
      *> step then ends RC 4 so audit corrects and reloads it.
      *>
      *> Modification history
      *> 2026-10-15  Initial version.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRLOAD.
       AUTHOR. CODE-CONTINUUM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-CARD-FILE ASSIGN TO OPRCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT OPERATOR-PROFILE-FILE ASSIGN TO OPRPROF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPRPROF-STATUS.
           SELECT LOAD-REPORT-FILE ASSIGN TO OPRLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-CARD-FILE.
       COPY OPRCARD.

       FD  OPERATOR-PROFILE-FILE.
       COPY OPRPROF.

       FD  LOAD-REPORT-FILE.
       01 OLR-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CARD-STATUS       PIC X(2)  VALUE '00'.
       01 WS-OPRPROF-STATUS    PIC X(2)  VALUE '00'.
       01 WS-REPORT-STATUS     PIC X(2)  VALUE '00'.
       01 WS-CARD-EOF-SW       PIC X     VALUE 'N'.
          88 WS-CARD-EOF                 VALUE 'Y'.
       01 WS-CARD-VALID-SW     PIC X     VALUE 'N'.
          88 WS-CARD-VALID               VALUE 'Y'.
       01 WS-REJECT-REASON     PIC X(30) VALUE SPACES.
       01 WS-FLAG-IDX          PIC 9(2)  VALUE ZERO.
      *> Which functions may be P (held for approval), in OPRPROF
      *> flag order: changes to an existing record only.
       01 WS-HOLD-ALLOWED      PIC X(13) VALUE 'NYYYNYYYNYYNN'.
       01 WS-HOLD-ALLOWED-TABLE REDEFINES WS-HOLD-ALLOWED.
          05 WS-HOLD-ALLOWED-FLAG PIC X(01) OCCURS 13 TIMES.
       01 WS-CURRENT-TS.
          05 WS-TODAY          PIC 9(8).
          05 FILLER            PIC X(13).
       01 WS-CARDS-READ        PIC 9(6)  VALUE ZERO.
       01 WS-CARDS-REJECTED    PIC 9(6)  VALUE ZERO.
       01 WS-PROFILES-ADDED    PIC 9(6)  VALUE ZERO.
       01 WS-PROFILES-REPLACED PIC 9(6)  VALUE ZERO.
       01 WS-PROFILES-REVOKED  PIC 9(6)  VALUE ZERO.
       01 WS-OLR-HEADER        PIC X(40) VALUE
              'OPERATOR AUTHORITY PROFILE LOAD'.
       01 WS-OLR-DATE-LINE.
          05 FILLER            PIC X(10) VALUE 'RUN DATE: '.
          05 HDR-RUN-DATE      PIC 9(08).
       01 WS-REJECT-LINE.
          05 FILLER            PIC X(10) VALUE 'REJECTED  '.
          05 OLR-OPERATOR-ID   PIC X(08).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 OLR-OPERATOR-NAME PIC X(30).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 OLR-REASON        PIC X(30).
       01 WS-COUNT-LINE.
          05 CNT-LABEL         PIC X(24).
          05 CNT-VALUE         PIC ZZZ,ZZ9.

       COPY WSCONSTANTS.

       PROCEDURE DIVISION.

       MAIN-SECTION SECTION.
           PERFORM INIT-PARAGRAPH.
           PERFORM LOAD-SECTION.
           PERFORM CLOSE-PARAGRAPH.
           STOP RUN.

       INIT-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TS.
           OPEN INPUT OPERATOR-CARD-FILE.
           IF WS-CARD-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'OPRLOAD: OPERATOR-CARD-FILE OPEN FAILED, '
                       'STATUS=' WS-CARD-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O OPERATOR-PROFILE-FILE.
           IF WS-OPRPROF-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'OPRLOAD: OPERATOR-PROFILE-FILE OPEN FAILED, '
                       'STATUS=' WS-OPRPROF-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LOAD-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'OPRLOAD: LOAD-REPORT-FILE OPEN FAILED, '
                       'STATUS=' WS-REPORT-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-OLR-HEADER TO OLR-LINE.
           WRITE OLR-LINE.
           MOVE WS-TODAY TO HDR-RUN-DATE.
           MOVE WS-OLR-DATE-LINE TO OLR-LINE.
           WRITE OLR-LINE.
           MOVE SPACES TO OLR-LINE.
           WRITE OLR-LINE.

       LOAD-SECTION SECTION.
           PERFORM READ-CARD-PARAGRAPH.
           PERFORM PROCESS-ONE-CARD-PARAGRAPH UNTIL WS-CARD-EOF.

       LOAD-DETAIL-SECTION SECTION.
       READ-CARD-PARAGRAPH.
           READ OPERATOR-CARD-FILE
               AT END
                   SET WS-CARD-EOF TO TRUE
           END-READ.

       PROCESS-ONE-CARD-PARAGRAPH.
           ADD 1 TO WS-CARDS-READ.
           PERFORM VALIDATE-CARD-PARAGRAPH.
           IF WS-CARD-VALID
               PERFORM LOAD-PROFILE-PARAGRAPH
           ELSE
               PERFORM REJECT-CARD-PARAGRAPH
           END-IF.
           PERFORM READ-CARD-PARAGRAPH.

       VALIDATE-CARD-PARAGRAPH.
           SET WS-CARD-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF OC-MAX-CREDIT-INCR = SPACES
               MOVE ZEROES TO OC-MAX-CREDIT-INCR
           END-IF.
           EVALUATE TRUE
               WHEN OC-OPERATOR-ID = SPACES
                   MOVE 'OPERATOR ID BLANK' TO WS-REJECT-REASON
               WHEN OC-PROFILE-STATUS NOT = 'A'
                AND OC-PROFILE-STATUS NOT = 'R'
                   MOVE 'STATUS NOT A OR R' TO WS-REJECT-REASON
               WHEN OC-MAX-CREDIT-INCR NOT NUMERIC
                   MOVE 'CREDIT CEILING NOT NUMERIC'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM CHECK-FUNCTION-FLAG-PARAGRAPH
                       VARYING WS-FLAG-IDX FROM 1 BY 1
                       UNTIL WS-FLAG-IDX > 13
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               MOVE 'N' TO WS-CARD-VALID-SW
           END-IF.

       CHECK-FUNCTION-FLAG-PARAGRAPH.
           EVALUATE OC-FUNCTION-FLAG(WS-FLAG-IDX)
               WHEN 'Y'
               WHEN 'N'
                   CONTINUE
               WHEN 'P'
                   IF WS-HOLD-ALLOWED-FLAG(WS-FLAG-IDX) NOT = 'Y'
                       MOVE 'P ON A FUNCTION NOT HELD'
                           TO WS-REJECT-REASON
                   END-IF
               WHEN OTHER
                   MOVE 'FUNCTION FLAG NOT Y, N OR P'
                       TO WS-REJECT-REASON
           END-EVALUATE.

       LOAD-PROFILE-PARAGRAPH.
           IF OC-PROFILE-STATUS = 'R'
               ADD 1 TO WS-PROFILES-REVOKED
           END-IF.
           MOVE OC-OPERATOR-ID TO OP-OPERATOR-ID.
           READ OPERATOR-PROFILE-FILE
               INVALID KEY
                   PERFORM ADD-PROFILE-PARAGRAPH
               NOT INVALID KEY
                   PERFORM REPLACE-PROFILE-PARAGRAPH
           END-READ.

       ADD-PROFILE-PARAGRAPH.
           PERFORM SET-PROFILE-FIELDS-PARAGRAPH.
           WRITE OPERATOR-PROFILE-REC
               INVALID KEY
                   DISPLAY 'OPRLOAD: OPRPROF WRITE FAILED FOR '
                           OP-OPERATOR-ID ' STATUS=' WS-OPRPROF-STATUS
                   MOVE WS-RC-DB-ERROR TO RETURN-CODE
                   STOP RUN
           END-WRITE.
           ADD 1 TO WS-PROFILES-ADDED.

       REPLACE-PROFILE-PARAGRAPH.
           PERFORM SET-PROFILE-FIELDS-PARAGRAPH.
           REWRITE OPERATOR-PROFILE-REC
               INVALID KEY
                   DISPLAY 'OPRLOAD: OPRPROF REWRITE FAILED FOR '
                           OP-OPERATOR-ID ' STATUS=' WS-OPRPROF-STATUS
                   MOVE WS-RC-DB-ERROR TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
           ADD 1 TO WS-PROFILES-REPLACED.

       SET-PROFILE-FIELDS-PARAGRAPH.
           MOVE SPACES TO OPERATOR-PROFILE-REC.
           MOVE OC-OPERATOR-ID TO OP-OPERATOR-ID.
           MOVE OC-OPERATOR-NAME TO OP-OPERATOR-NAME.
           MOVE OC-PROFILE-STATUS TO OP-PROFILE-STATUS.
           MOVE OC-FUNCTION-FLAGS TO OP-FUNCTION-FLAGS.
           MOVE OC-MAX-CREDIT-NUM TO OP-MAX-CREDIT-INCR.
           MOVE WS-TODAY TO OP-LOADED-DATE.

       REJECT-CARD-PARAGRAPH.
           ADD 1 TO WS-CARDS-REJECTED.
           MOVE OC-OPERATOR-ID TO OLR-OPERATOR-ID.
           MOVE OC-OPERATOR-NAME TO OLR-OPERATOR-NAME.
           MOVE WS-REJECT-REASON TO OLR-REASON.
           MOVE WS-REJECT-LINE TO OLR-LINE.
           WRITE OLR-LINE.
           MOVE WS-RC-WARNING TO RETURN-CODE.

       CLOSE-SECTION SECTION.
       CLOSE-PARAGRAPH.
           MOVE SPACES TO OLR-LINE.
           WRITE OLR-LINE.
           MOVE 'PROFILE CARDS READ' TO CNT-LABEL.
           MOVE WS-CARDS-READ TO CNT-VALUE.
           PERFORM WRITE-COUNT-PARAGRAPH.
           MOVE 'PROFILE CARDS REJECTED' TO CNT-LABEL.
           MOVE WS-CARDS-REJECTED TO CNT-VALUE.
           PERFORM WRITE-COUNT-PARAGRAPH.
           MOVE 'PROFILES ADDED' TO CNT-LABEL.
           MOVE WS-PROFILES-ADDED TO CNT-VALUE.
           PERFORM WRITE-COUNT-PARAGRAPH.
           MOVE 'PROFILES REPLACED' TO CNT-LABEL.
           MOVE WS-PROFILES-REPLACED TO CNT-VALUE.
           PERFORM WRITE-COUNT-PARAGRAPH.
           MOVE '  LOADED AS REVOKED' TO CNT-LABEL.
           MOVE WS-PROFILES-REVOKED TO CNT-VALUE.
           PERFORM WRITE-COUNT-PARAGRAPH.
           CLOSE OPERATOR-CARD-FILE.
           CLOSE OPERATOR-PROFILE-FILE.
           CLOSE LOAD-REPORT-FILE.
           DISPLAY 'OPRLOAD: CARDS READ=' WS-CARDS-READ
                   ' REJECTED=' WS-CARDS-REJECTED
                   ' ADDED=' WS-PROFILES-ADDED
                   ' REPLACED=' WS-PROFILES-REPLACED.

       WRITE-COUNT-PARAGRAPH.
           MOVE WS-COUNT-LINE TO OLR-LINE.
           WRITE OLR-LINE.

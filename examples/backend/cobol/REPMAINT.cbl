      *>
      *> Modification history
      *> 2026-09-02  Initial version.
      *> 2026-10-15  Commission plans are effective-dated: setting
      *>             tiers adds a new COMMPLAN version from the date
      *>             keyed (today or later, never back-dated) instead
      *>             of overwriting the old one, and logs it to REPLOG
      *>             as action PV with the version it supersedes. A
      *>             new rep's tiers become version 001 from today.
      *>             REPMAST's tiers still follow a plan that starts
      *>             today, for the screens that show them.
      *> 2026-10-15  Operator authority: sign-on needs an active
      *>             OPRPROF profile, and each function is checked
      *>             against it. A name change, tier change or
      *>             deactivation the operator may key but not apply
      *>             alone (flag P) is written to PENDCHG for a
      *>             second operator to release in CHGAPPR; tiers
      *>             held that way carry their effective date and
      *>             add no COMMPLAN version until released.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPMAINT.
       AUTHOR. CODE-CONTINUUM.
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-REP-CODE
               FILE STATUS IS WS-FILE-STATUS.
           SELECT COMM-PLAN-FILE ASSIGN TO COMMPLAN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPL-PLAN-KEY
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT REP-LOG-FILE ASSIGN TO REPLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPLOG-STATUS.
           SELECT OPERATOR-PROFILE-FILE ASSIGN TO OPRPROF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPRPROF-STATUS.
           SELECT PENDING-CHANGE-FILE ASSIGN TO PENDCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-CHANGE-KEY
               FILE STATUS IS WS-PENDCHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPMAST-FILE.
       COPY REPMREC.

       FD  COMM-PLAN-FILE.
       COPY COMMPLAN.

       FD  REP-LOG-FILE.
       COPY REPLOG.

       FD  OPERATOR-PROFILE-FILE.
       COPY OPRPROF.

       FD  PENDING-CHANGE-FILE.
       COPY PENDCHG.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS    PIC X(2)  VALUE '00'.
       01 WS-REPLOG-STATUS  PIC X(2)  VALUE '00'.
       01 WS-PLAN-STATUS    PIC X(2)  VALUE '00'.
       01 WS-OPRPROF-STATUS PIC X(2)  VALUE '00'.
       01 WS-PENDCHG-STATUS PIC X(2)  VALUE '00'.
       01 WS-AUTHORITY      PIC X(1)  VALUE SPACES.
          88 WS-AUTH-ALONE             VALUE 'Y'.
          88 WS-AUTH-HOLD              VALUE 'P'.
       01 WS-MENU-CHOICE    PIC X(1)  VALUE SPACES.
          88 WS-MENU-ADD               VALUE '1'.
          88 WS-MENU-CHANGE            VALUE '2'.
       01 WS-OPERATOR-ID    PIC X(8)  VALUE SPACES.
       01 WS-ACTION-CODE    PIC X(2)  VALUE SPACES.
       01 WS-BEFORE-IMAGE   PIC X(81) VALUE SPACES.
       01 WS-REP-IMAGE      PIC X(81) VALUE SPACES.
       01 WS-REP-BEFORE-IMAGE PIC X(81) VALUE SPACES.
       01 WS-CURRENT-TS.
          05 WS-TODAY       PIC 9(8).
          05 WS-NOW-TIME    PIC 9(8).
          05 FILLER         PIC X(5).
       01 WS-INPUT-EFF-DATE PIC X(8)  VALUE SPACES.
       01 WS-INPUT-EFF-DATE-NUM REDEFINES WS-INPUT-EFF-DATE
                            PIC 9(8).
       01 WS-EFF-DATE       PIC 9(8)  VALUE ZERO.
       01 WS-EFF-DATE-OK-SW PIC X(1)  VALUE 'N'.
          88 WS-EFF-DATE-OK            VALUE 'Y'.
       01 WS-PLANS-DONE-SW  PIC X(1)  VALUE 'N'.
          88 WS-PLANS-DONE             VALUE 'Y'.
       01 WS-PLAN-CLASH-SW  PIC X(1)  VALUE 'N'.
          88 WS-PLAN-CLASH             VALUE 'Y'.
       01 WS-LAST-VERSION   PIC 9(3)  VALUE ZERO.
       01 WS-PLAN-BEFORE-IMAGE PIC X(81) VALUE SPACES.

       COPY WSCONSTANTS.

               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O COMM-PLAN-FILE.
           IF WS-PLAN-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'REPMAINT: COMM-PLAN-FILE OPEN FAILED, STATUS='
                       WS-PLAN-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND REP-LOG-FILE.
           IF WS-REPLOG-STATUS NOT = WS-DB-STATUS-OK
              AND WS-REPLOG-STATUS NOT = '05'
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT OPERATOR-PROFILE-FILE.
           IF WS-OPRPROF-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'REPMAINT: OPERATOR-PROFILE-FILE OPEN FAILED, '
                       'STATUS=' WS-OPRPROF-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O PENDING-CHANGE-FILE.
           IF WS-PENDCHG-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'REPMAINT: PENDING-CHANGE-FILE OPEN FAILED, '
                       'STATUS=' WS-PENDCHG-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
           READ OPERATOR-PROFILE-FILE
               INVALID KEY
                   MOVE SPACES TO OP-PROFILE-STATUS
           END-READ.
           IF OP-PROFILE-ACTIVE
               PERFORM DISPLAY-MENU-PARAGRAPH UNTIL WS-MENU-EXIT
           ELSE
               DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                       ' HAS NO ACTIVE PROFILE - SIGN-ON REFUSED'
           END-IF.
           CLOSE REPMAST-FILE.
           CLOSE COMM-PLAN-FILE.
           CLOSE REP-LOG-FILE.
           CLOSE OPERATOR-PROFILE-FILE.
           CLOSE PENDING-CHANGE-FILE.
           STOP RUN.

       DISPLAY-MENU-PARAGRAPH.
           END-EVALUATE.

       ADD-REP-PARAGRAPH.
           MOVE OP-REP-ADD TO WS-AUTHORITY.
           IF WS-AUTH-ALONE
               PERFORM KEY-NEW-REP-PARAGRAPH
           ELSE
               DISPLAY 'NOT AUTHORISED TO ADD SALES REPS'
           END-IF.

       KEY-NEW-REP-PARAGRAPH.
           DISPLAY 'REP CODE: ' WITH NO ADVANCING.
           ACCEPT WS-INPUT-REP-CODE.
           DISPLAY 'REP NAME: ' WITH NO ADVANCING.
                   MOVE 'AD' TO WS-ACTION-CODE
                   PERFORM WRITE-REP-LOG-PARAGRAPH
                   DISPLAY 'REP ' WS-INPUT-REP-CODE ' ADDED'
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TS
                   MOVE WS-TODAY TO WS-EFF-DATE
                   MOVE ZERO TO WS-LAST-VERSION
                   MOVE SPACES TO WS-PLAN-BEFORE-IMAGE
                   PERFORM WRITE-PLAN-VERSION-PARAGRAPH
           END-WRITE.

       CHANGE-REP-PARAGRAPH.
           MOVE OP-REP-NAME TO WS-AUTHORITY.
           IF WS-AUTH-ALONE OR WS-AUTH-HOLD
               PERFORM KEY-NAME-CHANGE-PARAGRAPH
           ELSE
               DISPLAY 'NOT AUTHORISED TO CHANGE REP NAMES'
           END-IF.

       KEY-NAME-CHANGE-PARAGRAPH.
           DISPLAY 'REP CODE: ' WITH NO ADVANCING.
           ACCEPT WS-INPUT-REP-CODE.
           MOVE WS-INPUT-REP-CODE TO RM-REP-CODE.
                   DISPLAY 'NEW REP NAME: ' WITH NO ADVANCING
                   ACCEPT WS-INPUT-REP-NAME
                   MOVE WS-INPUT-REP-NAME TO RM-REP-NAME
                   MOVE 'CH' TO WS-ACTION-CODE
                   IF WS-AUTH-ALONE
                       REWRITE REPMAST-REC
                       PERFORM WRITE-REP-LOG-PARAGRAPH
                       DISPLAY 'REP ' WS-INPUT-REP-CODE ' UPDATED'
                   ELSE
                       MOVE ZERO TO WS-EFF-DATE
                       PERFORM HOLD-CHANGE-PARAGRAPH
                   END-IF
           END-READ.

       SET-TIERS-PARAGRAPH.
           MOVE OP-REP-TIERS TO WS-AUTHORITY.
           IF WS-AUTH-ALONE OR WS-AUTH-HOLD
               PERFORM KEY-TIERS-PARAGRAPH
           ELSE
               DISPLAY 'NOT AUTHORISED TO SET COMMISSION TIERS'
           END-IF.

       KEY-TIERS-PARAGRAPH.
           DISPLAY 'REP CODE: ' WITH NO ADVANCING.
           ACCEPT WS-INPUT-REP-CODE.
           MOVE WS-INPUT-REP-CODE TO RM-REP-CODE.
               INVALID KEY
                   DISPLAY 'REP ' WS-INPUT-REP-CODE ' NOT FOUND'
               NOT INVALID KEY
                   PERFORM SET-PLAN-VERSION-PARAGRAPH
           END-READ.

       SET-PLAN-VERSION-PARAGRAPH.
           MOVE REPMAST-REC TO WS-REP-BEFORE-IMAGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TS.
           MOVE 'N' TO WS-EFF-DATE-OK-SW.
           PERFORM ACCEPT-EFF-DATE-PARAGRAPH
               UNTIL WS-EFF-DATE-OK.
           PERFORM SCAN-REP-PLANS-PARAGRAPH.
           IF WS-PLAN-CLASH
               DISPLAY 'A PLAN VERSION ALREADY STARTS ON '
                       WS-EFF-DATE ' - KEY A LATER DATE'
           ELSE
               PERFORM ACCEPT-TIERS-PARAGRAPH
               IF WS-AUTH-ALONE
                   PERFORM APPLY-PLAN-VERSION-PARAGRAPH
               ELSE
                   MOVE WS-REP-BEFORE-IMAGE TO WS-BEFORE-IMAGE
                   MOVE 'TR' TO WS-ACTION-CODE
                   PERFORM HOLD-CHANGE-PARAGRAPH
                   MOVE WS-REP-BEFORE-IMAGE TO REPMAST-REC
               END-IF
           END-IF.

       APPLY-PLAN-VERSION-PARAGRAPH.
           PERFORM WRITE-PLAN-VERSION-PARAGRAPH.
           IF WS-EFF-DATE = WS-TODAY
               MOVE WS-REP-BEFORE-IMAGE TO WS-BEFORE-IMAGE
               REWRITE REPMAST-REC
               MOVE 'TR' TO WS-ACTION-CODE
               PERFORM WRITE-REP-LOG-PARAGRAPH
           ELSE
               MOVE WS-REP-BEFORE-IMAGE TO REPMAST-REC
           END-IF.
           DISPLAY 'REP ' WS-INPUT-REP-CODE
                   ' COMMISSION PLAN VERSION ' CPL-VERSION
                   ' EFFECTIVE ' WS-EFF-DATE.

       ACCEPT-EFF-DATE-PARAGRAPH.
           DISPLAY 'EFFECTIVE DATE (CCYYMMDD, BLANK = TODAY): '
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-EFF-DATE.
           IF WS-INPUT-EFF-DATE = SPACES
               MOVE WS-TODAY TO WS-INPUT-EFF-DATE-NUM
           END-IF.
           IF WS-INPUT-EFF-DATE NOT NUMERIC
               DISPLAY 'DATE MUST BE 8 DIGITS CCYYMMDD'
           ELSE
               IF WS-INPUT-EFF-DATE-NUM < WS-TODAY
                   DISPLAY 'A PLAN CANNOT START IN THE PAST - DAYS '
                           'ALREADY PAID ARE NOT REPRICED'
               ELSE
                   MOVE WS-INPUT-EFF-DATE-NUM TO WS-EFF-DATE
                   SET WS-EFF-DATE-OK TO TRUE
               END-IF
           END-IF.

       SCAN-REP-PLANS-PARAGRAPH.
           MOVE ZERO TO WS-LAST-VERSION.
           MOVE SPACES TO WS-PLAN-BEFORE-IMAGE.
           MOVE 'N' TO WS-PLAN-CLASH-SW.
           MOVE 'N' TO WS-PLANS-DONE-SW.
           MOVE WS-INPUT-REP-CODE TO CPL-REP-CODE.
           MOVE ZERO TO CPL-EFF-DATE.
           START COMM-PLAN-FILE KEY NOT < CPL-PLAN-KEY
               INVALID KEY
                   SET WS-PLANS-DONE TO TRUE
           END-START.
           PERFORM SCAN-NEXT-PLAN-PARAGRAPH UNTIL WS-PLANS-DONE.

       SCAN-NEXT-PLAN-PARAGRAPH.
           READ COMM-PLAN-FILE NEXT RECORD
               AT END
                   SET WS-PLANS-DONE TO TRUE
           END-READ.
           IF NOT WS-PLANS-DONE
               IF CPL-REP-CODE NOT = WS-INPUT-REP-CODE
                   SET WS-PLANS-DONE TO TRUE
               ELSE
                   IF CPL-VERSION > WS-LAST-VERSION
                       MOVE CPL-VERSION TO WS-LAST-VERSION
                   END-IF
                   IF CPL-EFF-DATE = WS-EFF-DATE
                       SET WS-PLAN-CLASH TO TRUE
                   END-IF
                   IF CPL-EFF-DATE < WS-EFF-DATE
                       MOVE COMM-PLAN-REC TO WS-PLAN-BEFORE-IMAGE
                   END-IF
               END-IF
           END-IF.

       WRITE-PLAN-VERSION-PARAGRAPH.
           MOVE SPACES TO COMM-PLAN-REC.
           MOVE RM-REP-CODE TO CPL-REP-CODE.
           MOVE WS-EFF-DATE TO CPL-EFF-DATE.
           COMPUTE CPL-VERSION = WS-LAST-VERSION + 1.
           MOVE RM-TIER1-LIMIT TO CPL-TIER1-LIMIT.
           MOVE RM-TIER1-RATE TO CPL-TIER1-RATE.
           MOVE RM-TIER2-LIMIT TO CPL-TIER2-LIMIT.
           MOVE RM-TIER2-RATE TO CPL-TIER2-RATE.
           MOVE RM-TIER3-RATE TO CPL-TIER3-RATE.
           MOVE WS-OPERATOR-ID TO CPL-SET-BY.
           MOVE WS-TODAY TO CPL-SET-DATE.
           WRITE COMM-PLAN-REC
               INVALID KEY
                   DISPLAY 'REPMAINT: COMMPLAN WRITE FAILED FOR '
                           CPL-PLAN-KEY ' STATUS=' WS-PLAN-STATUS
                   MOVE WS-RC-DB-ERROR TO RETURN-CODE
                   STOP RUN
           END-WRITE.
           MOVE REPMAST-REC TO WS-REP-IMAGE.
           MOVE WS-PLAN-BEFORE-IMAGE TO WS-BEFORE-IMAGE.
           MOVE COMM-PLAN-REC TO REPMAST-REC.
           MOVE 'PV' TO WS-ACTION-CODE.
           PERFORM WRITE-REP-LOG-PARAGRAPH.
           MOVE WS-REP-IMAGE TO REPMAST-REC.

       ACCEPT-TIERS-PARAGRAPH.
           DISPLAY 'TIER 1 LIMIT (9(9)V99 DIGITS): '
           ACCEPT WS-INPUT-RATE.

       DEACTIVATE-REP-PARAGRAPH.
           MOVE OP-REP-DEACT TO WS-AUTHORITY.
           IF WS-AUTH-ALONE OR WS-AUTH-HOLD
               PERFORM KEY-DEACTIVATION-PARAGRAPH
           ELSE
               DISPLAY 'NOT AUTHORISED TO DEACTIVATE SALES REPS'
           END-IF.

       KEY-DEACTIVATION-PARAGRAPH.
           DISPLAY 'REP CODE: ' WITH NO ADVANCING.
           ACCEPT WS-INPUT-REP-CODE.
           MOVE WS-INPUT-REP-CODE TO RM-REP-CODE.
               NOT INVALID KEY
                   MOVE REPMAST-REC TO WS-BEFORE-IMAGE
                   MOVE 'I' TO RM-REP-STATUS
                   MOVE 'DA' TO WS-ACTION-CODE
                   IF WS-AUTH-ALONE
                       REWRITE REPMAST-REC
                       PERFORM WRITE-REP-LOG-PARAGRAPH
                       DISPLAY 'REP ' WS-INPUT-REP-CODE
                               ' DEACTIVATED'
                   ELSE
                       MOVE ZERO TO WS-EFF-DATE
                       PERFORM HOLD-CHANGE-PARAGRAPH
                   END-IF
           END-READ.

       WRITE-REP-LOG-PARAGRAPH.
           MOVE WS-ACTION-CODE TO RL-ACTION-CODE.
           MOVE WS-BEFORE-IMAGE TO RL-BEFORE-IMAGE.
           MOVE REPMAST-REC TO RL-AFTER-IMAGE.
           MOVE SPACES TO RL-APPROVED-BY.
           WRITE REPLOG-REC.

      *> The master and COMMPLAN are left as they were; the change
      *> waits on PENDCHG for a second operator in CHGAPPR. Held
      *> tiers keep the effective date keyed.
       HOLD-CHANGE-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TS.
           MOVE SPACES TO PENDING-CHANGE-REC.
           MOVE WS-TODAY TO PC-REQUEST-DATE.
           MOVE WS-NOW-TIME TO PC-REQUEST-TIME.
           MOVE WS-OPERATOR-ID TO PC-REQUESTED-BY.
           SET PC-MASTER-REP TO TRUE.
           MOVE WS-ACTION-CODE TO PC-ACTION-CODE.
           MOVE RM-REP-CODE TO PC-RECORD-KEY.
           MOVE WS-EFF-DATE TO PC-EFF-DATE.
           SET PC-STATUS-PENDING TO TRUE.
           MOVE WS-BEFORE-IMAGE TO PC-BEFORE-IMAGE.
           MOVE REPMAST-REC TO PC-AFTER-IMAGE.
           WRITE PENDING-CHANGE-REC
               INVALID KEY
                   DISPLAY 'REPMAINT: PENDCHG WRITE FAILED, STATUS='
                           WS-PENDCHG-STATUS ' - CHANGE NOT HELD, '
                           'KEY IT AGAIN'
               NOT INVALID KEY
                   DISPLAY 'REP ' WS-INPUT-REP-CODE
                           ' CHANGE HELD FOR APPROVAL BY A SECOND '
                           'OPERATOR'
           END-WRITE.

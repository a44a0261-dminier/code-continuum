      *> onboard a product (and retire a typo'd code) without a
      *> programmer touching the data file directly.
      *>
      *> Standard costs are maintained here too, against the
      *> effective-dated PRODCOST file (PRODCOST.cpy) the nightly
      *> costing reads: a cost is never changed in place, a new cost
      *> is a new version from its effective date, a version cannot
      *> start in the past (sales already costed are not recosted)
      *> and only a version not yet in force may be deleted. Every
      *> version is stamped with the operator and date that keyed it.
      *>
      *> Modification history
      *> 2026-08-21  Initial version.
      *> 2026-10-15  Added standard cost maintenance (add, list and
      *>             delete effective-dated PRODCOST versions) and an
      *>             operator ID to stamp them with.
      *> 2026-10-15  Operator authority: sign-on needs an active
      *>             OPRPROF profile, and each function is checked
      *>             against it. A description change or deactivation
      *>             the operator may key but not apply alone (flag
      *>             P) is written to PENDCHG for a second operator
      *>             to release in CHGAPPR. Listing costs needs no
      *>             authority; adding or deleting one does.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODMAINT.
       AUTHOR. CODE-CONTINUUM.
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PRODUCT-CODE
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PRODUCT-COST-FILE ASSIGN TO PRODCOST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-COST-KEY
               FILE STATUS IS WS-COST-STATUS.
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
       FD  PRODMAST-FILE.
       COPY PRODMREC.

       FD  PRODUCT-COST-FILE.
       COPY PRODCOST.

       FD  OPERATOR-PROFILE-FILE.
       COPY OPRPROF.

       FD  PENDING-CHANGE-FILE.
       COPY PENDCHG.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS    PIC X(2)  VALUE '00'.
       01 WS-COST-STATUS    PIC X(2)  VALUE '00'.
       01 WS-OPRPROF-STATUS PIC X(2)  VALUE '00'.
       01 WS-PENDCHG-STATUS PIC X(2)  VALUE '00'.
       01 WS-AUTHORITY      PIC X(1)  VALUE SPACES.
          88 WS-AUTH-ALONE             VALUE 'Y'.
          88 WS-AUTH-HOLD              VALUE 'P'.
       01 WS-ACTION-CODE    PIC X(2)  VALUE SPACES.
       01 WS-BEFORE-IMAGE   PIC X(60) VALUE SPACES.
       01 WS-MENU-CHOICE    PIC X(1)  VALUE SPACES.
          88 WS-MENU-ADD               VALUE '1'.
          88 WS-MENU-CHANGE            VALUE '2'.
          88 WS-MENU-DEACTIVATE        VALUE '3'.
          88 WS-MENU-ADD-COST          VALUE '4'.
          88 WS-MENU-LIST-COST         VALUE '5'.
          88 WS-MENU-DELETE-COST       VALUE '6'.
          88 WS-MENU-EXIT              VALUE '7'.
       01 WS-OPERATOR-ID    PIC X(8)  VALUE SPACES.
       01 WS-INPUT-PROD-CODE PIC X(6)  VALUE SPACES.
       01 WS-INPUT-PROD-DESC PIC X(30) VALUE SPACES.
       01 WS-INPUT-PROD-LINE PIC X(4)  VALUE SPACES.
       01 WS-INPUT-EFF-DATE PIC X(8)  VALUE SPACES.
       01 WS-INPUT-EFF-DATE-NUM REDEFINES WS-INPUT-EFF-DATE
                            PIC 9(8).
       01 WS-EFF-DATE-OK-SW PIC X(1)  VALUE 'N'.
          88 WS-EFF-DATE-OK            VALUE 'Y'.
       01 WS-INPUT-COST     PIC X(11) VALUE SPACES.
       01 WS-INPUT-COST-NUM REDEFINES WS-INPUT-COST
                            PIC 9(7)V9(4).
       01 WS-KEY-OK-SW      PIC X(1)  VALUE 'N'.
          88 WS-KEY-OK                 VALUE 'Y'.
       01 WS-LIST-DONE-SW   PIC X(1)  VALUE 'N'.
          88 WS-LIST-DONE              VALUE 'Y'.
       01 WS-LIST-COUNT     PIC 9(4)  VALUE ZERO.
       01 WS-CURRENT-TS.
          05 WS-TODAY       PIC 9(8).
          05 WS-NOW-TIME    PIC 9(8).
          05 FILLER         PIC X(5).
       01 WS-DISPLAY-COST   PIC Z,ZZZ,ZZ9.9999.

       COPY WSCONSTANTS.

               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O PRODUCT-COST-FILE.
           IF WS-COST-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'PRODMAINT: PRODUCT-COST-FILE OPEN FAILED, '
                       'STATUS=' WS-COST-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT OPERATOR-PROFILE-FILE.
           IF WS-OPRPROF-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'PRODMAINT: OPERATOR-PROFILE-FILE OPEN FAILED, '
                       'STATUS=' WS-OPRPROF-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O PENDING-CHANGE-FILE.
           IF WS-PENDCHG-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'PRODMAINT: PENDING-CHANGE-FILE OPEN FAILED, '
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
           CLOSE PRODMAST-FILE.
           CLOSE PRODUCT-COST-FILE.
           CLOSE OPERATOR-PROFILE-FILE.
           CLOSE PENDING-CHANGE-FILE.
           STOP RUN.

       DISPLAY-MENU-PARAGRAPH.
           DISPLAY '1. ADD PRODUCT'.
           DISPLAY '2. CHANGE PRODUCT DESCRIPTION'.
           DISPLAY '3. DEACTIVATE PRODUCT'.
           DISPLAY '4. ADD STANDARD COST VERSION'.
           DISPLAY '5. LIST STANDARD COSTS FOR A PRODUCT'.
           DISPLAY '6. DELETE A COST NOT YET IN FORCE'.
           DISPLAY '7. EXIT'.
           DISPLAY 'ENTER CHOICE: ' WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.
           EVALUATE TRUE
                   PERFORM CHANGE-PRODUCT-PARAGRAPH
               WHEN WS-MENU-DEACTIVATE
                   PERFORM DEACTIVATE-PRODUCT-PARAGRAPH
               WHEN WS-MENU-ADD-COST
                   PERFORM ADD-COST-PARAGRAPH
               WHEN WS-MENU-LIST-COST
                   PERFORM LIST-COSTS-PARAGRAPH
               WHEN WS-MENU-DELETE-COST
                   PERFORM DELETE-COST-PARAGRAPH
               WHEN WS-MENU-EXIT
                   CONTINUE
               WHEN OTHER
           END-EVALUATE.

       ADD-PRODUCT-PARAGRAPH.
           MOVE OP-PROD-ADD TO WS-AUTHORITY.
           IF WS-AUTH-ALONE
               PERFORM KEY-NEW-PRODUCT-PARAGRAPH
           ELSE
               DISPLAY 'NOT AUTHORISED TO ADD PRODUCTS'
           END-IF.

       KEY-NEW-PRODUCT-PARAGRAPH.
           DISPLAY 'PRODUCT CODE: ' WITH NO ADVANCING.
           ACCEPT WS-INPUT-PROD-CODE.
           DISPLAY 'PRODUCT DESCRIPTION: ' WITH NO ADVANCING.
           END-WRITE.

       CHANGE-PRODUCT-PARAGRAPH.
           MOVE OP-PROD-DESC TO WS-AUTHORITY.
           IF WS-AUTH-ALONE OR WS-AUTH-HOLD
               PERFORM KEY-DESC-CHANGE-PARAGRAPH
           ELSE
               DISPLAY 'NOT AUTHORISED TO CHANGE PRODUCT DESCRIPTIONS'
           END-IF.

       KEY-DESC-CHANGE-PARAGRAPH.
           DISPLAY 'PRODUCT CODE: ' WITH NO ADVANCING.
           ACCEPT WS-INPUT-PROD-CODE.
           MOVE WS-INPUT-PROD-CODE TO PM-PRODUCT-CODE.
               INVALID KEY
                   DISPLAY 'PRODUCT ' WS-INPUT-PROD-CODE ' NOT FOUND'
               NOT INVALID KEY
                   MOVE PRODMAST-REC TO WS-BEFORE-IMAGE
                   DISPLAY 'NEW DESCRIPTION: ' WITH NO ADVANCING
                   ACCEPT WS-INPUT-PROD-DESC
                   MOVE WS-INPUT-PROD-DESC TO PM-PRODUCT-DESC
                   IF WS-AUTH-ALONE
                       REWRITE PRODMAST-REC
                       DISPLAY 'PRODUCT ' WS-INPUT-PROD-CODE
                               ' UPDATED'
                   ELSE
                       MOVE 'CH' TO WS-ACTION-CODE
                       PERFORM HOLD-CHANGE-PARAGRAPH
                   END-IF
           END-READ.

       DEACTIVATE-PRODUCT-PARAGRAPH.
           MOVE OP-PROD-DEACT TO WS-AUTHORITY.
           IF WS-AUTH-ALONE OR WS-AUTH-HOLD
               PERFORM KEY-DEACTIVATION-PARAGRAPH
           ELSE
               DISPLAY 'NOT AUTHORISED TO DEACTIVATE PRODUCTS'
           END-IF.

       KEY-DEACTIVATION-PARAGRAPH.
           DISPLAY 'PRODUCT CODE: ' WITH NO ADVANCING.
           ACCEPT WS-INPUT-PROD-CODE.
           MOVE WS-INPUT-PROD-CODE TO PM-PRODUCT-CODE.
               INVALID KEY
                   DISPLAY 'PRODUCT ' WS-INPUT-PROD-CODE ' NOT FOUND'
               NOT INVALID KEY
                   MOVE PRODMAST-REC TO WS-BEFORE-IMAGE
                   MOVE 'I' TO PM-PRODUCT-STATUS
                   IF WS-AUTH-ALONE
                       REWRITE PRODMAST-REC
                       DISPLAY 'PRODUCT ' WS-INPUT-PROD-CODE
                               ' DEACTIVATED'
                   ELSE
                       MOVE 'DA' TO WS-ACTION-CODE
                       PERFORM HOLD-CHANGE-PARAGRAPH
                   END-IF
           END-READ.

      *> The master is left as it was; the change waits on PENDCHG
      *> for a second operator in CHGAPPR.
       HOLD-CHANGE-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TS.
           MOVE SPACES TO PENDING-CHANGE-REC.
           MOVE WS-TODAY TO PC-REQUEST-DATE.
           MOVE WS-NOW-TIME TO PC-REQUEST-TIME.
           MOVE WS-OPERATOR-ID TO PC-REQUESTED-BY.
           SET PC-MASTER-PRODUCT TO TRUE.
           MOVE WS-ACTION-CODE TO PC-ACTION-CODE.
           MOVE PM-PRODUCT-CODE TO PC-RECORD-KEY.
           MOVE ZERO TO PC-EFF-DATE.
           SET PC-STATUS-PENDING TO TRUE.
           MOVE WS-BEFORE-IMAGE TO PC-BEFORE-IMAGE.
           MOVE PRODMAST-REC TO PC-AFTER-IMAGE.
           WRITE PENDING-CHANGE-REC
               INVALID KEY
                   DISPLAY 'PRODMAINT: PENDCHG WRITE FAILED, STATUS='
                           WS-PENDCHG-STATUS ' - CHANGE NOT HELD, '
                           'KEY IT AGAIN'
               NOT INVALID KEY
                   DISPLAY 'PRODUCT ' WS-INPUT-PROD-CODE
                           ' CHANGE HELD FOR APPROVAL BY A SECOND '
                           'OPERATOR'
           END-WRITE.

       ADD-COST-PARAGRAPH.
           MOVE OP-PROD-COST TO WS-AUTHORITY.
           IF WS-AUTH-ALONE
               PERFORM KEY-NEW-COST-PARAGRAPH
           ELSE
               DISPLAY 'NOT AUTHORISED TO MAINTAIN STANDARD COSTS'
           END-IF.

       KEY-NEW-COST-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TS.
           SET WS-KEY-OK TO TRUE.
           DISPLAY 'PRODUCT CODE: ' WITH NO ADVANCING.
           ACCEPT WS-INPUT-PROD-CODE.
           MOVE WS-INPUT-PROD-CODE TO PM-PRODUCT-CODE.
           READ PRODMAST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-KEY-OK-SW
                   DISPLAY 'PRODUCT ' WS-INPUT-PROD-CODE ' NOT FOUND'
               NOT INVALID KEY
                   IF NOT PM-STATUS-ACTIVE
                       MOVE 'N' TO WS-KEY-OK-SW
                       DISPLAY 'PRODUCT ' WS-INPUT-PROD-CODE
                               ' IS INACTIVE'
                   END-IF
           END-READ.
           IF WS-KEY-OK
               MOVE 'N' TO WS-EFF-DATE-OK-SW
               PERFORM ACCEPT-EFF-DATE-PARAGRAPH
           END-IF.
           IF WS-KEY-OK AND WS-EFF-DATE-OK
               DISPLAY 'UNIT COST (9(7)V9(4) DIGITS): '
                   WITH NO ADVANCING
               PERFORM ACCEPT-COST-PARAGRAPH
               MOVE SPACES TO PRODUCT-COST-REC
               MOVE WS-INPUT-PROD-CODE TO SC-PRODUCT-CODE
               MOVE WS-INPUT-EFF-DATE-NUM TO SC-EFF-DATE
               MOVE WS-INPUT-COST-NUM TO SC-UNIT-COST
               MOVE WS-OPERATOR-ID TO SC-SET-BY
               MOVE WS-TODAY TO SC-SET-DATE
               WRITE PRODUCT-COST-REC
                   INVALID KEY
                       DISPLAY 'A COST ALREADY STARTS ON '
                               SC-EFF-DATE ' - DELETE IT FIRST'
                   NOT INVALID KEY
                       DISPLAY 'COST FOR ' SC-PRODUCT-CODE
                               ' FROM ' SC-EFF-DATE ' ADDED'
               END-WRITE
           END-IF.

       LIST-COSTS-PARAGRAPH.
           DISPLAY 'PRODUCT CODE: ' WITH NO ADVANCING.
           ACCEPT WS-INPUT-PROD-CODE.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE 'N' TO WS-LIST-DONE-SW.
           MOVE WS-INPUT-PROD-CODE TO SC-PRODUCT-CODE.
           MOVE ZERO TO SC-EFF-DATE.
           START PRODUCT-COST-FILE KEY NOT < SC-COST-KEY
               INVALID KEY
                   SET WS-LIST-DONE TO TRUE
           END-START.
           PERFORM LIST-NEXT-COST-PARAGRAPH UNTIL WS-LIST-DONE.
           IF WS-LIST-COUNT = ZERO
               DISPLAY 'NO COSTS ON FILE FOR ' WS-INPUT-PROD-CODE
           END-IF.

       LIST-NEXT-COST-PARAGRAPH.
           READ PRODUCT-COST-FILE NEXT RECORD
               AT END
                   SET WS-LIST-DONE TO TRUE
           END-READ.
           IF NOT WS-LIST-DONE
               IF SC-PRODUCT-CODE NOT = WS-INPUT-PROD-CODE
                   SET WS-LIST-DONE TO TRUE
               ELSE
                   ADD 1 TO WS-LIST-COUNT
                   PERFORM SHOW-COST-PARAGRAPH
               END-IF
           END-IF.

       SHOW-COST-PARAGRAPH.
           MOVE SC-UNIT-COST TO WS-DISPLAY-COST.
           DISPLAY SC-PRODUCT-CODE ' FROM ' SC-EFF-DATE
                   ' UNIT COST ' WS-DISPLAY-COST
                   ' SET BY ' SC-SET-BY ' ON ' SC-SET-DATE.

       DELETE-COST-PARAGRAPH.
           MOVE OP-PROD-COST TO WS-AUTHORITY.
           IF WS-AUTH-ALONE
               PERFORM KEY-COST-DELETE-PARAGRAPH
           ELSE
               DISPLAY 'NOT AUTHORISED TO MAINTAIN STANDARD COSTS'
           END-IF.

       KEY-COST-DELETE-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TS.
           DISPLAY 'PRODUCT CODE: ' WITH NO ADVANCING.
           ACCEPT WS-INPUT-PROD-CODE.
           DISPLAY 'EFFECTIVE DATE (CCYYMMDD): ' WITH NO ADVANCING.
           ACCEPT WS-INPUT-EFF-DATE.
           MOVE WS-INPUT-PROD-CODE TO SC-PRODUCT-CODE.
           IF WS-INPUT-EFF-DATE NOT NUMERIC
               DISPLAY 'DATE MUST BE 8 DIGITS CCYYMMDD'
           ELSE
               MOVE WS-INPUT-EFF-DATE-NUM TO SC-EFF-DATE
               READ PRODUCT-COST-FILE
                   INVALID KEY
                       DISPLAY 'NO COST STARTS ON THAT DATE'
                   NOT INVALID KEY
                       PERFORM REMOVE-COST-PARAGRAPH
               END-READ
           END-IF.

       REMOVE-COST-PARAGRAPH.
           PERFORM SHOW-COST-PARAGRAPH.
           IF SC-EFF-DATE NOT > WS-TODAY
               DISPLAY 'COST IS ALREADY IN FORCE - ADD A NEW '
                       'VERSION INSTEAD'
           ELSE
               DELETE PRODUCT-COST-FILE
               DISPLAY 'COST FOR ' SC-PRODUCT-CODE
                       ' FROM ' SC-EFF-DATE ' DELETED'
           END-IF.

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
                   DISPLAY 'A COST CANNOT START IN THE PAST - SALES '
                           'ALREADY COSTED ARE NOT RECOSTED'
               ELSE
                   SET WS-EFF-DATE-OK TO TRUE
               END-IF
           END-IF.

       ACCEPT-COST-PARAGRAPH.
           ACCEPT WS-INPUT-COST.
           PERFORM REACCEPT-COST-PARAGRAPH
               UNTIL WS-INPUT-COST NUMERIC.

       REACCEPT-COST-PARAGRAPH.
           DISPLAY 'COST MUST BE 11 DIGITS, RE-ENTER: '
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-COST.

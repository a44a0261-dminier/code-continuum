      *> Online price list maintenance transaction. Menu-driven
      *> add/list/delete against the PRICELST indexed file
      *> (PRICELST.cpy): one row per product, optional contract
      *> customer and effective date. A price is never changed in
      *> place -- a new price is a new version from its effective
      *> date, and the version it supersedes stays on file so the
      *> price any past feed line was checked against can still be
      *> shown. A version cannot start in the past (lines already
      *> edited are not rechecked), and only a version that is not
      *> yet in force may be deleted. The product must be on
      *> PRODMAST and active; a contract customer must be on
      *> CUSTMAST. Every version is stamped with the operator and
      *> date that keyed it.
      *>
      *> Modification history
      *> 2026-10-15  Initial version.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICMAINT.
       AUTHOR. CODE-CONTINUUM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-LIST-FILE ASSIGN TO PRICELST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-PRICE-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PRODMAST-FILE ASSIGN TO PRODMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PRODUCT-CODE
               FILE STATUS IS WS-PRODMAST-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRICE-LIST-FILE.
       COPY PRICELST.

       FD  PRODMAST-FILE.
       COPY PRODMREC.

       FD  CUSTMAST-FILE.
       COPY CUSTMREC.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS    PIC X(2)  VALUE '00'.
       01 WS-PRODMAST-STATUS PIC X(2) VALUE '00'.
       01 WS-CUSTMAST-STATUS PIC X(2) VALUE '00'.
       01 WS-MENU-CHOICE    PIC X(1)  VALUE SPACES.
          88 WS-MENU-ADD               VALUE '1'.
          88 WS-MENU-LIST              VALUE '2'.
          88 WS-MENU-DELETE            VALUE '3'.
          88 WS-MENU-EXIT              VALUE '4'.
       01 WS-OPERATOR-ID    PIC X(8)  VALUE SPACES.
       01 WS-INPUT-PROD-CODE PIC X(6) VALUE SPACES.
       01 WS-INPUT-CUST-ID  PIC X(10) VALUE SPACES.
       01 WS-INPUT-EFF-DATE PIC X(8)  VALUE SPACES.
       01 WS-INPUT-EFF-DATE-NUM REDEFINES WS-INPUT-EFF-DATE
                            PIC 9(8).
       01 WS-EFF-DATE-OK-SW PIC X(1)  VALUE 'N'.
          88 WS-EFF-DATE-OK            VALUE 'Y'.
       01 WS-INPUT-PRICE    PIC X(11) VALUE SPACES.
       01 WS-INPUT-PRICE-NUM REDEFINES WS-INPUT-PRICE
                            PIC 9(7)V9(4).
       01 WS-INPUT-TOLERANCE PIC X(5) VALUE SPACES.
       01 WS-INPUT-TOLERANCE-NUM REDEFINES WS-INPUT-TOLERANCE
                            PIC 9(3)V99.
       01 WS-DEFAULT-TOLERANCE PIC X(5) VALUE '00500'.
       01 WS-KEY-OK-SW      PIC X(1)  VALUE 'N'.
          88 WS-KEY-OK                 VALUE 'Y'.
       01 WS-LIST-DONE-SW   PIC X(1)  VALUE 'N'.
          88 WS-LIST-DONE              VALUE 'Y'.
       01 WS-LIST-COUNT     PIC 9(4)  VALUE ZERO.
       01 WS-CURRENT-TS.
          05 WS-TODAY       PIC 9(8).
          05 FILLER         PIC X(13).
       01 WS-DISPLAY-PRICE  PIC Z,ZZZ,ZZ9.9999.
       01 WS-DISPLAY-TOLERANCE PIC ZZ9.99.
       01 WS-DISPLAY-CUST   PIC X(10) VALUE SPACES.

       COPY WSCONSTANTS.

       PROCEDURE DIVISION.

       MAIN-SECTION SECTION.
           OPEN I-O PRICE-LIST-FILE.
           IF WS-FILE-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'PRICMAINT: PRICE-LIST-FILE OPEN FAILED, '
                       'STATUS=' WS-FILE-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PRODMAST-FILE.
           IF WS-PRODMAST-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'PRICMAINT: PRODMAST-FILE OPEN FAILED, STATUS='
                       WS-PRODMAST-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTMAST-FILE.
           IF WS-CUSTMAST-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'PRICMAINT: CUSTMAST-FILE OPEN FAILED, STATUS='
                       WS-CUSTMAST-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           PERFORM DISPLAY-MENU-PARAGRAPH UNTIL WS-MENU-EXIT.
           CLOSE PRICE-LIST-FILE.
           CLOSE PRODMAST-FILE.
           CLOSE CUSTMAST-FILE.
           STOP RUN.

       DISPLAY-MENU-PARAGRAPH.
           DISPLAY ' '.
           DISPLAY WS-APP-NAME ' PRICE LIST MAINTENANCE'.
           DISPLAY '1. ADD PRICE VERSION'.
           DISPLAY '2. LIST PRICES FOR A PRODUCT'.
           DISPLAY '3. DELETE A PRICE NOT YET IN FORCE'.
           DISPLAY '4. EXIT'.
           DISPLAY 'ENTER CHOICE: ' WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.
           EVALUATE TRUE
               WHEN WS-MENU-ADD
                   PERFORM ADD-PRICE-PARAGRAPH
               WHEN WS-MENU-LIST
                   PERFORM LIST-PRICES-PARAGRAPH
               WHEN WS-MENU-DELETE
                   PERFORM DELETE-PRICE-PARAGRAPH
               WHEN WS-MENU-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE, TRY AGAIN'
           END-EVALUATE.

       ADD-PRICE-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TS.
           PERFORM ACCEPT-PRODUCT-CUST-PARAGRAPH.
           IF WS-KEY-OK
               MOVE 'N' TO WS-EFF-DATE-OK-SW
               PERFORM ACCEPT-EFF-DATE-PARAGRAPH
           END-IF.
           IF WS-KEY-OK AND WS-EFF-DATE-OK
               DISPLAY 'UNIT PRICE (9(7)V9(4) DIGITS): '
                   WITH NO ADVANCING
               PERFORM ACCEPT-PRICE-PARAGRAPH
               DISPLAY 'TOLERANCE PERCENT (9(3)V99 DIGITS, '
                       'BLANK = 5.00): ' WITH NO ADVANCING
               PERFORM ACCEPT-TOLERANCE-PARAGRAPH
               MOVE SPACES TO PRICE-LIST-REC
               MOVE WS-INPUT-PROD-CODE TO LP-PRODUCT-CODE
               MOVE WS-INPUT-CUST-ID TO LP-CUST-ID
               MOVE WS-INPUT-EFF-DATE-NUM TO LP-EFF-DATE
               MOVE WS-INPUT-PRICE-NUM TO LP-UNIT-PRICE
               MOVE WS-INPUT-TOLERANCE-NUM TO LP-TOLERANCE-PCT
               MOVE WS-OPERATOR-ID TO LP-SET-BY
               MOVE WS-TODAY TO LP-SET-DATE
               WRITE PRICE-LIST-REC
                   INVALID KEY
                       DISPLAY 'A PRICE ALREADY STARTS ON '
                               LP-EFF-DATE ' - DELETE IT FIRST'
                   NOT INVALID KEY
                       DISPLAY 'PRICE FOR ' LP-PRODUCT-CODE
                               ' FROM ' LP-EFF-DATE ' ADDED'
               END-WRITE
           END-IF.

       LIST-PRICES-PARAGRAPH.
           DISPLAY 'PRODUCT CODE: ' WITH NO ADVANCING.
           ACCEPT WS-INPUT-PROD-CODE.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE 'N' TO WS-LIST-DONE-SW.
           MOVE WS-INPUT-PROD-CODE TO LP-PRODUCT-CODE.
           MOVE SPACES TO LP-CUST-ID.
           MOVE ZERO TO LP-EFF-DATE.
           START PRICE-LIST-FILE KEY NOT < LP-PRICE-KEY
               INVALID KEY
                   SET WS-LIST-DONE TO TRUE
           END-START.
           PERFORM LIST-NEXT-PRICE-PARAGRAPH UNTIL WS-LIST-DONE.
           IF WS-LIST-COUNT = ZERO
               DISPLAY 'NO PRICES ON FILE FOR ' WS-INPUT-PROD-CODE
           END-IF.

       LIST-NEXT-PRICE-PARAGRAPH.
           READ PRICE-LIST-FILE NEXT RECORD
               AT END
                   SET WS-LIST-DONE TO TRUE
           END-READ.
           IF NOT WS-LIST-DONE
               IF LP-PRODUCT-CODE NOT = WS-INPUT-PROD-CODE
                   SET WS-LIST-DONE TO TRUE
               ELSE
                   ADD 1 TO WS-LIST-COUNT
                   PERFORM SHOW-PRICE-PARAGRAPH
               END-IF
           END-IF.

       SHOW-PRICE-PARAGRAPH.
           MOVE LP-UNIT-PRICE TO WS-DISPLAY-PRICE.
           MOVE LP-TOLERANCE-PCT TO WS-DISPLAY-TOLERANCE.
           IF LP-CUST-ID = SPACES
               MOVE 'LIST PRICE' TO WS-DISPLAY-CUST
           ELSE
               MOVE LP-CUST-ID TO WS-DISPLAY-CUST
           END-IF.
           DISPLAY LP-PRODUCT-CODE ' ' WS-DISPLAY-CUST
                   ' FROM ' LP-EFF-DATE ' PRICE ' WS-DISPLAY-PRICE
                   ' TOL ' WS-DISPLAY-TOLERANCE '%'
                   ' SET BY ' LP-SET-BY ' ON ' LP-SET-DATE.

       DELETE-PRICE-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TS.
           DISPLAY 'PRODUCT CODE: ' WITH NO ADVANCING.
           ACCEPT WS-INPUT-PROD-CODE.
           DISPLAY 'CONTRACT CUSTOMER (BLANK = LIST PRICE): '
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-CUST-ID.
           DISPLAY 'EFFECTIVE DATE (CCYYMMDD): ' WITH NO ADVANCING.
           ACCEPT WS-INPUT-EFF-DATE.
           MOVE WS-INPUT-PROD-CODE TO LP-PRODUCT-CODE.
           MOVE WS-INPUT-CUST-ID TO LP-CUST-ID.
           IF WS-INPUT-EFF-DATE NOT NUMERIC
               DISPLAY 'DATE MUST BE 8 DIGITS CCYYMMDD'
           ELSE
               MOVE WS-INPUT-EFF-DATE-NUM TO LP-EFF-DATE
               READ PRICE-LIST-FILE
                   INVALID KEY
                       DISPLAY 'NO PRICE STARTS ON THAT DATE'
                   NOT INVALID KEY
                       PERFORM REMOVE-PRICE-PARAGRAPH
               END-READ
           END-IF.

       REMOVE-PRICE-PARAGRAPH.
           PERFORM SHOW-PRICE-PARAGRAPH.
           IF LP-EFF-DATE NOT > WS-TODAY
               DISPLAY 'PRICE IS ALREADY IN FORCE - ADD A NEW '
                       'VERSION INSTEAD'
           ELSE
               DELETE PRICE-LIST-FILE
               DISPLAY 'PRICE FOR ' LP-PRODUCT-CODE
                       ' FROM ' LP-EFF-DATE ' DELETED'
           END-IF.

       ACCEPT-PRODUCT-CUST-PARAGRAPH.
           SET WS-KEY-OK TO TRUE.
           DISPLAY 'PRODUCT CODE: ' WITH NO ADVANCING.
           ACCEPT WS-INPUT-PROD-CODE.
           MOVE WS-INPUT-PROD-CODE TO PM-PRODUCT-CODE.
           READ PRODMAST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-KEY-OK-SW
                   DISPLAY 'PRODUCT ' WS-INPUT-PROD-CODE
                           ' NOT ON PRODUCT MASTER'
               NOT INVALID KEY
                   IF NOT PM-STATUS-ACTIVE
                       MOVE 'N' TO WS-KEY-OK-SW
                       DISPLAY 'PRODUCT ' WS-INPUT-PROD-CODE
                               ' IS INACTIVE'
                   END-IF
           END-READ.
           IF WS-KEY-OK
               DISPLAY 'CONTRACT CUSTOMER (BLANK = LIST PRICE): '
                   WITH NO ADVANCING
               ACCEPT WS-INPUT-CUST-ID
           END-IF.
           IF WS-KEY-OK AND WS-INPUT-CUST-ID NOT = SPACES
               MOVE WS-INPUT-CUST-ID TO CM-CUST-ID
               READ CUSTMAST-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-KEY-OK-SW
                       DISPLAY 'CUSTOMER ' WS-INPUT-CUST-ID
                               ' NOT ON CUSTOMER MASTER'
               END-READ
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
                   DISPLAY 'A PRICE CANNOT START IN THE PAST - LINES '
                           'ALREADY EDITED ARE NOT RECHECKED'
               ELSE
                   SET WS-EFF-DATE-OK TO TRUE
               END-IF
           END-IF.

       ACCEPT-PRICE-PARAGRAPH.
           ACCEPT WS-INPUT-PRICE.
           PERFORM REACCEPT-PRICE-PARAGRAPH
               UNTIL WS-INPUT-PRICE NUMERIC.

       REACCEPT-PRICE-PARAGRAPH.
           DISPLAY 'PRICE MUST BE 11 DIGITS, RE-ENTER: '
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-PRICE.

       ACCEPT-TOLERANCE-PARAGRAPH.
           ACCEPT WS-INPUT-TOLERANCE.
           IF WS-INPUT-TOLERANCE = SPACES
               MOVE WS-DEFAULT-TOLERANCE TO WS-INPUT-TOLERANCE
           END-IF.
           PERFORM REACCEPT-TOLERANCE-PARAGRAPH
               UNTIL WS-INPUT-TOLERANCE NUMERIC.

       REACCEPT-TOLERANCE-PARAGRAPH.
           DISPLAY 'TOLERANCE MUST BE 5 DIGITS, RE-ENTER: '
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-TOLERANCE.

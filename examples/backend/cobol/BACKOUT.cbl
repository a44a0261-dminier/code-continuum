      *> Stream backout utility. When SALESNITE runs on a bad feed and
      *> fails balancing, this one-step job takes the night back out
      *> of everything it wrote, so the same business date and cycle
      *> can simply be rerun once the feed is fixed -- instead of ops
      *> hand-editing a dozen DISP=MOD datasets and the masters.
      *>
      *> The DISP=MOD datasets are rewritten HOUSEKP-style without
      *> the night's records, for the job's IEBGENER steps to copy
      *> back over the live datasets:
      *>   SALESTOT, SALESEXT, SALESDTL, AUDITLOG, EXCPFILE, CHKPOINT
      *>     and PROCLOG    the records stamped with the date + cycle
      *>   GLVOUCH          the date's sales and lockbox cash lines
      *>                    (CRREFUND's refund lines stay)
      *>   PAYDTL           the payments posted under the date
      *>   CASHLOG, DUPCHK, PAYEXT and HSTLOG   the date's entries
      *>   ARAPPLY          the date's payment applications and the
      *>                    cycle's credit-memo applications
      *>   PRCHELD          the price-variance holds SALESEDT wrote
      *>                    for the date + cycle
      *> and the masters are reversed in place:
      *>   ARITEM    each removed application is added back onto the
      *>             item it relieved; the night's invoices and credit
      *>             memos are deleted, and an on-account item the
      *>             night's cash opened is deleted once back at zero
      *>   CUSTMAST  the night's payments are added back and the
      *>             night's charges taken off CM-OUTSTANDING-BAL, so
      *>             the open items still sum to the balance
      *>   COMMPAID  a rep COMMCALC paid on the date goes back to the
      *>             commission standing before that run, and the
      *>             night's sales come off the paid-on figure
      *>   SALESHST  when HSTLOG shows HISTUPDT posted the date, the
      *>             night's extract rows come back off the period
      *>             (a record that falls to nothing is deleted)
      *>   INVCTL    the number series steps back to just before the
      *>             night's first document, so the rerun reissues the
      *>             same numbers
      *> BACKRPT lists every dataset's record count and amount before
      *> and after, and what was reversed on each master. The bank
      *> reconciliation carry-forward (BANKCF) is not rebuilt here:
      *> the job copies back the pre-night copy SALESNITE keeps.
      *>
      *> PARM='ccyymmdd,ccc' -- the business date and the feed cycle
      *> (001 when omitted, the single nightly run). The lockbox cash,
      *> GL voucher and commission postings belong to the date, not a
      *> cycle, and come out with it.
      *>
      *> Nothing is touched, and the step ends RC 20, when the GL
      *> system has already confirmed loading the date's vouchers
      *> (GLCONF) -- the night is then in the ledger and must be
      *> corrected there. The same goes (RC 20) once sales management
      *> has decided any of the night's price holds on PRCDECN -- an
      *> approved line may already be back on the corrections feed.
      *> It also refuses (RC 32) a date in an accounting period
      *> PERCLOSE has closed, and a date that is not the latest night
      *> on SALESTOT: only the most recent night can come out, since
      *> a later night's postings build on it.
      *> A date with nothing on file ends RC 4.
      *>
      *> Modification history
      *> 2026-10-15  Initial version.
      *> 2026-10-15  SALESDTL records carry the standard cost of the
      *>             goods; the rewritten detail record widened.
      *> 2026-10-15  SALESDTL records carry the sales rep code; the
      *>             rewritten detail record widened.
      *> 2026-10-15  PRCHELD backed out with the night; refused once
      *>             any of the night's holds is decided on PRCDECN.
      *>             INVCTL rewritten with its run date and cycle as
      *>             read, not just the document number.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKOUT.
       AUTHOR. CODE-CONTINUUM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GL-CONFIRM-FILE ASSIGN TO GLCONF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLCONF-STATUS.
           SELECT OPTIONAL PERIOD-CONTROL-FILE ASSIGN TO PERCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PERCTL-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT AR-ITEM-FILE ASSIGN TO ARITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-ITEM-KEY
               FILE STATUS IS WS-ARITEM-STATUS.
           SELECT COMM-PAID-FILE ASSIGN TO COMMPAID
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-PAID-KEY
               FILE STATUS IS WS-COMMPAID-STATUS.
           SELECT SALES-HISTORY-FILE ASSIGN TO SALESHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HS-HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT OPTIONAL INVOICE-CONTROL-FILE ASSIGN TO INVCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVCTL-STATUS.
           SELECT TOT-IN-FILE ASSIGN TO TOTIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT TOT-NEW-FILE ASSIGN TO TOTNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT OPTIONAL HSL-IN-FILE ASSIGN TO HSLIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT HSL-NEW-FILE ASSIGN TO HSLNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT AAP-IN-FILE ASSIGN TO AAPIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT AAP-NEW-FILE ASSIGN TO AAPNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT DTL-IN-FILE ASSIGN TO DTLIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT DTL-NEW-FILE ASSIGN TO DTLNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT PAY-IN-FILE ASSIGN TO PAYIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT PAY-NEW-FILE ASSIGN TO PAYNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT EXT-IN-FILE ASSIGN TO EXTIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT EXT-NEW-FILE ASSIGN TO EXTNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT AUDIT-IN-FILE ASSIGN TO AUDIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT AUDIT-NEW-FILE ASSIGN TO AUDNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT EXC-IN-FILE ASSIGN TO EXCIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT EXC-NEW-FILE ASSIGN TO EXCNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT VCH-IN-FILE ASSIGN TO VCHIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT VCH-NEW-FILE ASSIGN TO VCHNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT CHKP-IN-FILE ASSIGN TO CHKIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT CHKP-NEW-FILE ASSIGN TO CHKNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT PLG-IN-FILE ASSIGN TO PLGIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT PLG-NEW-FILE ASSIGN TO PLGNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT CSH-IN-FILE ASSIGN TO CSHIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT CSH-NEW-FILE ASSIGN TO CSHNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT DUP-IN-FILE ASSIGN TO DUPIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT DUP-NEW-FILE ASSIGN TO DUPNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT PXT-IN-FILE ASSIGN TO PXTIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT PXT-NEW-FILE ASSIGN TO PXTNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT OPTIONAL PRICE-DECISION-FILE ASSIGN TO PRCDECN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRCDECN-STATUS.
           SELECT OPTIONAL PRH-IN-FILE ASSIGN TO PRHIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT PRH-NEW-FILE ASSIGN TO PRHNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT BACKOUT-REPORT-FILE ASSIGN TO BACKRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-CONFIRM-FILE.
       COPY GLCNFREC.

       FD  PERIOD-CONTROL-FILE.
       COPY PERCTL.

       FD  CUSTMAST-FILE.
       COPY CUSTMREC.

       FD  AR-ITEM-FILE.
       COPY ARITEM.

       FD  COMM-PAID-FILE.
       COPY COMMPAID.

       FD  SALES-HISTORY-FILE.
       COPY SALESHST.

       FD  INVOICE-CONTROL-FILE.
       COPY INVCTL.

       FD  TOT-IN-FILE.
       COPY SALESTOT.
       FD  TOT-NEW-FILE.
       01 TOT-NEW-REC           PIC X(38).

       FD  HSL-IN-FILE.
       COPY HSTLOG.
       FD  HSL-NEW-FILE.
       01 HSL-NEW-REC           PIC X(20).

       FD  AAP-IN-FILE.
       COPY ARAPPLY.
       FD  AAP-NEW-FILE.
       01 AAP-NEW-REC           PIC X(53).

       FD  DTL-IN-FILE.
       COPY SALESDTL.
       FD  DTL-NEW-FILE.
       01 DTL-NEW-REC           PIC X(91).

       FD  PAY-IN-FILE.
       COPY PAYDTL.
       FD  PAY-NEW-FILE.
       01 PAY-NEW-REC           PIC X(47).

       FD  EXT-IN-FILE.
       COPY SALESEXT.
       FD  EXT-NEW-FILE.
       01 EXT-NEW-REC           PIC X(69).

       FD  AUDIT-IN-FILE.
       01 AUDIT-IN-REC.
          05 AIN-CUST-ID        PIC X(10).
          05 AIN-STATUS         PIC X(02).
          05 AIN-TIMESTAMP      PIC X(21).
          05 AIN-AMOUNT         PIC 9(8)V99.
          05 AIN-INVOICE-NO     PIC 9(10).
          05 AIN-RUN-DATE       PIC 9(08).
          05 AIN-CYCLE-NO       PIC 9(03).
       FD  AUDIT-NEW-FILE.
       01 AUDIT-NEW-REC         PIC X(64).

       FD  EXC-IN-FILE.
       COPY EXCPREC.
       FD  EXC-NEW-FILE.
       01 EXC-NEW-REC           PIC X(58).

       FD  VCH-IN-FILE.
       COPY GLVOUCH.
       FD  VCH-NEW-FILE.
       01 VCH-NEW-REC           PIC X(62).

       FD  CHKP-IN-FILE.
       01 CHKP-IN-REC.
          05 CIN-COUNT          PIC 9(6).
          05 CIN-CUST-ID        PIC X(10).
          05 CIN-SALE-DATE      PIC 9(08).
          05 CIN-FROM-DATE      PIC 9(08).
          05 CIN-TO-DATE        PIC 9(08).
          05 CIN-CYCLE-NO       PIC 9(03).
       FD  CHKP-NEW-FILE.
       01 CHKP-NEW-REC          PIC X(43).

       FD  PLG-IN-FILE.
       01 PROCLOG-REC.
          05 PL-FILE-DATE       PIC 9(08).
          05 PL-CYCLE-NO        PIC 9(03).
       FD  PLG-NEW-FILE.
       01 PLG-NEW-REC           PIC X(11).

       FD  CSH-IN-FILE.
       COPY CASHLOG.
       FD  CSH-NEW-FILE.
       01 CSH-NEW-REC           PIC X(25).

       FD  DUP-IN-FILE.
       COPY DUPCHK.
       FD  DUP-NEW-FILE.
       01 DUP-NEW-REC           PIC X(46).

       FD  PXT-IN-FILE.
       COPY PAYEXT.
       FD  PXT-NEW-FILE.
       01 PXT-NEW-REC           PIC X(62).

       FD  PRICE-DECISION-FILE.
       COPY PRCDECN.

       FD  PRH-IN-FILE.
       COPY PRCHELD.
       FD  PRH-NEW-FILE.
       01 PRH-NEW-REC           PIC X(123).

       FD  BACKOUT-REPORT-FILE.
       01 BKO-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-GLCONF-STATUS     PIC X(2)  VALUE '00'.
       01 WS-PERCTL-STATUS     PIC X(2)  VALUE '00'.
       01 WS-CUSTMAST-STATUS   PIC X(2)  VALUE '00'.
       01 WS-ARITEM-STATUS     PIC X(2)  VALUE '00'.
       01 WS-COMMPAID-STATUS   PIC X(2)  VALUE '00'.
       01 WS-HISTORY-STATUS    PIC X(2)  VALUE '00'.
       01 WS-INVCTL-STATUS     PIC X(2)  VALUE '00'.
       01 WS-PRCDECN-STATUS    PIC X(2)  VALUE '00'.
       01 WS-IN-STATUS         PIC X(2)  VALUE '00'.
       01 WS-NEW-STATUS        PIC X(2)  VALUE '00'.
       01 WS-REPORT-STATUS     PIC X(2)  VALUE '00'.
       01 WS-IN-EOF-SW         PIC X     VALUE 'N'.
          88 WS-IN-EOF                   VALUE 'Y'.
       01 WS-GLCONF-EOF-SW     PIC X     VALUE 'N'.
          88 WS-GLCONF-EOF               VALUE 'Y'.
       01 WS-CONFIRMED-SW      PIC X     VALUE 'N'.
          88 WS-CONFIRMED                VALUE 'Y'.
       01 WS-PRCDECN-EOF-SW    PIC X     VALUE 'N'.
          88 WS-PRCDECN-EOF              VALUE 'Y'.
       01 WS-PRICE-DECIDED-SW  PIC X     VALUE 'N'.
          88 WS-PRICE-DECIDED            VALUE 'Y'.
       01 WS-LATER-RUN-SW      PIC X     VALUE 'N'.
          88 WS-LATER-RUN                VALUE 'Y'.
       01 WS-HIST-POSTED-SW    PIC X     VALUE 'N'.
          88 WS-HIST-POSTED              VALUE 'Y'.
       01 WS-FOUND-SW          PIC X     VALUE 'N'.
          88 WS-FOUND                    VALUE 'Y'.
       01 WS-INVCTL-READ-SW    PIC X     VALUE 'N'.
          88 WS-INVCTL-READ              VALUE 'Y'.
       01 WS-PARM-DATE         PIC X(08) VALUE SPACES.
       01 WS-PARM-CYCLE        PIC X(03) VALUE SPACES.
       01 WS-BACKOUT-DATE      PIC 9(08) VALUE ZERO.
       01 WS-BACKOUT-DATE-SPLIT REDEFINES WS-BACKOUT-DATE.
          05 WS-BACKOUT-PERIOD PIC 9(06).
          05 WS-BACKOUT-DD     PIC 9(02).
       01 WS-BACKOUT-CYCLE     PIC 9(03) VALUE 1.
       01 WS-LATER-DATE        PIC 9(08) VALUE ZERO.
       01 WS-REC-AMOUNT        PIC S9(13)V99 VALUE ZERO.
       01 WS-LOW-DOC-NO        PIC 9(10) VALUE ZERO.
       01 WS-INVCTL-BEFORE     PIC 9(10) VALUE ZERO.
       01 WS-INVCTL-AFTER      PIC 9(10) VALUE ZERO.
       01 WS-INVCTL-RUN-DATE   PIC 9(08) VALUE ZERO.
       01 WS-INVCTL-CYCLE-NO   PIC 9(03) VALUE ZERO.
       01 WS-REMOVED-TOTAL     PIC 9(08) VALUE ZERO.

      *> Per-dataset record counts and amounts, before the backout
      *> and as rewritten. The amount is the figure each dataset is
      *> usually balanced on (see the report heading comment below).
       01 WS-FILE-NAME-LIST.
          05 FILLER            PIC X(08) VALUE 'SALESTOT'.
          05 FILLER            PIC X(08) VALUE 'HSTLOG'.
          05 FILLER            PIC X(08) VALUE 'ARAPPLY'.
          05 FILLER            PIC X(08) VALUE 'SALESDTL'.
          05 FILLER            PIC X(08) VALUE 'PAYDTL'.
          05 FILLER            PIC X(08) VALUE 'SALESEXT'.
          05 FILLER            PIC X(08) VALUE 'AUDITLOG'.
          05 FILLER            PIC X(08) VALUE 'EXCPFILE'.
          05 FILLER            PIC X(08) VALUE 'GLVOUCH'.
          05 FILLER            PIC X(08) VALUE 'CHKPOINT'.
          05 FILLER            PIC X(08) VALUE 'PROCLOG'.
          05 FILLER            PIC X(08) VALUE 'CASHLOG'.
          05 FILLER            PIC X(08) VALUE 'DUPCHK'.
          05 FILLER            PIC X(08) VALUE 'PAYEXT'.
          05 FILLER            PIC X(08) VALUE 'PRCHELD'.
       01 WS-FILE-NAMES REDEFINES WS-FILE-NAME-LIST.
          05 WS-FILE-NAME      PIC X(08) OCCURS 15 TIMES.
       01 WS-FILE-TABLE.
          05 WS-FILE-ENTRY     OCCURS 15 TIMES.
             10 WS-FT-BEFORE-COUNT PIC 9(08).
             10 WS-FT-BEFORE-AMT   PIC S9(13)V99.
             10 WS-FT-AFTER-COUNT  PIC 9(08).
             10 WS-FT-AFTER-AMT    PIC S9(13)V99.
       01 WS-FX                PIC 9(02) VALUE ZERO.
       01 WS-FILE-COUNT        PIC 9(02) VALUE 15.

      *> Master reversal counts and amounts.
       01 WS-CUST-PAY-COUNT    PIC 9(08) VALUE ZERO.
       01 WS-CUST-PAY-AMT      PIC S9(13)V99 VALUE ZERO.
       01 WS-CUST-CHG-COUNT    PIC 9(08) VALUE ZERO.
       01 WS-CUST-CHG-AMT      PIC S9(13)V99 VALUE ZERO.
       01 WS-CUST-MISSING      PIC 9(08) VALUE ZERO.
       01 WS-AR-APPLY-COUNT    PIC 9(08) VALUE ZERO.
       01 WS-AR-APPLY-AMT      PIC S9(13)V99 VALUE ZERO.
       01 WS-AR-DELETE-COUNT   PIC 9(08) VALUE ZERO.
       01 WS-AR-DELETE-AMT     PIC S9(13)V99 VALUE ZERO.
       01 WS-AR-ONACCT-COUNT   PIC 9(08) VALUE ZERO.
       01 WS-AR-MISSING        PIC 9(08) VALUE ZERO.
       01 WS-COMM-COUNT        PIC 9(08) VALUE ZERO.
       01 WS-COMM-BEFORE-AMT   PIC S9(13)V99 VALUE ZERO.
       01 WS-COMM-AFTER-AMT    PIC S9(13)V99 VALUE ZERO.
       01 WS-COMM-SALES-AMT    PIC S9(13)V99 VALUE ZERO.
       01 WS-HIST-COUNT        PIC 9(08) VALUE ZERO.
       01 WS-HIST-AMT          PIC S9(13)V99 VALUE ZERO.
       01 WS-HIST-DELETED      PIC 9(08) VALUE ZERO.
       01 WS-HIST-MISSING      PIC 9(08) VALUE ZERO.

       01 WS-BACKOUT-HEADER    PIC X(40) VALUE
              'SALES STREAM BACKOUT REPORT'.
       01 WS-BACKOUT-LINE1.
          05 FILLER            PIC X(15) VALUE 'BUSINESS DATE: '.
          05 BKO-DATE          PIC 9(08).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(07) VALUE 'CYCLE: '.
          05 BKO-CYCLE         PIC 9(03).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 FILLER            PIC X(08) VALUE 'PERIOD: '.
          05 BKO-PERIOD        PIC 9(06).
      *> Amounts: SALESTOT net sales, SALESEXT customer rows (the
      *> night's net sales again), SALESDTL/AUDITLOG/EXCPFILE/DUPCHK
      *> the record amount, GLVOUCH the debit lines, PAYDTL/ARAPPLY
      *> the amount applied, CASHLOG the posted total, PAYEXT the
      *> commission increment. The logs carry no amount, nor does
      *> PRCHELD: its held lines are still in the feed currencies.
       01 WS-BACKOUT-HEAD2.
          05 FILLER            PIC X(14) VALUE 'DATASET'.
          05 FILLER            PIC X(12) VALUE 'BEFORE'.
          05 FILLER            PIC X(22) VALUE 'BEFORE AMOUNT'.
          05 FILLER            PIC X(12) VALUE 'REMOVED'.
          05 FILLER            PIC X(12) VALUE 'AFTER'.
          05 FILLER            PIC X(22) VALUE 'AFTER AMOUNT'.
       01 WS-BACKOUT-FILE-LINE.
          05 BKO-FILE-NAME     PIC X(08).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 BKO-BEFORE-COUNT  PIC ZZ,ZZZ,ZZ9.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 BKO-BEFORE-AMT    PIC $$$$,$$$,$$$,$$9.99-.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 BKO-REMOVED       PIC ZZ,ZZZ,ZZ9.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 BKO-AFTER-COUNT   PIC ZZ,ZZZ,ZZ9.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 BKO-AFTER-AMT     PIC $$$$,$$$,$$$,$$9.99-.
       01 WS-BACKOUT-MASTER-LINE.
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 BKO-MASTER-LABEL  PIC X(36).
          05 BKO-MASTER-COUNT  PIC ZZ,ZZZ,ZZ9.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 BKO-MASTER-AMT    PIC $$$$,$$$,$$$,$$9.99-.
       01 WS-BACKOUT-INVCTL-LINE.
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 FILLER            PIC X(29) VALUE
                 'INVCTL LAST DOCUMENT BEFORE: '.
          05 BKO-INV-BEFORE    PIC 9(10).
          05 FILLER            PIC X(9)  VALUE '  AFTER: '.
          05 BKO-INV-AFTER     PIC 9(10).
       01 WS-BACKOUT-NOTE-LINE.
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 BKO-NOTE          PIC X(70).

       COPY WSCONSTANTS.

       LINKAGE SECTION.
       01 LK-PARM-DATA.
          05 LK-PARM-LEN       PIC S9(4) COMP.
          05 LK-PARM-TEXT      PIC X(80).

       PROCEDURE DIVISION USING LK-PARM-DATA.

       MAIN-SECTION SECTION.
           PERFORM INIT-PARAGRAPH.
           PERFORM TOT-SECTION.
           PERFORM CHECK-REFUSAL-PARAGRAPH.
           PERFORM OPEN-MASTERS-PARAGRAPH.
           PERFORM HSL-SECTION.
           PERFORM AAP-SECTION.
           PERFORM DTL-SECTION.
           PERFORM PAY-SECTION.
           PERFORM EXT-SECTION.
           PERFORM AUDIT-SECTION.
           PERFORM EXC-SECTION.
           PERFORM VCH-SECTION.
           PERFORM CHKP-SECTION.
           PERFORM PLG-SECTION.
           PERFORM CSH-SECTION.
           PERFORM DUP-SECTION.
           PERFORM PXT-SECTION.
           PERFORM PRH-SECTION.
           PERFORM INVCTL-SECTION.
           PERFORM CLOSE-PARAGRAPH.
           STOP RUN.

       INIT-PARAGRAPH.
           IF LK-PARM-LEN < 8
               DISPLAY 'BACKOUT: PARM MUST BE CCYYMMDD,CCC'
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           UNSTRING LK-PARM-TEXT DELIMITED BY ','
               INTO WS-PARM-DATE WS-PARM-CYCLE
           END-UNSTRING.
           IF WS-PARM-DATE NOT NUMERIC
               DISPLAY 'BACKOUT: BUSINESS DATE ' WS-PARM-DATE
                       ' IS NOT CCYYMMDD'
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PARM-DATE TO WS-BACKOUT-DATE.
           IF WS-PARM-CYCLE NOT = SPACES
               IF WS-PARM-CYCLE NOT NUMERIC
                   DISPLAY 'BACKOUT: CYCLE ' WS-PARM-CYCLE
                           ' IS NOT NNN'
                   MOVE WS-RC-DB-ERROR TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-CYCLE TO WS-BACKOUT-CYCLE
           END-IF.
           MOVE ZERO TO WS-FX.
           PERFORM CLEAR-FILE-ENTRY-PARAGRAPH
               VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > WS-FILE-COUNT.
           OPEN OUTPUT BACKOUT-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'BACKOUT: BACKOUT-REPORT-FILE OPEN FAILED, '
                       'STATUS=' WS-REPORT-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-BACKOUT-HEADER TO BKO-LINE.
           WRITE BKO-LINE.
           MOVE WS-BACKOUT-DATE TO BKO-DATE.
           MOVE WS-BACKOUT-CYCLE TO BKO-CYCLE.
           MOVE WS-BACKOUT-PERIOD TO BKO-PERIOD.
           MOVE WS-BACKOUT-LINE1 TO BKO-LINE.
           WRITE BKO-LINE.
           MOVE SPACES TO BKO-LINE.
           WRITE BKO-LINE.
           PERFORM CHECK-GL-CONFIRM-PARAGRAPH.
           PERFORM CHECK-PRICE-DECISION-PARAGRAPH.
           PERFORM CHECK-PERIOD-OPEN-PARAGRAPH.

       CLEAR-FILE-ENTRY-PARAGRAPH.
           MOVE ZERO TO WS-FT-BEFORE-COUNT (WS-FX).
           MOVE ZERO TO WS-FT-BEFORE-AMT (WS-FX).
           MOVE ZERO TO WS-FT-AFTER-COUNT (WS-FX).
           MOVE ZERO TO WS-FT-AFTER-AMT (WS-FX).

      *> Once the GL system has loaded the date's vouchers the night
      *> is in the ledger: backing it out here would leave the GL
      *> carrying postings the sales side no longer has.
       CHECK-GL-CONFIRM-PARAGRAPH.
           OPEN INPUT GL-CONFIRM-FILE.
           IF WS-GLCONF-STATUS NOT = WS-DB-STATUS-OK
              AND WS-GLCONF-STATUS NOT = '05'
               DISPLAY 'BACKOUT: GL-CONFIRM-FILE OPEN FAILED, '
                       'STATUS=' WS-GLCONF-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-GL-CONFIRM-PARAGRAPH.
           PERFORM SCAN-GL-CONFIRM-PARAGRAPH
               UNTIL WS-GLCONF-EOF OR WS-CONFIRMED.
           CLOSE GL-CONFIRM-FILE.

       READ-GL-CONFIRM-PARAGRAPH.
           READ GL-CONFIRM-FILE
               AT END
                   SET WS-GLCONF-EOF TO TRUE
           END-READ.

       SCAN-GL-CONFIRM-PARAGRAPH.
           IF GC-RUN-DATE = WS-BACKOUT-DATE
               SET WS-CONFIRMED TO TRUE
           ELSE
               PERFORM READ-GL-CONFIRM-PARAGRAPH
           END-IF.

      *> A decided price hold has gone on: an approved line is on
      *> PRCRLSE for the corrections feed, and a rerun would hold the
      *> same line again under the same key with the decision still
      *> standing against it.
       CHECK-PRICE-DECISION-PARAGRAPH.
           OPEN INPUT PRICE-DECISION-FILE.
           IF WS-PRCDECN-STATUS NOT = WS-DB-STATUS-OK
              AND WS-PRCDECN-STATUS NOT = '05'
               DISPLAY 'BACKOUT: PRICE-DECISION-FILE OPEN FAILED, '
                       'STATUS=' WS-PRCDECN-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-PRICE-DECISION-PARAGRAPH.
           PERFORM SCAN-PRICE-DECISION-PARAGRAPH
               UNTIL WS-PRCDECN-EOF OR WS-PRICE-DECIDED.
           CLOSE PRICE-DECISION-FILE.

       READ-PRICE-DECISION-PARAGRAPH.
           READ PRICE-DECISION-FILE
               AT END
                   SET WS-PRCDECN-EOF TO TRUE
           END-READ.

       SCAN-PRICE-DECISION-PARAGRAPH.
           IF PA-FEED-DATE = WS-BACKOUT-DATE
              AND PA-CYCLE-NO = WS-BACKOUT-CYCLE
               SET WS-PRICE-DECIDED TO TRUE
           ELSE
               PERFORM READ-PRICE-DECISION-PARAGRAPH
           END-IF.

       CHECK-PERIOD-OPEN-PARAGRAPH.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF WS-PERCTL-STATUS NOT = WS-DB-STATUS-OK
              AND WS-PERCTL-STATUS NOT = '05'
               DISPLAY 'BACKOUT: PERIOD-CONTROL-FILE OPEN FAILED, '
                       'STATUS=' WS-PERCTL-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-BACKOUT-PERIOD TO PC-PERIOD.
           READ PERIOD-CONTROL-FILE
               INVALID KEY
                   MOVE SPACE TO PC-STATUS
           END-READ.
           CLOSE PERIOD-CONTROL-FILE.

      *> Refusals are decided before any master is opened; the new
      *> SALESTOT copy written so far is thrown away with the step's
      *> return code skipping the copy-back steps.
       CHECK-REFUSAL-PARAGRAPH.
           IF WS-CONFIRMED
               MOVE 'REFUSED - THE GL SYSTEM HAS CONFIRMED LOADING THE'
                   TO BKO-NOTE
               PERFORM WRITE-NOTE-PARAGRAPH
               MOVE 'DATE''S VOUCHERS; CORRECT THE NIGHT IN THE LEDGER'
                   TO BKO-NOTE
               PERFORM WRITE-NOTE-PARAGRAPH
               DISPLAY 'BACKOUT: GL VOUCHERS FOR ' WS-BACKOUT-DATE
                       ' ALREADY CONFIRMED - NOTHING BACKED OUT'
               MOVE WS-RC-FEED-ERROR TO RETURN-CODE
               PERFORM REFUSE-PARAGRAPH
           END-IF.
           IF WS-PRICE-DECIDED
               MOVE 'REFUSED - A PRICE HOLD FROM THIS NIGHT IS ALREADY'
                   TO BKO-NOTE
               PERFORM WRITE-NOTE-PARAGRAPH
               MOVE 'DECIDED ON PRCDECN; SETTLE IT WITH SALES FIRST'
                   TO BKO-NOTE
               PERFORM WRITE-NOTE-PARAGRAPH
               DISPLAY 'BACKOUT: PRICE HOLDS FOR ' WS-BACKOUT-DATE
                       ' CYCLE ' WS-BACKOUT-CYCLE
                       ' ALREADY DECIDED - NOTHING BACKED OUT'
               MOVE WS-RC-FEED-ERROR TO RETURN-CODE
               PERFORM REFUSE-PARAGRAPH
           END-IF.
           IF PC-STATUS-CLOSED
               MOVE 'REFUSED - THE ACCOUNTING PERIOD IS CLOSED'
                   TO BKO-NOTE
               PERFORM WRITE-NOTE-PARAGRAPH
               DISPLAY 'BACKOUT: PERIOD ' WS-BACKOUT-PERIOD
                       ' IS CLOSED - NOTHING BACKED OUT'
               MOVE WS-RC-DATE-ERROR TO RETURN-CODE
               PERFORM REFUSE-PARAGRAPH
           END-IF.
           IF WS-LATER-RUN
               MOVE 'REFUSED - A LATER NIGHT IS ALREADY ON SALESTOT'
                   TO BKO-NOTE
               PERFORM WRITE-NOTE-PARAGRAPH
               DISPLAY 'BACKOUT: SALESTOT HAS RUN DATE ' WS-LATER-DATE
                       ' AFTER ' WS-BACKOUT-DATE
                       ' - NOTHING BACKED OUT'
               MOVE WS-RC-DATE-ERROR TO RETURN-CODE
               PERFORM REFUSE-PARAGRAPH
           END-IF.

       REFUSE-PARAGRAPH.
           CLOSE BACKOUT-REPORT-FILE.
           STOP RUN.

       OPEN-MASTERS-PARAGRAPH.
           OPEN I-O CUSTMAST-FILE.
           IF WS-CUSTMAST-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'BACKOUT: CUSTMAST-FILE OPEN FAILED, STATUS='
                       WS-CUSTMAST-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O AR-ITEM-FILE.
           IF WS-ARITEM-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'BACKOUT: AR-ITEM-FILE OPEN FAILED, STATUS='
                       WS-ARITEM-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O COMM-PAID-FILE.
           IF WS-COMMPAID-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'BACKOUT: COMM-PAID-FILE OPEN FAILED, STATUS='
                       WS-COMMPAID-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O SALES-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'BACKOUT: SALES-HISTORY-FILE OPEN FAILED, '
                       'STATUS=' WS-HISTORY-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

       COMMON-DETAIL-SECTION SECTION.
       CHECK-OPENS-PARAGRAPH.
           IF WS-IN-STATUS NOT = WS-DB-STATUS-OK
              AND WS-IN-STATUS NOT = '05'
               DISPLAY 'BACKOUT: ' WS-FILE-NAME (WS-FX)
                       ' INPUT OPEN FAILED, STATUS=' WS-IN-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-NEW-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'BACKOUT: ' WS-FILE-NAME (WS-FX)
                       ' NEW COPY OPEN FAILED, STATUS=' WS-NEW-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-IN-EOF-SW.

       COUNT-BEFORE-PARAGRAPH.
           ADD 1 TO WS-FT-BEFORE-COUNT (WS-FX).
           ADD WS-REC-AMOUNT TO WS-FT-BEFORE-AMT (WS-FX).

       COUNT-AFTER-PARAGRAPH.
           ADD 1 TO WS-FT-AFTER-COUNT (WS-FX).
           ADD WS-REC-AMOUNT TO WS-FT-AFTER-AMT (WS-FX).

       WRITE-NOTE-PARAGRAPH.
           MOVE WS-BACKOUT-NOTE-LINE TO BKO-LINE.
           WRITE BKO-LINE.

      *> SALESTOT goes first: it also says whether a later night has
      *> already run on top of this one.
       TOT-SECTION SECTION.
           MOVE 1 TO WS-FX.
           OPEN INPUT TOT-IN-FILE.
           OPEN OUTPUT TOT-NEW-FILE.
           PERFORM CHECK-OPENS-PARAGRAPH.
           PERFORM READ-TOT-PARAGRAPH.
           PERFORM BACKOUT-TOT-PARAGRAPH UNTIL WS-IN-EOF.
           CLOSE TOT-IN-FILE.
           CLOSE TOT-NEW-FILE.

       TOT-DETAIL-SECTION SECTION.
       READ-TOT-PARAGRAPH.
           READ TOT-IN-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
           END-READ.

       BACKOUT-TOT-PARAGRAPH.
           MOVE ST-TOTAL-SALES TO WS-REC-AMOUNT.
           PERFORM COUNT-BEFORE-PARAGRAPH.
           IF ST-RUN-DATE > WS-BACKOUT-DATE
               SET WS-LATER-RUN TO TRUE
               MOVE ST-RUN-DATE TO WS-LATER-DATE
           END-IF.
           IF ST-RUN-DATE = WS-BACKOUT-DATE
              AND ST-CYCLE-NO = WS-BACKOUT-CYCLE
               CONTINUE
           ELSE
               PERFORM COUNT-AFTER-PARAGRAPH
               MOVE SALESTOT-REC TO TOT-NEW-REC
               WRITE TOT-NEW-REC
           END-IF.
           PERFORM READ-TOT-PARAGRAPH.

      *> HSTLOG says whether HISTUPDT got as far as posting the date;
      *> only then does the history come back out.
       HSL-SECTION SECTION.
           MOVE 2 TO WS-FX.
           OPEN INPUT HSL-IN-FILE.
           OPEN OUTPUT HSL-NEW-FILE.
           PERFORM CHECK-OPENS-PARAGRAPH.
           MOVE ZERO TO WS-REC-AMOUNT.
           PERFORM READ-HSL-PARAGRAPH.
           PERFORM BACKOUT-HSL-PARAGRAPH UNTIL WS-IN-EOF.
           CLOSE HSL-IN-FILE.
           CLOSE HSL-NEW-FILE.

       HSL-DETAIL-SECTION SECTION.
       READ-HSL-PARAGRAPH.
           READ HSL-IN-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
           END-READ.

       BACKOUT-HSL-PARAGRAPH.
           PERFORM COUNT-BEFORE-PARAGRAPH.
           IF HL-RUN-DATE = WS-BACKOUT-DATE
               SET WS-HIST-POSTED TO TRUE
           ELSE
               PERFORM COUNT-AFTER-PARAGRAPH
               MOVE HIST-LOG-REC TO HSL-NEW-REC
               WRITE HSL-NEW-REC
           END-IF.
           PERFORM READ-HSL-PARAGRAPH.

      *> Every application the night journalled is added back onto
      *> the item it relieved: the lockbox payment slices (cycle
      *> zero) and the cycle's credit-memo applications. CRREFUND's
      *> refund applications are a separate run and stay.
       AAP-SECTION SECTION.
           MOVE 3 TO WS-FX.
           OPEN INPUT AAP-IN-FILE.
           OPEN OUTPUT AAP-NEW-FILE.
           PERFORM CHECK-OPENS-PARAGRAPH.
           PERFORM READ-AAP-PARAGRAPH.
           PERFORM BACKOUT-AAP-PARAGRAPH UNTIL WS-IN-EOF.
           CLOSE AAP-IN-FILE.
           CLOSE AAP-NEW-FILE.

       AAP-DETAIL-SECTION SECTION.
       READ-AAP-PARAGRAPH.
           READ AAP-IN-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
           END-READ.

       BACKOUT-AAP-PARAGRAPH.
           MOVE AA-AMOUNT TO WS-REC-AMOUNT.
           PERFORM COUNT-BEFORE-PARAGRAPH.
           MOVE 'N' TO WS-FOUND-SW.
           IF AA-RUN-DATE = WS-BACKOUT-DATE
               IF AA-SOURCE-PAYMENT AND AA-CYCLE-NO = ZERO
                   SET WS-FOUND TO TRUE
               END-IF
               IF AA-SOURCE-CREDIT-MEMO
                  AND AA-CYCLE-NO = WS-BACKOUT-CYCLE
                   SET WS-FOUND TO TRUE
               END-IF
           END-IF.
           IF WS-FOUND
               PERFORM REVERSE-APPLICATION-PARAGRAPH
           ELSE
               PERFORM COUNT-AFTER-PARAGRAPH
               MOVE AR-APPLY-REC TO AAP-NEW-REC
               WRITE AAP-NEW-REC
           END-IF.
           PERFORM READ-AAP-PARAGRAPH.

       REVERSE-APPLICATION-PARAGRAPH.
           MOVE AA-CUST-ID TO AR-CUST-ID.
           MOVE AA-INVOICE-NO TO AR-INVOICE-NO.
           READ AR-ITEM-FILE
               INVALID KEY
                   ADD 1 TO WS-AR-MISSING
                   DISPLAY 'BACKOUT: AR ITEM ' AA-CUST-ID ' DOCUMENT '
                           AA-INVOICE-NO ' NOT ON FILE - APPLICATION '
                           'NOT REVERSED'
                   MOVE WS-RC-WARNING TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM RESTORE-ITEM-PARAGRAPH
           END-READ.

       RESTORE-ITEM-PARAGRAPH.
           ADD AA-AMOUNT TO AR-OPEN-AMOUNT.
           ADD 1 TO WS-AR-APPLY-COUNT.
           ADD AA-AMOUNT TO WS-AR-APPLY-AMT.
           IF AR-DOC-ON-ACCOUNT AND AR-OPEN-AMOUNT = ZERO
              AND AR-RUN-DATE = WS-BACKOUT-DATE
              AND AR-CYCLE-NO = ZERO
               PERFORM DELETE-ITEM-PARAGRAPH
               ADD 1 TO WS-AR-ONACCT-COUNT
           ELSE
               REWRITE AR-ITEM-REC
                   INVALID KEY
                       DISPLAY 'BACKOUT: ITEM REWRITE FAILED FOR '
                               AR-CUST-ID ' DOCUMENT ' AR-INVOICE-NO
                               ' STATUS=' WS-ARITEM-STATUS
                       MOVE WS-RC-DB-ERROR TO RETURN-CODE
                       STOP RUN
               END-REWRITE
           END-IF.

       DELETE-ITEM-PARAGRAPH.
           DELETE AR-ITEM-FILE
               INVALID KEY
                   DISPLAY 'BACKOUT: ITEM DELETE FAILED FOR '
                           AR-CUST-ID ' DOCUMENT ' AR-INVOICE-NO
                           ' STATUS=' WS-ARITEM-STATUS
                   MOVE WS-RC-DB-ERROR TO RETURN-CODE
                   STOP RUN
           END-DELETE.

      *> The night's documents: ARPOST's item for each comes off the
      *> open-item master and its amount off the customer's balance,
      *> and the lowest number issued is where INVCTL steps back to.
       DTL-SECTION SECTION.
           MOVE 4 TO WS-FX.
           OPEN INPUT DTL-IN-FILE.
           OPEN OUTPUT DTL-NEW-FILE.
           PERFORM CHECK-OPENS-PARAGRAPH.
           PERFORM READ-DTL-PARAGRAPH.
           PERFORM BACKOUT-DTL-PARAGRAPH UNTIL WS-IN-EOF.
           CLOSE DTL-IN-FILE.
           CLOSE DTL-NEW-FILE.

       DTL-DETAIL-SECTION SECTION.
       READ-DTL-PARAGRAPH.
           READ DTL-IN-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
           END-READ.

       BACKOUT-DTL-PARAGRAPH.
           MOVE DT-AMOUNT TO WS-REC-AMOUNT.
           PERFORM COUNT-BEFORE-PARAGRAPH.
           IF DT-RUN-DATE = WS-BACKOUT-DATE
              AND DT-CYCLE-NO = WS-BACKOUT-CYCLE
               PERFORM REMOVE-DOCUMENT-PARAGRAPH
           ELSE
               PERFORM COUNT-AFTER-PARAGRAPH
               MOVE SALES-DETAIL-REC TO DTL-NEW-REC
               WRITE DTL-NEW-REC
           END-IF.
           PERFORM READ-DTL-PARAGRAPH.

       REMOVE-DOCUMENT-PARAGRAPH.
           IF DT-INVOICE-NO > ZERO
               IF WS-LOW-DOC-NO = ZERO
                  OR DT-INVOICE-NO < WS-LOW-DOC-NO
                   MOVE DT-INVOICE-NO TO WS-LOW-DOC-NO
               END-IF
           END-IF.
           MOVE DT-CUST-ID TO AR-CUST-ID.
           MOVE DT-INVOICE-NO TO AR-INVOICE-NO.
           READ AR-ITEM-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SW
               NOT INVALID KEY
                   SET WS-FOUND TO TRUE
           END-READ.
           IF WS-FOUND
              AND AR-RUN-DATE = WS-BACKOUT-DATE
              AND AR-CYCLE-NO = WS-BACKOUT-CYCLE
               PERFORM REMOVE-CHARGE-PARAGRAPH
           END-IF.

       REMOVE-CHARGE-PARAGRAPH.
           MOVE AR-CUST-ID TO CM-CUST-ID.
           READ CUSTMAST-FILE
               INVALID KEY
                   ADD 1 TO WS-CUST-MISSING
                   DISPLAY 'BACKOUT: CUSTOMER ' AR-CUST-ID
                           ' NOT ON MASTER - DOCUMENT '
                           AR-INVOICE-NO ' BALANCE NOT REVERSED'
                   MOVE WS-RC-WARNING TO RETURN-CODE
               NOT INVALID KEY
                   SUBTRACT AR-ORIG-AMOUNT FROM CM-OUTSTANDING-BAL
                   PERFORM REWRITE-CUSTOMER-PARAGRAPH
                   ADD 1 TO WS-CUST-CHG-COUNT
                   ADD AR-ORIG-AMOUNT TO WS-CUST-CHG-AMT
           END-READ.
           ADD 1 TO WS-AR-DELETE-COUNT.
           ADD AR-ORIG-AMOUNT TO WS-AR-DELETE-AMT.
           PERFORM DELETE-ITEM-PARAGRAPH.

       REWRITE-CUSTOMER-PARAGRAPH.
           REWRITE CUSTMAST-REC
               INVALID KEY
                   DISPLAY 'BACKOUT: REWRITE FAILED FOR CUSTOMER '
                           CM-CUST-ID ' STATUS=' WS-CUSTMAST-STATUS
                   MOVE WS-RC-DB-ERROR TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

      *> The payments CASHPOST posted under the date go back onto the
      *> customers' balances; the applications that went with them
      *> were reversed on the open items above.
       PAY-SECTION SECTION.
           MOVE 5 TO WS-FX.
           OPEN INPUT PAY-IN-FILE.
           OPEN OUTPUT PAY-NEW-FILE.
           PERFORM CHECK-OPENS-PARAGRAPH.
           PERFORM READ-PAY-PARAGRAPH.
           PERFORM BACKOUT-PAY-PARAGRAPH UNTIL WS-IN-EOF.
           CLOSE PAY-IN-FILE.
           CLOSE PAY-NEW-FILE.

       PAY-DETAIL-SECTION SECTION.
       READ-PAY-PARAGRAPH.
           READ PAY-IN-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
           END-READ.

       BACKOUT-PAY-PARAGRAPH.
           MOVE PD-AMOUNT TO WS-REC-AMOUNT.
           PERFORM COUNT-BEFORE-PARAGRAPH.
           MOVE 'N' TO WS-FOUND-SW.
           IF PD-DIR-PAYMENT AND PD-POST-DATE NUMERIC
               IF PD-POST-DATE = WS-BACKOUT-DATE
                   SET WS-FOUND TO TRUE
               END-IF
           END-IF.
           IF WS-FOUND
               PERFORM RESTORE-PAYMENT-PARAGRAPH
           ELSE
               PERFORM COUNT-AFTER-PARAGRAPH
               MOVE PAYMENT-DETAIL-REC TO PAY-NEW-REC
               WRITE PAY-NEW-REC
           END-IF.
           PERFORM READ-PAY-PARAGRAPH.

       RESTORE-PAYMENT-PARAGRAPH.
           MOVE PD-CUST-ID TO CM-CUST-ID.
           READ CUSTMAST-FILE
               INVALID KEY
                   ADD 1 TO WS-CUST-MISSING
                   DISPLAY 'BACKOUT: CUSTOMER ' PD-CUST-ID
                           ' NOT ON MASTER - PAYMENT '
                           PD-REFERENCE ' NOT REVERSED'
                   MOVE WS-RC-WARNING TO RETURN-CODE
               NOT INVALID KEY
                   ADD PD-AMOUNT TO CM-OUTSTANDING-BAL
                   PERFORM REWRITE-CUSTOMER-PARAGRAPH
                   ADD 1 TO WS-CUST-PAY-COUNT
                   ADD PD-AMOUNT TO WS-CUST-PAY-AMT
           END-READ.

      *> The extract rows carry the night's history bumps (when
      *> HISTUPDT posted the date) and the rep volume COMMCALC paid on.
       EXT-SECTION SECTION.
           MOVE 6 TO WS-FX.
           OPEN INPUT EXT-IN-FILE.
           OPEN OUTPUT EXT-NEW-FILE.
           PERFORM CHECK-OPENS-PARAGRAPH.
           PERFORM READ-EXT-PARAGRAPH.
           PERFORM BACKOUT-EXT-PARAGRAPH UNTIL WS-IN-EOF.
           CLOSE EXT-IN-FILE.
           CLOSE EXT-NEW-FILE.

       EXT-DETAIL-SECTION SECTION.
       READ-EXT-PARAGRAPH.
           READ EXT-IN-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
           END-READ.

       BACKOUT-EXT-PARAGRAPH.
           IF EXT-TYPE-CUSTOMER
               MOVE EXT-TOTAL-AMOUNT TO WS-REC-AMOUNT
           ELSE
               MOVE ZERO TO WS-REC-AMOUNT
           END-IF.
           PERFORM COUNT-BEFORE-PARAGRAPH.
           IF EXT-RUN-DATE = WS-BACKOUT-DATE
              AND EXT-CYCLE-NO = WS-BACKOUT-CYCLE
               IF WS-HIST-POSTED
                   PERFORM REVERSE-HISTORY-PARAGRAPH
               END-IF
               IF EXT-TYPE-REP
                   PERFORM RESTORE-COMMISSION-PARAGRAPH
               END-IF
           ELSE
               PERFORM COUNT-AFTER-PARAGRAPH
               MOVE SALES-EXTRACT-REC TO EXT-NEW-REC
               WRITE EXT-NEW-REC
           END-IF.
           PERFORM READ-EXT-PARAGRAPH.

       REVERSE-HISTORY-PARAGRAPH.
           MOVE EXT-REC-TYPE TO HS-REC-TYPE.
           MOVE EXT-KEY TO HS-ENTITY-KEY.
           MOVE WS-BACKOUT-PERIOD TO HS-PERIOD.
           READ SALES-HISTORY-FILE
               INVALID KEY
                   ADD 1 TO WS-HIST-MISSING
                   DISPLAY 'BACKOUT: HISTORY ' HS-HIST-KEY
                           ' NOT ON FILE - ROW NOT REVERSED'
                   MOVE WS-RC-WARNING TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM TAKE-OFF-HISTORY-PARAGRAPH
           END-READ.

       TAKE-OFF-HISTORY-PARAGRAPH.
           SUBTRACT EXT-TOTAL-AMOUNT FROM HS-PERIOD-AMOUNT.
           IF HS-PERIOD-COUNT > EXT-COUNT
               SUBTRACT EXT-COUNT FROM HS-PERIOD-COUNT
           ELSE
               MOVE ZERO TO HS-PERIOD-COUNT
           END-IF.
           ADD 1 TO WS-HIST-COUNT.
           IF EXT-TYPE-CUSTOMER
               ADD EXT-TOTAL-AMOUNT TO WS-HIST-AMT
           END-IF.
           IF HS-PERIOD-AMOUNT = ZERO AND HS-PERIOD-COUNT = ZERO
               DELETE SALES-HISTORY-FILE
                   INVALID KEY
                       DISPLAY 'BACKOUT: HISTORY DELETE FAILED FOR '
                               HS-HIST-KEY ' STATUS=' WS-HISTORY-STATUS
                       MOVE WS-RC-DB-ERROR TO RETURN-CODE
                       STOP RUN
               END-DELETE
               ADD 1 TO WS-HIST-DELETED
           ELSE
               REWRITE SALES-HISTORY-REC
                   INVALID KEY
                       DISPLAY 'BACKOUT: HISTORY REWRITE FAILED FOR '
                               HS-HIST-KEY ' STATUS=' WS-HISTORY-STATUS
                       MOVE WS-RC-DB-ERROR TO RETURN-CODE
                       STOP RUN
               END-REWRITE
           END-IF.

      *> COMMCALC keeps the commission standing before the run of
      *> CP-LAST-RUN-DATE, so a rep paid on the date goes straight back
      *> to it. The run date stays: a rerun of the date then starts
      *> from the same prior figure, exactly as a COMMCALC rerun does.
       RESTORE-COMMISSION-PARAGRAPH.
           MOVE EXT-KEY TO CP-REP-CODE.
           MOVE WS-BACKOUT-PERIOD TO CP-PERIOD.
           READ COMM-PAID-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SW
               NOT INVALID KEY
                   SET WS-FOUND TO TRUE
           END-READ.
           IF WS-FOUND AND CP-LAST-RUN-DATE = WS-BACKOUT-DATE
               ADD 1 TO WS-COMM-COUNT
               ADD CP-PAID-AMOUNT TO WS-COMM-BEFORE-AMT
               ADD CP-PRIOR-AMOUNT TO WS-COMM-AFTER-AMT
               ADD EXT-TOTAL-AMOUNT TO WS-COMM-SALES-AMT
               MOVE CP-PRIOR-AMOUNT TO CP-PAID-AMOUNT
               SUBTRACT EXT-TOTAL-AMOUNT FROM CP-PAID-SALES
               REWRITE COMM-PAID-REC
                   INVALID KEY
                       DISPLAY 'BACKOUT: COMMPAID REWRITE FAILED FOR '
                               CP-PAID-KEY ' STATUS='
                               WS-COMMPAID-STATUS
                       MOVE WS-RC-DB-ERROR TO RETURN-CODE
                       STOP RUN
               END-REWRITE
           END-IF.

       AUDIT-SECTION SECTION.
           MOVE 7 TO WS-FX.
           OPEN INPUT AUDIT-IN-FILE.
           OPEN OUTPUT AUDIT-NEW-FILE.
           PERFORM CHECK-OPENS-PARAGRAPH.
           PERFORM READ-AUDIT-PARAGRAPH.
           PERFORM BACKOUT-AUDIT-PARAGRAPH UNTIL WS-IN-EOF.
           CLOSE AUDIT-IN-FILE.
           CLOSE AUDIT-NEW-FILE.

       AUDIT-DETAIL-SECTION SECTION.
       READ-AUDIT-PARAGRAPH.
           READ AUDIT-IN-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
           END-READ.

       BACKOUT-AUDIT-PARAGRAPH.
           MOVE AIN-AMOUNT TO WS-REC-AMOUNT.
           PERFORM COUNT-BEFORE-PARAGRAPH.
           MOVE 'N' TO WS-FOUND-SW.
           IF AIN-RUN-DATE NUMERIC AND AIN-CYCLE-NO NUMERIC
               IF AIN-RUN-DATE = WS-BACKOUT-DATE
                  AND AIN-CYCLE-NO = WS-BACKOUT-CYCLE
                   SET WS-FOUND TO TRUE
               END-IF
           END-IF.
           IF NOT WS-FOUND
               PERFORM COUNT-AFTER-PARAGRAPH
               MOVE AUDIT-IN-REC TO AUDIT-NEW-REC
               WRITE AUDIT-NEW-REC
           END-IF.
           PERFORM READ-AUDIT-PARAGRAPH.

       EXC-SECTION SECTION.
           MOVE 8 TO WS-FX.
           OPEN INPUT EXC-IN-FILE.
           OPEN OUTPUT EXC-NEW-FILE.
           PERFORM CHECK-OPENS-PARAGRAPH.
           PERFORM READ-EXC-PARAGRAPH.
           PERFORM BACKOUT-EXC-PARAGRAPH UNTIL WS-IN-EOF.
           CLOSE EXC-IN-FILE.
           CLOSE EXC-NEW-FILE.

       EXC-DETAIL-SECTION SECTION.
       READ-EXC-PARAGRAPH.
           READ EXC-IN-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
           END-READ.

       BACKOUT-EXC-PARAGRAPH.
           MOVE EXC-AMOUNT TO WS-REC-AMOUNT.
           PERFORM COUNT-BEFORE-PARAGRAPH.
           IF EXC-RUN-DATE = WS-BACKOUT-DATE
              AND EXC-CYCLE-NO = WS-BACKOUT-CYCLE
               CONTINUE
           ELSE
               PERFORM COUNT-AFTER-PARAGRAPH
               MOVE EXCEPTION-REC TO EXC-NEW-REC
               WRITE EXC-NEW-REC
           END-IF.
           PERFORM READ-EXC-PARAGRAPH.

      *> GLPOST's sales voucher and CASHPOST's cash pair are dated
      *> with the business date; CRREFUND's refund pair can share the
      *> date but belongs to its own run and is kept.
       VCH-SECTION SECTION.
           MOVE 9 TO WS-FX.
           OPEN INPUT VCH-IN-FILE.
           OPEN OUTPUT VCH-NEW-FILE.
           PERFORM CHECK-OPENS-PARAGRAPH.
           PERFORM READ-VCH-PARAGRAPH.
           PERFORM BACKOUT-VCH-PARAGRAPH UNTIL WS-IN-EOF.
           CLOSE VCH-IN-FILE.
           CLOSE VCH-NEW-FILE.

       VCH-DETAIL-SECTION SECTION.
       READ-VCH-PARAGRAPH.
           READ VCH-IN-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
           END-READ.

       BACKOUT-VCH-PARAGRAPH.
           IF JV-DEBIT
               MOVE JV-AMOUNT TO WS-REC-AMOUNT
           ELSE
               MOVE ZERO TO WS-REC-AMOUNT
           END-IF.
           PERFORM COUNT-BEFORE-PARAGRAPH.
           IF JV-RUN-DATE = WS-BACKOUT-DATE
              AND JV-DESC NOT = 'CREDIT BALANCE REFUNDS'
              AND JV-DESC NOT = 'REFUNDS CLEARING'
               CONTINUE
           ELSE
               PERFORM COUNT-AFTER-PARAGRAPH
               MOVE GL-VOUCHER-REC TO VCH-NEW-REC
               WRITE VCH-NEW-REC
           END-IF.
           PERFORM READ-VCH-PARAGRAPH.

       CHKP-SECTION SECTION.
           MOVE 10 TO WS-FX.
           OPEN INPUT CHKP-IN-FILE.
           OPEN OUTPUT CHKP-NEW-FILE.
           PERFORM CHECK-OPENS-PARAGRAPH.
           MOVE ZERO TO WS-REC-AMOUNT.
           PERFORM READ-CHKP-PARAGRAPH.
           PERFORM BACKOUT-CHKP-PARAGRAPH UNTIL WS-IN-EOF.
           CLOSE CHKP-IN-FILE.
           CLOSE CHKP-NEW-FILE.

       CHKP-DETAIL-SECTION SECTION.
       READ-CHKP-PARAGRAPH.
           READ CHKP-IN-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
           END-READ.

       BACKOUT-CHKP-PARAGRAPH.
           PERFORM COUNT-BEFORE-PARAGRAPH.
           IF CIN-FROM-DATE = WS-BACKOUT-DATE
              AND CIN-CYCLE-NO = WS-BACKOUT-CYCLE
               CONTINUE
           ELSE
               PERFORM COUNT-AFTER-PARAGRAPH
               MOVE CHKP-IN-REC TO CHKP-NEW-REC
               WRITE CHKP-NEW-REC
           END-IF.
           PERFORM READ-CHKP-PARAGRAPH.

       PLG-SECTION SECTION.
           MOVE 11 TO WS-FX.
           OPEN INPUT PLG-IN-FILE.
           OPEN OUTPUT PLG-NEW-FILE.
           PERFORM CHECK-OPENS-PARAGRAPH.
           MOVE ZERO TO WS-REC-AMOUNT.
           PERFORM READ-PLG-PARAGRAPH.
           PERFORM BACKOUT-PLG-PARAGRAPH UNTIL WS-IN-EOF.
           CLOSE PLG-IN-FILE.
           CLOSE PLG-NEW-FILE.

       PLG-DETAIL-SECTION SECTION.
       READ-PLG-PARAGRAPH.
           READ PLG-IN-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
           END-READ.

       BACKOUT-PLG-PARAGRAPH.
           PERFORM COUNT-BEFORE-PARAGRAPH.
           IF PL-FILE-DATE = WS-BACKOUT-DATE
              AND PL-CYCLE-NO = WS-BACKOUT-CYCLE
               CONTINUE
           ELSE
               PERFORM COUNT-AFTER-PARAGRAPH
               MOVE PROCLOG-REC TO PLG-NEW-REC
               WRITE PLG-NEW-REC
           END-IF.
           PERFORM READ-PLG-PARAGRAPH.

       CSH-SECTION SECTION.
           MOVE 12 TO WS-FX.
           OPEN INPUT CSH-IN-FILE.
           OPEN OUTPUT CSH-NEW-FILE.
           PERFORM CHECK-OPENS-PARAGRAPH.
           PERFORM READ-CSH-PARAGRAPH.
           PERFORM BACKOUT-CSH-PARAGRAPH UNTIL WS-IN-EOF.
           CLOSE CSH-IN-FILE.
           CLOSE CSH-NEW-FILE.

       CSH-DETAIL-SECTION SECTION.
       READ-CSH-PARAGRAPH.
           READ CSH-IN-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
           END-READ.

       BACKOUT-CSH-PARAGRAPH.
           IF CG-POSTED-TOTAL NUMERIC
               MOVE CG-POSTED-TOTAL TO WS-REC-AMOUNT
           ELSE
               MOVE ZERO TO WS-REC-AMOUNT
           END-IF.
           PERFORM COUNT-BEFORE-PARAGRAPH.
           IF CG-FILE-DATE = WS-BACKOUT-DATE
               CONTINUE
           ELSE
               PERFORM COUNT-AFTER-PARAGRAPH
               MOVE CASHLOG-REC TO CSH-NEW-REC
               WRITE CSH-NEW-REC
           END-IF.
           PERFORM READ-CSH-PARAGRAPH.

      *> SALESEDT registered the night's accepted keys; left behind,
      *> the rerun would hold every one of them as a duplicate.
       DUP-SECTION SECTION.
           MOVE 13 TO WS-FX.
           OPEN INPUT DUP-IN-FILE.
           OPEN OUTPUT DUP-NEW-FILE.
           PERFORM CHECK-OPENS-PARAGRAPH.
           PERFORM READ-DUP-PARAGRAPH.
           PERFORM BACKOUT-DUP-PARAGRAPH UNTIL WS-IN-EOF.
           CLOSE DUP-IN-FILE.
           CLOSE DUP-NEW-FILE.

       DUP-DETAIL-SECTION SECTION.
       READ-DUP-PARAGRAPH.
           READ DUP-IN-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
           END-READ.

       BACKOUT-DUP-PARAGRAPH.
           MOVE DK-AMOUNT TO WS-REC-AMOUNT.
           PERFORM COUNT-BEFORE-PARAGRAPH.
           IF DK-FEED-DATE = WS-BACKOUT-DATE
               CONTINUE
           ELSE
               PERFORM COUNT-AFTER-PARAGRAPH
               MOVE DUP-CHECK-REC TO DUP-NEW-REC
               WRITE DUP-NEW-REC
           END-IF.
           PERFORM READ-DUP-PARAGRAPH.

      *> The rerun's COMMCALC writes the night's increments again, so
      *> the backed-out night's payroll rows must not stay behind.
       PXT-SECTION SECTION.
           MOVE 14 TO WS-FX.
           OPEN INPUT PXT-IN-FILE.
           OPEN OUTPUT PXT-NEW-FILE.
           PERFORM CHECK-OPENS-PARAGRAPH.
           PERFORM READ-PXT-PARAGRAPH.
           PERFORM BACKOUT-PXT-PARAGRAPH UNTIL WS-IN-EOF.
           CLOSE PXT-IN-FILE.
           CLOSE PXT-NEW-FILE.

       PXT-DETAIL-SECTION SECTION.
       READ-PXT-PARAGRAPH.
           READ PXT-IN-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
           END-READ.

       BACKOUT-PXT-PARAGRAPH.
           MOVE PAY-COMMISSION TO WS-REC-AMOUNT.
           PERFORM COUNT-BEFORE-PARAGRAPH.
           IF PAY-RUN-DATE = WS-BACKOUT-DATE
               CONTINUE
           ELSE
               PERFORM COUNT-AFTER-PARAGRAPH
               MOVE PAY-EXTRACT-REC TO PXT-NEW-REC
               WRITE PXT-NEW-REC
           END-IF.
           PERFORM READ-PXT-PARAGRAPH.

      *> SALESEDT's price holds for the night; left behind, the rerun
      *> would hold the same lines a second time.
       PRH-SECTION SECTION.
           MOVE 15 TO WS-FX.
           OPEN INPUT PRH-IN-FILE.
           OPEN OUTPUT PRH-NEW-FILE.
           PERFORM CHECK-OPENS-PARAGRAPH.
           MOVE ZERO TO WS-REC-AMOUNT.
           PERFORM READ-PRH-PARAGRAPH.
           PERFORM BACKOUT-PRH-PARAGRAPH UNTIL WS-IN-EOF.
           CLOSE PRH-IN-FILE.
           CLOSE PRH-NEW-FILE.

       PRH-DETAIL-SECTION SECTION.
       READ-PRH-PARAGRAPH.
           READ PRH-IN-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
           END-READ.

       BACKOUT-PRH-PARAGRAPH.
           PERFORM COUNT-BEFORE-PARAGRAPH.
           IF PH-FEED-DATE = WS-BACKOUT-DATE
              AND PH-CYCLE-NO = WS-BACKOUT-CYCLE
               CONTINUE
           ELSE
               PERFORM COUNT-AFTER-PARAGRAPH
               MOVE PRICE-HOLD-REC TO PRH-NEW-REC
               WRITE PRH-NEW-REC
           END-IF.
           PERFORM READ-PRH-PARAGRAPH.

      *> SALESRPT rewrites INVCTL only when the run completes, naming
      *> the date and cycle; when that is still the backed-out night
      *> the series steps back to just before its first document.
       INVCTL-SECTION SECTION.
           OPEN INPUT INVOICE-CONTROL-FILE.
           READ INVOICE-CONTROL-FILE
               AT END
                   MOVE 'N' TO WS-INVCTL-READ-SW
               NOT AT END
                   SET WS-INVCTL-READ TO TRUE
           END-READ.
           CLOSE INVOICE-CONTROL-FILE.
           IF WS-INVCTL-READ
               MOVE IC-LAST-INVOICE-NO TO WS-INVCTL-BEFORE
               MOVE IC-LAST-INVOICE-NO TO WS-INVCTL-AFTER
               MOVE IC-LAST-RUN-DATE TO WS-INVCTL-RUN-DATE
               MOVE IC-LAST-CYCLE-NO TO WS-INVCTL-CYCLE-NO
               IF WS-INVCTL-RUN-DATE = WS-BACKOUT-DATE
                  AND WS-INVCTL-CYCLE-NO = WS-BACKOUT-CYCLE
                  AND WS-LOW-DOC-NO > ZERO
                   COMPUTE WS-INVCTL-AFTER = WS-LOW-DOC-NO - 1
                   PERFORM REWRITE-INVCTL-PARAGRAPH
               END-IF
           END-IF.

       INVCTL-DETAIL-SECTION SECTION.
       REWRITE-INVCTL-PARAGRAPH.
           OPEN OUTPUT INVOICE-CONTROL-FILE.
           IF WS-INVCTL-STATUS NOT = WS-DB-STATUS-OK
               DISPLAY 'BACKOUT: INVOICE-CONTROL-FILE OPEN FAILED, '
                       'STATUS=' WS-INVCTL-STATUS
               MOVE WS-RC-DB-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-INVCTL-AFTER TO IC-LAST-INVOICE-NO.
           MOVE WS-INVCTL-RUN-DATE TO IC-LAST-RUN-DATE.
           MOVE WS-INVCTL-CYCLE-NO TO IC-LAST-CYCLE-NO.
           WRITE INVCTL-REC.
           CLOSE INVOICE-CONTROL-FILE.

       CLOSE-SECTION SECTION.
       CLOSE-PARAGRAPH.
           CLOSE CUSTMAST-FILE.
           CLOSE AR-ITEM-FILE.
           CLOSE COMM-PAID-FILE.
           CLOSE SALES-HISTORY-FILE.
           MOVE WS-BACKOUT-HEAD2 TO BKO-LINE.
           WRITE BKO-LINE.
           MOVE ZERO TO WS-REMOVED-TOTAL.
           PERFORM WRITE-FILE-LINE-PARAGRAPH
               VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > WS-FILE-COUNT.
           MOVE SPACES TO BKO-LINE.
           WRITE BKO-LINE.
           MOVE 'MASTER REVERSALS' TO BKO-LINE.
           WRITE BKO-LINE.
           MOVE 'CUSTMAST PAYMENTS ADDED BACK:' TO BKO-MASTER-LABEL.
           MOVE WS-CUST-PAY-COUNT TO BKO-MASTER-COUNT.
           MOVE WS-CUST-PAY-AMT TO BKO-MASTER-AMT.
           PERFORM WRITE-MASTER-LINE-PARAGRAPH.
           MOVE 'CUSTMAST CHARGES TAKEN OFF:' TO BKO-MASTER-LABEL.
           MOVE WS-CUST-CHG-COUNT TO BKO-MASTER-COUNT.
           MOVE WS-CUST-CHG-AMT TO BKO-MASTER-AMT.
           PERFORM WRITE-MASTER-LINE-PARAGRAPH.
           MOVE 'CUSTMAST CUSTOMERS NOT ON FILE:' TO BKO-MASTER-LABEL.
           MOVE WS-CUST-MISSING TO BKO-MASTER-COUNT.
           MOVE ZERO TO BKO-MASTER-AMT.
           PERFORM WRITE-MASTER-LINE-PARAGRAPH.
           MOVE 'ARITEM APPLICATIONS REVERSED:' TO BKO-MASTER-LABEL.
           MOVE WS-AR-APPLY-COUNT TO BKO-MASTER-COUNT.
           MOVE WS-AR-APPLY-AMT TO BKO-MASTER-AMT.
           PERFORM WRITE-MASTER-LINE-PARAGRAPH.
           MOVE 'ARITEM DOCUMENTS DELETED:' TO BKO-MASTER-LABEL.
           MOVE WS-AR-DELETE-COUNT TO BKO-MASTER-COUNT.
           MOVE WS-AR-DELETE-AMT TO BKO-MASTER-AMT.
           PERFORM WRITE-MASTER-LINE-PARAGRAPH.
           MOVE 'ARITEM ON-ACCOUNT ITEMS DELETED:' TO BKO-MASTER-LABEL.
           MOVE WS-AR-ONACCT-COUNT TO BKO-MASTER-COUNT.
           MOVE ZERO TO BKO-MASTER-AMT.
           PERFORM WRITE-MASTER-LINE-PARAGRAPH.
           MOVE 'ARITEM ITEMS NOT ON FILE:' TO BKO-MASTER-LABEL.
           MOVE WS-AR-MISSING TO BKO-MASTER-COUNT.
           MOVE ZERO TO BKO-MASTER-AMT.
           PERFORM WRITE-MASTER-LINE-PARAGRAPH.
           MOVE 'COMMPAID REPS - PAID BEFORE:' TO BKO-MASTER-LABEL.
           MOVE WS-COMM-COUNT TO BKO-MASTER-COUNT.
           MOVE WS-COMM-BEFORE-AMT TO BKO-MASTER-AMT.
           PERFORM WRITE-MASTER-LINE-PARAGRAPH.
           MOVE 'COMMPAID REPS - PAID AFTER:' TO BKO-MASTER-LABEL.
           MOVE WS-COMM-COUNT TO BKO-MASTER-COUNT.
           MOVE WS-COMM-AFTER-AMT TO BKO-MASTER-AMT.
           PERFORM WRITE-MASTER-LINE-PARAGRAPH.
           MOVE 'COMMPAID REP SALES TAKEN OFF:' TO BKO-MASTER-LABEL.
           MOVE WS-COMM-COUNT TO BKO-MASTER-COUNT.
           MOVE WS-COMM-SALES-AMT TO BKO-MASTER-AMT.
           PERFORM WRITE-MASTER-LINE-PARAGRAPH.
           IF WS-HIST-POSTED
               MOVE 'SALESHST ROWS REVERSED (NET SALES):'
                   TO BKO-MASTER-LABEL
               MOVE WS-HIST-COUNT TO BKO-MASTER-COUNT
               MOVE WS-HIST-AMT TO BKO-MASTER-AMT
               PERFORM WRITE-MASTER-LINE-PARAGRAPH
               MOVE 'SALESHST RECORDS DELETED:' TO BKO-MASTER-LABEL
               MOVE WS-HIST-DELETED TO BKO-MASTER-COUNT
               MOVE ZERO TO BKO-MASTER-AMT
               PERFORM WRITE-MASTER-LINE-PARAGRAPH
               MOVE 'SALESHST RECORDS NOT ON FILE:' TO BKO-MASTER-LABEL
               MOVE WS-HIST-MISSING TO BKO-MASTER-COUNT
               MOVE ZERO TO BKO-MASTER-AMT
               PERFORM WRITE-MASTER-LINE-PARAGRAPH
           ELSE
               MOVE 'SALESHST NOT POSTED FOR THE DATE - LEFT AS IS'
                   TO BKO-NOTE
               PERFORM WRITE-NOTE-PARAGRAPH
           END-IF.
           IF WS-INVCTL-READ
               MOVE WS-INVCTL-BEFORE TO BKO-INV-BEFORE
               MOVE WS-INVCTL-AFTER TO BKO-INV-AFTER
               MOVE WS-BACKOUT-INVCTL-LINE TO BKO-LINE
               WRITE BKO-LINE
               IF WS-INVCTL-AFTER = WS-INVCTL-BEFORE
                   MOVE 'INVCTL NOT LEFT BY THIS NIGHT - UNCHANGED'
                       TO BKO-NOTE
                   PERFORM WRITE-NOTE-PARAGRAPH
               END-IF
           END-IF.
           IF WS-REMOVED-TOTAL = ZERO
               MOVE 'NOTHING ON FILE FOR THIS DATE AND CYCLE'
                   TO BKO-NOTE
               PERFORM WRITE-NOTE-PARAGRAPH
               MOVE WS-RC-WARNING TO RETURN-CODE
           END-IF.
           CLOSE BACKOUT-REPORT-FILE.
           DISPLAY 'BACKOUT: ' WS-BACKOUT-DATE ' CYCLE '
                   WS-BACKOUT-CYCLE ' - RECORDS REMOVED='
                   WS-REMOVED-TOTAL ' PAYMENTS RESTORED='
                   WS-CUST-PAY-COUNT ' DOCUMENTS DELETED='
                   WS-AR-DELETE-COUNT.

       WRITE-FILE-LINE-PARAGRAPH.
           MOVE WS-FILE-NAME (WS-FX) TO BKO-FILE-NAME.
           MOVE WS-FT-BEFORE-COUNT (WS-FX) TO BKO-BEFORE-COUNT.
           MOVE WS-FT-BEFORE-AMT (WS-FX) TO BKO-BEFORE-AMT.
           COMPUTE BKO-REMOVED = WS-FT-BEFORE-COUNT (WS-FX)
                               - WS-FT-AFTER-COUNT (WS-FX).
           ADD WS-FT-BEFORE-COUNT (WS-FX) TO WS-REMOVED-TOTAL.
           SUBTRACT WS-FT-AFTER-COUNT (WS-FX) FROM WS-REMOVED-TOTAL.
           MOVE WS-FT-AFTER-COUNT (WS-FX) TO BKO-AFTER-COUNT.
           MOVE WS-FT-AFTER-AMT (WS-FX) TO BKO-AFTER-AMT.
           MOVE WS-BACKOUT-FILE-LINE TO BKO-LINE.
           WRITE BKO-LINE.

       WRITE-MASTER-LINE-PARAGRAPH.
           MOVE WS-BACKOUT-MASTER-LINE TO BKO-LINE.
           WRITE BKO-LINE.

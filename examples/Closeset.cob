       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKCRAFT-CLOSESET.
       AUTHOR. MARKCRAFT-TEAM.
      *> Modern COBOL: account closure settlement - final interest,
      *> closing fee and payout or charge-off, then the close itself

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE
               ASSIGN TO "ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANS-ID
               ALTERNATE KEY IS ACCOUNT-NUM WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

      *> Account master: read to settle, rewritten to close.
           SELECT ACCOUNT-MASTER
               ASSIGN TO "acctmas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

      *> Current-balance file shared with the posting run.
           SELECT BALANCE-FILE
               ASSIGN TO "acctbal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-ACCT-NUMBER
               FILE STATUS IS WS-BAL-STATUS.

      *> Next-sequence control record shared with the posting run.
           SELECT SEQ-CONTROL
               ASSIGN TO "seqctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.

           SELECT PERIOD-FILE
               ASSIGN TO "periodend.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

      *> Rate-plan table: the final accrual uses the row in force on
      *> the closing date, exactly as the interest run would.
           SELECT RATE-PLAN-FILE
               ASSIGN TO "rateplan.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-KEY
               FILE STATUS IS WS-RATE-STATUS.

      *> Fee schedule: the closing fee and its window come from the
      *> account's fee plan row in force on the closing date.
           SELECT FEE-SCHED-FILE
               ASSIGN TO "feesched.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-KEY
               FILE STATUS IS WS-FEE-STATUS.

      *> Amount holds: money frozen by an active hold cannot be paid
      *> out, so an account under one is not settled.
           SELECT HOLD-FILE
               ASSIGN TO "acctholds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

      *> Standing orders on a closed account are cancelled in place
      *> so the order generation run never raises them again.
           SELECT STORD-MASTER
               ASSIGN TO "stordmas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ORDER-ID
               FILE STATUS IS WS-STORD-STATUS.

      *> Customer master, for the name and address on the advice.
           SELECT CUSTOMER-MASTER
               ASSIGN TO "custmas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-NUMBER
               FILE STATUS IS WS-CUST-STATUS.

      *> Close requests keyed by the accounts desk.
           SELECT CLOSE-REQUEST-IN
               ASSIGN TO "closereq.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CREQ-STATUS.

      *> The account maintenance audit trail: every close request,
      *> settled or refused, leaves its before/after images here
      *> just as a close keyed through account maintenance does.
           SELECT AUDIT-FILE
               ASSIGN TO "acctaud.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *> One settlement advice page per closed account.
           SELECT ADVICE-RPT
               ASSIGN TO "closeadv.prt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADV-STATUS.

      *> Control report: one line per request, then the run totals
      *> of payouts and charge-offs.
           SELECT CONTROL-RPT
               ASSIGN TO "closectl.prt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-FILE.
       01 LEDGER-RECORD.
           05 TRANS-ID          PIC X(12).
           05 ACCOUNT-NUM       PIC 9(10).
           05 TRANS-DATE        PIC 9(8).
           05 TRANS-TYPE        PIC X(1).
               88 IS-DEBIT      VALUE "D".
               88 IS-CREDIT     VALUE "C".
               88 IS-REVERSAL   VALUE "R".
           05 AMOUNT            PIC 9(10)V99.
           05 DESCRIPTION       PIC X(50).
           05 BALANCE-AFTER     PIC S9(12)V99.
           05 ORIGINAL-TRANS-ID PIC X(12).
           05 REVERSAL-EFFECT   PIC X(1).
               88 REVERSAL-IS-DEBIT  VALUE "D".
               88 REVERSAL-IS-CREDIT VALUE "C".

      *> Account master: one row per account, keyed on account number.
       FD ACCOUNT-MASTER.
       01 ACCOUNT-MASTER-RECORD.
           05 ACCT-NUMBER       PIC 9(10).
           05 ACCT-NAME         PIC X(30).
           05 ACCT-STATUS       PIC X(1).
               88 ACCT-OPEN     VALUE "O".
               88 ACCT-CLOSED   VALUE "C".
               88 ACCT-DORMANT  VALUE "D".
           05 ACCT-OPEN-DATE    PIC 9(8).
           05 ACCT-OPENING-BAL  PIC S9(12)V99.
           05 ACCT-OD-LIMIT     PIC 9(10)V99.
           05 ACCT-OD-FEE       PIC 9(5)V99.
           05 ACCT-RATE-PLAN    PIC X(4).
           05 ACCT-CUST-NUMBER  PIC 9(8).
           05 ACCT-FEE-PLAN     PIC X(4).

       FD BALANCE-FILE.
       01 BALANCE-RECORD.
           05 AB-ACCT-NUMBER    PIC 9(10).
           05 AB-CUR-BALANCE    PIC S9(12)V99.
           05 AB-LAST-TRANS-ID  PIC X(12).
           05 AB-LAST-POST-DATE PIC 9(8).
           05 AB-LAST-ACCRUAL   PIC 9(8).

       FD SEQ-CONTROL.
       01 SEQ-CONTROL-RECORD.
           05 SQ-LAST-TRANS-SEQ PIC 9(8).

       FD PERIOD-FILE.
       01 PERIOD-RECORD.
           05 PRD-CLOSING-DATE      PIC 9(8).
           05 PRD-OPENING-BALANCE   PIC S9(14)V99.

       FD RATE-PLAN-FILE.
       01 RATE-PLAN-RECORD.
           05 RP-KEY.
               10 RP-PLAN-CODE  PIC X(4).
               10 RP-EFF-DATE   PIC 9(8).
           05 RP-TIER1-LIMIT    PIC 9(10)V99.
           05 RP-TIER1-RATE     PIC 9(2)V9(4).
           05 RP-TIER2-LIMIT    PIC 9(10)V99.
           05 RP-TIER2-RATE     PIC 9(2)V9(4).
           05 RP-TIER3-RATE     PIC 9(2)V9(4).
           05 RP-BORROW-RATE    PIC 9(2)V9(4).

       FD FEE-SCHED-FILE.
       01 FEE-SCHED-RECORD.
           05 FS-KEY.
               10 FS-PLAN-CODE  PIC X(4).
               10 FS-EFF-DATE   PIC 9(8).
           05 FS-MONTHLY-AMT    PIC 9(5)V99.
           05 FS-FREE-TRANS     PIC 9(4).
           05 FS-ITEM-CHARGE    PIC 9(3)V99.
      *> Charged by the closure settlement run when the account
      *> closes within FS-CLOSE-DAYS of opening; zero days charges it
      *> on every close.
           05 FS-CLOSE-FEE      PIC 9(5)V99.
           05 FS-CLOSE-DAYS     PIC 9(4).

       FD HOLD-FILE.
       01 HOLD-RECORD.
           05 HD-KEY.
               10 HD-ACCOUNT-NUM    PIC 9(10).
               10 HD-HOLD-SEQ       PIC 9(4).
           05 HD-HOLD-TYPE      PIC X(1).
               88 HD-AMOUNT-HOLD    VALUE "H".
               88 HD-STOP-PAYMENT   VALUE "S".
           05 HD-REASON-CODE    PIC X(2).
           05 HD-AMOUNT         PIC 9(10)V99.
           05 HD-MATCH-TEXT     PIC X(20).
           05 HD-PLACED-DATE    PIC 9(8).
           05 HD-EXPIRY-DATE    PIC 9(8).
           05 HD-STATUS         PIC X(1).
               88 HD-IS-ACTIVE      VALUE "A".
               88 HD-IS-RELEASED    VALUE "R".
               88 HD-IS-EXPIRED     VALUE "E".
           05 HD-PLACED-BY      PIC X(8).
           05 HD-CLOSED-DATE    PIC 9(8).

       FD STORD-MASTER.
       01 STANDING-ORDER-RECORD.
           05 SO-ORDER-ID       PIC 9(6).
           05 SO-ACCOUNT-NUM    PIC 9(10).
           05 SO-TRANS-TYPE     PIC X(1).
               88 SO-IS-DEBIT   VALUE "D".
               88 SO-IS-CREDIT  VALUE "C".
           05 SO-AMOUNT         PIC 9(10)V99.
           05 SO-DESCRIPTION    PIC X(50).
           05 SO-FREQUENCY      PIC X(1).
               88 SO-FREQ-DAILY   VALUE "D".
               88 SO-FREQ-WEEKLY  VALUE "W".
               88 SO-FREQ-MONTHLY VALUE "M".
           05 SO-NEXT-DUE       PIC 9(8).
           05 SO-EXPIRY         PIC 9(8).
           05 SO-DUE-DAY        PIC 9(2).

      *> Customer master: one row per customer, keyed on customer
      *> number.
       FD CUSTOMER-MASTER.
       01 CUSTOMER-MASTER-RECORD.
           05 CM-CUST-NUMBER    PIC 9(8).
           05 CM-CUST-NAME      PIC X(30).
           05 CM-CUST-TYPE      PIC X(1).
               88 CM-PERSONAL   VALUE "P".
               88 CM-BUSINESS   VALUE "B".
           05 CM-CUST-STATUS    PIC X(1).
               88 CM-ACTIVE     VALUE "A".
               88 CM-INACTIVE   VALUE "I".
           05 CM-TAX-ID         PIC X(9).
           05 CM-MAIL-ADDRESS.
               10 CM-ADDR-LINE-1    PIC X(30).
               10 CM-ADDR-LINE-2    PIC X(30).
               10 CM-CITY           PIC X(20).
               10 CM-STATE          PIC X(2).
               10 CM-POSTAL-CODE    PIC X(10).
           05 CM-TAX-STATUS     PIC X(1).
               88 CM-TAX-REPORTABLE VALUE "R" SPACE.
               88 CM-TAX-WITHHOLD   VALUE "W".
               88 CM-TAX-EXEMPT     VALUE "E".

      *> One row per account to close. CR-WAIVE-FEE "Y" waives any
      *> closing fee the schedule would charge.
       FD CLOSE-REQUEST-IN.
       01 CLOSE-REQUEST-RECORD.
           05 CR-ACCOUNT-NUM    PIC 9(10).
           05 CR-WAIVE-FEE      PIC X(1).
               88 CR-FEE-WAIVED VALUE "Y".
           05 CR-USER-ID        PIC X(8).

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           05 AUD-DATE          PIC 9(8).
           05 AUD-TIME          PIC 9(6).
           05 AUD-USER-ID       PIC X(8).
           05 AUD-ACTION        PIC X(1).
           05 AUD-RESULT        PIC X(2).
           05 AUD-BEFORE-IMAGE  PIC X(98).
           05 AUD-AFTER-IMAGE   PIC X(98).

       FD ADVICE-RPT.
       01 ADV-PRINT-LINE        PIC X(96).

       FD CONTROL-RPT.
       01 CTL-PRINT-LINE        PIC X(96).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS        PIC XX.
           88 FILE-OK           VALUE "00".
           88 FILE-NOT-FOUND    VALUE "23".
       01 WS-ACCT-STATUS        PIC XX.
           88 ACCT-FILE-OK      VALUE "00".
           88 ACCT-NOT-FOUND    VALUE "23".
       01 WS-BAL-STATUS         PIC XX.
           88 BAL-FILE-OK       VALUE "00".
           88 BAL-NOT-FOUND     VALUE "23".
       01 WS-SEQ-STATUS         PIC XX.
           88 SEQ-FILE-OK       VALUE "00".
       01 WS-SEQ-LOADED         PIC X VALUE 'N'.
           88 SEQ-CTL-LOADED    VALUE 'Y'.
       01 WS-PERIOD-STATUS      PIC XX.
           88 PERIOD-FILE-OK    VALUE "00".
       01 WS-RATE-STATUS        PIC XX.
           88 RATE-FILE-OK      VALUE "00".
       01 WS-RATE-TABLE         PIC X VALUE 'N'.
           88 RATE-TABLE-OPEN   VALUE 'Y'.
       01 WS-RATE-EOF           PIC X VALUE 'N'.
           88 END-OF-RATES      VALUE 'Y'.
       01 WS-FEE-STATUS         PIC XX.
           88 FEE-FILE-OK       VALUE "00".
       01 WS-FEE-TABLE          PIC X VALUE 'N'.
           88 FEE-TABLE-OPEN    VALUE 'Y'.
       01 WS-FEE-EOF            PIC X VALUE 'N'.
           88 END-OF-FEES       VALUE 'Y'.
       01 WS-HOLD-STATUS        PIC XX.
           88 HOLD-FILE-OK      VALUE "00".
       01 WS-HOLDFILE-OPEN      PIC X VALUE 'N'.
           88 HOLD-FILE-OPEN    VALUE 'Y'.
       01 WS-HOLD-EOF           PIC X VALUE 'N'.
           88 END-OF-HOLDS      VALUE 'Y'.
       01 WS-STORD-STATUS       PIC XX.
           88 STORD-FILE-OK     VALUE "00".
       01 WS-STORDFILE-OPEN     PIC X VALUE 'N'.
           88 STORD-FILE-OPEN   VALUE 'Y'.
       01 WS-ORDER-EOF          PIC X VALUE 'N'.
           88 END-OF-ORDERS     VALUE 'Y'.
       01 WS-CUST-STATUS        PIC XX.
           88 CUST-FILE-OK      VALUE "00".
           88 CUST-NOT-FOUND    VALUE "23".
       01 WS-CUSTFILE-OPEN      PIC X VALUE 'N'.
           88 CUSTOMER-FILE-OPEN VALUE 'Y'.
       01 WS-CREQ-STATUS        PIC XX.
           88 CREQ-FILE-OK      VALUE "00".
       01 WS-AUDIT-STATUS       PIC XX.
           88 AUDIT-FILE-OK     VALUE "00".
       01 WS-ADV-STATUS         PIC XX.
           88 ADV-FILE-OK       VALUE "00".
       01 WS-CTL-STATUS         PIC XX.
           88 CTL-FILE-OK       VALUE "00".
       01 WS-CURRENT-DATE       PIC 9(8).
       01 WS-CURRENT-TIME       PIC 9(8).
       01 WS-TODAY-INT          PIC S9(7) VALUE ZERO.
       01 WS-EOF                PIC X VALUE 'N'.
           88 END-OF-FILE       VALUE 'Y'.
      *> Result of one close request, as it goes on the audit row:
      *> A3 and A4 keep their account maintenance meanings (not on
      *> file, not open); S1 is an active amount hold, S2 a settlement
      *> posting that would not write. A failed master rewrite
      *> carries the file status, as account maintenance does.
       01 WS-CLOSE-RESULT       PIC XX.
           88 CLOSE-APPLIED     VALUE "00".
       01 WS-RESULT-TEXT        PIC X(20).
       01 WS-BEFORE-IMAGE       PIC X(98).
       01 WS-AFTER-IMAGE        PIC X(98).
       01 WS-TARGET-ACCOUNT     PIC 9(10).
       01 WS-BALANCE-FOUND      PIC X VALUE 'N'.
           88 BALANCE-WAS-FOUND VALUE 'Y'.
       01 WS-ACTIVE-HOLD        PIC X VALUE 'N'.
           88 ACTIVE-HOLD-FOUND VALUE 'Y'.
      *> The settlement of the account in hand: its running balance
      *> as each posting lands, and what each step did to it.
       01 WS-SETTLE-BALANCE     PIC S9(12)V99 VALUE ZERO.
       01 WS-PRIOR-BALANCE      PIC S9(12)V99 VALUE ZERO.
       01 WS-SETTLE-INTEREST    PIC S9(12)V99 VALUE ZERO.
       01 WS-SETTLE-FEE         PIC 9(10)V99 VALUE ZERO.
       01 WS-FEE-WAIVED-AMT     PIC 9(10)V99 VALUE ZERO.
       01 WS-FEE-FORGONE-AMT    PIC 9(10)V99 VALUE ZERO.
       01 WS-SETTLE-PAYOUT      PIC 9(10)V99 VALUE ZERO.
       01 WS-SETTLE-CHARGEOFF   PIC 9(10)V99 VALUE ZERO.
       01 WS-ORDERS-CANCELLED   PIC 9(4) VALUE ZERO.
      *> Rate plan in force for the final accrual.
       01 WS-PLAN-CODE          PIC X(4).
       01 WS-PLAN-FOUND         PIC X VALUE 'N'.
           88 PLAN-WAS-FOUND    VALUE 'Y'.
       01 WS-SEL-TIER1-LIMIT    PIC 9(10)V99 VALUE ZERO.
       01 WS-SEL-TIER1-RATE     PIC 9(2)V9(4) VALUE ZERO.
       01 WS-SEL-TIER2-LIMIT    PIC 9(10)V99 VALUE ZERO.
       01 WS-SEL-TIER2-RATE     PIC 9(2)V9(4) VALUE ZERO.
       01 WS-SEL-TIER3-RATE     PIC 9(2)V9(4) VALUE ZERO.
       01 WS-SEL-BORROW-RATE    PIC 9(2)V9(4) VALUE ZERO.
       01 WS-ANNUAL-RATE        PIC 9(2)V9(4) VALUE ZERO.
       01 WS-LAST-ACCRUAL-DATE  PIC 9(8) VALUE ZERO.
       01 WS-ACCRUE-FROM-DATE   PIC 9(8) VALUE ZERO.
       01 WS-FROM-INT           PIC S9(7) VALUE ZERO.
       01 WS-DAY-COUNT          PIC S9(5) VALUE ZERO.
       01 WS-ABS-BALANCE        PIC 9(12)V99 VALUE ZERO.
       01 WS-INTEREST-AMOUNT    PIC S9(12)V99 VALUE ZERO.
      *> Fee plan in force for the closing fee.
       01 WS-FEE-PLAN-CODE      PIC X(4).
       01 WS-FEE-PLAN-FOUND     PIC X VALUE 'N'.
           88 FEE-PLAN-WAS-FOUND VALUE 'Y'.
       01 WS-SEL-CLOSE-FEE      PIC 9(5)V99 VALUE ZERO.
       01 WS-SEL-CLOSE-DAYS     PIC 9(4) VALUE ZERO.
       01 WS-OPEN-INT           PIC S9(7) VALUE ZERO.
       01 WS-DAYS-OPEN          PIC S9(7) VALUE ZERO.
      *> One ledger posting, set up by the caller for
      *> POST-SETTLEMENT-ENTRY.
       01 WS-POST-TYPE          PIC X(1).
       01 WS-POST-AMOUNT        PIC 9(10)V99 VALUE ZERO.
       01 WS-POST-DESC          PIC X(50).
       01 WS-POST-ACCRUAL       PIC X VALUE 'N'.
           88 POST-IS-ACCRUAL   VALUE 'Y'.
       01 WS-ITEM-POSTED        PIC X VALUE 'N'.
           88 ITEM-WAS-POSTED   VALUE 'Y'.
       01 WS-MAX-TRANS-SEQ      PIC 9(8) VALUE ZERO.
       01 WS-CUR-TRANS-SEQ      PIC 9(8) VALUE ZERO.
       01 WS-NEXT-TRANS-SEQ     PIC 9(8) VALUE ZERO.
       01 WS-PERIOD-CLOSE-DATE  PIC 9(8) VALUE ZERO.
       01 WS-PERIOD-NET         PIC S9(14)V99 VALUE ZERO.
       01 WS-RUN-NET            PIC S9(14)V99 VALUE ZERO.
      *> Run totals for the control report.
       01 WS-REQUEST-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-CLOSED-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-REJECTED-COUNT     PIC 9(8) VALUE ZERO.
       01 WS-PAYOUT-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-CHARGEOFF-COUNT    PIC 9(8) VALUE ZERO.
       01 WS-ORDERS-TOTAL       PIC 9(8) VALUE ZERO.
       01 WS-TOTAL-PAYOUT       PIC S9(14)V99 VALUE ZERO.
       01 WS-TOTAL-CHARGEOFF    PIC S9(14)V99 VALUE ZERO.
       01 WS-TOTAL-INT-PAID     PIC S9(14)V99 VALUE ZERO.
       01 WS-TOTAL-INT-CHARGED  PIC S9(14)V99 VALUE ZERO.
       01 WS-TOTAL-FEES         PIC S9(14)V99 VALUE ZERO.
       01 WS-TOTAL-FEES-WAIVED  PIC S9(14)V99 VALUE ZERO.
       01 WS-LINE-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-MAX-LINES          PIC 9(4) VALUE 60.
       01 WS-CTL-PAGE-COUNT     PIC 9(4) VALUE ZERO.
       01 WS-ADV-PAGE-COUNT     PIC 9(4) VALUE ZERO.

       01 WS-REPORT-HEADER-1.
           05 HDR-TITLE         PIC X(36).
           05 FILLER            PIC X(10) VALUE "RUN DATE: ".
           05 HDR-RUN-DATE      PIC 9999/99/99.
           05 FILLER            PIC X(7) VALUE "  PAGE ".
           05 HDR-PAGE-NUM      PIC ZZZ9.

       01 WS-CTL-HEADER.
           05 FILLER            PIC X(12) VALUE "ACCOUNT".
           05 FILLER            PIC X(21) VALUE "RESULT".
           05 FILLER            PIC X(13) VALUE "   PRIOR BAL ".
           05 FILLER            PIC X(11) VALUE "  INTEREST ".
           05 FILLER            PIC X(9) VALUE "     FEE ".
           05 FILLER            PIC X(13) VALUE "      PAYOUT ".
           05 FILLER            PIC X(13) VALUE "  CHARGE-OFF ".
           05 FILLER            PIC X(4) VALUE " SOS".

       01 WS-CTL-LINE.
           05 CTL-ACCOUNT       PIC 9(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 CTL-RESULT        PIC X(20).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 CTL-PRIOR-BAL     PIC -(8)9.99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 CTL-INTEREST      PIC -(6)9.99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 CTL-FEE           PIC Z(4)9.99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 CTL-PAYOUT        PIC Z(8)9.99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 CTL-CHARGEOFF     PIC Z(8)9.99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 CTL-ORDERS        PIC ZZZ9.

       01 WS-TOTAL-LINE.
           05 TOT-LABEL         PIC X(40).
           05 TOT-AMOUNT        PIC -(14)9.99.

       01 WS-COUNT-LINE.
           05 CNT-LABEL         PIC X(40).
           05 CNT-VALUE         PIC Z(7)9.

       01 WS-ADV-TEXT-LINE.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 ADV-TEXT          PIC X(60).

       01 WS-ADV-ACCOUNT-LINE.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 FILLER            PIC X(16) VALUE "ACCOUNT NUMBER: ".
           05 ADV-ACCOUNT       PIC 9(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 ADV-ACCT-NAME     PIC X(30).

       01 WS-ADV-DATE-LINE.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 FILLER            PIC X(16) VALUE "CLOSED ON:      ".
           05 ADV-CLOSE-DATE    PIC 9999/99/99.

       01 WS-ADV-AMOUNT-LINE.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 ADV-LABEL         PIC X(36).
           05 ADV-AMOUNT        PIC -(12)9.99.

       01 WS-ADV-COUNT-LINE.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 ADV-CNT-LABEL     PIC X(36).
           05 ADV-CNT-VALUE     PIC Z(12)9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INITIALIZE-CLOSESET
           PERFORM READ-CLOSE-REQUEST
           PERFORM SETTLE-ONE-REQUEST UNTIL END-OF-FILE
           PERFORM WRITE-CONTROL-TOTALS
           DISPLAY "Requests read:      " WS-REQUEST-COUNT
           DISPLAY "Accounts closed:    " WS-CLOSED-COUNT
           DISPLAY "Rejected:           " WS-REJECTED-COUNT
           DISPLAY "Payouts:            " WS-PAYOUT-COUNT
           DISPLAY "Charge-offs:        " WS-CHARGEOFF-COUNT
           DISPLAY "Orders cancelled:   " WS-ORDERS-TOTAL
           PERFORM CLEANUP
           STOP RUN.

       INITIALIZE-CLOSESET.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
           OPEN I-O LEDGER-FILE
           IF NOT FILE-OK
               DISPLAY "ERROR: Cannot open ledger file"
               STOP RUN
           END-IF
           OPEN I-O ACCOUNT-MASTER
           IF NOT ACCT-FILE-OK
               DISPLAY "ERROR: Cannot open account master file"
               STOP RUN
           END-IF
           OPEN I-O BALANCE-FILE
           IF NOT BAL-FILE-OK
               OPEN OUTPUT BALANCE-FILE
               IF NOT BAL-FILE-OK
                   DISPLAY "ERROR: Cannot open balance file"
                   STOP RUN
               END-IF
               CLOSE BALANCE-FILE
               OPEN I-O BALANCE-FILE
           END-IF
           OPEN INPUT RATE-PLAN-FILE
           IF RATE-FILE-OK
               SET RATE-TABLE-OPEN TO TRUE
           ELSE
               DISPLAY "NOTE: no rate plan table - no final interest"
           END-IF
           OPEN INPUT FEE-SCHED-FILE
           IF FEE-FILE-OK
               SET FEE-TABLE-OPEN TO TRUE
           ELSE
               DISPLAY "NOTE: no fee schedule - no closing fees"
           END-IF
           OPEN INPUT HOLD-FILE
           IF HOLD-FILE-OK
               SET HOLD-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "NOTE: no hold file - holds not checked"
           END-IF
           OPEN I-O STORD-MASTER
           IF STORD-FILE-OK
               SET STORD-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "NOTE: no standing-order master - none to "
                   "cancel"
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF CUST-FILE-OK
               SET CUSTOMER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "NOTE: no customer master - advices carry "
                   "the account name only"
           END-IF
           OPEN INPUT CLOSE-REQUEST-IN
           IF NOT CREQ-FILE-OK
               DISPLAY "ERROR: Cannot open close request input"
               STOP RUN
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
               IF NOT AUDIT-FILE-OK
                   DISPLAY "ERROR: Cannot open audit trail file"
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT ADVICE-RPT
           IF NOT ADV-FILE-OK
               DISPLAY "ERROR: Cannot open settlement advice report"
               STOP RUN
           END-IF
           OPEN OUTPUT CONTROL-RPT
           IF NOT CTL-FILE-OK
               DISPLAY "ERROR: Cannot open closure control report"
               STOP RUN
           END-IF
           PERFORM LOAD-PERIOD-BALANCE
           PERFORM FIND-MAX-TRANS-ID
           PERFORM WRITE-CONTROL-HEADER
           DISPLAY "=== MarkCraft Closure Settlement ==="
           DISPLAY "Date: " WS-CURRENT-DATE.

       LOAD-PERIOD-BALANCE.
           OPEN INPUT PERIOD-FILE
           IF PERIOD-FILE-OK
               READ PERIOD-FILE
                   NOT AT END
                       MOVE PRD-CLOSING-DATE TO WS-PERIOD-CLOSE-DATE
                       MOVE PRD-OPENING-BALANCE TO WS-PERIOD-NET
               END-READ
               CLOSE PERIOD-FILE
           END-IF.

      *> The sequence control record replaces the full-ledger pass; a
      *> missing record (first run since cutover) still scans.
       FIND-MAX-TRANS-ID.
           PERFORM LOAD-SEQ-CONTROL
           IF SEQ-CTL-LOADED
               MOVE SQ-LAST-TRANS-SEQ TO WS-MAX-TRANS-SEQ
           ELSE
               MOVE LOW-VALUES TO TRANS-ID
               START LEDGER-FILE KEY >= TRANS-ID
               IF FILE-OK
                   PERFORM READ-NEXT-FOR-MAX-SEQ UNTIL FILE-NOT-FOUND
               END-IF
           END-IF
           MOVE WS-MAX-TRANS-SEQ TO WS-NEXT-TRANS-SEQ.

       READ-NEXT-FOR-MAX-SEQ.
           READ LEDGER-FILE NEXT RECORD
               AT END SET FILE-NOT-FOUND TO TRUE
               NOT AT END
                   MOVE TRANS-ID(1:8) TO WS-CUR-TRANS-SEQ
                   IF WS-CUR-TRANS-SEQ > WS-MAX-TRANS-SEQ
                       MOVE WS-CUR-TRANS-SEQ TO WS-MAX-TRANS-SEQ
                   END-IF
           END-READ.

       LOAD-SEQ-CONTROL.
           OPEN INPUT SEQ-CONTROL
           IF SEQ-FILE-OK
               READ SEQ-CONTROL
                   AT END CONTINUE
                   NOT AT END SET SEQ-CTL-LOADED TO TRUE
               END-READ
               CLOSE SEQ-CONTROL
           END-IF.

       SAVE-SEQ-CONTROL.
           OPEN OUTPUT SEQ-CONTROL
           IF SEQ-FILE-OK
               MOVE WS-NEXT-TRANS-SEQ TO SQ-LAST-TRANS-SEQ
               WRITE SEQ-CONTROL-RECORD
               CLOSE SEQ-CONTROL
           END-IF.

       READ-CLOSE-REQUEST.
           READ CLOSE-REQUEST-IN
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> The same edits account maintenance makes on a close - the
      *> account must be on file and open - plus no active amount
      *> hold. Anything that fails leaves the account untouched.
       SETTLE-ONE-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT
           PERFORM CLEAR-SETTLEMENT
           MOVE CR-ACCOUNT-NUM TO WS-TARGET-ACCOUNT
           MOVE CR-ACCOUNT-NUM TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY CONTINUE
           END-READ
           IF ACCT-FILE-OK
               MOVE ACCOUNT-MASTER-RECORD TO WS-BEFORE-IMAGE
               IF NOT ACCT-OPEN
                   MOVE "A4" TO WS-CLOSE-RESULT
               ELSE
                   PERFORM CHECK-ACTIVE-HOLDS
                   IF ACTIVE-HOLD-FOUND
                       MOVE "S1" TO WS-CLOSE-RESULT
                   END-IF
               END-IF
           ELSE
               MOVE "A3" TO WS-CLOSE-RESULT
           END-IF
           IF CLOSE-APPLIED
               PERFORM SETTLE-ACCOUNT
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           IF CLOSE-APPLIED
               ADD 1 TO WS-CLOSED-COUNT
               MOVE "CLOSED" TO WS-RESULT-TEXT
               PERFORM PRINT-SETTLEMENT-ADVICE
               DISPLAY "CLOSED: account " WS-TARGET-ACCOUNT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM SET-RESULT-TEXT
               DISPLAY "REJECTED: account " WS-TARGET-ACCOUNT " "
                   WS-RESULT-TEXT
           END-IF
           PERFORM WRITE-CONTROL-LINE
           PERFORM READ-CLOSE-REQUEST.

       CLEAR-SETTLEMENT.
           MOVE "00" TO WS-CLOSE-RESULT
           MOVE SPACES TO WS-RESULT-TEXT
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           MOVE ZERO TO WS-SETTLE-BALANCE
           MOVE ZERO TO WS-PRIOR-BALANCE
           MOVE ZERO TO WS-SETTLE-INTEREST
           MOVE ZERO TO WS-SETTLE-FEE
           MOVE ZERO TO WS-FEE-WAIVED-AMT
           MOVE ZERO TO WS-FEE-FORGONE-AMT
           MOVE ZERO TO WS-SETTLE-PAYOUT
           MOVE ZERO TO WS-SETTLE-CHARGEOFF
           MOVE ZERO TO WS-ORDERS-CANCELLED.

       SET-RESULT-TEXT.
           EVALUATE WS-CLOSE-RESULT
               WHEN "A3" MOVE "NOT ON MASTER" TO WS-RESULT-TEXT
               WHEN "A4" MOVE "ACCOUNT NOT OPEN" TO WS-RESULT-TEXT
               WHEN "S1" MOVE "ACTIVE AMOUNT HOLD" TO WS-RESULT-TEXT
               WHEN "S2" MOVE "POSTING FAILED" TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE "MASTER NOT UPDATED" TO WS-RESULT-TEXT
           END-EVALUATE.

      *> An amount hold past its expiry no longer freezes anything,
      *> even if the posting run has not lapsed it yet.
       CHECK-ACTIVE-HOLDS.
           MOVE 'N' TO WS-ACTIVE-HOLD
           IF HOLD-FILE-OPEN
               MOVE 'N' TO WS-HOLD-EOF
               MOVE WS-TARGET-ACCOUNT TO HD-ACCOUNT-NUM
               MOVE ZERO TO HD-HOLD-SEQ
               START HOLD-FILE KEY >= HD-KEY
                   INVALID KEY SET END-OF-HOLDS TO TRUE
               END-START
               PERFORM CHECK-ONE-HOLD UNTIL END-OF-HOLDS
           END-IF.

       CHECK-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END SET END-OF-HOLDS TO TRUE
               NOT AT END
                   IF HD-ACCOUNT-NUM NOT = WS-TARGET-ACCOUNT
                       SET END-OF-HOLDS TO TRUE
                   ELSE
                       IF HD-IS-ACTIVE AND HD-AMOUNT-HOLD
                               AND (HD-EXPIRY-DATE = ZERO
                                   OR HD-EXPIRY-DATE >= WS-CURRENT-DATE)
                           MOVE 'Y' TO WS-ACTIVE-HOLD
                       END-IF
                   END-IF
           END-READ.

      *> Interest first, then the fee, then the zeroing entry: each
      *> step works on the balance the one before it left. A posting
      *> that will not write stops the settlement there and the
      *> account stays open for the desk to look at.
       SETTLE-ACCOUNT.
           PERFORM FIND-LATEST-BALANCE
           MOVE WS-SETTLE-BALANCE TO WS-PRIOR-BALANCE
           PERFORM POST-FINAL-INTEREST
           IF CLOSE-APPLIED
               PERFORM POST-CLOSING-FEE
           END-IF
           IF CLOSE-APPLIED
               PERFORM POST-ZEROING-ENTRY
           END-IF
           IF CLOSE-APPLIED
               PERFORM CLOSE-ACCOUNT-MASTER
           END-IF
           IF CLOSE-APPLIED
               PERFORM CANCEL-STANDING-ORDERS
           END-IF.

      *> Same lookup the interest run makes: the balance file answers
      *> both the balance and the date accrual was last paid through;
      *> the chain walk covers accounts not on it yet and rows whose
      *> AB-LAST-ACCRUAL is still zero.
       FIND-LATEST-BALANCE.
           MOVE 'N' TO WS-BALANCE-FOUND
           MOVE ZERO TO WS-LAST-ACCRUAL-DATE
           MOVE WS-TARGET-ACCOUNT TO AB-ACCT-NUMBER
           READ BALANCE-FILE
               INVALID KEY CONTINUE
           END-READ
           IF BAL-FILE-OK AND AB-LAST-ACCRUAL NOT = ZERO
               MOVE 'Y' TO WS-BALANCE-FOUND
               MOVE AB-CUR-BALANCE TO WS-SETTLE-BALANCE
               MOVE AB-LAST-ACCRUAL TO WS-LAST-ACCRUAL-DATE
           ELSE
               PERFORM WALK-CHAIN-FOR-BALANCE
           END-IF.

      *> ACCOUNT-MASTER-RECORD is still the account being settled, so
      *> ACCT-OPENING-BAL is the right fallback for an account that
      *> never posted.
       WALK-CHAIN-FOR-BALANCE.
           MOVE WS-TARGET-ACCOUNT TO ACCOUNT-NUM
           START LEDGER-FILE KEY IS = ACCOUNT-NUM
               INVALID KEY CONTINUE
           END-START
           IF FILE-OK
               PERFORM READ-BALANCE-BY-ACCT UNTIL FILE-NOT-FOUND
           END-IF
           IF NOT BALANCE-WAS-FOUND
               MOVE ACCT-OPENING-BAL TO WS-SETTLE-BALANCE
               MOVE 'Y' TO WS-BALANCE-FOUND
           END-IF.

       READ-BALANCE-BY-ACCT.
           READ LEDGER-FILE NEXT RECORD
               AT END SET FILE-NOT-FOUND TO TRUE
               NOT AT END
                   IF ACCOUNT-NUM = WS-TARGET-ACCOUNT
                       MOVE 'Y' TO WS-BALANCE-FOUND
                       MOVE BALANCE-AFTER TO WS-SETTLE-BALANCE
                       IF DESCRIPTION = "INTEREST ACCRUAL"
                               OR DESCRIPTION = "DEBIT INTEREST"
                               OR DESCRIPTION = "BALANCE FORWARD"
                           MOVE TRANS-DATE TO WS-LAST-ACCRUAL-DATE
                       END-IF
                   ELSE
                       SET FILE-NOT-FOUND TO TRUE
                   END-IF
           END-READ.

      *> The interest run's plan accrual, pro rata to the closing
      *> date: tier rate on a credit balance, borrowing rate on an
      *> overdrawn one, over the days since the last accrual. An
      *> account with no plan earns nothing here - the flat per-run
      *> fallback is not a day rate and cannot be prorated.
       POST-FINAL-INTEREST.
           MOVE ACCT-RATE-PLAN TO WS-PLAN-CODE
           PERFORM LOOKUP-RATE-PLAN
           IF PLAN-WAS-FOUND AND WS-SETTLE-BALANCE NOT = ZERO
               PERFORM COMPUTE-DAY-COUNT
               IF WS-DAY-COUNT > ZERO
                   IF WS-SETTLE-BALANCE > ZERO
                       PERFORM SELECT-TIER-RATE
                       COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                           WS-SETTLE-BALANCE * WS-ANNUAL-RATE
                               * WS-DAY-COUNT / 36500
                       MOVE "C" TO WS-POST-TYPE
                       MOVE "INTEREST ACCRUAL" TO WS-POST-DESC
                   ELSE
                       COMPUTE WS-ABS-BALANCE =
                           ZERO - WS-SETTLE-BALANCE
                       COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                           WS-ABS-BALANCE * WS-SEL-BORROW-RATE
                               * WS-DAY-COUNT / 36500
                       MOVE "D" TO WS-POST-TYPE
                       MOVE "DEBIT INTEREST" TO WS-POST-DESC
                   END-IF
                   IF WS-INTEREST-AMOUNT > ZERO
                       MOVE WS-INTEREST-AMOUNT TO WS-POST-AMOUNT
                       MOVE 'Y' TO WS-POST-ACCRUAL
                       PERFORM POST-SETTLEMENT-ENTRY
                       IF ITEM-WAS-POSTED
                           IF WS-POST-TYPE = "C"
                               MOVE WS-INTEREST-AMOUNT
                                   TO WS-SETTLE-INTEREST
                               ADD WS-INTEREST-AMOUNT
                                   TO WS-TOTAL-INT-PAID
                           ELSE
                               COMPUTE WS-SETTLE-INTEREST =
                                   ZERO - WS-INTEREST-AMOUNT
                               ADD WS-INTEREST-AMOUNT
                                   TO WS-TOTAL-INT-CHARGED
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LOOKUP-RATE-PLAN.
           MOVE 'N' TO WS-PLAN-FOUND
           IF RATE-TABLE-OPEN AND WS-PLAN-CODE NOT = SPACES
               MOVE 'N' TO WS-RATE-EOF
               MOVE WS-PLAN-CODE TO RP-PLAN-CODE
               MOVE ZERO TO RP-EFF-DATE
               START RATE-PLAN-FILE KEY >= RP-KEY
                   INVALID KEY SET END-OF-RATES TO TRUE
               END-START
               PERFORM READ-NEXT-RATE UNTIL END-OF-RATES
           END-IF.

       READ-NEXT-RATE.
           READ RATE-PLAN-FILE NEXT RECORD
               AT END SET END-OF-RATES TO TRUE
               NOT AT END
                   IF RP-PLAN-CODE NOT = WS-PLAN-CODE
                           OR RP-EFF-DATE > WS-CURRENT-DATE
                       SET END-OF-RATES TO TRUE
                   ELSE
                       MOVE 'Y' TO WS-PLAN-FOUND
                       MOVE RP-TIER1-LIMIT TO WS-SEL-TIER1-LIMIT
                       MOVE RP-TIER1-RATE TO WS-SEL-TIER1-RATE
                       MOVE RP-TIER2-LIMIT TO WS-SEL-TIER2-LIMIT
                       MOVE RP-TIER2-RATE TO WS-SEL-TIER2-RATE
                       MOVE RP-TIER3-RATE TO WS-SEL-TIER3-RATE
                       MOVE RP-BORROW-RATE TO WS-SEL-BORROW-RATE
                   END-IF
           END-READ.

       COMPUTE-DAY-COUNT.
           MOVE ZERO TO WS-DAY-COUNT
           MOVE WS-LAST-ACCRUAL-DATE TO WS-ACCRUE-FROM-DATE
           IF WS-ACCRUE-FROM-DATE = ZERO
               MOVE ACCT-OPEN-DATE TO WS-ACCRUE-FROM-DATE
           END-IF
           IF WS-ACCRUE-FROM-DATE > ZERO
               COMPUTE WS-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-ACCRUE-FROM-DATE)
               IF WS-FROM-INT > ZERO
                   COMPUTE WS-DAY-COUNT = WS-TODAY-INT - WS-FROM-INT
               END-IF
           END-IF.

      *> Whole-balance tiering, as in the interest run.
       SELECT-TIER-RATE.
           EVALUATE TRUE
               WHEN WS-SETTLE-BALANCE <= WS-SEL-TIER1-LIMIT
                   MOVE WS-SEL-TIER1-RATE TO WS-ANNUAL-RATE
               WHEN WS-SETTLE-BALANCE <= WS-SEL-TIER2-LIMIT
                   MOVE WS-SEL-TIER2-RATE TO WS-ANNUAL-RATE
               WHEN OTHER
                   MOVE WS-SEL-TIER3-RATE TO WS-ANNUAL-RATE
           END-EVALUATE.

      *> The schedule's closing fee applies when the account closes
      *> within the plan's window of its open date (a zero window
      *> means always). The fee is only ever taken from money in the
      *> account: it is cut down to the credit balance left after
      *> interest, and an account with nothing left is not charged -
      *> a fee that would only be charged straight off again is not
      *> raised. Whatever is waived or cannot be collected shows on
      *> the advice.
       POST-CLOSING-FEE.
           MOVE 'N' TO WS-FEE-PLAN-FOUND
           MOVE ACCT-FEE-PLAN TO WS-FEE-PLAN-CODE
           IF FEE-TABLE-OPEN AND WS-FEE-PLAN-CODE NOT = SPACES
               PERFORM LOOKUP-FEE-PLAN
           END-IF
           IF FEE-PLAN-WAS-FOUND AND WS-SEL-CLOSE-FEE > ZERO
               PERFORM COMPUTE-DAYS-OPEN
               IF WS-SEL-CLOSE-DAYS = ZERO
                       OR WS-DAYS-OPEN <= WS-SEL-CLOSE-DAYS
                   IF CR-FEE-WAIVED
                       MOVE WS-SEL-CLOSE-FEE TO WS-FEE-WAIVED-AMT
                       ADD WS-SEL-CLOSE-FEE TO WS-TOTAL-FEES-WAIVED
                   ELSE
                       PERFORM CHARGE-CLOSING-FEE
                   END-IF
               END-IF
           END-IF.

       CHARGE-CLOSING-FEE.
           EVALUATE TRUE
               WHEN WS-SETTLE-BALANCE <= ZERO
                   MOVE WS-SEL-CLOSE-FEE TO WS-FEE-FORGONE-AMT
                   MOVE ZERO TO WS-POST-AMOUNT
               WHEN WS-SETTLE-BALANCE < WS-SEL-CLOSE-FEE
                   MOVE WS-SETTLE-BALANCE TO WS-POST-AMOUNT
                   COMPUTE WS-FEE-FORGONE-AMT =
                       WS-SEL-CLOSE-FEE - WS-SETTLE-BALANCE
               WHEN OTHER
                   MOVE WS-SEL-CLOSE-FEE TO WS-POST-AMOUNT
           END-EVALUATE
           IF WS-POST-AMOUNT > ZERO
               MOVE "D" TO WS-POST-TYPE
               MOVE "CLOSING FEE" TO WS-POST-DESC
               MOVE 'N' TO WS-POST-ACCRUAL
               PERFORM POST-SETTLEMENT-ENTRY
               IF ITEM-WAS-POSTED
                   MOVE WS-POST-AMOUNT TO WS-SETTLE-FEE
                   ADD WS-POST-AMOUNT TO WS-TOTAL-FEES
               END-IF
           END-IF.

      *> An open date that is missing or not a real date counts as
      *> outside any window.
       COMPUTE-DAYS-OPEN.
           MOVE 99999 TO WS-DAYS-OPEN
           IF ACCT-OPEN-DATE > ZERO
               COMPUTE WS-OPEN-INT =
                   FUNCTION INTEGER-OF-DATE(ACCT-OPEN-DATE)
               IF WS-OPEN-INT > ZERO
                   COMPUTE WS-DAYS-OPEN = WS-TODAY-INT - WS-OPEN-INT
               END-IF
           END-IF.

       LOOKUP-FEE-PLAN.
           MOVE 'N' TO WS-FEE-EOF
           MOVE WS-FEE-PLAN-CODE TO FS-PLAN-CODE
           MOVE ZERO TO FS-EFF-DATE
           START FEE-SCHED-FILE KEY >= FS-KEY
               INVALID KEY SET END-OF-FEES TO TRUE
           END-START
           PERFORM READ-NEXT-FEE UNTIL END-OF-FEES.

       READ-NEXT-FEE.
           READ FEE-SCHED-FILE NEXT RECORD
               AT END SET END-OF-FEES TO TRUE
               NOT AT END
                   IF FS-PLAN-CODE NOT = WS-FEE-PLAN-CODE
                           OR FS-EFF-DATE > WS-CURRENT-DATE
                       SET END-OF-FEES TO TRUE
                   ELSE
                       MOVE 'Y' TO WS-FEE-PLAN-FOUND
                       MOVE FS-CLOSE-FEE TO WS-SEL-CLOSE-FEE
                       MOVE FS-CLOSE-DAYS TO WS-SEL-CLOSE-DAYS
                   END-IF
           END-READ.

      *> What is left is paid out to the customer (a debit that
      *> empties the account) or, when overdrawn, written off (a
      *> credit that clears the debt). Either way the account ends
      *> at exactly zero.
       POST-ZEROING-ENTRY.
           MOVE 'N' TO WS-POST-ACCRUAL
           EVALUATE TRUE
               WHEN WS-SETTLE-BALANCE > ZERO
                   MOVE WS-SETTLE-BALANCE TO WS-POST-AMOUNT
                   MOVE "D" TO WS-POST-TYPE
                   MOVE "CLOSING PAYOUT" TO WS-POST-DESC
                   PERFORM POST-SETTLEMENT-ENTRY
                   IF ITEM-WAS-POSTED
                       MOVE WS-POST-AMOUNT TO WS-SETTLE-PAYOUT
                       ADD 1 TO WS-PAYOUT-COUNT
                       ADD WS-POST-AMOUNT TO WS-TOTAL-PAYOUT
                   END-IF
               WHEN WS-SETTLE-BALANCE < ZERO
                   COMPUTE WS-POST-AMOUNT = ZERO - WS-SETTLE-BALANCE
                   MOVE "C" TO WS-POST-TYPE
                   MOVE "CHARGE-OFF" TO WS-POST-DESC
                   PERFORM POST-SETTLEMENT-ENTRY
                   IF ITEM-WAS-POSTED
                       MOVE WS-POST-AMOUNT TO WS-SETTLE-CHARGEOFF
                       ADD 1 TO WS-CHARGEOFF-COUNT
                       ADD WS-POST-AMOUNT TO WS-TOTAL-CHARGEOFF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Writes one ledger row from the WS-POST- fields against the
      *> running settlement balance and carries the balance file, run
      *> net and sequence control with it.
       POST-SETTLEMENT-ENTRY.
           MOVE 'N' TO WS-ITEM-POSTED
           ADD 1 TO WS-NEXT-TRANS-SEQ
           MOVE WS-NEXT-TRANS-SEQ TO TRANS-ID
           MOVE WS-TARGET-ACCOUNT TO ACCOUNT-NUM
           MOVE WS-CURRENT-DATE TO TRANS-DATE
           MOVE WS-POST-TYPE TO TRANS-TYPE
           MOVE WS-POST-AMOUNT TO AMOUNT
           MOVE WS-POST-DESC TO DESCRIPTION
           MOVE SPACES TO ORIGINAL-TRANS-ID
           MOVE SPACE TO REVERSAL-EFFECT
           IF IS-CREDIT
               COMPUTE BALANCE-AFTER =
                   WS-SETTLE-BALANCE + AMOUNT
           ELSE
               COMPUTE BALANCE-AFTER =
                   WS-SETTLE-BALANCE - AMOUNT
           END-IF
           WRITE LEDGER-RECORD
           IF FILE-OK
               MOVE 'Y' TO WS-ITEM-POSTED
               MOVE BALANCE-AFTER TO WS-SETTLE-BALANCE
               IF IS-CREDIT
                   ADD AMOUNT TO WS-RUN-NET
               ELSE
                   SUBTRACT AMOUNT FROM WS-RUN-NET
               END-IF
               PERFORM UPDATE-BALANCE-RECORD
               PERFORM SAVE-SEQ-CONTROL
           ELSE
               SUBTRACT 1 FROM WS-NEXT-TRANS-SEQ
               MOVE "S2" TO WS-CLOSE-RESULT
               DISPLAY "ERROR: could not post " WS-POST-DESC
                   " for account " WS-TARGET-ACCOUNT
                   " status " WS-FILE-STATUS
           END-IF.

      *> The just-written posting, still in LEDGER-RECORD, becomes
      *> the account's current balance row. Only the final accrual
      *> stamps AB-LAST-ACCRUAL; the other postings keep it.
       UPDATE-BALANCE-RECORD.
           MOVE ACCOUNT-NUM TO AB-ACCT-NUMBER
           READ BALANCE-FILE
               INVALID KEY CONTINUE
           END-READ
           IF BAL-FILE-OK
               MOVE BALANCE-AFTER TO AB-CUR-BALANCE
               MOVE TRANS-ID TO AB-LAST-TRANS-ID
               MOVE TRANS-DATE TO AB-LAST-POST-DATE
               IF POST-IS-ACCRUAL
                   MOVE WS-CURRENT-DATE TO AB-LAST-ACCRUAL
               END-IF
               REWRITE BALANCE-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               MOVE ACCOUNT-NUM TO AB-ACCT-NUMBER
               MOVE BALANCE-AFTER TO AB-CUR-BALANCE
               MOVE TRANS-ID TO AB-LAST-TRANS-ID
               MOVE TRANS-DATE TO AB-LAST-POST-DATE
               IF POST-IS-ACCRUAL
                   MOVE WS-CURRENT-DATE TO AB-LAST-ACCRUAL
               ELSE
                   MOVE ZERO TO AB-LAST-ACCRUAL
               END-IF
               WRITE BALANCE-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.

      *> The account is at zero now; the close itself is the same
      *> status change account maintenance makes.
       CLOSE-ACCOUNT-MASTER.
           MOVE WS-TARGET-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY CONTINUE
           END-READ
           IF ACCT-FILE-OK
               SET ACCT-CLOSED TO TRUE
               REWRITE ACCOUNT-MASTER-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF
           IF ACCT-FILE-OK
               MOVE ACCOUNT-MASTER-RECORD TO WS-AFTER-IMAGE
           ELSE
               MOVE WS-ACCT-STATUS TO WS-CLOSE-RESULT
               DISPLAY "ERROR: account " WS-TARGET-ACCOUNT
                   " settled but not closed, status " WS-ACCT-STATUS
           END-IF.

      *> An order stays on the master for its history but can never
      *> fall due again: a zero next-due date is one the generation
      *> run never raises, and the expiry records the day it was
      *> cancelled. Orders already past their expiry are left alone.
       CANCEL-STANDING-ORDERS.
           IF STORD-FILE-OPEN
               MOVE 'N' TO WS-ORDER-EOF
               MOVE ZERO TO SO-ORDER-ID
               START STORD-MASTER KEY >= SO-ORDER-ID
                   INVALID KEY SET END-OF-ORDERS TO TRUE
               END-START
               PERFORM CANCEL-NEXT-ORDER UNTIL END-OF-ORDERS
           END-IF.

       CANCEL-NEXT-ORDER.
           READ STORD-MASTER NEXT RECORD
               AT END SET END-OF-ORDERS TO TRUE
               NOT AT END
                   IF SO-ACCOUNT-NUM = WS-TARGET-ACCOUNT
                           AND SO-NEXT-DUE NOT = ZERO
                           AND (SO-EXPIRY = ZERO
                               OR SO-NEXT-DUE <= SO-EXPIRY)
                       PERFORM CANCEL-ONE-ORDER
                   END-IF
           END-READ.

       CANCEL-ONE-ORDER.
           MOVE ZERO TO SO-NEXT-DUE
           MOVE WS-CURRENT-DATE TO SO-EXPIRY
           REWRITE STANDING-ORDER-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           IF STORD-FILE-OK
               ADD 1 TO WS-ORDERS-CANCELLED
               ADD 1 TO WS-ORDERS-TOTAL
               DISPLAY "  Cancelled standing order " SO-ORDER-ID
           ELSE
               DISPLAY "WARNING: standing order " SO-ORDER-ID
                   " not cancelled, status " WS-STORD-STATUS
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE WS-CURRENT-DATE TO AUD-DATE
           MOVE WS-CURRENT-TIME(1:6) TO AUD-TIME
           MOVE CR-USER-ID TO AUD-USER-ID
           MOVE "C" TO AUD-ACTION
           MOVE WS-CLOSE-RESULT TO AUD-RESULT
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO AUD-AFTER-IMAGE
           WRITE AUDIT-RECORD.

      *> One page per account: who it is going to, then each step of
      *> the settlement down to the zero closing balance.
       PRINT-SETTLEMENT-ADVICE.
           ADD 1 TO WS-ADV-PAGE-COUNT
           MOVE "MARKCRAFT ACCOUNT CLOSURE ADVICE" TO HDR-TITLE
           MOVE WS-CURRENT-DATE TO HDR-RUN-DATE
           MOVE WS-ADV-PAGE-COUNT TO HDR-PAGE-NUM
           IF WS-ADV-PAGE-COUNT > 1
               MOVE SPACES TO ADV-PRINT-LINE
               WRITE ADV-PRINT-LINE
           END-IF
           WRITE ADV-PRINT-LINE FROM WS-REPORT-HEADER-1
           MOVE SPACES TO ADV-PRINT-LINE
           WRITE ADV-PRINT-LINE
           PERFORM PRINT-ADVICE-ADDRESS
           MOVE SPACES TO ADV-PRINT-LINE
           WRITE ADV-PRINT-LINE
           MOVE WS-TARGET-ACCOUNT TO ADV-ACCOUNT
           MOVE ACCT-NAME TO ADV-ACCT-NAME
           WRITE ADV-PRINT-LINE FROM WS-ADV-ACCOUNT-LINE
           MOVE WS-CURRENT-DATE TO ADV-CLOSE-DATE
           WRITE ADV-PRINT-LINE FROM WS-ADV-DATE-LINE
           MOVE SPACES TO ADV-PRINT-LINE
           WRITE ADV-PRINT-LINE
           MOVE "BALANCE BEFORE SETTLEMENT" TO ADV-LABEL
           MOVE WS-PRIOR-BALANCE TO ADV-AMOUNT
           WRITE ADV-PRINT-LINE FROM WS-ADV-AMOUNT-LINE
           IF WS-SETTLE-INTEREST > ZERO
               MOVE "FINAL INTEREST CREDITED" TO ADV-LABEL
               MOVE WS-SETTLE-INTEREST TO ADV-AMOUNT
               WRITE ADV-PRINT-LINE FROM WS-ADV-AMOUNT-LINE
           END-IF
           IF WS-SETTLE-INTEREST < ZERO
               MOVE "FINAL INTEREST CHARGED" TO ADV-LABEL
               MOVE WS-SETTLE-INTEREST TO ADV-AMOUNT
               WRITE ADV-PRINT-LINE FROM WS-ADV-AMOUNT-LINE
           END-IF
           IF WS-SETTLE-FEE > ZERO
               MOVE "CLOSING FEE" TO ADV-LABEL
               COMPUTE ADV-AMOUNT = ZERO - WS-SETTLE-FEE
               WRITE ADV-PRINT-LINE FROM WS-ADV-AMOUNT-LINE
           END-IF
           IF WS-FEE-WAIVED-AMT > ZERO
               MOVE "CLOSING FEE WAIVED" TO ADV-LABEL
               MOVE WS-FEE-WAIVED-AMT TO ADV-AMOUNT
               WRITE ADV-PRINT-LINE FROM WS-ADV-AMOUNT-LINE
           END-IF
           IF WS-FEE-FORGONE-AMT > ZERO
               MOVE "CLOSING FEE NOT COLLECTED" TO ADV-LABEL
               MOVE WS-FEE-FORGONE-AMT TO ADV-AMOUNT
               WRITE ADV-PRINT-LINE FROM WS-ADV-AMOUNT-LINE
           END-IF
           IF WS-SETTLE-PAYOUT > ZERO
               MOVE "CLOSING PAYOUT TO CUSTOMER" TO ADV-LABEL
               COMPUTE ADV-AMOUNT = ZERO - WS-SETTLE-PAYOUT
               WRITE ADV-PRINT-LINE FROM WS-ADV-AMOUNT-LINE
           END-IF
           IF WS-SETTLE-CHARGEOFF > ZERO
               MOVE "OVERDRAWN BALANCE CHARGED OFF" TO ADV-LABEL
               MOVE WS-SETTLE-CHARGEOFF TO ADV-AMOUNT
               WRITE ADV-PRINT-LINE FROM WS-ADV-AMOUNT-LINE
           END-IF
           MOVE "CLOSING BALANCE" TO ADV-LABEL
           MOVE WS-SETTLE-BALANCE TO ADV-AMOUNT
           WRITE ADV-PRINT-LINE FROM WS-ADV-AMOUNT-LINE
           MOVE SPACES TO ADV-PRINT-LINE
           WRITE ADV-PRINT-LINE
           MOVE "STANDING ORDERS CANCELLED" TO ADV-CNT-LABEL
           MOVE WS-ORDERS-CANCELLED TO ADV-CNT-VALUE
           WRITE ADV-PRINT-LINE FROM WS-ADV-COUNT-LINE.

      *> The customer master's mailing name and address; with no
      *> customer on file the advice goes out in the account name.
       PRINT-ADVICE-ADDRESS.
           MOVE SPACES TO WS-CUST-STATUS
           IF CUSTOMER-FILE-OPEN AND ACCT-CUST-NUMBER NOT = ZERO
               MOVE ACCT-CUST-NUMBER TO CM-CUST-NUMBER
               READ CUSTOMER-MASTER
                   INVALID KEY CONTINUE
               END-READ
           END-IF
           IF CUST-FILE-OK
               MOVE CM-CUST-NAME TO ADV-TEXT
               WRITE ADV-PRINT-LINE FROM WS-ADV-TEXT-LINE
               MOVE CM-ADDR-LINE-1 TO ADV-TEXT
               WRITE ADV-PRINT-LINE FROM WS-ADV-TEXT-LINE
               IF CM-ADDR-LINE-2 NOT = SPACES
                   MOVE CM-ADDR-LINE-2 TO ADV-TEXT
                   WRITE ADV-PRINT-LINE FROM WS-ADV-TEXT-LINE
               END-IF
               MOVE SPACES TO ADV-TEXT
               STRING CM-CITY DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      CM-STATE DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      CM-POSTAL-CODE DELIMITED BY SIZE
                   INTO ADV-TEXT
               END-STRING
               WRITE ADV-PRINT-LINE FROM WS-ADV-TEXT-LINE
           ELSE
               MOVE ACCT-NAME TO ADV-TEXT
               WRITE ADV-PRINT-LINE FROM WS-ADV-TEXT-LINE
           END-IF.

       WRITE-CONTROL-HEADER.
           ADD 1 TO WS-CTL-PAGE-COUNT
           MOVE "MARKCRAFT CLOSURE SETTLEMENT CONTROL" TO HDR-TITLE
           MOVE WS-CURRENT-DATE TO HDR-RUN-DATE
           MOVE WS-CTL-PAGE-COUNT TO HDR-PAGE-NUM
           IF WS-CTL-PAGE-COUNT > 1
               MOVE SPACES TO CTL-PRINT-LINE
               WRITE CTL-PRINT-LINE
           END-IF
           WRITE CTL-PRINT-LINE FROM WS-REPORT-HEADER-1
           MOVE SPACES TO CTL-PRINT-LINE
           WRITE CTL-PRINT-LINE
           WRITE CTL-PRINT-LINE FROM WS-CTL-HEADER
           MOVE ZERO TO WS-LINE-COUNT.

       WRITE-CONTROL-LINE.
           MOVE WS-TARGET-ACCOUNT TO CTL-ACCOUNT
           MOVE WS-RESULT-TEXT TO CTL-RESULT
           MOVE WS-PRIOR-BALANCE TO CTL-PRIOR-BAL
           MOVE WS-SETTLE-INTEREST TO CTL-INTEREST
           MOVE WS-SETTLE-FEE TO CTL-FEE
           MOVE WS-SETTLE-PAYOUT TO CTL-PAYOUT
           MOVE WS-SETTLE-CHARGEOFF TO CTL-CHARGEOFF
           MOVE WS-ORDERS-CANCELLED TO CTL-ORDERS
           IF WS-LINE-COUNT >= WS-MAX-LINES
               PERFORM WRITE-CONTROL-HEADER
           END-IF
           WRITE CTL-PRINT-LINE FROM WS-CTL-LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO CTL-PRINT-LINE
           WRITE CTL-PRINT-LINE
           MOVE "CLOSE REQUESTS READ" TO CNT-LABEL
           MOVE WS-REQUEST-COUNT TO CNT-VALUE
           WRITE CTL-PRINT-LINE FROM WS-COUNT-LINE
           MOVE "ACCOUNTS CLOSED" TO CNT-LABEL
           MOVE WS-CLOSED-COUNT TO CNT-VALUE
           WRITE CTL-PRINT-LINE FROM WS-COUNT-LINE
           MOVE "REQUESTS REJECTED" TO CNT-LABEL
           MOVE WS-REJECTED-COUNT TO CNT-VALUE
           WRITE CTL-PRINT-LINE FROM WS-COUNT-LINE
           MOVE "CLOSING PAYOUTS" TO CNT-LABEL
           MOVE WS-PAYOUT-COUNT TO CNT-VALUE
           WRITE CTL-PRINT-LINE FROM WS-COUNT-LINE
           MOVE "TOTAL PAID OUT" TO TOT-LABEL
           MOVE WS-TOTAL-PAYOUT TO TOT-AMOUNT
           WRITE CTL-PRINT-LINE FROM WS-TOTAL-LINE
           MOVE "CHARGE-OFFS" TO CNT-LABEL
           MOVE WS-CHARGEOFF-COUNT TO CNT-VALUE
           WRITE CTL-PRINT-LINE FROM WS-COUNT-LINE
           MOVE "TOTAL CHARGED OFF" TO TOT-LABEL
           MOVE WS-TOTAL-CHARGEOFF TO TOT-AMOUNT
           WRITE CTL-PRINT-LINE FROM WS-TOTAL-LINE
           MOVE "FINAL INTEREST PAID" TO TOT-LABEL
           MOVE WS-TOTAL-INT-PAID TO TOT-AMOUNT
           WRITE CTL-PRINT-LINE FROM WS-TOTAL-LINE
           MOVE "FINAL INTEREST CHARGED" TO TOT-LABEL
           MOVE WS-TOTAL-INT-CHARGED TO TOT-AMOUNT
           WRITE CTL-PRINT-LINE FROM WS-TOTAL-LINE
           MOVE "CLOSING FEES CHARGED" TO TOT-LABEL
           MOVE WS-TOTAL-FEES TO TOT-AMOUNT
           WRITE CTL-PRINT-LINE FROM WS-TOTAL-LINE
           MOVE "CLOSING FEES WAIVED" TO TOT-LABEL
           MOVE WS-TOTAL-FEES-WAIVED TO TOT-AMOUNT
           WRITE CTL-PRINT-LINE FROM WS-TOTAL-LINE
           MOVE "STANDING ORDERS CANCELLED" TO CNT-LABEL
           MOVE WS-ORDERS-TOTAL TO CNT-VALUE
           WRITE CTL-PRINT-LINE FROM WS-COUNT-LINE.

      *> Same handoff the interest and dispute runs make: the net of
      *> this run's postings rolls into the period balance so the
      *> reconciliation's period tie stays provable.
       SAVE-PERIOD-BALANCE.
           IF WS-RUN-NET NOT = ZERO
               OPEN OUTPUT PERIOD-FILE
               IF PERIOD-FILE-OK
                   MOVE WS-PERIOD-CLOSE-DATE TO PRD-CLOSING-DATE
                   COMPUTE PRD-OPENING-BALANCE =
                       WS-PERIOD-NET + WS-RUN-NET
                   WRITE PERIOD-RECORD
                   CLOSE PERIOD-FILE
               ELSE
                   DISPLAY "WARNING: cannot update period balance"
               END-IF
           END-IF.

       CLEANUP.
           PERFORM SAVE-PERIOD-BALANCE
           PERFORM SAVE-SEQ-CONTROL
           CLOSE LEDGER-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE BALANCE-FILE
           IF RATE-TABLE-OPEN
               CLOSE RATE-PLAN-FILE
           END-IF
           IF FEE-TABLE-OPEN
               CLOSE FEE-SCHED-FILE
           END-IF
           IF HOLD-FILE-OPEN
               CLOSE HOLD-FILE
           END-IF
           IF STORD-FILE-OPEN
               CLOSE STORD-MASTER
           END-IF
           IF CUSTOMER-FILE-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF
           CLOSE CLOSE-REQUEST-IN
           CLOSE AUDIT-FILE
           CLOSE ADVICE-RPT
           CLOSE CONTROL-RPT.

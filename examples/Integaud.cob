       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKCRAFT-INTEGAUD.
       AUTHOR. MARKCRAFT-TEAM.
      *> Modern COBOL: cross-file referential integrity audit of the
      *> master and control files

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Every file is opened INPUT: this run reports, it never
      *> repairs. The night schedule reads the return code it sets.
           SELECT LEDGER-FILE
               ASSIGN TO "ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANS-ID
               ALTERNATE KEY IS ACCOUNT-NUM WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCOUNT-MASTER
               ASSIGN TO "acctmas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CUSTOMER-MASTER
               ASSIGN TO "custmas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-NUMBER
               FILE STATUS IS WS-CUST-STATUS.

           SELECT RATE-PLAN-FILE
               ASSIGN TO "rateplan.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-KEY
               FILE STATUS IS WS-RATE-STATUS.

           SELECT FEE-SCHED-FILE
               ASSIGN TO "feesched.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-KEY
               FILE STATUS IS WS-FEE-STATUS.

           SELECT STORD-MASTER
               ASSIGN TO "stordmas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ORDER-ID
               FILE STATUS IS WS-STORD-STATUS.

      *> Debits held by the posting run for a second approval.
           SELECT PENDING-FILE
               ASSIGN TO "pendappr.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

      *> Suspense cross-reference rows left by the recycle run.
           SELECT SUSPENSE-XREF
               ASSIGN TO "suspxref.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SXREF-STATUS.

      *> Archived history: a TRANS-ID that has left the live ledger
      *> for the archive still exists and is not a break.
           SELECT ARCHIVE-FILE
               ASSIGN TO "ledgarch.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT BALANCE-FILE
               ASSIGN TO "acctbal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-ACCT-NUMBER
               FILE STATUS IS WS-BAL-STATUS.

           SELECT SEQ-CONTROL
               ASSIGN TO "seqctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.

      *> Exceptions by check, with a count per check and the overall
      *> result the return code reflects.
           SELECT INTEG-RPT
               ASSIGN TO "integaud.prt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

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

       FD PENDING-FILE.
       01 PENDING-RECORD.
           05 PA-ACCOUNT-NUM    PIC 9(10).
           05 PA-TRANS-DATE     PIC 9(8).
           05 PA-TRANS-TYPE     PIC X(1).
           05 PA-AMOUNT         PIC 9(10)V99.
           05 PA-DESCRIPTION    PIC X(50).
           05 PA-ORIG-TRANS-ID  PIC X(12).
           05 PA-HELD-TRANS-ID  PIC X(12).
           05 PA-HELD-DATE      PIC 9(8).
           05 PA-FEED-ORIGINATOR PIC X(20).
           05 PA-AGE-DAYS       PIC 9(3).

       FD SUSPENSE-XREF.
       01 SUSPENSE-XREF-RECORD.
           05 SX-SUSP-TRANS-ID  PIC X(12).
           05 SX-ORIG-TRANS-ID  PIC X(12).
           05 SX-ORIG-DATE      PIC 9(8).
           05 SX-INTENDED-ACCT  PIC 9(10).
           05 SX-TRANS-TYPE     PIC X(1).
           05 SX-REVERSAL-EFFECT PIC X(1).
           05 SX-AMOUNT         PIC 9(10)V99.
           05 SX-AGE-DAYS       PIC 9(3).
           05 SX-SUSP-DATE      PIC 9(8).
           05 SX-STATUS         PIC X(1).
               88 SX-OPEN       VALUE "O".
               88 SX-CLEARED    VALUE "C".
           05 SX-CLEAR-TRANS-ID PIC X(12).
           05 SX-CLEAR-DATE     PIC 9(8).
           05 SX-CLEAR-USER     PIC X(8).

      *> Same layout as LEDGER-RECORD, as the archive run writes it.
       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD.
           05 AR-TRANS-ID       PIC X(12).
           05 AR-ACCOUNT-NUM    PIC 9(10).
           05 AR-TRANS-DATE     PIC 9(8).
           05 AR-TRANS-TYPE     PIC X(1).
           05 AR-AMOUNT         PIC 9(10)V99.
           05 AR-DESCRIPTION    PIC X(50).
           05 AR-BALANCE-AFTER  PIC S9(12)V99.
           05 AR-ORIG-TRANS-ID  PIC X(12).
           05 AR-REVERSAL-EFFECT PIC X(1).

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

       FD INTEG-RPT.
       01 INTEG-PRINT-LINE      PIC X(96).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS        PIC XX.
           88 FILE-OK           VALUE "00".
           88 FILE-NOT-FOUND    VALUE "23".
       01 WS-ACCT-STATUS        PIC XX.
           88 ACCT-FILE-OK      VALUE "00".
           88 ACCT-NOT-FOUND    VALUE "23".
       01 WS-CUST-STATUS        PIC XX.
           88 CUST-FILE-OK      VALUE "00".
           88 CUST-NOT-FOUND    VALUE "23".
       01 WS-CUSTFILE-OPEN      PIC X VALUE 'N'.
           88 CUSTOMER-FILE-OPEN VALUE 'Y'.
       01 WS-RATE-STATUS        PIC XX.
           88 RATE-FILE-OK      VALUE "00".
       01 WS-RATE-TABLE         PIC X VALUE 'N'.
           88 RATE-TABLE-OPEN   VALUE 'Y'.
       01 WS-FEE-STATUS         PIC XX.
           88 FEE-FILE-OK       VALUE "00".
       01 WS-FEE-TABLE          PIC X VALUE 'N'.
           88 FEE-TABLE-OPEN    VALUE 'Y'.
       01 WS-STORD-STATUS       PIC XX.
           88 STORD-FILE-OK     VALUE "00".
       01 WS-STORDFILE-OPEN     PIC X VALUE 'N'.
           88 STORD-FILE-OPEN   VALUE 'Y'.
       01 WS-PEND-STATUS        PIC XX.
           88 PEND-FILE-OK      VALUE "00".
       01 WS-PENDFILE-OPEN      PIC X VALUE 'N'.
           88 PENDING-FILE-OPEN VALUE 'Y'.
       01 WS-SXREF-STATUS       PIC XX.
           88 SXREF-FILE-OK     VALUE "00".
       01 WS-SXREFFILE-OPEN     PIC X VALUE 'N'.
           88 SXREF-FILE-OPEN   VALUE 'Y'.
       01 WS-ARCH-STATUS        PIC XX.
           88 ARCH-FILE-OK      VALUE "00".
       01 WS-BAL-STATUS         PIC XX.
           88 BAL-FILE-OK       VALUE "00".
       01 WS-BALFILE-OPEN       PIC X VALUE 'N'.
           88 BALANCE-FILE-OPEN VALUE 'Y'.
       01 WS-SEQ-STATUS         PIC XX.
           88 SEQ-FILE-OK       VALUE "00".
       01 WS-SEQ-LOADED         PIC X VALUE 'N'.
           88 SEQ-CTL-LOADED    VALUE 'Y'.
       01 WS-RPT-STATUS         PIC XX.
           88 RPT-FILE-OK       VALUE "00".
       01 WS-CURRENT-DATE       PIC 9(8).
       01 WS-ACCT-EOF           PIC X VALUE 'N'.
           88 END-OF-ACCOUNTS   VALUE 'Y'.
       01 WS-ORDER-EOF          PIC X VALUE 'N'.
           88 END-OF-ORDERS     VALUE 'Y'.
       01 WS-PEND-EOF           PIC X VALUE 'N'.
           88 END-OF-PENDING    VALUE 'Y'.
       01 WS-XREF-EOF           PIC X VALUE 'N'.
           88 END-OF-XREF       VALUE 'Y'.
       01 WS-ARCH-EOF           PIC X VALUE 'N'.
           88 END-OF-ARCHIVE    VALUE 'Y'.
       01 WS-BAL-EOF            PIC X VALUE 'N'.
           88 END-OF-BALANCES   VALUE 'Y'.
       01 WS-PLAN-EOF           PIC X VALUE 'N'.
           88 END-OF-PLAN-ROWS  VALUE 'Y'.
      *> The checks, in report order, with the severity each break
      *> carries: S stops the night schedule before posting, W is
      *> reported for the desk to work but lets the night run on.
       01 WS-CHECK-NAMES.
           05 FILLER            PIC X(41)
               VALUE "WACCOUNT RATE PLAN NOT IN FORCE         ".
           05 FILLER            PIC X(41)
               VALUE "WACCOUNT FEE PLAN NOT IN FORCE          ".
           05 FILLER            PIC X(41)
               VALUE "WOPEN ACCOUNT, CUSTOMER NOT ACTIVE      ".
           05 FILLER            PIC X(41)
               VALUE "WSTANDING ORDER ON ACCOUNT NOT LIVE     ".
           05 FILLER            PIC X(41)
               VALUE "SHELD ITEM ON ACCOUNT NOT LIVE          ".
           05 FILLER            PIC X(41)
               VALUE "WHELD REVERSAL, ORIGINAL NOT FOUND      ".
           05 FILLER            PIC X(41)
               VALUE "SSUSPENSE XREF, POSTING NOT FOUND       ".
           05 FILLER            PIC X(41)
               VALUE "SBALANCE ROW WITH NO ACCOUNT MASTER     ".
           05 FILLER            PIC X(41)
               VALUE "SSEQUENCE CONTROL BEHIND LEDGER         ".
       01 WS-CHECK-TABLE REDEFINES WS-CHECK-NAMES.
           05 WS-CHECK-ENTRY OCCURS 9 TIMES INDEXED BY WS-CHECK-IDX.
               10 WS-CHECK-SEVERITY PIC X(1).
                   88 CHECK-IS-SEVERE VALUE "S".
               10 WS-CHECK-TITLE    PIC X(40).
       01 WS-CHECK-COUNTS.
           05 WS-CHECK-COUNT    PIC 9(8) OCCURS 9 TIMES.
       01 WS-CHECK-NUM          PIC 9(2) VALUE ZERO.
       01 WS-SEVERE-TOTAL       PIC 9(8) VALUE ZERO.
       01 WS-WARNING-TOTAL      PIC 9(8) VALUE ZERO.
       01 WS-AUDIT-RC           PIC 9(2) VALUE ZERO.
      *> Work fields for one exception line.
       01 WS-EXC-KEY            PIC X(14).
       01 WS-EXC-REF            PIC X(14).
       01 WS-EXC-DETAIL         PIC X(40).
       01 WS-PLAN-CODE          PIC X(4).
       01 WS-PLAN-STATE         PIC X(1).
           88 PLAN-IN-FORCE     VALUE "F".
           88 PLAN-FUTURE-ONLY  VALUE "U".
           88 PLAN-ABSENT       VALUE "N".
       01 WS-TARGET-ACCOUNT     PIC 9(10).
       01 WS-TARGET-STATE       PIC X(1).
           88 TARGET-OPEN       VALUE "O".
           88 TARGET-DORMANT    VALUE "D".
           88 TARGET-CLOSED     VALUE "C".
           88 TARGET-MISSING    VALUE "M".
       01 WS-REF-TRANS-ID       PIC X(12).
       01 WS-MAX-TRANS-SEQ      PIC 9(8) VALUE ZERO.
       01 WS-CUR-TRANS-SEQ      PIC 9(8) VALUE ZERO.
      *> TRANS-IDs not on the live ledger, held until the one pass of
      *> the archive settles which of them really are gone.
       01 WS-REF-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-REF-OVERFLOW       PIC 9(8) VALUE ZERO.
       01 WS-REF-TABLE-FULL     PIC X VALUE 'N'.
           88 REF-TABLE-FULL-WARNED VALUE 'Y'.
       01 WS-MISSING-REFS.
           05 WS-REF-ENTRY OCCURS 1000 TIMES INDEXED BY WS-REF-IDX.
               10 WS-REF-ID         PIC X(12).
               10 WS-REF-CHECK      PIC 9(2).
               10 WS-REF-KEY        PIC X(14).
               10 WS-REF-DETAIL     PIC X(40).
               10 WS-REF-ARCHIVED   PIC X(1).
       01 WS-ARCHIVED-COUNT     PIC 9(8) VALUE ZERO.
       01 WS-ACCOUNTS-READ      PIC 9(8) VALUE ZERO.
       01 WS-LINE-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-MAX-LINES          PIC 9(4) VALUE 60.
       01 WS-PAGE-COUNT         PIC 9(4) VALUE ZERO.

       01 WS-INTEG-HEADER-1.
           05 HDR-TITLE         PIC X(36).
           05 FILLER            PIC X(10) VALUE "RUN DATE: ".
           05 HDR-RUN-DATE      PIC 9999/99/99.
           05 FILLER            PIC X(7) VALUE "  PAGE ".
           05 HDR-PAGE-NUM      PIC ZZZ9.

       01 WS-CHECK-HEADER.
           05 FILLER            PIC X(6) VALUE "CHECK ".
           05 CHK-NUM           PIC Z9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 CHK-TITLE         PIC X(40).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 CHK-SEVERITY      PIC X(7).

       01 WS-COLUMN-HEADER.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 FILLER            PIC X(16) VALUE "KEY".
           05 FILLER            PIC X(16) VALUE "REFERENCE".
           05 FILLER            PIC X(40) VALUE "DETAIL".

       01 WS-EXC-LINE.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 EXC-KEY           PIC X(14).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 EXC-REF           PIC X(14).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 EXC-DETAIL        PIC X(40).

       01 WS-NOTE-LINE.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 NOTE-TEXT         PIC X(72).

       01 WS-CHECK-COUNT-LINE.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 CCL-LABEL         PIC X(36).
           05 CCL-VALUE         PIC Z(7)9.

       01 WS-SUMMARY-HEADER.
           05 FILLER            PIC X(8) VALUE "CHECK".
           05 FILLER            PIC X(42) VALUE "DESCRIPTION".
           05 FILLER            PIC X(10) VALUE "SEVERITY".
           05 FILLER            PIC X(10) VALUE "    BREAKS".

       01 WS-SUMMARY-LINE.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 SUM-NUM           PIC Z9.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 SUM-TITLE         PIC X(40).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 SUM-SEVERITY      PIC X(10).
           05 SUM-COUNT         PIC Z(9)9.

       01 WS-COUNT-LINE.
           05 CNT-LABEL         PIC X(40).
           05 CNT-VALUE         PIC Z(7)9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INITIALIZE-INTEG-AUDIT
           PERFORM COUNT-MASTER-ACCOUNTS
           PERFORM CHECK-RATE-PLANS
           PERFORM CHECK-FEE-PLANS
           PERFORM CHECK-CUSTOMER-LINKS
           PERFORM CHECK-STANDING-ORDERS
           PERFORM CHECK-PENDING-ITEMS
           PERFORM CHECK-SUSPENSE-XREF
           PERFORM RESOLVE-ARCHIVED-REFS
           MOVE 6 TO WS-CHECK-NUM
           PERFORM LIST-MISSING-REFS
           MOVE 7 TO WS-CHECK-NUM
           PERFORM LIST-MISSING-REFS
           PERFORM CHECK-BALANCE-ROWS
           PERFORM CHECK-SEQUENCE-CONTROL
           PERFORM WRITE-AUDIT-SUMMARY
           DISPLAY "Severe breaks:      " WS-SEVERE-TOTAL
           DISPLAY "Warnings:           " WS-WARNING-TOTAL
           DISPLAY "Return code:        " WS-AUDIT-RC
           PERFORM CLEANUP
           MOVE WS-AUDIT-RC TO RETURN-CODE
           STOP RUN.

      *> The master's own count, taken in a pass of its own: every
      *> check that walks the master is optional, and the summary
      *> must show the accounts whichever of them ran.
       COUNT-MASTER-ACCOUNTS.
           PERFORM START-ACCOUNT-PASS
           PERFORM COUNT-ONE-ACCOUNT UNTIL END-OF-ACCOUNTS.

       COUNT-ONE-ACCOUNT.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END SET END-OF-ACCOUNTS TO TRUE
               NOT AT END ADD 1 TO WS-ACCOUNTS-READ
           END-READ.

      *> The ledger and account master are the spine every check
      *> hangs off; without them there is nothing to audit. Any
      *> other file that is absent has its check reported as not run.
       INITIALIZE-INTEG-AUDIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-CHECK-COUNTS
           OPEN INPUT LEDGER-FILE
           IF NOT FILE-OK
               DISPLAY "ERROR: Cannot open ledger file"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF NOT ACCT-FILE-OK
               DISPLAY "ERROR: Cannot open account master file"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF CUST-FILE-OK
               SET CUSTOMER-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT RATE-PLAN-FILE
           IF RATE-FILE-OK
               SET RATE-TABLE-OPEN TO TRUE
           END-IF
           OPEN INPUT FEE-SCHED-FILE
           IF FEE-FILE-OK
               SET FEE-TABLE-OPEN TO TRUE
           END-IF
           OPEN INPUT STORD-MASTER
           IF STORD-FILE-OK
               SET STORD-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT PENDING-FILE
           IF PEND-FILE-OK
               SET PENDING-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT SUSPENSE-XREF
           IF SXREF-FILE-OK
               SET SXREF-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT BALANCE-FILE
           IF BAL-FILE-OK
               SET BALANCE-FILE-OPEN TO TRUE
           END-IF
           OPEN OUTPUT INTEG-RPT
           IF NOT RPT-FILE-OK
               DISPLAY "ERROR: Cannot open integrity audit report"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "=== MarkCraft Integrity Audit ==="
           DISPLAY "Date: " WS-CURRENT-DATE.

      *> Checks 1-3: one pass of the account master each, so every
      *> check prints as its own section. Closed accounts are past
      *> caring about plans and customers.
       CHECK-RATE-PLANS.
           MOVE 1 TO WS-CHECK-NUM
           PERFORM START-CHECK-SECTION
           IF RATE-TABLE-OPEN
               PERFORM START-ACCOUNT-PASS
               PERFORM READ-ACCOUNT-FOR-RATE UNTIL END-OF-ACCOUNTS
           ELSE
               MOVE "NOT RUN - NO RATE PLAN TABLE (RATEPLAN.DAT)"
                   TO NOTE-TEXT
               PERFORM WRITE-NOTE-LINE
           END-IF
           PERFORM END-CHECK-SECTION.

       READ-ACCOUNT-FOR-RATE.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END SET END-OF-ACCOUNTS TO TRUE
               NOT AT END
                   IF NOT ACCT-CLOSED AND ACCT-RATE-PLAN NOT = SPACES
                       MOVE ACCT-RATE-PLAN TO WS-PLAN-CODE
                       PERFORM FIND-RATE-PLAN-STATE
                       IF NOT PLAN-IN-FORCE
                           MOVE ACCT-RATE-PLAN TO WS-EXC-REF
                           PERFORM WRITE-PLAN-EXCEPTION
                       END-IF
                   END-IF
           END-READ.

       FIND-RATE-PLAN-STATE.
           SET PLAN-ABSENT TO TRUE
           MOVE 'N' TO WS-PLAN-EOF
           MOVE WS-PLAN-CODE TO RP-PLAN-CODE
           MOVE ZERO TO RP-EFF-DATE
           START RATE-PLAN-FILE KEY >= RP-KEY
               INVALID KEY SET END-OF-PLAN-ROWS TO TRUE
           END-START
           PERFORM READ-NEXT-RATE-ROW UNTIL END-OF-PLAN-ROWS.

       READ-NEXT-RATE-ROW.
           READ RATE-PLAN-FILE NEXT RECORD
               AT END SET END-OF-PLAN-ROWS TO TRUE
               NOT AT END
                   IF RP-PLAN-CODE NOT = WS-PLAN-CODE
                       SET END-OF-PLAN-ROWS TO TRUE
                   ELSE
                       IF RP-EFF-DATE > WS-CURRENT-DATE
                           IF PLAN-ABSENT
                               SET PLAN-FUTURE-ONLY TO TRUE
                           END-IF
                           SET END-OF-PLAN-ROWS TO TRUE
                       ELSE
                           SET PLAN-IN-FORCE TO TRUE
                       END-IF
                   END-IF
           END-READ.

       CHECK-FEE-PLANS.
           MOVE 2 TO WS-CHECK-NUM
           PERFORM START-CHECK-SECTION
           IF FEE-TABLE-OPEN
               PERFORM START-ACCOUNT-PASS
               PERFORM READ-ACCOUNT-FOR-FEE UNTIL END-OF-ACCOUNTS
           ELSE
               MOVE "NOT RUN - NO FEE SCHEDULE (FEESCHED.DAT)"
                   TO NOTE-TEXT
               PERFORM WRITE-NOTE-LINE
           END-IF
           PERFORM END-CHECK-SECTION.

       READ-ACCOUNT-FOR-FEE.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END SET END-OF-ACCOUNTS TO TRUE
               NOT AT END
                   IF NOT ACCT-CLOSED AND ACCT-FEE-PLAN NOT = SPACES
                       MOVE ACCT-FEE-PLAN TO WS-PLAN-CODE
                       PERFORM FIND-FEE-PLAN-STATE
                       IF NOT PLAN-IN-FORCE
                           MOVE ACCT-FEE-PLAN TO WS-EXC-REF
                           PERFORM WRITE-PLAN-EXCEPTION
                       END-IF
                   END-IF
           END-READ.

       FIND-FEE-PLAN-STATE.
           SET PLAN-ABSENT TO TRUE
           MOVE 'N' TO WS-PLAN-EOF
           MOVE WS-PLAN-CODE TO FS-PLAN-CODE
           MOVE ZERO TO FS-EFF-DATE
           START FEE-SCHED-FILE KEY >= FS-KEY
               INVALID KEY SET END-OF-PLAN-ROWS TO TRUE
           END-START
           PERFORM READ-NEXT-FEE-ROW UNTIL END-OF-PLAN-ROWS.

       READ-NEXT-FEE-ROW.
           READ FEE-SCHED-FILE NEXT RECORD
               AT END SET END-OF-PLAN-ROWS TO TRUE
               NOT AT END
                   IF FS-PLAN-CODE NOT = WS-PLAN-CODE
                       SET END-OF-PLAN-ROWS TO TRUE
                   ELSE
                       IF FS-EFF-DATE > WS-CURRENT-DATE
                           IF PLAN-ABSENT
                               SET PLAN-FUTURE-ONLY TO TRUE
                           END-IF
                           SET END-OF-PLAN-ROWS TO TRUE
                       ELSE
                           SET PLAN-IN-FORCE TO TRUE
                       END-IF
                   END-IF
           END-READ.

       WRITE-PLAN-EXCEPTION.
           MOVE ACCT-NUMBER TO WS-EXC-KEY
           IF PLAN-FUTURE-ONLY
               MOVE "PLAN HAS ONLY FUTURE-DATED ROWS"
                   TO WS-EXC-DETAIL
           ELSE
               MOVE "PLAN CODE NOT ON FILE" TO WS-EXC-DETAIL
           END-IF
           PERFORM WRITE-EXCEPTION-LINE.

      *> An open account must belong to a customer who is on the
      *> master and active. An account with no customer assigned is
      *> left to account maintenance, which allows it.
       CHECK-CUSTOMER-LINKS.
           MOVE 3 TO WS-CHECK-NUM
           PERFORM START-CHECK-SECTION
           IF CUSTOMER-FILE-OPEN
               PERFORM START-ACCOUNT-PASS
               PERFORM READ-ACCOUNT-FOR-CUSTOMER
                   UNTIL END-OF-ACCOUNTS
           ELSE
               MOVE "NOT RUN - NO CUSTOMER MASTER (CUSTMAS.DAT)"
                   TO NOTE-TEXT
               PERFORM WRITE-NOTE-LINE
           END-IF
           PERFORM END-CHECK-SECTION.

       READ-ACCOUNT-FOR-CUSTOMER.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END SET END-OF-ACCOUNTS TO TRUE
               NOT AT END
                   IF ACCT-OPEN AND ACCT-CUST-NUMBER NOT = ZERO
                       PERFORM CHECK-ONE-CUSTOMER-LINK
                   END-IF
           END-READ.

       CHECK-ONE-CUSTOMER-LINK.
           MOVE ACCT-CUST-NUMBER TO CM-CUST-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY CONTINUE
           END-READ
           MOVE SPACES TO WS-EXC-DETAIL
           EVALUATE TRUE
               WHEN NOT CUST-FILE-OK
                   MOVE "CUSTOMER NOT ON FILE" TO WS-EXC-DETAIL
               WHEN CM-INACTIVE
                   MOVE "CUSTOMER INACTIVE" TO WS-EXC-DETAIL
               WHEN NOT CM-ACTIVE
                   STRING "CUSTOMER STATUS '" DELIMITED BY SIZE
                          CM-CUST-STATUS DELIMITED BY SIZE
                          "'" DELIMITED BY SIZE
                       INTO WS-EXC-DETAIL
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-EXC-DETAIL NOT = SPACES
               MOVE ACCT-NUMBER TO WS-EXC-KEY
               MOVE ACCT-CUST-NUMBER TO WS-EXC-REF
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       START-ACCOUNT-PASS.
           MOVE 'N' TO WS-ACCT-EOF
           MOVE LOW-VALUES TO ACCT-NUMBER
           START ACCOUNT-MASTER KEY >= ACCT-NUMBER
               INVALID KEY SET END-OF-ACCOUNTS TO TRUE
           END-START.

      *> Keyed read of the master for an account another file points
      *> at; the state answers every "is it still live" question.
       FIND-TARGET-ACCOUNT.
           MOVE WS-TARGET-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN NOT ACCT-FILE-OK SET TARGET-MISSING TO TRUE
               WHEN ACCT-CLOSED      SET TARGET-CLOSED TO TRUE
               WHEN ACCT-DORMANT     SET TARGET-DORMANT TO TRUE
               WHEN OTHER            SET TARGET-OPEN TO TRUE
           END-EVALUATE.

      *> Check 4: a live standing order - one the generation run
      *> could still raise - on an account that is closed or gone.
       CHECK-STANDING-ORDERS.
           MOVE 4 TO WS-CHECK-NUM
           PERFORM START-CHECK-SECTION
           IF STORD-FILE-OPEN
               MOVE 'N' TO WS-ORDER-EOF
               MOVE ZERO TO SO-ORDER-ID
               START STORD-MASTER KEY >= SO-ORDER-ID
                   INVALID KEY SET END-OF-ORDERS TO TRUE
               END-START
               PERFORM READ-NEXT-ORDER UNTIL END-OF-ORDERS
           ELSE
               MOVE "NOT RUN - NO STANDING-ORDER MASTER (STORDMAS.DAT)"
                   TO NOTE-TEXT
               PERFORM WRITE-NOTE-LINE
           END-IF
           PERFORM END-CHECK-SECTION.

       READ-NEXT-ORDER.
           READ STORD-MASTER NEXT RECORD
               AT END SET END-OF-ORDERS TO TRUE
               NOT AT END
                   IF SO-NEXT-DUE NOT = ZERO
                           AND (SO-EXPIRY = ZERO
                               OR SO-NEXT-DUE <= SO-EXPIRY)
                       MOVE SO-ACCOUNT-NUM TO WS-TARGET-ACCOUNT
                       PERFORM FIND-TARGET-ACCOUNT
                       IF TARGET-MISSING OR TARGET-CLOSED
                           MOVE SO-ORDER-ID TO WS-EXC-KEY
                           MOVE SO-ACCOUNT-NUM TO WS-EXC-REF
                           PERFORM SET-TARGET-DETAIL
                           PERFORM WRITE-EXCEPTION-LINE
                       END-IF
                   END-IF
           END-READ.

       SET-TARGET-DETAIL.
           IF TARGET-MISSING
               MOVE "ACCOUNT NOT ON FILE" TO WS-EXC-DETAIL
           ELSE
               MOVE "ACCOUNT CLOSED" TO WS-EXC-DETAIL
           END-IF.

      *> Checks 5 and 6: items held for approval. Releasing one onto
      *> an account that is closed or gone is a posting break; a
      *> held reversal whose original cannot be found is noted once
      *> the archive has been searched.
       CHECK-PENDING-ITEMS.
           MOVE 5 TO WS-CHECK-NUM
           PERFORM START-CHECK-SECTION
           IF PENDING-FILE-OPEN
               MOVE 'N' TO WS-PEND-EOF
               PERFORM READ-NEXT-PENDING UNTIL END-OF-PENDING
               MOVE 5 TO WS-CHECK-NUM
           ELSE
               MOVE "NOT RUN - NO HELD ITEMS FILE (PENDAPPR.DAT)"
                   TO NOTE-TEXT
               PERFORM WRITE-NOTE-LINE
           END-IF
           PERFORM END-CHECK-SECTION.

       READ-NEXT-PENDING.
           READ PENDING-FILE
               AT END SET END-OF-PENDING TO TRUE
               NOT AT END PERFORM CHECK-ONE-PENDING
           END-READ.

       CHECK-ONE-PENDING.
           MOVE 5 TO WS-CHECK-NUM
           MOVE PA-ACCOUNT-NUM TO WS-TARGET-ACCOUNT
           PERFORM FIND-TARGET-ACCOUNT
           IF TARGET-MISSING OR TARGET-CLOSED
               MOVE PA-HELD-TRANS-ID TO WS-EXC-KEY
               MOVE PA-ACCOUNT-NUM TO WS-EXC-REF
               PERFORM SET-TARGET-DETAIL
               PERFORM WRITE-EXCEPTION-LINE
           END-IF
           IF PA-TRANS-TYPE = "R" AND PA-ORIG-TRANS-ID NOT = SPACES
               MOVE PA-ORIG-TRANS-ID TO WS-REF-TRANS-ID
               MOVE PA-HELD-TRANS-ID TO WS-EXC-KEY
               MOVE "ORIGINAL ITEM NOT ON LEDGER OR ARCHIVE"
                   TO WS-EXC-DETAIL
               MOVE 6 TO WS-CHECK-NUM
               PERFORM CHECK-LEDGER-REFERENCE
           END-IF.

      *> Check 7: every cross-reference row names the suspense
      *> posting it tracks, and a cleared row the posting that moved
      *> the money back out. Both must still exist somewhere.
       CHECK-SUSPENSE-XREF.
           MOVE 7 TO WS-CHECK-NUM
           IF SXREF-FILE-OPEN
               MOVE 'N' TO WS-XREF-EOF
               PERFORM READ-NEXT-XREF UNTIL END-OF-XREF
           END-IF.

       READ-NEXT-XREF.
           READ SUSPENSE-XREF
               AT END SET END-OF-XREF TO TRUE
               NOT AT END PERFORM CHECK-ONE-XREF
           END-READ.

       CHECK-ONE-XREF.
           MOVE SX-SUSP-TRANS-ID TO WS-EXC-KEY
           MOVE SX-SUSP-TRANS-ID TO WS-REF-TRANS-ID
           MOVE "SUSPENSE POSTING NOT ON LEDGER OR ARCHIVE"
               TO WS-EXC-DETAIL
           PERFORM CHECK-LEDGER-REFERENCE
           IF SX-CLEARED AND SX-CLEAR-TRANS-ID NOT = SPACES
               MOVE SX-CLEAR-TRANS-ID TO WS-REF-TRANS-ID
               MOVE "CLEARING POSTING NOT ON LEDGER OR ARCHIVE"
                   TO WS-EXC-DETAIL
               PERFORM CHECK-LEDGER-REFERENCE
           END-IF.

      *> A TRANS-ID found on the live ledger is settled here; one
      *> that is not waits in the table for the archive pass. Past
      *> the table's capacity the reference is counted as a break
      *> unlisted, so an overflow can only overstate the breaks.
       CHECK-LEDGER-REFERENCE.
           MOVE WS-REF-TRANS-ID TO TRANS-ID
           READ LEDGER-FILE
               INVALID KEY CONTINUE
           END-READ
           IF NOT FILE-OK
               IF WS-REF-COUNT < 1000
                   ADD 1 TO WS-REF-COUNT
                   SET WS-REF-IDX TO WS-REF-COUNT
                   MOVE WS-REF-TRANS-ID TO WS-REF-ID(WS-REF-IDX)
                   MOVE WS-CHECK-NUM TO WS-REF-CHECK(WS-REF-IDX)
                   MOVE WS-EXC-KEY TO WS-REF-KEY(WS-REF-IDX)
                   MOVE WS-EXC-DETAIL TO WS-REF-DETAIL(WS-REF-IDX)
                   MOVE 'N' TO WS-REF-ARCHIVED(WS-REF-IDX)
               ELSE
                   ADD 1 TO WS-REF-OVERFLOW
                   ADD 1 TO WS-CHECK-COUNT(WS-CHECK-NUM)
                   IF NOT REF-TABLE-FULL-WARNED
                       MOVE 'Y' TO WS-REF-TABLE-FULL
                       DISPLAY "WARNING: missing-reference table "
                           "full - further references counted only"
                   END-IF
               END-IF
           END-IF.

      *> One pass of the archive marks every held reference it finds.
       RESOLVE-ARCHIVED-REFS.
           IF WS-REF-COUNT > ZERO
               OPEN INPUT ARCHIVE-FILE
               IF ARCH-FILE-OK
                   MOVE 'N' TO WS-ARCH-EOF
                   PERFORM READ-NEXT-ARCHIVE UNTIL END-OF-ARCHIVE
                   CLOSE ARCHIVE-FILE
               END-IF
           END-IF.

       READ-NEXT-ARCHIVE.
           READ ARCHIVE-FILE
               AT END SET END-OF-ARCHIVE TO TRUE
               NOT AT END
                   PERFORM MARK-ARCHIVED-REF
                       VARYING WS-REF-IDX FROM 1 BY 1
                       UNTIL WS-REF-IDX > WS-REF-COUNT
           END-READ.

       MARK-ARCHIVED-REF.
           IF WS-REF-ID(WS-REF-IDX) = AR-TRANS-ID
                   AND WS-REF-ARCHIVED(WS-REF-IDX) = 'N'
               MOVE 'Y' TO WS-REF-ARCHIVED(WS-REF-IDX)
               ADD 1 TO WS-ARCHIVED-COUNT
           END-IF.

      *> Prints the section for the check in WS-CHECK-NUM from the
      *> references the archive did not account for.
       LIST-MISSING-REFS.
           PERFORM START-CHECK-SECTION
           IF WS-CHECK-NUM = 6 AND NOT PENDING-FILE-OPEN
               MOVE "NOT RUN - NO HELD ITEMS FILE (PENDAPPR.DAT)"
                   TO NOTE-TEXT
               PERFORM WRITE-NOTE-LINE
           END-IF
           IF WS-CHECK-NUM = 7 AND NOT SXREF-FILE-OPEN
               MOVE "NOT RUN - NO SUSPENSE XREF FILE (SUSPXREF.DAT)"
                   TO NOTE-TEXT
               PERFORM WRITE-NOTE-LINE
           END-IF
           PERFORM LIST-ONE-MISSING-REF
               VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-REF-COUNT
           PERFORM END-CHECK-SECTION.

       LIST-ONE-MISSING-REF.
           IF WS-REF-CHECK(WS-REF-IDX) = WS-CHECK-NUM
                   AND WS-REF-ARCHIVED(WS-REF-IDX) = 'N'
               MOVE WS-REF-KEY(WS-REF-IDX) TO WS-EXC-KEY
               MOVE WS-REF-ID(WS-REF-IDX) TO WS-EXC-REF
               MOVE WS-REF-DETAIL(WS-REF-IDX) TO WS-EXC-DETAIL
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

      *> Check 8: a balance row whose account is not on the master.
       CHECK-BALANCE-ROWS.
           MOVE 8 TO WS-CHECK-NUM
           PERFORM START-CHECK-SECTION
           IF BALANCE-FILE-OPEN
               MOVE 'N' TO WS-BAL-EOF
               MOVE LOW-VALUES TO AB-ACCT-NUMBER
               START BALANCE-FILE KEY >= AB-ACCT-NUMBER
                   INVALID KEY SET END-OF-BALANCES TO TRUE
               END-START
               PERFORM READ-NEXT-BALANCE UNTIL END-OF-BALANCES
           ELSE
               MOVE "NOT RUN - NO BALANCE FILE (ACCTBAL.DAT)"
                   TO NOTE-TEXT
               PERFORM WRITE-NOTE-LINE
           END-IF
           PERFORM END-CHECK-SECTION.

       READ-NEXT-BALANCE.
           READ BALANCE-FILE NEXT RECORD
               AT END SET END-OF-BALANCES TO TRUE
               NOT AT END
                   MOVE AB-ACCT-NUMBER TO WS-TARGET-ACCOUNT
                   PERFORM FIND-TARGET-ACCOUNT
                   IF TARGET-MISSING
                       MOVE AB-ACCT-NUMBER TO WS-EXC-KEY
                       MOVE AB-LAST-TRANS-ID TO WS-EXC-REF
                       MOVE "ACCOUNT NOT ON FILE" TO WS-EXC-DETAIL
                       PERFORM WRITE-EXCEPTION-LINE
                   END-IF
           END-READ.

      *> Check 9: the next TRANS-ID every posting run hands out comes
      *> from the control record, so one at or below the highest
      *> sequence already on the ledger would collide. The control
      *> record may run ahead (sequences burned on rejects never
      *> reach the ledger); it may never run behind. A missing record
      *> is not a break - the posting runs rescan the ledger then.
       CHECK-SEQUENCE-CONTROL.
           MOVE 9 TO WS-CHECK-NUM
           PERFORM START-CHECK-SECTION
           PERFORM LOAD-SEQ-CONTROL
           IF SEQ-CTL-LOADED
               MOVE LOW-VALUES TO TRANS-ID
               START LEDGER-FILE KEY >= TRANS-ID
                   INVALID KEY SET FILE-NOT-FOUND TO TRUE
               END-START
               IF FILE-OK
                   PERFORM READ-NEXT-FOR-MAX-SEQ UNTIL FILE-NOT-FOUND
               END-IF
               IF SQ-LAST-TRANS-SEQ < WS-MAX-TRANS-SEQ
                   MOVE "SEQCTL.DAT" TO WS-EXC-KEY
                   MOVE SQ-LAST-TRANS-SEQ TO WS-EXC-REF
                   MOVE SPACES TO WS-EXC-DETAIL
                   STRING "LEDGER HIGHEST SEQUENCE IS "
                              DELIMITED BY SIZE
                          WS-MAX-TRANS-SEQ DELIMITED BY SIZE
                       INTO WS-EXC-DETAIL
                   END-STRING
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           ELSE
               MOVE "NO CONTROL RECORD (SEQCTL.DAT) - NOT CHECKED"
                   TO NOTE-TEXT
               PERFORM WRITE-NOTE-LINE
           END-IF
           PERFORM END-CHECK-SECTION.

       LOAD-SEQ-CONTROL.
           OPEN INPUT SEQ-CONTROL
           IF SEQ-FILE-OK
               READ SEQ-CONTROL
                   AT END CONTINUE
                   NOT AT END SET SEQ-CTL-LOADED TO TRUE
               END-READ
               CLOSE SEQ-CONTROL
           END-IF.

       READ-NEXT-FOR-MAX-SEQ.
           READ LEDGER-FILE NEXT RECORD
               AT END SET FILE-NOT-FOUND TO TRUE
               NOT AT END
                   MOVE TRANS-ID(1:8) TO WS-CUR-TRANS-SEQ
                   IF WS-CUR-TRANS-SEQ > WS-MAX-TRANS-SEQ
                       MOVE WS-CUR-TRANS-SEQ TO WS-MAX-TRANS-SEQ
                   END-IF
           END-READ.

      *> Report sections and summary.
       START-CHECK-SECTION.
           IF WS-PAGE-COUNT = ZERO
                   OR WS-LINE-COUNT + 6 > WS-MAX-LINES
               PERFORM WRITE-INTEG-HEADER
           ELSE
               MOVE SPACES TO INTEG-PRINT-LINE
               WRITE INTEG-PRINT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           PERFORM WRITE-CHECK-HEADER.

       WRITE-CHECK-HEADER.
           SET WS-CHECK-IDX TO WS-CHECK-NUM
           MOVE WS-CHECK-NUM TO CHK-NUM
           MOVE WS-CHECK-TITLE(WS-CHECK-IDX) TO CHK-TITLE
           IF CHECK-IS-SEVERE(WS-CHECK-IDX)
               MOVE "SEVERE" TO CHK-SEVERITY
           ELSE
               MOVE "WARNING" TO CHK-SEVERITY
           END-IF
           WRITE INTEG-PRINT-LINE FROM WS-CHECK-HEADER
           WRITE INTEG-PRINT-LINE FROM WS-COLUMN-HEADER
           ADD 2 TO WS-LINE-COUNT.

       END-CHECK-SECTION.
           MOVE "BREAKS FOUND" TO CCL-LABEL
           MOVE WS-CHECK-COUNT(WS-CHECK-NUM) TO CCL-VALUE
           WRITE INTEG-PRINT-LINE FROM WS-CHECK-COUNT-LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-EXCEPTION-LINE.
           MOVE WS-EXC-KEY TO EXC-KEY
           MOVE WS-EXC-REF TO EXC-REF
           MOVE WS-EXC-DETAIL TO EXC-DETAIL
           IF WS-LINE-COUNT >= WS-MAX-LINES
               PERFORM WRITE-INTEG-HEADER
               PERFORM WRITE-CHECK-HEADER
           END-IF
           WRITE INTEG-PRINT-LINE FROM WS-EXC-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-CHECK-COUNT(WS-CHECK-NUM).

       WRITE-NOTE-LINE.
           WRITE INTEG-PRINT-LINE FROM WS-NOTE-LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-INTEG-HEADER.
           ADD 1 TO WS-PAGE-COUNT
           MOVE "MARKCRAFT CROSS-FILE INTEGRITY AUDIT" TO HDR-TITLE
           MOVE WS-CURRENT-DATE TO HDR-RUN-DATE
           MOVE WS-PAGE-COUNT TO HDR-PAGE-NUM
           IF WS-PAGE-COUNT > 1
               MOVE SPACES TO INTEG-PRINT-LINE
               WRITE INTEG-PRINT-LINE
           END-IF
           WRITE INTEG-PRINT-LINE FROM WS-INTEG-HEADER-1
           MOVE SPACES TO INTEG-PRINT-LINE
           WRITE INTEG-PRINT-LINE
           MOVE ZERO TO WS-LINE-COUNT.

      *> The return code the night schedule tests: 8 when any severe
      *> check broke, 4 for warnings only, 0 for a clean audit.
       WRITE-AUDIT-SUMMARY.
           PERFORM WRITE-INTEG-HEADER
           WRITE INTEG-PRINT-LINE FROM WS-SUMMARY-HEADER
           PERFORM WRITE-SUMMARY-LINE
               VARYING WS-CHECK-IDX FROM 1 BY 1
               UNTIL WS-CHECK-IDX > 9
           EVALUATE TRUE
               WHEN WS-SEVERE-TOTAL > ZERO
                   MOVE 8 TO WS-AUDIT-RC
               WHEN WS-WARNING-TOTAL > ZERO
                   MOVE 4 TO WS-AUDIT-RC
               WHEN OTHER
                   MOVE ZERO TO WS-AUDIT-RC
           END-EVALUATE
           MOVE SPACES TO INTEG-PRINT-LINE
           WRITE INTEG-PRINT-LINE
           MOVE "ACCOUNTS ON MASTER" TO CNT-LABEL
           MOVE WS-ACCOUNTS-READ TO CNT-VALUE
           WRITE INTEG-PRINT-LINE FROM WS-COUNT-LINE
           MOVE "REFERENCES FOUND ONLY IN ARCHIVE" TO CNT-LABEL
           MOVE WS-ARCHIVED-COUNT TO CNT-VALUE
           WRITE INTEG-PRINT-LINE FROM WS-COUNT-LINE
           IF WS-REF-OVERFLOW > ZERO
               MOVE "REFERENCES COUNTED BUT NOT LISTED" TO CNT-LABEL
               MOVE WS-REF-OVERFLOW TO CNT-VALUE
               WRITE INTEG-PRINT-LINE FROM WS-COUNT-LINE
           END-IF
           MOVE "SEVERE BREAKS" TO CNT-LABEL
           MOVE WS-SEVERE-TOTAL TO CNT-VALUE
           WRITE INTEG-PRINT-LINE FROM WS-COUNT-LINE
           MOVE "WARNINGS" TO CNT-LABEL
           MOVE WS-WARNING-TOTAL TO CNT-VALUE
           WRITE INTEG-PRINT-LINE FROM WS-COUNT-LINE
           MOVE "RETURN CODE" TO CNT-LABEL
           MOVE WS-AUDIT-RC TO CNT-VALUE
           WRITE INTEG-PRINT-LINE FROM WS-COUNT-LINE
           MOVE SPACES TO INTEG-PRINT-LINE
           WRITE INTEG-PRINT-LINE
           EVALUATE WS-AUDIT-RC
               WHEN 8
                   MOVE "RESULT: SEVERE BREAKS - HOLD THE POSTING RUN"
                       TO INTEG-PRINT-LINE
               WHEN 4
                   MOVE "RESULT: WARNINGS ONLY - POSTING MAY PROCEED"
                       TO INTEG-PRINT-LINE
               WHEN OTHER
                   MOVE "RESULT: CLEAN" TO INTEG-PRINT-LINE
           END-EVALUATE
           WRITE INTEG-PRINT-LINE.

       WRITE-SUMMARY-LINE.
           SET WS-CHECK-NUM TO WS-CHECK-IDX
           MOVE WS-CHECK-NUM TO SUM-NUM
           MOVE WS-CHECK-TITLE(WS-CHECK-IDX) TO SUM-TITLE
           MOVE WS-CHECK-COUNT(WS-CHECK-NUM) TO SUM-COUNT
           IF CHECK-IS-SEVERE(WS-CHECK-IDX)
               MOVE "SEVERE" TO SUM-SEVERITY
               ADD WS-CHECK-COUNT(WS-CHECK-NUM) TO WS-SEVERE-TOTAL
           ELSE
               MOVE "WARNING" TO SUM-SEVERITY
               ADD WS-CHECK-COUNT(WS-CHECK-NUM) TO WS-WARNING-TOTAL
           END-IF
           WRITE INTEG-PRINT-LINE FROM WS-SUMMARY-LINE.

       CLEANUP.
           CLOSE LEDGER-FILE
           CLOSE ACCOUNT-MASTER
           IF CUSTOMER-FILE-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF
           IF RATE-TABLE-OPEN
               CLOSE RATE-PLAN-FILE
           END-IF
           IF FEE-TABLE-OPEN
               CLOSE FEE-SCHED-FILE
           END-IF
           IF STORD-FILE-OPEN
               CLOSE STORD-MASTER
           END-IF
           IF PENDING-FILE-OPEN
               CLOSE PENDING-FILE
           END-IF
           IF SXREF-FILE-OPEN
               CLOSE SUSPENSE-XREF
           END-IF
           IF BALANCE-FILE-OPEN
               CLOSE BALANCE-FILE
           END-IF
           CLOSE INTEG-RPT.

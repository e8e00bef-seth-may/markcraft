       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKCRAFT-MONITOR.
       AUTHOR. MARKCRAFT-TEAM.
      *> Modern COBOL: suspicious-activity and structuring monitor

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Read end to end on the ACCOUNT-NUM alternate key, so each
      *> account's postings arrive together and the master is read
      *> once per account break.
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

      *> Account maintenance audit trail. A successful U (lift
      *> dormancy) row is the record of a dormant account coming
      *> back to life. Optional - without it the dormant-revival
      *> rules have nothing to test.
           SELECT ACCOUNT-AUDIT
               ASSIGN TO "acctaud.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *> Monitoring rules, one row per rule, kept by Compliance.
      *> Loaded whole at the start of the run; with no file the
      *> standard rule set below is used.
           SELECT RULES-FILE
               ASSIGN TO "amlrules.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

      *> Case file: one row per alert, keyed on case number, with
      *> the rule and customer as an alternate key so each run can
      *> find how far a pattern has already been alerted.
           SELECT CASE-FILE
               ASSIGN TO "amlcase.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CASE-NUM
               ALTERNATE KEY IS CS-PATTERN-KEY WITH DUPLICATES
               FILE STATUS IS WS-CASE-STATUS.

      *> The night's new cases, for the analyst queue.
           SELECT MONITOR-RPT
               ASSIGN TO "amlrpt.prt"
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

       FD ACCOUNT-AUDIT.
       01 AUDIT-RECORD.
           05 AUD-DATE          PIC 9(8).
           05 AUD-TIME          PIC 9(6).
           05 AUD-USER-ID       PIC X(8).
           05 AUD-ACTION        PIC X(1).
           05 AUD-RESULT        PIC X(2).
           05 AUD-BEFORE-IMAGE  PIC X(98).
           05 AUD-AFTER-IMAGE   PIC X(98).

      *> S single item at or over the threshold; A items each under
      *> the threshold (and at or over the floor) aggregating to it
      *> within the window; R transfers between the customer's own
      *> accounts totalling the threshold with money moving both in
      *> and out of one account; D activity totalling the threshold
      *> on an account since its dormancy was lifted. Direction C,
      *> D or B picks credits, debits or both.
       FD RULES-FILE.
       01 RULE-RECORD.
           05 RL-RULE-ID        PIC X(4).
           05 RL-RULE-TYPE      PIC X(1).
           05 RL-ACTIVE-FLAG    PIC X(1).
           05 RL-DIRECTION      PIC X(1).
           05 RL-THRESHOLD      PIC 9(10)V99.
           05 RL-ITEM-FLOOR     PIC 9(10)V99.
           05 RL-WINDOW-DAYS    PIC 9(3).
           05 RL-MIN-COUNT      PIC 9(3).
           05 RL-DESCRIPTION    PIC X(30).

       FD CASE-FILE.
       01 CASE-RECORD.
           05 CS-CASE-NUM       PIC 9(8).
           05 CS-PATTERN-KEY.
               10 CS-RULE-ID        PIC X(4).
               10 CS-CUST-NUMBER    PIC 9(8).
               10 CS-PATTERN-ACCT   PIC 9(10).
           05 CS-RULE-TYPE      PIC X(1).
           05 CS-OPEN-DATE      PIC 9(8).
           05 CS-STATUS         PIC X(1).
               88 CS-IS-OPEN        VALUE "O".
               88 CS-IS-CLEARED     VALUE "C".
               88 CS-IS-FILED       VALUE "F".
           05 CS-ACCOUNT-1      PIC 9(10).
           05 CS-ACCOUNT-2      PIC 9(10).
           05 CS-ITEM-COUNT     PIC 9(5).
           05 CS-TOTAL-AMOUNT   PIC 9(12)V99.
           05 CS-FIRST-DATE     PIC 9(8).
           05 CS-LAST-DATE      PIC 9(8).
           05 CS-FIRST-TRANS-ID PIC X(12).
           05 CS-LAST-TRANS-ID  PIC X(12).
           05 CS-DISP-DATE      PIC 9(8).
           05 CS-DISP-USER      PIC X(8).
           05 CS-DISP-NOTE      PIC X(30).

       FD MONITOR-RPT.
       01 MON-PRINT-LINE        PIC X(96).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS        PIC XX.
           88 FILE-OK           VALUE "00".
           88 FILE-NOT-FOUND    VALUE "23".
       01 WS-ACCT-STATUS        PIC XX.
           88 ACCT-FILE-OK      VALUE "00".
           88 ACCT-NOT-FOUND    VALUE "23".
       01 WS-AUDIT-STATUS       PIC XX.
           88 AUDIT-FILE-OK     VALUE "00".
       01 WS-RULES-STATUS       PIC XX.
           88 RULES-FILE-OK     VALUE "00".
       01 WS-CASE-STATUS        PIC XX.
           88 CASE-FILE-OK      VALUE "00" "02".
       01 WS-RPT-STATUS         PIC XX.
           88 RPT-FILE-OK       VALUE "00".
       01 WS-CURRENT-DATE       PIC 9(8).
       01 WS-TODAY-INT          PIC S9(7) VALUE ZERO.
       01 WS-WORK-INT           PIC S9(7) VALUE ZERO.
       01 WS-LEDGER-EOF         PIC X VALUE 'N'.
           88 END-OF-LEDGER     VALUE 'Y'.
       01 WS-AUDIT-EOF          PIC X VALUE 'N'.
           88 END-OF-AUDIT      VALUE 'Y'.
       01 WS-RULES-EOF          PIC X VALUE 'N'.
           88 END-OF-RULES      VALUE 'Y'.
       01 WS-CASE-EOF           PIC X VALUE 'N'.
           88 END-OF-CASES      VALUE 'Y'.
      *> Rules in force for this run, with each rule's window start
      *> worked out once as a date.
       01 WS-RULE-COUNT         PIC 9(2) VALUE ZERO.
       01 WS-RULE-IDX           PIC 9(2) VALUE ZERO.
       01 WS-RULES.
           05 WS-RULE-ENTRY OCCURS 10 TIMES.
               10 WS-RT-RULE-ID     PIC X(4).
               10 WS-RT-RULE-TYPE   PIC X(1).
                   88 WS-RT-SINGLE      VALUE "S".
                   88 WS-RT-AGGREGATE   VALUE "A".
                   88 WS-RT-RAPID       VALUE "R".
                   88 WS-RT-REVIVAL     VALUE "D".
               10 WS-RT-DIRECTION   PIC X(1).
               10 WS-RT-THRESHOLD   PIC 9(10)V99.
               10 WS-RT-ITEM-FLOOR  PIC 9(10)V99.
               10 WS-RT-WINDOW-DAYS PIC 9(3).
               10 WS-RT-MIN-COUNT   PIC 9(3).
               10 WS-RT-DESCRIPTION PIC X(30).
               10 WS-RT-WINDOW-START PIC 9(8).
       01 WS-EARLIEST-WINDOW    PIC 9(8) VALUE ZERO.
      *> Accounts whose dormancy was lifted inside the longest
      *> window, with the date it was lifted.
       01 WS-REACT-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-REACT-FOUND-IDX    PIC 9(4) VALUE ZERO.
       01 WS-REACT-TABLE-FULL   PIC X VALUE 'N'.
           88 REACT-TABLE-FULL-WARNED VALUE 'Y'.
       01 WS-REACTIVATIONS.
           05 WS-REACT-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-REACT-IDX.
               10 WS-REACT-ACCT     PIC 9(10).
               10 WS-REACT-DATE     PIC 9(8).
       01 WS-REACT-WORK-ACCT    PIC 9(10).
      *> Activity rolled up per customer and rule as the ledger
      *> streams by - the find-or-add table shape the customer
      *> position report uses. An account with no customer stands
      *> alone under customer zero and its own number, so unrelated
      *> unassigned accounts are never summed together.
       01 WS-CUST-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-FOUND-IDX          PIC 9(4) VALUE ZERO.
       01 WS-CUST-TABLE-FULL    PIC X VALUE 'N'.
           88 CUST-TABLE-FULL-WARNED VALUE 'Y'.
       01 WS-CUST-TABLE.
           05 WS-CT-ENTRY OCCURS 1000 TIMES INDEXED BY WS-CT-IDX.
               10 WS-CT-CUST        PIC 9(8).
               10 WS-CT-ACCT        PIC 9(10).
               10 WS-CT-RULE OCCURS 10 TIMES.
                   15 WS-CR-COUNT       PIC 9(5).
                   15 WS-CR-NEW-ITEMS   PIC 9(5).
                   15 WS-CR-TOTAL       PIC 9(12)V99.
                   15 WS-CR-FIRST-ID    PIC X(12).
                   15 WS-CR-LAST-ID     PIC X(12).
                   15 WS-CR-HIGH-WATER  PIC X(12).
                   15 WS-CR-FIRST-DATE  PIC 9(8).
                   15 WS-CR-LAST-DATE   PIC 9(8).
                   15 WS-CR-ACCT-1      PIC 9(10).
                   15 WS-CR-ACCT-2      PIC 9(10).
                   15 WS-CR-CYCLED      PIC X(1).
                   15 WS-CR-RCV-COUNT   PIC 9(1).
                   15 WS-CR-RCV-ACCT    PIC 9(10) OCCURS 5 TIMES.
                   15 WS-CR-SND-COUNT   PIC 9(1).
                   15 WS-CR-SND-ACCT    PIC 9(10) OCCURS 5 TIMES.
       01 WS-LIST-IDX           PIC 9(1) VALUE ZERO.
       01 WS-LIST-HIT           PIC X VALUE 'N'.
           88 LIST-HAS-ACCOUNT  VALUE 'Y'.
      *> The account now streaming, and who owns it.
       01 WS-CUR-ACCOUNT        PIC 9(10) VALUE ZERO.
       01 WS-CUR-CUST           PIC 9(8) VALUE ZERO.
       01 WS-CUR-REACT-DATE     PIC 9(8) VALUE ZERO.
       01 WS-WORK-CUST          PIC 9(8) VALUE ZERO.
       01 WS-WORK-ACCT          PIC 9(10) VALUE ZERO.
       01 WS-XFER-FROM-X        PIC X(10).
       01 WS-XFER-FROM-ACCT     PIC 9(10) VALUE ZERO.
       01 WS-XFER-FROM-CUST     PIC 9(8) VALUE ZERO.
       01 WS-ITEM-QUALIFIES     PIC X VALUE 'N'.
           88 ITEM-QUALIFIES    VALUE 'Y'.
       01 WS-CUSTOMER-ITEM      PIC X VALUE 'N'.
           88 CUSTOMER-ORIGINATED VALUE 'Y'.
       01 WS-RULE-HIT           PIC X VALUE 'N'.
           88 RULE-IS-HIT       VALUE 'Y'.
       01 WS-LAST-CASE-NUM      PIC 9(8) VALUE ZERO.
       01 WS-POSTINGS-READ      PIC 9(8) VALUE ZERO.
       01 WS-ACCOUNTS-READ      PIC 9(8) VALUE ZERO.
       01 WS-CASES-OPENED       PIC 9(8) VALUE ZERO.
       01 WS-LINE-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-MAX-LINES          PIC 9(4) VALUE 60.
       01 WS-PAGE-COUNT         PIC 9(4) VALUE ZERO.

       01 WS-MON-HEADER-1.
           05 FILLER            PIC X(36) VALUE
               "MARKCRAFT ACTIVITY MONITOR CASES    ".
           05 FILLER            PIC X(10) VALUE "RUN DATE: ".
           05 HDR-RUN-DATE      PIC 9999/99/99.
           05 FILLER            PIC X(7) VALUE "  PAGE ".
           05 HDR-PAGE-NUM      PIC ZZZ9.

       01 WS-MON-HEADER-2.
           05 FILLER            PIC X(10) VALUE "CASE".
           05 FILLER            PIC X(6) VALUE "RULE".
           05 FILLER            PIC X(10) VALUE "CUSTOMER".
           05 FILLER            PIC X(12) VALUE "ACCOUNT".
           05 FILLER            PIC X(12) VALUE "OTHER ACCT".
           05 FILLER            PIC X(7) VALUE "  ITEMS".
           05 FILLER            PIC X(16) VALUE "           TOTAL".
           05 FILLER            PIC X(12) VALUE "  FROM".

       01 WS-MON-LINE.
           05 MON-CASE-NUM      PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 MON-RULE-ID       PIC X(4).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 MON-CUST-NUM      PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 MON-ACCOUNT-1     PIC 9(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 MON-ACCOUNT-2     PIC Z(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 MON-ITEMS         PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 MON-TOTAL         PIC Z(10)9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 MON-FIRST-DATE    PIC 9999/99/99.

       01 WS-MON-DESC-LINE.
           05 FILLER            PIC X(10) VALUE SPACES.
           05 MON-RULE-DESC     PIC X(30).
           05 FILLER            PIC X(4) VALUE " TO ".
           05 MON-LAST-DATE     PIC 9999/99/99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INITIALIZE-MONITOR
           PERFORM LOAD-RULES
           PERFORM LOAD-REACTIVATIONS
           PERFORM FIND-LAST-CASE-NUM
           PERFORM SCAN-LEDGER-BY-ACCOUNT
           PERFORM EVALUATE-ALL-CUSTOMERS
           DISPLAY "Rules in force:   " WS-RULE-COUNT
           DISPLAY "Accounts scanned: " WS-ACCOUNTS-READ
           DISPLAY "Postings read:    " WS-POSTINGS-READ
           DISPLAY "Cases opened:     " WS-CASES-OPENED
           PERFORM CLEANUP
           STOP RUN.

       INITIALIZE-MONITOR.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
           OPEN INPUT LEDGER-FILE
           IF NOT FILE-OK
               DISPLAY "ERROR: Cannot open ledger file"
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF NOT ACCT-FILE-OK
               DISPLAY "ERROR: Cannot open account master file"
               STOP RUN
           END-IF
           OPEN I-O CASE-FILE
           IF NOT CASE-FILE-OK
               OPEN OUTPUT CASE-FILE
               IF NOT CASE-FILE-OK
                   DISPLAY "ERROR: Cannot open case file"
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT MONITOR-RPT
           IF NOT RPT-FILE-OK
               DISPLAY "ERROR: Cannot open monitor report file"
               STOP RUN
           END-IF
           PERFORM WRITE-MON-HEADER
           DISPLAY "=== MarkCraft Activity Monitor ==="
           DISPLAY "Date: " WS-CURRENT-DATE.

       LOAD-RULES.
           OPEN INPUT RULES-FILE
           IF RULES-FILE-OK
               PERFORM READ-ONE-RULE UNTIL END-OF-RULES
               CLOSE RULES-FILE
           ELSE
               DISPLAY "NOTE: no rules file - standard rules in force"
               PERFORM LOAD-STANDARD-RULES
           END-IF
           MOVE WS-CURRENT-DATE TO WS-EARLIEST-WINDOW
           PERFORM SET-RULE-WINDOW
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT.

      *> Inactive rows and unknown rule types are skipped with a
      *> note rather than failing the run; past ten rules the rest
      *> are ignored the same way.
       READ-ONE-RULE.
           READ RULES-FILE
               AT END SET END-OF-RULES TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN RL-ACTIVE-FLAG NOT = "Y"
                           CONTINUE
                       WHEN RL-RULE-TYPE NOT = "S"
                               AND RL-RULE-TYPE NOT = "A"
                               AND RL-RULE-TYPE NOT = "R"
                               AND RL-RULE-TYPE NOT = "D"
                           DISPLAY "NOTE: rule " RL-RULE-ID
                               " has unknown type " RL-RULE-TYPE
                       WHEN WS-RULE-COUNT >= 10
                           DISPLAY "NOTE: rule " RL-RULE-ID
                               " ignored - ten rules already loaded"
                       WHEN OTHER
                           PERFORM STORE-ONE-RULE
                   END-EVALUATE
           END-READ.

       STORE-ONE-RULE.
           ADD 1 TO WS-RULE-COUNT
           MOVE RL-RULE-ID TO WS-RT-RULE-ID(WS-RULE-COUNT)
           MOVE RL-RULE-TYPE TO WS-RT-RULE-TYPE(WS-RULE-COUNT)
           MOVE RL-DIRECTION TO WS-RT-DIRECTION(WS-RULE-COUNT)
           MOVE RL-THRESHOLD TO WS-RT-THRESHOLD(WS-RULE-COUNT)
           MOVE RL-ITEM-FLOOR TO WS-RT-ITEM-FLOOR(WS-RULE-COUNT)
           MOVE RL-WINDOW-DAYS TO WS-RT-WINDOW-DAYS(WS-RULE-COUNT)
           MOVE RL-MIN-COUNT TO WS-RT-MIN-COUNT(WS-RULE-COUNT)
           MOVE RL-DESCRIPTION TO WS-RT-DESCRIPTION(WS-RULE-COUNT).

      *> The standard set: one rule of each type at the thresholds
      *> Compliance started from.
       LOAD-STANDARD-RULES.
           MOVE "SI01" TO RL-RULE-ID
           MOVE "S" TO RL-RULE-TYPE
           MOVE "B" TO RL-DIRECTION
           MOVE 10000.00 TO RL-THRESHOLD
           MOVE ZERO TO RL-ITEM-FLOOR
           MOVE 3 TO RL-WINDOW-DAYS
           MOVE 1 TO RL-MIN-COUNT
           MOVE "LARGE SINGLE ITEM" TO RL-DESCRIPTION
           PERFORM STORE-ONE-RULE
           MOVE "AG01" TO RL-RULE-ID
           MOVE "A" TO RL-RULE-TYPE
           MOVE "B" TO RL-DIRECTION
           MOVE 10000.00 TO RL-THRESHOLD
           MOVE 1000.00 TO RL-ITEM-FLOOR
           MOVE 7 TO RL-WINDOW-DAYS
           MOVE 2 TO RL-MIN-COUNT
           MOVE "ITEMS UNDER LIMIT AGGREGATING" TO RL-DESCRIPTION
           PERFORM STORE-ONE-RULE
           MOVE "RM01" TO RL-RULE-ID
           MOVE "R" TO RL-RULE-TYPE
           MOVE "B" TO RL-DIRECTION
           MOVE 5000.00 TO RL-THRESHOLD
           MOVE ZERO TO RL-ITEM-FLOOR
           MOVE 3 TO RL-WINDOW-DAYS
           MOVE 2 TO RL-MIN-COUNT
           MOVE "RAPID MOVES BETWEEN OWN ACCTS" TO RL-DESCRIPTION
           PERFORM STORE-ONE-RULE
           MOVE "DR01" TO RL-RULE-ID
           MOVE "D" TO RL-RULE-TYPE
           MOVE "B" TO RL-DIRECTION
           MOVE 1000.00 TO RL-THRESHOLD
           MOVE ZERO TO RL-ITEM-FLOOR
           MOVE 30 TO RL-WINDOW-DAYS
           MOVE 1 TO RL-MIN-COUNT
           MOVE "ACTIVITY AFTER DORMANCY LIFTED" TO RL-DESCRIPTION
           PERFORM STORE-ONE-RULE.

      *> A window of N days is the run date and the N-1 days before
      *> it; zero is taken as one.
       SET-RULE-WINDOW.
           IF WS-RT-WINDOW-DAYS(WS-RULE-IDX) = ZERO
               MOVE 1 TO WS-RT-WINDOW-DAYS(WS-RULE-IDX)
           END-IF
           IF WS-RT-MIN-COUNT(WS-RULE-IDX) = ZERO
               MOVE 1 TO WS-RT-MIN-COUNT(WS-RULE-IDX)
           END-IF
           COMPUTE WS-WORK-INT =
               WS-TODAY-INT - WS-RT-WINDOW-DAYS(WS-RULE-IDX) + 1
           COMPUTE WS-RT-WINDOW-START(WS-RULE-IDX) =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           IF WS-RT-WINDOW-START(WS-RULE-IDX) < WS-EARLIEST-WINDOW
               MOVE WS-RT-WINDOW-START(WS-RULE-IDX)
                   TO WS-EARLIEST-WINDOW
           END-IF.

       LOAD-REACTIVATIONS.
           OPEN INPUT ACCOUNT-AUDIT
           IF AUDIT-FILE-OK
               PERFORM READ-ONE-AUDIT-ROW UNTIL END-OF-AUDIT
               CLOSE ACCOUNT-AUDIT
           ELSE
               DISPLAY "NOTE: no account audit trail - no "
                   "reactivations known"
           END-IF.

      *> Only applied U rows count. A later lift for the same
      *> account replaces the earlier date.
       READ-ONE-AUDIT-ROW.
           READ ACCOUNT-AUDIT
               AT END SET END-OF-AUDIT TO TRUE
               NOT AT END
                   IF AUD-ACTION = "U" AND AUD-RESULT = "00"
                           AND AUD-DATE >= WS-EARLIEST-WINDOW
                       MOVE AUD-AFTER-IMAGE(1:10) TO WS-REACT-WORK-ACCT
                       PERFORM STORE-REACTIVATION
                   END-IF
           END-READ.

       STORE-REACTIVATION.
           PERFORM LOCATE-REACTIVATION
           IF WS-REACT-FOUND-IDX NOT = ZERO
               MOVE AUD-DATE TO WS-REACT-DATE(WS-REACT-FOUND-IDX)
           ELSE
               IF WS-REACT-COUNT < 1000
                   ADD 1 TO WS-REACT-COUNT
                   MOVE WS-REACT-WORK-ACCT
                       TO WS-REACT-ACCT(WS-REACT-COUNT)
                   MOVE AUD-DATE TO WS-REACT-DATE(WS-REACT-COUNT)
               ELSE
                   IF NOT REACT-TABLE-FULL-WARNED
                       DISPLAY "WARNING: over 1000 reactivations - "
                           "later ones are not monitored"
                       SET REACT-TABLE-FULL-WARNED TO TRUE
                   END-IF
               END-IF
           END-IF.

       LOCATE-REACTIVATION.
           MOVE ZERO TO WS-REACT-FOUND-IDX
           PERFORM SCAN-REACT-ENTRY
               VARYING WS-REACT-IDX FROM 1 BY 1
               UNTIL WS-REACT-IDX > WS-REACT-COUNT
                   OR WS-REACT-FOUND-IDX NOT = ZERO.

       SCAN-REACT-ENTRY.
           IF WS-REACT-ACCT(WS-REACT-IDX) = WS-REACT-WORK-ACCT
               SET WS-REACT-FOUND-IDX TO WS-REACT-IDX
           END-IF.

       FIND-LAST-CASE-NUM.
           MOVE ZERO TO CS-CASE-NUM
           START CASE-FILE KEY >= CS-CASE-NUM
               INVALID KEY SET END-OF-CASES TO TRUE
           END-START
           PERFORM READ-NEXT-CASE-NUM UNTIL END-OF-CASES.

       READ-NEXT-CASE-NUM.
           READ CASE-FILE NEXT RECORD
               AT END SET END-OF-CASES TO TRUE
               NOT AT END
                   MOVE CS-CASE-NUM TO WS-LAST-CASE-NUM
           END-READ.

       SCAN-LEDGER-BY-ACCOUNT.
           MOVE ZERO TO ACCOUNT-NUM
           START LEDGER-FILE KEY >= ACCOUNT-NUM
               INVALID KEY SET END-OF-LEDGER TO TRUE
           END-START
           PERFORM READ-NEXT-POSTING UNTIL END-OF-LEDGER.

       READ-NEXT-POSTING.
           READ LEDGER-FILE NEXT RECORD
               AT END SET END-OF-LEDGER TO TRUE
               NOT AT END
                   IF ACCOUNT-NUM NOT = WS-CUR-ACCOUNT
                       PERFORM START-NEW-ACCOUNT
                   END-IF
                   IF TRANS-DATE >= WS-EARLIEST-WINDOW
                       ADD 1 TO WS-POSTINGS-READ
                       PERFORM APPLY-RULES-TO-POSTING
                   END-IF
           END-READ.

      *> Account break: who owns the account, and whether its
      *> dormancy was lifted inside the window. Reads only the master,
      *> so the ledger's place on the alternate key holds.
       START-NEW-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           MOVE ACCOUNT-NUM TO WS-CUR-ACCOUNT
           MOVE ACCOUNT-NUM TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY CONTINUE
           END-READ
           IF ACCT-FILE-OK
               MOVE ACCT-CUST-NUMBER TO WS-CUR-CUST
           ELSE
               MOVE ZERO TO WS-CUR-CUST
           END-IF
           MOVE ACCOUNT-NUM TO WS-REACT-WORK-ACCT
           PERFORM LOCATE-REACTIVATION
           IF WS-REACT-FOUND-IDX NOT = ZERO
               MOVE WS-REACT-DATE(WS-REACT-FOUND-IDX)
                   TO WS-CUR-REACT-DATE
           ELSE
               MOVE ZERO TO WS-CUR-REACT-DATE
           END-IF
           MOVE WS-CUR-CUST TO WS-WORK-CUST
           IF WS-CUR-CUST = ZERO
               MOVE WS-CUR-ACCOUNT TO WS-WORK-ACCT
           ELSE
               MOVE ZERO TO WS-WORK-ACCT
           END-IF
           PERFORM FIND-OR-ADD-CUST-ENTRY.

      *> System postings - interest, fees, balance-forwards, the
      *> closing run's fee and charge-off, dispute credits - and
      *> reversals are not customer activity and never count. The
      *> dispute credits carry their case number, so they match on
      *> the fixed prefix.
       APPLY-RULES-TO-POSTING.
           MOVE 'Y' TO WS-CUSTOMER-ITEM
           IF IS-REVERSAL
                   OR DESCRIPTION = "INTEREST ACCRUAL"
                   OR DESCRIPTION = "DEBIT INTEREST"
                   OR DESCRIPTION = "BALANCE FORWARD"
                   OR DESCRIPTION = "OVERDRAFT FEE"
                   OR DESCRIPTION = "MAINTENANCE FEE"
                   OR DESCRIPTION = "ACTIVITY FEE"
                   OR DESCRIPTION = "CLOSING FEE"
                   OR DESCRIPTION = "CHARGE-OFF"
                   OR DESCRIPTION(1:27) = "PROVISIONAL CREDIT DISPUTE "
                   OR DESCRIPTION(1:21) = "DISPUTE CREDIT FINAL "
               MOVE 'N' TO WS-CUSTOMER-ITEM
           END-IF
           IF CUSTOMER-ORIGINATED AND WS-FOUND-IDX NOT = ZERO
               PERFORM TEST-ONE-RULE
                   VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
           END-IF.

       TEST-ONE-RULE.
           MOVE 'N' TO WS-ITEM-QUALIFIES
           IF TRANS-DATE >= WS-RT-WINDOW-START(WS-RULE-IDX)
                   AND (WS-RT-DIRECTION(WS-RULE-IDX) = "B"
                        OR WS-RT-DIRECTION(WS-RULE-IDX) = TRANS-TYPE
                        OR WS-RT-RAPID(WS-RULE-IDX))
               EVALUATE TRUE
                   WHEN WS-RT-SINGLE(WS-RULE-IDX)
                       IF AMOUNT >= WS-RT-THRESHOLD(WS-RULE-IDX)
                           SET ITEM-QUALIFIES TO TRUE
                       END-IF
                   WHEN WS-RT-AGGREGATE(WS-RULE-IDX)
                       IF AMOUNT < WS-RT-THRESHOLD(WS-RULE-IDX)
                           AND AMOUNT >= WS-RT-ITEM-FLOOR(WS-RULE-IDX)
                           SET ITEM-QUALIFIES TO TRUE
                       END-IF
                   WHEN WS-RT-RAPID(WS-RULE-IDX)
                       PERFORM TEST-RELATED-TRANSFER
                   WHEN WS-RT-REVIVAL(WS-RULE-IDX)
                       IF WS-CUR-REACT-DATE NOT = ZERO
                           AND WS-CUR-REACT-DATE >=
                               WS-RT-WINDOW-START(WS-RULE-IDX)
                           AND TRANS-DATE >= WS-CUR-REACT-DATE
                           AND AMOUNT >= WS-RT-ITEM-FLOOR(WS-RULE-IDX)
                           SET ITEM-QUALIFIES TO TRUE
                       END-IF
               END-EVALUATE
           END-IF
           IF ITEM-QUALIFIES
               PERFORM ACCUMULATE-ITEM
           END-IF.

      *> A transfer's credit leg names its from-account in the
      *> description; it is "related" when both accounts belong to
      *> the same customer. Each related transfer notes its sending
      *> and receiving account, and an account seen on both sides
      *> is money moving in and straight back out.
       TEST-RELATED-TRANSFER.
           IF WS-CUR-CUST NOT = ZERO AND IS-CREDIT
                   AND DESCRIPTION(1:19) = "TRANSFER FROM ACCT "
               MOVE DESCRIPTION(20:10) TO WS-XFER-FROM-X
               IF WS-XFER-FROM-X IS NUMERIC
                   MOVE WS-XFER-FROM-X TO WS-XFER-FROM-ACCT
                   MOVE WS-XFER-FROM-ACCT TO ACCT-NUMBER
                   READ ACCOUNT-MASTER
                       INVALID KEY CONTINUE
                   END-READ
                   IF ACCT-FILE-OK
                           AND ACCT-CUST-NUMBER = WS-CUR-CUST
                       SET ITEM-QUALIFIES TO TRUE
                       PERFORM NOTE-TRANSFER-ACCOUNTS
                   END-IF
               END-IF
           END-IF.

       NOTE-TRANSFER-ACCOUNTS.
      *> Receiver already seen sending, or sender already seen
      *> receiving: the same money has passed through.
           MOVE WS-CUR-ACCOUNT TO WS-REACT-WORK-ACCT
           PERFORM CHECK-SENDER-LIST
           IF LIST-HAS-ACCOUNT
               MOVE 'Y' TO WS-CR-CYCLED(WS-FOUND-IDX, WS-RULE-IDX)
           END-IF
           MOVE WS-XFER-FROM-ACCT TO WS-REACT-WORK-ACCT
           PERFORM CHECK-RECEIVER-LIST
           IF LIST-HAS-ACCOUNT
               MOVE 'Y' TO WS-CR-CYCLED(WS-FOUND-IDX, WS-RULE-IDX)
           END-IF
           MOVE WS-CUR-ACCOUNT TO WS-REACT-WORK-ACCT
           PERFORM CHECK-RECEIVER-LIST
           IF NOT LIST-HAS-ACCOUNT
                   AND WS-CR-RCV-COUNT(WS-FOUND-IDX, WS-RULE-IDX) < 5
               ADD 1 TO WS-CR-RCV-COUNT(WS-FOUND-IDX, WS-RULE-IDX)
               MOVE WS-CUR-ACCOUNT TO WS-CR-RCV-ACCT(WS-FOUND-IDX,
                   WS-RULE-IDX,
                   WS-CR-RCV-COUNT(WS-FOUND-IDX, WS-RULE-IDX))
           END-IF
           MOVE WS-XFER-FROM-ACCT TO WS-REACT-WORK-ACCT
           PERFORM CHECK-SENDER-LIST
           IF NOT LIST-HAS-ACCOUNT
                   AND WS-CR-SND-COUNT(WS-FOUND-IDX, WS-RULE-IDX) < 5
               ADD 1 TO WS-CR-SND-COUNT(WS-FOUND-IDX, WS-RULE-IDX)
               MOVE WS-XFER-FROM-ACCT TO WS-CR-SND-ACCT(WS-FOUND-IDX,
                   WS-RULE-IDX,
                   WS-CR-SND-COUNT(WS-FOUND-IDX, WS-RULE-IDX))
           END-IF
           IF WS-CR-ACCT-2(WS-FOUND-IDX, WS-RULE-IDX) = ZERO
               MOVE WS-XFER-FROM-ACCT
                   TO WS-CR-ACCT-2(WS-FOUND-IDX, WS-RULE-IDX)
           END-IF.

       CHECK-SENDER-LIST.
           MOVE 'N' TO WS-LIST-HIT
           PERFORM SCAN-SENDER-ENTRY
               VARYING WS-LIST-IDX FROM 1 BY 1
               UNTIL WS-LIST-IDX >
                   WS-CR-SND-COUNT(WS-FOUND-IDX, WS-RULE-IDX).

       SCAN-SENDER-ENTRY.
           IF WS-CR-SND-ACCT(WS-FOUND-IDX, WS-RULE-IDX, WS-LIST-IDX)
                   = WS-REACT-WORK-ACCT
               SET LIST-HAS-ACCOUNT TO TRUE
           END-IF.

       CHECK-RECEIVER-LIST.
           MOVE 'N' TO WS-LIST-HIT
           PERFORM SCAN-RECEIVER-ENTRY
               VARYING WS-LIST-IDX FROM 1 BY 1
               UNTIL WS-LIST-IDX >
                   WS-CR-RCV-COUNT(WS-FOUND-IDX, WS-RULE-IDX).

       SCAN-RECEIVER-ENTRY.
           IF WS-CR-RCV-ACCT(WS-FOUND-IDX, WS-RULE-IDX, WS-LIST-IDX)
                   = WS-REACT-WORK-ACCT
               SET LIST-HAS-ACCOUNT TO TRUE
           END-IF.

      *> Postings arrive account by account, not in date order, so
      *> the first and last ids and dates are kept as low and high
      *> marks. An item past the pattern's high-water id is new
      *> since the last case opened on it.
       ACCUMULATE-ITEM.
           ADD 1 TO WS-CR-COUNT(WS-FOUND-IDX, WS-RULE-IDX)
           ADD AMOUNT TO WS-CR-TOTAL(WS-FOUND-IDX, WS-RULE-IDX)
           IF WS-CR-FIRST-ID(WS-FOUND-IDX, WS-RULE-IDX) = SPACES
                   OR TRANS-ID <
                       WS-CR-FIRST-ID(WS-FOUND-IDX, WS-RULE-IDX)
               MOVE TRANS-ID
                   TO WS-CR-FIRST-ID(WS-FOUND-IDX, WS-RULE-IDX)
           END-IF
           IF TRANS-ID > WS-CR-LAST-ID(WS-FOUND-IDX, WS-RULE-IDX)
               MOVE TRANS-ID
                   TO WS-CR-LAST-ID(WS-FOUND-IDX, WS-RULE-IDX)
           END-IF
           IF WS-CR-FIRST-DATE(WS-FOUND-IDX, WS-RULE-IDX) = ZERO
                   OR TRANS-DATE <
                       WS-CR-FIRST-DATE(WS-FOUND-IDX, WS-RULE-IDX)
               MOVE TRANS-DATE
                   TO WS-CR-FIRST-DATE(WS-FOUND-IDX, WS-RULE-IDX)
           END-IF
           IF TRANS-DATE > WS-CR-LAST-DATE(WS-FOUND-IDX, WS-RULE-IDX)
               MOVE TRANS-DATE
                   TO WS-CR-LAST-DATE(WS-FOUND-IDX, WS-RULE-IDX)
           END-IF
           IF TRANS-ID > WS-CR-HIGH-WATER(WS-FOUND-IDX, WS-RULE-IDX)
               ADD 1 TO WS-CR-NEW-ITEMS(WS-FOUND-IDX, WS-RULE-IDX)
           END-IF
           IF WS-CR-ACCT-1(WS-FOUND-IDX, WS-RULE-IDX) = ZERO
               MOVE WS-CUR-ACCOUNT
                   TO WS-CR-ACCT-1(WS-FOUND-IDX, WS-RULE-IDX)
           ELSE
               IF WS-CR-ACCT-2(WS-FOUND-IDX, WS-RULE-IDX) = ZERO
                   AND WS-CUR-ACCOUNT NOT =
                       WS-CR-ACCT-1(WS-FOUND-IDX, WS-RULE-IDX)
                   MOVE WS-CUR-ACCOUNT
                       TO WS-CR-ACCT-2(WS-FOUND-IDX, WS-RULE-IDX)
               END-IF
           END-IF.

       FIND-OR-ADD-CUST-ENTRY.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM SCAN-CUST-ENTRY
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CUST-COUNT
                   OR WS-FOUND-IDX NOT = ZERO
           IF WS-FOUND-IDX = ZERO
               IF WS-CUST-COUNT < 1000
                   ADD 1 TO WS-CUST-COUNT
                   MOVE WS-CUST-COUNT TO WS-FOUND-IDX
                   INITIALIZE WS-CT-ENTRY(WS-FOUND-IDX)
                   MOVE WS-WORK-CUST TO WS-CT-CUST(WS-FOUND-IDX)
                   MOVE WS-WORK-ACCT TO WS-CT-ACCT(WS-FOUND-IDX)
                   PERFORM LOAD-PATTERN-HIGH-WATER
                       VARYING WS-RULE-IDX FROM 1 BY 1
                       UNTIL WS-RULE-IDX > WS-RULE-COUNT
               ELSE
                   PERFORM WARN-CUST-TABLE-FULL
               END-IF
           END-IF.

       SCAN-CUST-ENTRY.
           IF WS-CT-CUST(WS-CT-IDX) = WS-WORK-CUST
                   AND WS-CT-ACCT(WS-CT-IDX) = WS-WORK-ACCT
               SET WS-FOUND-IDX TO WS-CT-IDX
           END-IF.

       WARN-CUST-TABLE-FULL.
           IF NOT CUST-TABLE-FULL-WARNED
               DISPLAY "WARNING: over 1000 distinct customers - "
                   "activity beyond the table limit is not monitored"
               SET CUST-TABLE-FULL-WARNED TO TRUE
           END-IF.

      *> Every earlier case on this rule and customer; the highest
      *> last-item id among them is how far the pattern has already
      *> been alerted.
       LOAD-PATTERN-HIGH-WATER.
           MOVE SPACES TO WS-CR-HIGH-WATER(WS-FOUND-IDX, WS-RULE-IDX)
           MOVE 'N' TO WS-CASE-EOF
           MOVE WS-RT-RULE-ID(WS-RULE-IDX) TO CS-RULE-ID
           MOVE WS-WORK-CUST TO CS-CUST-NUMBER
           MOVE WS-WORK-ACCT TO CS-PATTERN-ACCT
           START CASE-FILE KEY = CS-PATTERN-KEY
               INVALID KEY SET END-OF-CASES TO TRUE
           END-START
           PERFORM READ-NEXT-PATTERN-CASE UNTIL END-OF-CASES.

       READ-NEXT-PATTERN-CASE.
           READ CASE-FILE NEXT RECORD
               AT END SET END-OF-CASES TO TRUE
               NOT AT END
                   IF CS-RULE-ID NOT = WS-RT-RULE-ID(WS-RULE-IDX)
                           OR CS-CUST-NUMBER NOT = WS-WORK-CUST
                           OR CS-PATTERN-ACCT NOT = WS-WORK-ACCT
                       SET END-OF-CASES TO TRUE
                   ELSE
                       IF CS-LAST-TRANS-ID >
                           WS-CR-HIGH-WATER(WS-FOUND-IDX, WS-RULE-IDX)
                           MOVE CS-LAST-TRANS-ID TO
                           WS-CR-HIGH-WATER(WS-FOUND-IDX, WS-RULE-IDX)
                       END-IF
                   END-IF
           END-READ.

       EVALUATE-ALL-CUSTOMERS.
           PERFORM EVALUATE-ONE-CUSTOMER
               VARYING WS-FOUND-IDX FROM 1 BY 1
               UNTIL WS-FOUND-IDX > WS-CUST-COUNT.

       EVALUATE-ONE-CUSTOMER.
           PERFORM EVALUATE-ONE-RULE
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT.

      *> A pattern alerts only when it has at least one item past
      *> its high-water mark - the same activity is never opened as
      *> a second case on a later night.
       EVALUATE-ONE-RULE.
           MOVE 'N' TO WS-RULE-HIT
           IF WS-CR-COUNT(WS-FOUND-IDX, WS-RULE-IDX) >=
                   WS-RT-MIN-COUNT(WS-RULE-IDX)
                   AND WS-CR-NEW-ITEMS(WS-FOUND-IDX, WS-RULE-IDX)
                       > ZERO
               EVALUATE TRUE
                   WHEN WS-RT-SINGLE(WS-RULE-IDX)
                       SET RULE-IS-HIT TO TRUE
                   WHEN WS-RT-RAPID(WS-RULE-IDX)
                       IF WS-CR-TOTAL(WS-FOUND-IDX, WS-RULE-IDX) >=
                               WS-RT-THRESHOLD(WS-RULE-IDX)
                           AND WS-CR-CYCLED(WS-FOUND-IDX, WS-RULE-IDX)
                               = 'Y'
                           SET RULE-IS-HIT TO TRUE
                       END-IF
                   WHEN OTHER
                       IF WS-CR-TOTAL(WS-FOUND-IDX, WS-RULE-IDX) >=
                               WS-RT-THRESHOLD(WS-RULE-IDX)
                           SET RULE-IS-HIT TO TRUE
                       END-IF
               END-EVALUATE
           END-IF
           IF RULE-IS-HIT
               PERFORM OPEN-NEW-CASE
           END-IF.

       OPEN-NEW-CASE.
           ADD 1 TO WS-LAST-CASE-NUM
           INITIALIZE CASE-RECORD
           MOVE WS-LAST-CASE-NUM TO CS-CASE-NUM
           MOVE WS-RT-RULE-ID(WS-RULE-IDX) TO CS-RULE-ID
           MOVE WS-CT-CUST(WS-FOUND-IDX) TO CS-CUST-NUMBER
           MOVE WS-CT-ACCT(WS-FOUND-IDX) TO CS-PATTERN-ACCT
           MOVE WS-RT-RULE-TYPE(WS-RULE-IDX) TO CS-RULE-TYPE
           MOVE WS-CURRENT-DATE TO CS-OPEN-DATE
           SET CS-IS-OPEN TO TRUE
           MOVE WS-CR-ACCT-1(WS-FOUND-IDX, WS-RULE-IDX) TO CS-ACCOUNT-1
           MOVE WS-CR-ACCT-2(WS-FOUND-IDX, WS-RULE-IDX) TO CS-ACCOUNT-2
           MOVE WS-CR-COUNT(WS-FOUND-IDX, WS-RULE-IDX) TO CS-ITEM-COUNT
           MOVE WS-CR-TOTAL(WS-FOUND-IDX, WS-RULE-IDX)
               TO CS-TOTAL-AMOUNT
           MOVE WS-CR-FIRST-DATE(WS-FOUND-IDX, WS-RULE-IDX)
               TO CS-FIRST-DATE
           MOVE WS-CR-LAST-DATE(WS-FOUND-IDX, WS-RULE-IDX)
               TO CS-LAST-DATE
           MOVE WS-CR-FIRST-ID(WS-FOUND-IDX, WS-RULE-IDX)
               TO CS-FIRST-TRANS-ID
           MOVE WS-CR-LAST-ID(WS-FOUND-IDX, WS-RULE-IDX)
               TO CS-LAST-TRANS-ID
           MOVE SPACES TO CS-DISP-USER
           MOVE SPACES TO CS-DISP-NOTE
           WRITE CASE-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           IF CASE-FILE-OK
               ADD 1 TO WS-CASES-OPENED
               PERFORM WRITE-CASE-LINE
               DISPLAY "CASE: " CS-CASE-NUM " rule " CS-RULE-ID
                   " customer " CS-CUST-NUMBER " acct " CS-ACCOUNT-1
           ELSE
               DISPLAY "ERROR: could not write case " CS-CASE-NUM
                   " status " WS-CASE-STATUS
           END-IF.

       WRITE-CASE-LINE.
           MOVE CS-CASE-NUM TO MON-CASE-NUM
           MOVE CS-RULE-ID TO MON-RULE-ID
           MOVE CS-CUST-NUMBER TO MON-CUST-NUM
           MOVE CS-ACCOUNT-1 TO MON-ACCOUNT-1
           MOVE CS-ACCOUNT-2 TO MON-ACCOUNT-2
           MOVE CS-ITEM-COUNT TO MON-ITEMS
           MOVE CS-TOTAL-AMOUNT TO MON-TOTAL
           MOVE CS-FIRST-DATE TO MON-FIRST-DATE
           MOVE WS-RT-DESCRIPTION(WS-RULE-IDX) TO MON-RULE-DESC
           MOVE CS-LAST-DATE TO MON-LAST-DATE
           IF WS-LINE-COUNT >= WS-MAX-LINES - 1
               PERFORM WRITE-MON-HEADER
           END-IF
           WRITE MON-PRINT-LINE FROM WS-MON-LINE
           WRITE MON-PRINT-LINE FROM WS-MON-DESC-LINE
           ADD 2 TO WS-LINE-COUNT.

       WRITE-MON-HEADER.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-CURRENT-DATE TO HDR-RUN-DATE
           MOVE WS-PAGE-COUNT TO HDR-PAGE-NUM
           IF WS-PAGE-COUNT > 1
               MOVE SPACES TO MON-PRINT-LINE
               WRITE MON-PRINT-LINE
           END-IF
           WRITE MON-PRINT-LINE FROM WS-MON-HEADER-1
           MOVE SPACES TO MON-PRINT-LINE
           WRITE MON-PRINT-LINE
           WRITE MON-PRINT-LINE FROM WS-MON-HEADER-2
           MOVE ZERO TO WS-LINE-COUNT.

       CLEANUP.
           CLOSE LEDGER-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE CASE-FILE
           CLOSE MONITOR-RPT.

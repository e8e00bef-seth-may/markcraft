       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKCRAFT-BALSNAP.
       AUTHOR. MARKCRAFT-TEAM.
      *> Modern COBOL: nightly end-of-day balance history snapshot

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

           SELECT ACCOUNT-MASTER
               ASSIGN TO "acctmas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

      *> Current-balance file the posting runs maintain - the source
      *> of every snapshot. An account not on it yet falls back to
      *> its chain, then to its opening balance.
           SELECT BALANCE-FILE
               ASSIGN TO "acctbal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-ACCT-NUMBER
               FILE STATUS IS WS-BAL-STATUS.

      *> One row per account per night, keyed account then date so an
      *> account's history reads back in date order. The archive run
      *> never opens it; this run's own retention is all that trims
      *> it.
           SELECT HISTORY-FILE
               ASSIGN TO "balhist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-HIST-STATUS.

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

      *> BH-ACCT-STATUS is the account's status that night; a C row
      *> is the one final row a closed account gets. BH-SOURCE says
      *> where the figure came from: B balance file, L ledger chain,
      *> O opening balance of an account that never posted.
       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           05 BH-KEY.
               10 BH-ACCOUNT-NUM    PIC 9(10).
               10 BH-BAL-DATE       PIC 9(8).
           05 BH-EOD-BALANCE    PIC S9(12)V99.
           05 BH-ACCT-STATUS    PIC X(1).
           05 BH-LAST-TRANS-ID  PIC X(12).
           05 BH-SOURCE         PIC X(1).
               88 BH-FROM-BALANCE   VALUE "B".
               88 BH-FROM-LEDGER    VALUE "L".
               88 BH-FROM-OPENING   VALUE "O".
           05 BH-SNAP-TIME      PIC 9(6).

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
       01 WS-BALFILE-OPEN       PIC X VALUE 'N'.
           88 BALANCE-FILE-OPEN VALUE 'Y'.
       01 WS-HIST-STATUS        PIC XX.
           88 HIST-FILE-OK      VALUE "00".
           88 HIST-NOT-FOUND    VALUE "23".
       01 WS-CURRENT-DATE       PIC 9(8).
       01 WS-CURRENT-TIME       PIC 9(8).
       01 WS-ACCT-EOF           PIC X VALUE 'N'.
           88 END-OF-ACCOUNTS   VALUE 'Y'.
       01 WS-CHAIN-EOF          PIC X VALUE 'N'.
           88 END-OF-CHAIN      VALUE 'Y'.
       01 WS-HIST-EOF           PIC X VALUE 'N'.
           88 END-OF-HISTORY    VALUE 'Y'.
       01 WS-KEEP-PARM          PIC X(10).
      *> Calendar days of history kept. Two years covers a full
      *> year-over-year comparison with room to spare; the parm
      *> overrides it, same trimmed-numeric guard the dormancy run
      *> uses, and zero keeps everything.
       01 WS-KEEP-DAYS          PIC 9(5) VALUE 731.
       01 WS-TODAY-INT          PIC S9(7) VALUE ZERO.
       01 WS-PURGE-BEFORE       PIC 9(8) VALUE ZERO.
       01 WS-TARGET-ACCOUNT     PIC 9(10).
       01 WS-LATEST-BALANCE     PIC S9(12)V99 VALUE ZERO.
       01 WS-LATEST-TRANS-ID    PIC X(12).
       01 WS-BALANCE-SOURCE     PIC X(1).
       01 WS-BALANCE-FOUND      PIC X VALUE 'N'.
           88 BALANCE-WAS-FOUND VALUE 'Y'.
      *> What the account's history already says: its newest row, and
      *> the rows old enough to go. The newest row older than the
      *> purge date stays - it is the balance carried into the kept
      *> window, and an average over that window starts from it.
       01 WS-LAST-HIST-DATE     PIC 9(8) VALUE ZERO.
       01 WS-LAST-HIST-STATUS   PIC X(1).
       01 WS-HELD-OLD-DATE      PIC 9(8) VALUE ZERO.
       01 WS-OLD-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-OLD-LIST.
           05 WS-OLD-ENTRY OCCURS 1000 TIMES INDEXED BY WS-OLD-IDX.
               10 WS-OLD-DATE       PIC 9(8).
       01 WS-SNAP-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-REPLACED-COUNT     PIC 9(8) VALUE ZERO.
       01 WS-FINAL-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-PURGED-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-FAILED-COUNT       PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INITIALIZE-SNAPSHOT
           PERFORM SNAPSHOT-ALL-ACCOUNTS
           DISPLAY "Balances snapped:        " WS-SNAP-COUNT
           DISPLAY "  replacing earlier run: " WS-REPLACED-COUNT
           DISPLAY "Closed accounts final:   " WS-FINAL-COUNT
           DISPLAY "History rows purged:     " WS-PURGED-COUNT
           IF WS-FAILED-COUNT > ZERO
               DISPLAY "Snapshot writes failed:  " WS-FAILED-COUNT
           END-IF
           PERFORM CLEANUP
           STOP RUN.

       INITIALIZE-SNAPSHOT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO WS-KEEP-PARM
           ACCEPT WS-KEEP-PARM FROM COMMAND-LINE
           IF FUNCTION TRIM(WS-KEEP-PARM) IS NUMERIC
                   AND FUNCTION TRIM(WS-KEEP-PARM) NOT = SPACE
               MOVE FUNCTION TRIM(WS-KEEP-PARM) TO WS-KEEP-DAYS
           END-IF
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
           IF WS-KEEP-DAYS > ZERO AND WS-KEEP-DAYS < WS-TODAY-INT
               COMPUTE WS-PURGE-BEFORE = FUNCTION DATE-OF-INTEGER
                   (WS-TODAY-INT - WS-KEEP-DAYS)
           END-IF
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
           OPEN INPUT BALANCE-FILE
           IF BAL-FILE-OK
               SET BALANCE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "NOTE: no balance file - balances from "
                   "chain walks"
           END-IF
           OPEN I-O HISTORY-FILE
           IF NOT HIST-FILE-OK
               OPEN OUTPUT HISTORY-FILE
               IF NOT HIST-FILE-OK
                   DISPLAY "ERROR: Cannot open balance history file"
                   STOP RUN
               END-IF
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF
           DISPLAY "=== MarkCraft Balance Snapshot ==="
           DISPLAY "Date: " WS-CURRENT-DATE
           IF WS-PURGE-BEFORE = ZERO
               DISPLAY "History kept: all"
           ELSE
               DISPLAY "History kept: " WS-KEEP-DAYS " day(s), rows "
                   "before " WS-PURGE-BEFORE " purged"
           END-IF.

       SNAPSHOT-ALL-ACCOUNTS.
           MOVE LOW-VALUES TO ACCT-NUMBER
           START ACCOUNT-MASTER KEY >= ACCT-NUMBER
               INVALID KEY SET END-OF-ACCOUNTS TO TRUE
           END-START
           PERFORM READ-NEXT-ACCOUNT UNTIL END-OF-ACCOUNTS.

       READ-NEXT-ACCOUNT.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END SET END-OF-ACCOUNTS TO TRUE
               NOT AT END PERFORM SNAPSHOT-ONE-ACCOUNT
           END-READ.

      *> Open and dormant accounts are snapped every night. A closed
      *> account is snapped once more, the first night it shows
      *> closed, so its history ends on a C row instead of carrying
      *> its last open balance forward; after that it only ages out.
       SNAPSHOT-ONE-ACCOUNT.
           MOVE ACCT-NUMBER TO WS-TARGET-ACCOUNT
           PERFORM REVIEW-ACCOUNT-HISTORY
           EVALUATE TRUE
               WHEN ACCT-OPEN OR ACCT-DORMANT
                   PERFORM WRITE-SNAPSHOT
               WHEN ACCT-CLOSED
                       AND (WS-LAST-HIST-DATE = ZERO
                           OR WS-LAST-HIST-STATUS NOT = "C"
                           OR WS-LAST-HIST-DATE = WS-CURRENT-DATE)
                   PERFORM WRITE-SNAPSHOT
                   ADD 1 TO WS-FINAL-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM PURGE-ONE-OLD-ROW
               VARYING WS-OLD-IDX FROM 1 BY 1
               UNTIL WS-OLD-IDX > WS-OLD-COUNT.

      *> One pass over the account's rows notes the newest row and
      *> lists every purgeable date but the newest of them. A list
      *> that fills simply leaves the rest for tomorrow night.
       REVIEW-ACCOUNT-HISTORY.
           MOVE ZERO TO WS-LAST-HIST-DATE
           MOVE SPACE TO WS-LAST-HIST-STATUS
           MOVE ZERO TO WS-HELD-OLD-DATE
           MOVE ZERO TO WS-OLD-COUNT
           MOVE 'N' TO WS-HIST-EOF
           MOVE WS-TARGET-ACCOUNT TO BH-ACCOUNT-NUM
           MOVE ZERO TO BH-BAL-DATE
           START HISTORY-FILE KEY >= BH-KEY
               INVALID KEY SET END-OF-HISTORY TO TRUE
           END-START
           PERFORM READ-NEXT-HISTORY UNTIL END-OF-HISTORY.

       READ-NEXT-HISTORY.
           READ HISTORY-FILE NEXT RECORD
               AT END SET END-OF-HISTORY TO TRUE
               NOT AT END
                   IF BH-ACCOUNT-NUM NOT = WS-TARGET-ACCOUNT
                       SET END-OF-HISTORY TO TRUE
                   ELSE
                       PERFORM NOTE-ONE-HISTORY-ROW
                   END-IF
           END-READ.

       NOTE-ONE-HISTORY-ROW.
           MOVE BH-BAL-DATE TO WS-LAST-HIST-DATE
           MOVE BH-ACCT-STATUS TO WS-LAST-HIST-STATUS
           IF BH-BAL-DATE < WS-PURGE-BEFORE
               IF WS-HELD-OLD-DATE NOT = ZERO AND WS-OLD-COUNT < 1000
                   ADD 1 TO WS-OLD-COUNT
                   MOVE WS-HELD-OLD-DATE TO WS-OLD-DATE(WS-OLD-COUNT)
               END-IF
               MOVE BH-BAL-DATE TO WS-HELD-OLD-DATE
           END-IF.

       PURGE-ONE-OLD-ROW.
           MOVE WS-TARGET-ACCOUNT TO BH-ACCOUNT-NUM
           MOVE WS-OLD-DATE(WS-OLD-IDX) TO BH-BAL-DATE
           DELETE HISTORY-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           IF HIST-FILE-OK
               ADD 1 TO WS-PURGED-COUNT
           END-IF.

      *> A second run the same night replaces the first run's row, so
      *> the row always holds the latest end-of-day figure.
       WRITE-SNAPSHOT.
           PERFORM GET-LATEST-BALANCE
           MOVE WS-TARGET-ACCOUNT TO BH-ACCOUNT-NUM
           MOVE WS-CURRENT-DATE TO BH-BAL-DATE
           MOVE WS-LATEST-BALANCE TO BH-EOD-BALANCE
           MOVE ACCT-STATUS TO BH-ACCT-STATUS
           MOVE WS-LATEST-TRANS-ID TO BH-LAST-TRANS-ID
           MOVE WS-BALANCE-SOURCE TO BH-SOURCE
           MOVE WS-CURRENT-TIME(1:6) TO BH-SNAP-TIME
           IF WS-LAST-HIST-DATE = WS-CURRENT-DATE
               REWRITE HISTORY-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
               IF HIST-FILE-OK
                   ADD 1 TO WS-REPLACED-COUNT
               END-IF
           ELSE
               WRITE HISTORY-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF
           IF HIST-FILE-OK
               ADD 1 TO WS-SNAP-COUNT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "WARNING: snapshot not written, status "
                   WS-HIST-STATUS " - acct " WS-TARGET-ACCOUNT
           END-IF.

      *> One keyed read of the balance file; an account not on it
      *> yet walks its chain, and one that never posted stands at
      *> its opening balance.
       GET-LATEST-BALANCE.
           MOVE 'N' TO WS-BALANCE-FOUND
           MOVE SPACES TO WS-LATEST-TRANS-ID
           IF BALANCE-FILE-OPEN
               MOVE WS-TARGET-ACCOUNT TO AB-ACCT-NUMBER
               READ BALANCE-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF BAL-FILE-OK
                   MOVE 'Y' TO WS-BALANCE-FOUND
                   MOVE AB-CUR-BALANCE TO WS-LATEST-BALANCE
                   MOVE AB-LAST-TRANS-ID TO WS-LATEST-TRANS-ID
                   MOVE "B" TO WS-BALANCE-SOURCE
               END-IF
           END-IF
           IF NOT BALANCE-WAS-FOUND
               PERFORM WALK-CHAIN-FOR-BALANCE
           END-IF.

       WALK-CHAIN-FOR-BALANCE.
           MOVE 'N' TO WS-CHAIN-EOF
           MOVE "L" TO WS-BALANCE-SOURCE
           MOVE WS-TARGET-ACCOUNT TO ACCOUNT-NUM
           START LEDGER-FILE KEY IS = ACCOUNT-NUM
               INVALID KEY SET END-OF-CHAIN TO TRUE
           END-START
           PERFORM READ-NEXT-FOR-BALANCE UNTIL END-OF-CHAIN
           IF NOT BALANCE-WAS-FOUND
               MOVE ACCT-OPENING-BAL TO WS-LATEST-BALANCE
               MOVE "O" TO WS-BALANCE-SOURCE
           END-IF.

       READ-NEXT-FOR-BALANCE.
           READ LEDGER-FILE NEXT RECORD
               AT END SET END-OF-CHAIN TO TRUE
               NOT AT END
                   IF ACCOUNT-NUM = WS-TARGET-ACCOUNT
                       MOVE 'Y' TO WS-BALANCE-FOUND
                       MOVE BALANCE-AFTER TO WS-LATEST-BALANCE
                       MOVE TRANS-ID TO WS-LATEST-TRANS-ID
                   ELSE
                       SET END-OF-CHAIN TO TRUE
                   END-IF
           END-READ.

       CLEANUP.
           CLOSE LEDGER-FILE
           CLOSE ACCOUNT-MASTER
           IF BALANCE-FILE-OPEN
               CLOSE BALANCE-FILE
           END-IF
           CLOSE HISTORY-FILE.

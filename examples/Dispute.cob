       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKCRAFT-DISPUTE.
       AUTHOR. MARKCRAFT-TEAM.
      *> Modern COBOL: customer dispute intake, provisional credit
      *> and resolution

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

      *> Dispute cases, keyed on case number with the disputed
      *> TRANS-ID as an alternate key so a second claim against the
      *> same item is caught while the first is still open.
           SELECT DISPUTE-FILE
               ASSIGN TO "dispcase.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CASE-NUM
               ALTERNATE KEY IS DC-TRANS-ID WITH DUPLICATES
               FILE STATUS IS WS-DISP-STATUS.

      *> Dispute feed keyed by the disputes desk: openings,
      *> provisional credits and resolutions.
           SELECT DISPUTE-IN
               ASSIGN TO "dispin.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DIN-STATUS.

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

      *> E is an electronic transfer claim, X the extended-window
      *> kind (new account, foreign or point-of-sale), B a billing
      *> error claim; the type fixes the deadlines set at intake.
       FD DISPUTE-FILE.
       01 DISPUTE-RECORD.
           05 DC-CASE-NUM       PIC 9(8).
           05 DC-TRANS-ID       PIC X(12).
           05 DC-ACCOUNT-NUM    PIC 9(10).
           05 DC-DISPUTE-TYPE   PIC X(1).
               88 DC-ELECTRONIC     VALUE "E".
               88 DC-EXTENDED       VALUE "X".
               88 DC-BILLING        VALUE "B".
           05 DC-DISPUTED-AMOUNT PIC 9(10)V99.
           05 DC-ITEM-DATE      PIC 9(8).
           05 DC-OPEN-DATE      PIC 9(8).
           05 DC-OPENED-BY      PIC X(8).
           05 DC-CREDIT-DUE-DATE PIC 9(8).
           05 DC-RESOLVE-DUE-DATE PIC 9(8).
           05 DC-STATUS         PIC X(1).
               88 DC-IS-OPEN        VALUE "O".
               88 DC-IS-FAVOURED    VALUE "F".
               88 DC-IS-DENIED      VALUE "D".
           05 DC-PROV-CREDIT-ID PIC X(12).
           05 DC-PROV-AMOUNT    PIC 9(10)V99.
           05 DC-PROV-DATE      PIC 9(8).
           05 DC-AGE-DAYS       PIC 9(4).
           05 DC-DEADLINE-FLAG  PIC X(1).
               88 DC-WITHIN-DEADLINE VALUE SPACE.
               88 DC-RESOLVE-NEAR   VALUE "W".
               88 DC-CREDIT-LATE    VALUE "C".
               88 DC-RESOLVE-LATE   VALUE "L".
           05 DC-LAST-AGED-DATE PIC 9(8).
           05 DC-RESOLVED-DATE  PIC 9(8).
           05 DC-RESOLVED-BY    PIC X(8).
           05 DC-NOTICE-CODE    PIC X(2).
           05 DC-RESOLVE-TRANS-ID PIC X(12).

      *> O opens a case on a posted debit (DI-PROV-CREDIT "Y" also
      *> credits the customer provisionally; a zero amount disputes
      *> the whole item). P gives the provisional credit on a case
      *> already open. F resolves for the customer, D against, with
      *> the notice code that goes on the customer's statement.
       FD DISPUTE-IN.
       01 DISPUTE-IN-RECORD.
           05 DI-ACTION         PIC X(1).
               88 DI-OPEN-CASE      VALUE "O".
               88 DI-PROV-CREDIT-CASE VALUE "P".
               88 DI-FAVOUR-CASE    VALUE "F".
               88 DI-DENY-CASE      VALUE "D".
           05 DI-CASE-NUM       PIC 9(8).
           05 DI-TRANS-ID       PIC X(12).
           05 DI-DISPUTE-TYPE   PIC X(1).
           05 DI-PROV-CREDIT    PIC X(1).
               88 DI-WANTS-PROV-CREDIT VALUE "Y".
           05 DI-AMOUNT         PIC 9(10)V99.
           05 DI-NOTICE-CODE    PIC X(2).
           05 DI-USER-ID        PIC X(8).

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
       01 WS-DISP-STATUS        PIC XX.
           88 DISP-FILE-OK      VALUE "00" "02".
           88 DISP-NOT-FOUND    VALUE "23".
       01 WS-DIN-STATUS         PIC XX.
           88 DIN-FILE-OK       VALUE "00".
       01 WS-CURRENT-DATE       PIC 9(8).
       01 WS-EOF                PIC X VALUE 'N'.
           88 END-OF-FILE       VALUE 'Y'.
       01 WS-CASE-EOF           PIC X VALUE 'N'.
           88 END-OF-CASES      VALUE 'Y'.
       01 WS-LAST-CASE-NUM      PIC 9(8) VALUE ZERO.
      *> Calendar-day deadlines by dispute type: provisional credit
      *> due, then resolution due, counted from the day the case
      *> opens. A billing error carries no provisional-credit clock.
       01 WS-ELEC-CREDIT-DAYS   PIC 9(3) VALUE 10.
       01 WS-ELEC-RESOLVE-DAYS  PIC 9(3) VALUE 45.
       01 WS-EXT-CREDIT-DAYS    PIC 9(3) VALUE 20.
       01 WS-EXT-RESOLVE-DAYS   PIC 9(3) VALUE 90.
       01 WS-BILL-RESOLVE-DAYS  PIC 9(3) VALUE 90.
       01 WS-DUE-INT            PIC 9(8) VALUE ZERO.
       01 WS-ORIG-FOUND         PIC X VALUE 'N'.
           88 ORIG-TRANS-FOUND  VALUE 'Y'.
       01 WS-ORIG-TRANS-TYPE    PIC X(1).
       01 WS-ORIG-EFFECT        PIC X(1).
       01 WS-ORIG-AMOUNT        PIC 9(10)V99 VALUE ZERO.
       01 WS-ORIG-ACCOUNT-NUM   PIC 9(10) VALUE ZERO.
       01 WS-ORIG-TRANS-DATE    PIC 9(8) VALUE ZERO.
       01 WS-OPEN-CASE-FOUND    PIC X VALUE 'N'.
           88 OPEN-CASE-EXISTS  VALUE 'Y'.
       01 WS-REJECT-TEXT        PIC X(40) VALUE SPACES.
       01 WS-NOTICE-TEXT        PIC X(26) VALUE SPACES.
       01 WS-CASE-NUM-TEXT      PIC 9(8).
      *> One ledger posting, set up by the caller for POST-CASE-ENTRY.
       01 WS-POST-ACCOUNT-NUM   PIC 9(10).
       01 WS-POST-TYPE          PIC X(1).
       01 WS-POST-EFFECT        PIC X(1).
       01 WS-POST-AMOUNT        PIC 9(10)V99 VALUE ZERO.
       01 WS-POST-DESC          PIC X(50).
       01 WS-POST-LINK-ID       PIC X(12).
       01 WS-ITEM-POSTED        PIC X VALUE 'N'.
           88 ITEM-WAS-POSTED   VALUE 'Y'.
       01 WS-MAX-TRANS-SEQ      PIC 9(8) VALUE ZERO.
       01 WS-CUR-TRANS-SEQ      PIC 9(8) VALUE ZERO.
       01 WS-NEXT-TRANS-SEQ     PIC 9(8) VALUE ZERO.
       01 WS-PERIOD-NET         PIC S9(14)V99 VALUE ZERO.
       01 WS-RUN-NET            PIC S9(14)V99 VALUE ZERO.
       01 WS-LAST-CLOSE-DATE    PIC 9(8) VALUE ZERO.
       01 WS-ACCT-RUNNING-BALANCE PIC S9(12)V99 VALUE ZERO.
       01 WS-ACCT-BAL-FOUND     PIC X VALUE 'N'.
           88 ACCT-BAL-FOUND    VALUE 'Y'.
       01 WS-BAL-TARGET-ACCT    PIC 9(10).
       01 WS-OPENED-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-CREDITED-COUNT     PIC 9(8) VALUE ZERO.
       01 WS-FAVOURED-COUNT     PIC 9(8) VALUE ZERO.
       01 WS-DENIED-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-REJECTED-COUNT     PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INITIALIZE-DISPUTE
           PERFORM READ-DISPUTE-IN
           PERFORM APPLY-ONE-DISPUTE UNTIL END-OF-FILE
           PERFORM SAVE-PERIOD-BALANCE
           DISPLAY "Cases opened:         " WS-OPENED-COUNT
           DISPLAY "Provisional credits:  " WS-CREDITED-COUNT
           DISPLAY "Resolved for customer:" WS-FAVOURED-COUNT
           DISPLAY "Resolved against:     " WS-DENIED-COUNT
           DISPLAY "Rejected:             " WS-REJECTED-COUNT
           PERFORM CLEANUP
           STOP RUN.

       INITIALIZE-DISPUTE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN I-O LEDGER-FILE
           IF NOT FILE-OK
               DISPLAY "ERROR: Cannot open ledger file"
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-MASTER
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
           END-IF
           OPEN I-O DISPUTE-FILE
           IF NOT DISP-FILE-OK
               OPEN OUTPUT DISPUTE-FILE
               IF NOT DISP-FILE-OK
                   DISPLAY "ERROR: Cannot open dispute case file"
                   STOP RUN
               END-IF
               CLOSE DISPUTE-FILE
               OPEN I-O DISPUTE-FILE
           END-IF
           OPEN INPUT DISPUTE-IN
           IF NOT DIN-FILE-OK
               DISPLAY "ERROR: Cannot open dispute input"
               STOP RUN
           END-IF
           PERFORM FIND-MAX-TRANS-ID
           PERFORM LOAD-LAST-CLOSE-DATE
           PERFORM FIND-LAST-CASE-NUM
           DISPLAY "=== MarkCraft Dispute Cases ==="
           DISPLAY "Date: " WS-CURRENT-DATE.

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

       LOAD-LAST-CLOSE-DATE.
           OPEN INPUT PERIOD-FILE
           IF PERIOD-FILE-OK
               READ PERIOD-FILE
                   NOT AT END
                       MOVE PRD-CLOSING-DATE TO WS-LAST-CLOSE-DATE
                       MOVE PRD-OPENING-BALANCE TO WS-PERIOD-NET
               END-READ
               CLOSE PERIOD-FILE
           END-IF.

       FIND-LAST-CASE-NUM.
           MOVE ZERO TO DC-CASE-NUM
           START DISPUTE-FILE KEY >= DC-CASE-NUM
               INVALID KEY SET END-OF-CASES TO TRUE
           END-START
           PERFORM READ-NEXT-CASE-NUM UNTIL END-OF-CASES.

       READ-NEXT-CASE-NUM.
           READ DISPUTE-FILE NEXT RECORD
               AT END SET END-OF-CASES TO TRUE
               NOT AT END
                   MOVE DC-CASE-NUM TO WS-LAST-CASE-NUM
           END-READ.

       READ-DISPUTE-IN.
           READ DISPUTE-IN
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       APPLY-ONE-DISPUTE.
           MOVE SPACES TO WS-REJECT-TEXT
           EVALUATE TRUE
               WHEN DI-OPEN-CASE
                   PERFORM OPEN-DISPUTE-CASE
               WHEN DI-PROV-CREDIT-CASE
                   PERFORM GIVE-PROVISIONAL-CREDIT
               WHEN DI-FAVOUR-CASE
                   PERFORM RESOLVE-FOR-CUSTOMER
               WHEN DI-DENY-CASE
                   PERFORM RESOLVE-AGAINST-CUSTOMER
               WHEN OTHER
                   MOVE "unknown action" TO WS-REJECT-TEXT
           END-EVALUATE
           IF WS-REJECT-TEXT NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "REJECTED: " DI-ACTION " case " DI-CASE-NUM
                   " item " DI-TRANS-ID " - " WS-REJECT-TEXT
           END-IF
           PERFORM READ-DISPUTE-IN.

      *> Same keyed read the posting run's reversal edit makes.
       LOOKUP-ORIGINAL-TRANS.
           MOVE 'N' TO WS-ORIG-FOUND
           MOVE ZERO TO WS-ORIG-AMOUNT
           MOVE SPACE TO WS-ORIG-TRANS-TYPE
           MOVE SPACE TO WS-ORIG-EFFECT
           MOVE ZERO TO WS-ORIG-ACCOUNT-NUM
           MOVE ZERO TO WS-ORIG-TRANS-DATE
           MOVE DI-TRANS-ID TO TRANS-ID
           READ LEDGER-FILE
               INVALID KEY CONTINUE
           END-READ
           IF FILE-OK
               MOVE 'Y' TO WS-ORIG-FOUND
               MOVE TRANS-TYPE TO WS-ORIG-TRANS-TYPE
               MOVE REVERSAL-EFFECT TO WS-ORIG-EFFECT
               MOVE AMOUNT TO WS-ORIG-AMOUNT
               MOVE ACCOUNT-NUM TO WS-ORIG-ACCOUNT-NUM
               MOVE TRANS-DATE TO WS-ORIG-TRANS-DATE
           END-IF.

      *> Only one open case per item. Decided cases on the item do
      *> not block a fresh claim.
       CHECK-OPEN-CASE.
           MOVE 'N' TO WS-OPEN-CASE-FOUND
           MOVE 'N' TO WS-CASE-EOF
           MOVE DI-TRANS-ID TO DC-TRANS-ID
           START DISPUTE-FILE KEY IS = DC-TRANS-ID
               INVALID KEY SET END-OF-CASES TO TRUE
           END-START
           PERFORM READ-NEXT-CASE-FOR-ITEM
               UNTIL END-OF-CASES OR OPEN-CASE-EXISTS.

       READ-NEXT-CASE-FOR-ITEM.
           READ DISPUTE-FILE NEXT RECORD
               AT END SET END-OF-CASES TO TRUE
               NOT AT END
                   IF DC-TRANS-ID NOT = DI-TRANS-ID
                       SET END-OF-CASES TO TRUE
                   ELSE
                       IF DC-IS-OPEN
                           SET OPEN-CASE-EXISTS TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *> Only a posted debit can be disputed: a D item, or a reversal
      *> whose effect took money out of the account.
       OPEN-DISPUTE-CASE.
           PERFORM LOOKUP-ORIGINAL-TRANS
           PERFORM CHECK-OPEN-CASE
           IF DI-AMOUNT = ZERO
               MOVE WS-ORIG-AMOUNT TO DI-AMOUNT
           END-IF
           EVALUATE TRUE
               WHEN NOT ORIG-TRANS-FOUND
                   MOVE "disputed item not on ledger" TO WS-REJECT-TEXT
               WHEN WS-ORIG-TRANS-TYPE NOT = "D"
                       AND NOT (WS-ORIG-TRANS-TYPE = "R"
                           AND WS-ORIG-EFFECT = "D")
                   MOVE "disputed item is not a debit" TO WS-REJECT-TEXT
               WHEN DI-DISPUTE-TYPE NOT = "E" AND NOT = "X"
                       AND NOT = "B"
                   MOVE "unknown dispute type" TO WS-REJECT-TEXT
               WHEN DI-AMOUNT > WS-ORIG-AMOUNT
                   MOVE "amount exceeds disputed item" TO WS-REJECT-TEXT
               WHEN OPEN-CASE-EXISTS
                   MOVE "item already has an open case" TO
                       WS-REJECT-TEXT
               WHEN OTHER
                   PERFORM BUILD-NEW-CASE
           END-EVALUATE.

       BUILD-NEW-CASE.
           INITIALIZE DISPUTE-RECORD
           ADD 1 TO WS-LAST-CASE-NUM
           MOVE WS-LAST-CASE-NUM TO DC-CASE-NUM
           MOVE DI-TRANS-ID TO DC-TRANS-ID
           MOVE WS-ORIG-ACCOUNT-NUM TO DC-ACCOUNT-NUM
           MOVE DI-DISPUTE-TYPE TO DC-DISPUTE-TYPE
           MOVE DI-AMOUNT TO DC-DISPUTED-AMOUNT
           MOVE WS-ORIG-TRANS-DATE TO DC-ITEM-DATE
           MOVE WS-CURRENT-DATE TO DC-OPEN-DATE
           MOVE DI-USER-ID TO DC-OPENED-BY
           SET DC-IS-OPEN TO TRUE
           SET DC-WITHIN-DEADLINE TO TRUE
           MOVE SPACES TO DC-PROV-CREDIT-ID
           MOVE SPACES TO DC-RESOLVED-BY
           MOVE SPACES TO DC-NOTICE-CODE
           MOVE SPACES TO DC-RESOLVE-TRANS-ID
           MOVE WS-CURRENT-DATE TO DC-LAST-AGED-DATE
           PERFORM SET-CASE-DEADLINES
           IF DI-WANTS-PROV-CREDIT
               PERFORM POST-PROVISIONAL-CREDIT
           END-IF
           IF WS-REJECT-TEXT = SPACES
               WRITE DISPUTE-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               IF DISP-FILE-OK
                   ADD 1 TO WS-OPENED-COUNT
                   DISPLAY "OPENED: case " DC-CASE-NUM " item "
                       DC-TRANS-ID " acct " DC-ACCOUNT-NUM
                       " resolve by " DC-RESOLVE-DUE-DATE
               ELSE
                   DISPLAY "ERROR: could not write case " DC-CASE-NUM
                       " status " WS-DISP-STATUS
               END-IF
           ELSE
               SUBTRACT 1 FROM WS-LAST-CASE-NUM
           END-IF.

       SET-CASE-DEADLINES.
           MOVE ZERO TO DC-CREDIT-DUE-DATE
           EVALUATE TRUE
               WHEN DC-ELECTRONIC
                   COMPUTE WS-DUE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                       + WS-ELEC-CREDIT-DAYS
                   COMPUTE DC-CREDIT-DUE-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
                   COMPUTE WS-DUE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                       + WS-ELEC-RESOLVE-DAYS
               WHEN DC-EXTENDED
                   COMPUTE WS-DUE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                       + WS-EXT-CREDIT-DAYS
                   COMPUTE DC-CREDIT-DUE-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
                   COMPUTE WS-DUE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                       + WS-EXT-RESOLVE-DAYS
               WHEN OTHER
                   COMPUTE WS-DUE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                       + WS-BILL-RESOLVE-DAYS
           END-EVALUATE
           COMPUTE DC-RESOLVE-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DUE-INT).

       GIVE-PROVISIONAL-CREDIT.
           MOVE DI-CASE-NUM TO DC-CASE-NUM
           READ DISPUTE-FILE
               INVALID KEY CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN NOT DISP-FILE-OK
                   MOVE "case not on file" TO WS-REJECT-TEXT
               WHEN NOT DC-IS-OPEN
                   MOVE "case already resolved" TO WS-REJECT-TEXT
               WHEN DC-PROV-CREDIT-ID NOT = SPACES
                   MOVE "provisional credit already given" TO
                       WS-REJECT-TEXT
               WHEN OTHER
                   PERFORM POST-PROVISIONAL-CREDIT
                   IF WS-REJECT-TEXT = SPACES
                       PERFORM REWRITE-CASE
                   END-IF
           END-EVALUATE.

      *> The credit points back at the disputed item, the same
      *> cross-link convention reversals and transfer legs use. The
      *> account must still be open to take it.
       POST-PROVISIONAL-CREDIT.
           MOVE DC-ACCOUNT-NUM TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY CONTINUE
           END-READ
           IF NOT ACCT-FILE-OK OR NOT ACCT-OPEN
               MOVE "account not open for provisional credit" TO
                   WS-REJECT-TEXT
           ELSE
               MOVE DC-ACCOUNT-NUM TO WS-POST-ACCOUNT-NUM
               MOVE "C" TO WS-POST-TYPE
               MOVE SPACE TO WS-POST-EFFECT
               MOVE DC-DISPUTED-AMOUNT TO WS-POST-AMOUNT
               MOVE DC-CASE-NUM TO WS-CASE-NUM-TEXT
               MOVE SPACES TO WS-POST-DESC
               STRING "PROVISIONAL CREDIT DISPUTE " WS-CASE-NUM-TEXT
                   DELIMITED BY SIZE INTO WS-POST-DESC
               MOVE DC-TRANS-ID TO WS-POST-LINK-ID
               PERFORM POST-CASE-ENTRY
               IF ITEM-WAS-POSTED
                   MOVE TRANS-ID TO DC-PROV-CREDIT-ID
                   MOVE DC-DISPUTED-AMOUNT TO DC-PROV-AMOUNT
                   MOVE WS-CURRENT-DATE TO DC-PROV-DATE
                   ADD 1 TO WS-CREDITED-COUNT
                   DISPLAY "CREDITED: case " DC-CASE-NUM
                       " provisional " TRANS-ID " to " ACCOUNT-NUM
               ELSE
                   MOVE "provisional credit did not post" TO
                       WS-REJECT-TEXT
               END-IF
           END-IF.

      *> For the customer: a provisional credit already given simply
      *> stands as final. With no credit given yet, the disputed
      *> amount is credited now, linked to the disputed item.
       RESOLVE-FOR-CUSTOMER.
           MOVE DI-CASE-NUM TO DC-CASE-NUM
           READ DISPUTE-FILE
               INVALID KEY CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN NOT DISP-FILE-OK
                   MOVE "case not on file" TO WS-REJECT-TEXT
               WHEN NOT DC-IS-OPEN
                   MOVE "case already resolved" TO WS-REJECT-TEXT
               WHEN DC-PROV-CREDIT-ID NOT = SPACES
                   MOVE DC-PROV-CREDIT-ID TO DC-RESOLVE-TRANS-ID
                   PERFORM CLOSE-FAVOURED-CASE
               WHEN OTHER
                   PERFORM POST-FINAL-CREDIT
           END-EVALUATE.

      *> Same open-account test the provisional credit makes. A case
      *> whose account has since closed stays open for the disputes
      *> desk to settle by hand.
       POST-FINAL-CREDIT.
           MOVE DC-ACCOUNT-NUM TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY CONTINUE
           END-READ
           IF NOT ACCT-FILE-OK OR NOT ACCT-OPEN
               MOVE "account not open for final credit" TO
                   WS-REJECT-TEXT
           ELSE
               MOVE DC-ACCOUNT-NUM TO WS-POST-ACCOUNT-NUM
               MOVE "C" TO WS-POST-TYPE
               MOVE SPACE TO WS-POST-EFFECT
               MOVE DC-DISPUTED-AMOUNT TO WS-POST-AMOUNT
               MOVE DC-CASE-NUM TO WS-CASE-NUM-TEXT
               MOVE SPACES TO WS-POST-DESC
               STRING "DISPUTE CREDIT FINAL " WS-CASE-NUM-TEXT
                   DELIMITED BY SIZE INTO WS-POST-DESC
               MOVE DC-TRANS-ID TO WS-POST-LINK-ID
               PERFORM POST-CASE-ENTRY
               IF ITEM-WAS-POSTED
                   MOVE TRANS-ID TO DC-RESOLVE-TRANS-ID
                   PERFORM CLOSE-FAVOURED-CASE
               ELSE
                   MOVE "final credit did not post" TO
                       WS-REJECT-TEXT
               END-IF
           END-IF.

       CLOSE-FAVOURED-CASE.
           SET DC-IS-FAVOURED TO TRUE
           MOVE SPACES TO DC-NOTICE-CODE
           PERFORM STAMP-RESOLUTION
           PERFORM REWRITE-CASE
           IF WS-REJECT-TEXT = SPACES
               ADD 1 TO WS-FAVOURED-COUNT
               DISPLAY "RESOLVED: case " DC-CASE-NUM
                   " for customer, credit " DC-RESOLVE-TRANS-ID
           END-IF.

      *> Against the customer: a provisional credit is taken back by
      *> a type R reversal pointing at it, debit in effect, carrying
      *> the notice reason the customer sees on the statement. With
      *> no credit given there is nothing to post.
       RESOLVE-AGAINST-CUSTOMER.
           PERFORM SET-NOTICE-TEXT
           MOVE DI-CASE-NUM TO DC-CASE-NUM
           READ DISPUTE-FILE
               INVALID KEY CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN NOT DISP-FILE-OK
                   MOVE "case not on file" TO WS-REJECT-TEXT
               WHEN NOT DC-IS-OPEN
                   MOVE "case already resolved" TO WS-REJECT-TEXT
               WHEN DC-PROV-CREDIT-ID = SPACES
                   MOVE SPACES TO DC-RESOLVE-TRANS-ID
                   PERFORM CLOSE-DENIED-CASE
               WHEN OTHER
                   PERFORM POST-DENIAL-REVERSAL
           END-EVALUATE.

      *> The take-back posts only to an account still open; a closed
      *> account's case stays open for manual settlement.
       POST-DENIAL-REVERSAL.
           MOVE DC-ACCOUNT-NUM TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY CONTINUE
           END-READ
           IF NOT ACCT-FILE-OK OR NOT ACCT-OPEN
               MOVE "account not open for reversal" TO
                   WS-REJECT-TEXT
           ELSE
               MOVE DC-ACCOUNT-NUM TO WS-POST-ACCOUNT-NUM
               MOVE "R" TO WS-POST-TYPE
               MOVE "D" TO WS-POST-EFFECT
               MOVE DC-PROV-AMOUNT TO WS-POST-AMOUNT
               MOVE SPACES TO WS-POST-DESC
               STRING "DISPUTE DENIED " DI-NOTICE-CODE " "
                   WS-NOTICE-TEXT
                   DELIMITED BY SIZE INTO WS-POST-DESC
               MOVE DC-PROV-CREDIT-ID TO WS-POST-LINK-ID
               PERFORM POST-CASE-ENTRY
               IF ITEM-WAS-POSTED
                   MOVE TRANS-ID TO DC-RESOLVE-TRANS-ID
                   PERFORM CLOSE-DENIED-CASE
               ELSE
                   MOVE "reversal did not post" TO WS-REJECT-TEXT
               END-IF
           END-IF.

       CLOSE-DENIED-CASE.
           SET DC-IS-DENIED TO TRUE
           MOVE DI-NOTICE-CODE TO DC-NOTICE-CODE
           PERFORM STAMP-RESOLUTION
           PERFORM REWRITE-CASE
           IF WS-REJECT-TEXT = SPACES
               ADD 1 TO WS-DENIED-COUNT
               DISPLAY "RESOLVED: case " DC-CASE-NUM
                   " against customer, notice " DC-NOTICE-CODE
                   " reversal " DC-RESOLVE-TRANS-ID
           END-IF.

      *> Notice reasons as they read on the customer's statement.
       SET-NOTICE-TEXT.
           EVALUATE DI-NOTICE-CODE
               WHEN "01"
                   MOVE "AUTHORIZED BY CUSTOMER" TO WS-NOTICE-TEXT
               WHEN "02"
                   MOVE "GOODS OR SERVICES RECEIVED" TO WS-NOTICE-TEXT
               WHEN "03"
                   MOVE "NO ERROR FOUND" TO WS-NOTICE-TEXT
               WHEN "04"
                   MOVE "CLAIM RECEIVED TOO LATE" TO WS-NOTICE-TEXT
               WHEN "05"
                   MOVE "DUPLICATE CLAIM" TO WS-NOTICE-TEXT
               WHEN OTHER
                   MOVE "03" TO DI-NOTICE-CODE
                   MOVE "NO ERROR FOUND" TO WS-NOTICE-TEXT
           END-EVALUATE.

       STAMP-RESOLUTION.
           MOVE WS-CURRENT-DATE TO DC-RESOLVED-DATE
           MOVE DI-USER-ID TO DC-RESOLVED-BY
           SET DC-WITHIN-DEADLINE TO TRUE.

       REWRITE-CASE.
           REWRITE DISPUTE-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           IF NOT DISP-FILE-OK
               MOVE "case rewrite failed" TO WS-REJECT-TEXT
               DISPLAY "ERROR: case " DC-CASE-NUM " posted but not "
                   "updated, status " WS-DISP-STATUS
           END-IF.

      *> Writes one ledger row from the WS-POST- fields and carries
      *> the balance file, run net and sequence control with it. The
      *> posting is left in LEDGER-RECORD for the caller.
       POST-CASE-ENTRY.
           MOVE 'N' TO WS-ITEM-POSTED
           PERFORM GET-ACCOUNT-BALANCE
           ADD 1 TO WS-NEXT-TRANS-SEQ
           MOVE WS-NEXT-TRANS-SEQ TO TRANS-ID
           MOVE WS-POST-ACCOUNT-NUM TO ACCOUNT-NUM
           MOVE WS-CURRENT-DATE TO TRANS-DATE
           MOVE WS-POST-TYPE TO TRANS-TYPE
           MOVE WS-POST-AMOUNT TO AMOUNT
           MOVE WS-POST-DESC TO DESCRIPTION
           MOVE WS-POST-LINK-ID TO ORIGINAL-TRANS-ID
           MOVE WS-POST-EFFECT TO REVERSAL-EFFECT
           IF IS-CREDIT OR REVERSAL-IS-CREDIT
               COMPUTE BALANCE-AFTER =
                   WS-ACCT-RUNNING-BALANCE + AMOUNT
           ELSE
               COMPUTE BALANCE-AFTER =
                   WS-ACCT-RUNNING-BALANCE - AMOUNT
           END-IF
           WRITE LEDGER-RECORD
           IF FILE-OK
               MOVE 'Y' TO WS-ITEM-POSTED
               IF IS-CREDIT OR REVERSAL-IS-CREDIT
                   ADD AMOUNT TO WS-RUN-NET
               ELSE
                   SUBTRACT AMOUNT FROM WS-RUN-NET
               END-IF
               PERFORM UPDATE-BALANCE-RECORD
               PERFORM SAVE-SEQ-CONTROL
           ELSE
               SUBTRACT 1 FROM WS-NEXT-TRANS-SEQ
               DISPLAY "ERROR: could not post for case " DC-CASE-NUM
                   " status " WS-FILE-STATUS
           END-IF.

      *> One keyed read of the balance file; the chain walk survives
      *> as the fallback for accounts not on it yet.
       GET-ACCOUNT-BALANCE.
           MOVE 'N' TO WS-ACCT-BAL-FOUND
           MOVE WS-POST-ACCOUNT-NUM TO WS-BAL-TARGET-ACCT
           MOVE WS-POST-ACCOUNT-NUM TO AB-ACCT-NUMBER
           READ BALANCE-FILE
               INVALID KEY CONTINUE
           END-READ
           IF BAL-FILE-OK
               MOVE 'Y' TO WS-ACCT-BAL-FOUND
               MOVE AB-CUR-BALANCE TO WS-ACCT-RUNNING-BALANCE
           ELSE
               PERFORM WALK-CHAIN-FOR-BALANCE
           END-IF.

       WALK-CHAIN-FOR-BALANCE.
           MOVE WS-BAL-TARGET-ACCT TO ACCOUNT-NUM
           START LEDGER-FILE KEY IS = ACCOUNT-NUM
               INVALID KEY CONTINUE
           END-START
           IF FILE-OK
               PERFORM READ-NEXT-FOR-BALANCE UNTIL FILE-NOT-FOUND
           END-IF
           IF NOT ACCT-BAL-FOUND
               MOVE WS-BAL-TARGET-ACCT TO ACCT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY MOVE ZERO TO ACCT-OPENING-BAL
               END-READ
               MOVE ACCT-OPENING-BAL TO WS-ACCT-RUNNING-BALANCE
           END-IF.

       READ-NEXT-FOR-BALANCE.
           READ LEDGER-FILE NEXT RECORD
               AT END SET FILE-NOT-FOUND TO TRUE
               NOT AT END
                   IF ACCOUNT-NUM = WS-BAL-TARGET-ACCT
                       MOVE 'Y' TO WS-ACCT-BAL-FOUND
                       MOVE BALANCE-AFTER TO WS-ACCT-RUNNING-BALANCE
                   ELSE
                       SET FILE-NOT-FOUND TO TRUE
                   END-IF
           END-READ.

      *> The just-written posting, still in LEDGER-RECORD, becomes
      *> the account's current balance row. The read-before-rewrite
      *> keeps AB-LAST-ACCRUAL for the interest run.
       UPDATE-BALANCE-RECORD.
           MOVE ACCOUNT-NUM TO AB-ACCT-NUMBER
           READ BALANCE-FILE
               INVALID KEY CONTINUE
           END-READ
           IF BAL-FILE-OK
               MOVE BALANCE-AFTER TO AB-CUR-BALANCE
               MOVE TRANS-ID TO AB-LAST-TRANS-ID
               MOVE TRANS-DATE TO AB-LAST-POST-DATE
               REWRITE BALANCE-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               MOVE ACCOUNT-NUM TO AB-ACCT-NUMBER
               MOVE BALANCE-AFTER TO AB-CUR-BALANCE
               MOVE TRANS-ID TO AB-LAST-TRANS-ID
               MOVE TRANS-DATE TO AB-LAST-POST-DATE
               MOVE ZERO TO AB-LAST-ACCRUAL
               WRITE BALANCE-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.

      *> Same handoff the interest and recycle runs make: the net of
      *> this run's postings rolls into the period balance so the
      *> reconciliation's period tie stays provable.
       SAVE-PERIOD-BALANCE.
           IF WS-RUN-NET NOT = ZERO
               OPEN OUTPUT PERIOD-FILE
               IF PERIOD-FILE-OK
                   MOVE WS-LAST-CLOSE-DATE TO PRD-CLOSING-DATE
                   COMPUTE PRD-OPENING-BALANCE =
                       WS-PERIOD-NET + WS-RUN-NET
                   WRITE PERIOD-RECORD
                   CLOSE PERIOD-FILE
               ELSE
                   DISPLAY "WARNING: cannot update period balance"
               END-IF
           END-IF.

       CLEANUP.
           PERFORM SAVE-SEQ-CONTROL
           CLOSE LEDGER-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE BALANCE-FILE
           CLOSE DISPUTE-FILE
           CLOSE DISPUTE-IN.

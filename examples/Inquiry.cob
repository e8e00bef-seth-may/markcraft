               RECORD KEY IS CM-CUST-NUMBER
               FILE STATUS IS WS-CUST-STATUS.

      *> Holds and stop-payments for the A lookup's available
      *> balance. Optional: no file, nothing held.
           SELECT HOLD-FILE
               ASSIGN TO "acctholds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

      *> Joint owners, signers, attorneys and beneficiaries for the
      *> C lookup. Optional: no file, a customer's accounts are the
      *> ones carrying their number.
           SELECT REL-FILE
               ASSIGN TO "acctrel.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-KEY
               FILE STATUS IS WS-REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-FILE.
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

      *> Field-for-field image of the hold maintenance run's record.
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

      *> Field-for-field image of the relationship maintenance run's
      *> record.
       FD REL-FILE.
       01 REL-RECORD.
           05 RL-KEY.
               10 RL-ACCOUNT-NUM    PIC 9(10).
               10 RL-CUST-NUMBER    PIC 9(8).
           05 RL-ROLE           PIC X(1).
               88 RL-PRIMARY        VALUE "P".
               88 RL-JOINT          VALUE "J".
               88 RL-SIGNER         VALUE "S".
               88 RL-ATTORNEY       VALUE "A".
               88 RL-BENEFICIARY    VALUE "B".
               88 RL-OWNER-ROLE     VALUE "P" "J".
           05 RL-OWN-PCT        PIC 9(3)V99.
           05 RL-START-DATE     PIC 9(8).
           05 RL-END-DATE       PIC 9(8).
           05 RL-CHANGED-DATE   PIC 9(8).
           05 RL-CHANGED-BY     PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS        PIC XX.
           88 CUST-NOT-FOUND    VALUE "23".
       01 WS-CUSTFILE-OPEN      PIC X VALUE 'N'.
           88 CUSTOMER-FILE-OPEN VALUE 'Y'.
       01 WS-HOLD-STATUS        PIC XX.
           88 HOLD-FILE-OK      VALUE "00".
       01 WS-HOLDFILE-OPEN      PIC X VALUE 'N'.
           88 HOLD-FILE-OPEN    VALUE 'Y'.
       01 WS-HOLD-EOF           PIC X VALUE 'N'.
           88 END-OF-HOLDS      VALUE 'Y'.
       01 WS-REL-STATUS         PIC XX.
           88 REL-FILE-OK       VALUE "00".
       01 WS-RELFILE-OPEN       PIC X VALUE 'N'.
           88 REL-FILE-OPEN     VALUE 'Y'.
       01 WS-CURRENT-DATE       PIC 9(8).
       01 WS-HELD-TOTAL         PIC 9(12)V99 VALUE ZERO.
       01 WS-AVAILABLE-BALANCE  PIC S9(12)V99 VALUE ZERO.
       01 WS-ACTIVE-HOLD-COUNT  PIC 9(4) VALUE ZERO.
       01 WS-TARGET-CUSTOMER    PIC 9(8).
       01 WS-CUST-ACCT-COUNT    PIC 9(4) VALUE ZERO.
       01 WS-CUST-POSITION      PIC S9(14)V99 VALUE ZERO.
      *> The customer's role on the account in hand, and whether it
      *> is live today; only live owners carry the position.
       01 WS-CUST-ROLE          PIC X(1).
       01 WS-ROLE-TEXT          PIC X(9).
       01 WS-ROLE-MARK          PIC X(10).
       01 WS-ROLE-LIVE          PIC X VALUE 'N'.
           88 ROLE-IS-LIVE      VALUE 'Y'.
       01 WS-MASTER-EOF         PIC X VALUE 'N'.
           88 END-OF-MASTER     VALUE 'Y'.
       01 WS-ARCH-STATUS        PIC XX.
           STOP RUN.

       INITIALIZE-INQUIRY.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN INPUT LEDGER-FILE
           IF NOT FILE-OK
               DISPLAY "ERROR: Cannot open ledger file"
           IF CUST-FILE-OK
               SET CUSTOMER-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT HOLD-FILE
           IF HOLD-FILE-OK
               SET HOLD-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT REL-FILE
           IF REL-FILE-OK
               SET REL-FILE-OPEN TO TRUE
           END-IF
           DISPLAY "=== MarkCraft Inquiry ===".

       INQUIRY-CYCLE.
               PERFORM DISPLAY-ACCOUNT-DETAILS
               PERFORM WALK-ACCOUNT-POSTINGS
               PERFORM DISPLAY-ACCOUNT-BALANCE
               PERFORM DISPLAY-ACCOUNT-HOLDS
               PERFORM DISPLAY-RECENT-POSTINGS
           END-IF.

               DISPLAY "Total position: " WS-DISPLAY-BAL
           END-IF.

      *> The account's own customer is its primary; anyone else is
      *> on it only through a relationship row, looked up by a keyed
      *> read on the relationship file so the master scan holds.
       SCAN-MASTER-FOR-CUSTOMER.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END SET END-OF-MASTER TO TRUE
               NOT AT END
                   IF ACCT-CUST-NUMBER = WS-TARGET-CUSTOMER
                       MOVE "P" TO WS-CUST-ROLE
                       MOVE 'Y' TO WS-ROLE-LIVE
                       PERFORM SHOW-ONE-CUST-ACCOUNT
                   ELSE
                       PERFORM FIND-CUST-RELATIONSHIP
                   END-IF
           END-READ.

       FIND-CUST-RELATIONSHIP.
           IF REL-FILE-OPEN
               MOVE ACCT-NUMBER TO RL-ACCOUNT-NUM
               MOVE WS-TARGET-CUSTOMER TO RL-CUST-NUMBER
               READ REL-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF REL-FILE-OK
                   MOVE RL-ROLE TO WS-CUST-ROLE
                   MOVE 'N' TO WS-ROLE-LIVE
                   IF RL-START-DATE <= WS-CURRENT-DATE
                           AND (RL-END-DATE = ZERO
                               OR RL-END-DATE >= WS-CURRENT-DATE)
                       MOVE 'Y' TO WS-ROLE-LIVE
                   END-IF
                   PERFORM SHOW-ONE-CUST-ACCOUNT
               END-IF
           END-IF.

      *> Signers, attorneys and beneficiaries are listed but own none
      *> of the money; ended and not-yet-started roles likewise.
       SHOW-ONE-CUST-ACCOUNT.
           ADD 1 TO WS-CUST-ACCT-COUNT
           MOVE ACCT-NUMBER TO WS-TARGET-ACCOUNT
           PERFORM FIND-CUST-ACCT-BALANCE
           IF ROLE-IS-LIVE
                   AND (WS-CUST-ROLE = "P" OR WS-CUST-ROLE = "J")
               ADD WS-LATEST-BALANCE TO WS-CUST-POSITION
           END-IF
           EVALUATE WS-CUST-ROLE
               WHEN "P" MOVE "PRIMARY  " TO WS-ROLE-TEXT
               WHEN "J" MOVE "JOINT    " TO WS-ROLE-TEXT
               WHEN "S" MOVE "SIGNER   " TO WS-ROLE-TEXT
               WHEN "A" MOVE "POA      " TO WS-ROLE-TEXT
               WHEN "B" MOVE "BENEFIC. " TO WS-ROLE-TEXT
               WHEN OTHER MOVE WS-CUST-ROLE TO WS-ROLE-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-ROLE-MARK
           IF NOT ROLE-IS-LIVE
               MOVE " NOT LIVE" TO WS-ROLE-MARK
           END-IF
           MOVE WS-LATEST-BALANCE TO WS-DISPLAY-BAL
           DISPLAY "  " ACCT-NUMBER " " ACCT-STATUS " "
               WS-ROLE-TEXT " " WS-DISPLAY-BAL " " ACCT-NAME
               WS-ROLE-MARK.

      *> Latest balance off the account's chain; an account that
      *> never posted stands at its opening balance. Only the ledger
                   END-IF
           END-READ.

      *> Ledger balance is what the chain says; available is what
      *> the posting run will let a debit draw against once the
      *> account's active amount holds are set aside.
       DISPLAY-ACCOUNT-BALANCE.
           IF NOT BALANCE-WAS-FOUND
               MOVE ACCT-OPENING-BAL TO WS-LATEST-BALANCE
           END-IF
           PERFORM SUM-ACCOUNT-HOLDS
           MOVE WS-LATEST-BALANCE TO WS-DISPLAY-BAL
           DISPLAY "Ledger bal:  " WS-DISPLAY-BAL
           MOVE WS-HELD-TOTAL TO WS-DISPLAY-AMT
           DISPLAY "Held:        " WS-DISPLAY-AMT
           COMPUTE WS-AVAILABLE-BALANCE =
               WS-LATEST-BALANCE - WS-HELD-TOTAL
           MOVE WS-AVAILABLE-BALANCE TO WS-DISPLAY-BAL
           DISPLAY "Available:   " WS-DISPLAY-BAL
           DISPLAY "Postings:    " WS-POSTING-COUNT " on live ledger".

      *> A hold past its expiry still reads active until the next
      *> posting run lapses it; it is no longer in force, so the
      *> lookup leaves it out the same way.
       SUM-ACCOUNT-HOLDS.
           MOVE ZERO TO WS-HELD-TOTAL
           IF HOLD-FILE-OPEN
               MOVE 'N' TO WS-HOLD-EOF
               MOVE WS-TARGET-ACCOUNT TO HD-ACCOUNT-NUM
               MOVE ZERO TO HD-HOLD-SEQ
               START HOLD-FILE KEY >= HD-KEY
                   INVALID KEY SET END-OF-HOLDS TO TRUE
               END-START
               PERFORM ADD-ONE-ACCOUNT-HOLD UNTIL END-OF-HOLDS
           END-IF.

       ADD-ONE-ACCOUNT-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END SET END-OF-HOLDS TO TRUE
               NOT AT END
                   IF HD-ACCOUNT-NUM NOT = WS-TARGET-ACCOUNT
                       SET END-OF-HOLDS TO TRUE
                   ELSE
                       IF HD-IS-ACTIVE AND HD-AMOUNT-HOLD
                               AND (HD-EXPIRY-DATE = ZERO
                                OR HD-EXPIRY-DATE >= WS-CURRENT-DATE)
                           ADD HD-AMOUNT TO WS-HELD-TOTAL
                       END-IF
                   END-IF
           END-READ.

      *> Every hold and stop-payment still in force, one line each:
      *> sequence, type, reason, amount, expiry (zero = open-ended)
      *> and, for a stop, the text it matches on.
       DISPLAY-ACCOUNT-HOLDS.
           IF HOLD-FILE-OPEN
               MOVE ZERO TO WS-ACTIVE-HOLD-COUNT
               MOVE 'N' TO WS-HOLD-EOF
               MOVE WS-TARGET-ACCOUNT TO HD-ACCOUNT-NUM
               MOVE ZERO TO HD-HOLD-SEQ
               START HOLD-FILE KEY >= HD-KEY
                   INVALID KEY SET END-OF-HOLDS TO TRUE
               END-START
               DISPLAY "Active holds:"
               PERFORM SHOW-ONE-ACCOUNT-HOLD UNTIL END-OF-HOLDS
               IF WS-ACTIVE-HOLD-COUNT = ZERO
                   DISPLAY "  (none)"
               END-IF
           END-IF.

       SHOW-ONE-ACCOUNT-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END SET END-OF-HOLDS TO TRUE
               NOT AT END
                   IF HD-ACCOUNT-NUM NOT = WS-TARGET-ACCOUNT
                       SET END-OF-HOLDS TO TRUE
                   ELSE
                       IF HD-IS-ACTIVE
                               AND (HD-EXPIRY-DATE = ZERO
                                OR HD-EXPIRY-DATE >= WS-CURRENT-DATE)
                           ADD 1 TO WS-ACTIVE-HOLD-COUNT
                           MOVE HD-AMOUNT TO WS-DISPLAY-AMT
                           DISPLAY "  " HD-HOLD-SEQ " " HD-HOLD-TYPE
                               " " HD-REASON-CODE " " WS-DISPLAY-AMT
                               " to " HD-EXPIRY-DATE " "
                               HD-MATCH-TEXT
                       END-IF
                   END-IF
           END-READ.

      *> Replays the ring oldest-first. A ring that never wrapped
      *> holds its oldest entry in slot 1; a full ring's oldest entry
      *> is the slot after the last one filled.
           CLOSE ACCOUNT-MASTER
           IF CUSTOMER-FILE-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF
           IF HOLD-FILE-OPEN
               CLOSE HOLD-FILE
           END-IF
           IF REL-FILE-OPEN
               CLOSE REL-FILE
           END-IF.

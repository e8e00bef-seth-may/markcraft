               RECORD KEY IS AB-ACCT-NUMBER
               FILE STATUS IS WS-BAL-STATUS.

      *> Joint owners, signers and other parties beyond the account's
      *> own customer. Optional: without it every account rolls up to
      *> ACCT-CUST-NUMBER alone.
           SELECT REL-FILE
               ASSIGN TO "acctrel.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-KEY
               FILE STATUS IS WS-REL-STATUS.

      *> One line per customer: account count and total position
      *> rolled up from the accounts that carry their number.
           SELECT POS-RPT
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

       FD BALANCE-FILE.
       01 BALANCE-RECORD.
           05 AB-LAST-POST-DATE PIC 9(8).
           05 AB-LAST-ACCRUAL   PIC 9(8).

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

       FD POS-RPT.
       01 POS-PRINT-LINE        PIC X(96).

           88 BAL-NOT-FOUND     VALUE "23".
       01 WS-BALFILE-OPEN       PIC X VALUE 'N'.
           88 BALANCE-FILE-OPEN VALUE 'Y'.
       01 WS-REL-STATUS         PIC XX.
           88 REL-FILE-OK       VALUE "00".
       01 WS-RELFILE-OPEN       PIC X VALUE 'N'.
           88 REL-FILE-OPEN     VALUE 'Y'.
       01 WS-REL-EOF            PIC X VALUE 'N'.
           88 END-OF-RELS       VALUE 'Y'.
       01 WS-RPT-STATUS         PIC XX.
           88 RPT-FILE-OK       VALUE "00".
       01 WS-CURRENT-DATE       PIC 9(8).
           05 WS-CUST-ENTRY OCCURS 1000 TIMES INDEXED BY WS-CUST-IDX.
               10 WS-CUST-NUM-T     PIC 9(8).
               10 WS-CUST-ACCTS     PIC 9(4).
               10 WS-CUST-JOINT     PIC 9(4).
               10 WS-CUST-POSITION  PIC S9(14)V99.
               10 WS-CUST-REPORTED  PIC X(1).
       01 WS-WORK-CUST          PIC 9(8) VALUE ZERO.
      *> Joint owners found on the account in hand; when there are
      *> any, the primary's line counts the account as joint too.
       01 WS-PRIMARY-CUST       PIC 9(8) VALUE ZERO.
       01 WS-JOINT-OWNERS       PIC 9(4) VALUE ZERO.
       01 WS-ACCTS-READ         PIC 9(8) VALUE ZERO.
       01 WS-CUSTS-REPORTED     PIC 9(8) VALUE ZERO.
       01 WS-GRAND-TOTAL        PIC S9(14)V99 VALUE ZERO.
           05 FILLER            PIC X(32) VALUE "NAME".
           05 FILLER            PIC X(4) VALUE "T S".
           05 FILLER            PIC X(9) VALUE " ACCOUNTS".
           05 FILLER            PIC X(7) VALUE "  JOINT".
           05 FILLER            PIC X(17) VALUE "         POSITION".

       01 WS-POS-LINE.
           05 POS-STATUS        PIC X(1).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 POS-ACCTS         PIC ZZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 POS-JOINT         PIC ZZZZ.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 POS-POSITION      PIC -(12)9.99.

               DISPLAY "NOTE: no balance file - positions from "
                   "chain walks"
           END-IF
           OPEN INPUT REL-FILE
           IF REL-FILE-OK
               SET REL-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "NOTE: no relationship file - accounts roll "
                   "up to their own customer only"
           END-IF
           OPEN OUTPUT POS-RPT
           IF NOT RPT-FILE-OK
               DISPLAY "ERROR: Cannot open position report file"
           END-READ.

      *> Closed accounts hold no position; open and dormant ones
      *> roll their latest balance into their customer's line, and
      *> into each live joint owner's line as well. The grand total
      *> takes each account once, here, however many lines show it.
       ROLL-UP-ONE-ACCOUNT.
           IF ACCT-OPEN OR ACCT-DORMANT
               ADD 1 TO WS-ACCTS-READ
               MOVE ACCT-NUMBER TO WS-TARGET-ACCOUNT
               MOVE ACCT-CUST-NUMBER TO WS-WORK-CUST
               MOVE ACCT-CUST-NUMBER TO WS-PRIMARY-CUST
               PERFORM GET-LATEST-BALANCE
               ADD WS-LATEST-BALANCE TO WS-GRAND-TOTAL
               PERFORM FIND-OR-ADD-CUST-ENTRY
               IF WS-FOUND-IDX NOT = ZERO
                   ADD 1 TO WS-CUST-ACCTS(WS-FOUND-IDX)
                   ADD WS-LATEST-BALANCE
                       TO WS-CUST-POSITION(WS-FOUND-IDX)
               END-IF
               MOVE ZERO TO WS-JOINT-OWNERS
               IF REL-FILE-OPEN
                   PERFORM ROLL-UP-JOINT-OWNERS
               END-IF
               IF WS-JOINT-OWNERS NOT = ZERO
                   MOVE WS-PRIMARY-CUST TO WS-WORK-CUST
                   PERFORM FIND-OR-ADD-CUST-ENTRY
                   IF WS-FOUND-IDX NOT = ZERO
                       ADD 1 TO WS-CUST-JOINT(WS-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.

      *> Only joint owners share the position; signers, attorneys and
      *> beneficiaries act on or inherit the money but do not own it.
       ROLL-UP-JOINT-OWNERS.
           MOVE 'N' TO WS-REL-EOF
           MOVE WS-TARGET-ACCOUNT TO RL-ACCOUNT-NUM
           MOVE ZERO TO RL-CUST-NUMBER
           START REL-FILE KEY >= RL-KEY
               INVALID KEY SET END-OF-RELS TO TRUE
           END-START
           PERFORM READ-NEXT-RELATIONSHIP UNTIL END-OF-RELS.

       READ-NEXT-RELATIONSHIP.
           READ REL-FILE NEXT RECORD
               AT END SET END-OF-RELS TO TRUE
               NOT AT END
                   IF RL-ACCOUNT-NUM NOT = WS-TARGET-ACCOUNT
                       SET END-OF-RELS TO TRUE
                   ELSE
                       PERFORM ROLL-UP-ONE-JOINT-OWNER
                   END-IF
           END-READ.

       ROLL-UP-ONE-JOINT-OWNER.
           IF RL-JOINT
                   AND RL-CUST-NUMBER NOT = WS-PRIMARY-CUST
                   AND RL-START-DATE <= WS-CURRENT-DATE
                   AND (RL-END-DATE = ZERO
                       OR RL-END-DATE >= WS-CURRENT-DATE)
               ADD 1 TO WS-JOINT-OWNERS
               MOVE RL-CUST-NUMBER TO WS-WORK-CUST
               PERFORM FIND-OR-ADD-CUST-ENTRY
               IF WS-FOUND-IDX NOT = ZERO
                   ADD 1 TO WS-CUST-ACCTS(WS-FOUND-IDX)
                   ADD 1 TO WS-CUST-JOINT(WS-FOUND-IDX)
                   ADD WS-LATEST-BALANCE
                       TO WS-CUST-POSITION(WS-FOUND-IDX)
               END-IF
           END-IF.

      *> One keyed read of the balance file; an account not on it
                   MOVE WS-CUST-COUNT TO WS-FOUND-IDX
                   MOVE WS-WORK-CUST TO WS-CUST-NUM-T(WS-FOUND-IDX)
                   MOVE ZERO TO WS-CUST-ACCTS(WS-FOUND-IDX)
                   MOVE ZERO TO WS-CUST-JOINT(WS-FOUND-IDX)
                   MOVE ZERO TO WS-CUST-POSITION(WS-FOUND-IDX)
                   MOVE 'N' TO WS-CUST-REPORTED(WS-FOUND-IDX)
               ELSE
           MOVE CM-CUST-STATUS TO POS-STATUS
           IF WS-FOUND-IDX NOT = ZERO
               MOVE WS-CUST-ACCTS(WS-FOUND-IDX) TO POS-ACCTS
               MOVE WS-CUST-JOINT(WS-FOUND-IDX) TO POS-JOINT
               MOVE WS-CUST-POSITION(WS-FOUND-IDX) TO POS-POSITION
               MOVE 'Y' TO WS-CUST-REPORTED(WS-FOUND-IDX)
           ELSE
               MOVE ZERO TO POS-ACCTS
               MOVE ZERO TO POS-JOINT
               MOVE ZERO TO POS-POSITION
           END-IF
           ADD 1 TO WS-CUSTS-REPORTED
               MOVE SPACE TO POS-TYPE
               MOVE SPACE TO POS-STATUS
               MOVE WS-CUST-ACCTS(WS-CUST-IDX) TO POS-ACCTS
               MOVE WS-CUST-JOINT(WS-CUST-IDX) TO POS-JOINT
               MOVE WS-CUST-POSITION(WS-CUST-IDX) TO POS-POSITION
               PERFORM WRITE-POS-LINE
           END-IF.

           IF BALANCE-FILE-OPEN
               CLOSE BALANCE-FILE
           END-IF
           IF REL-FILE-OPEN
               CLOSE REL-FILE
           END-IF
           CLOSE POS-RPT.

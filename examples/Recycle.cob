               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SXREF-STATUS.

      *> Amount holds maintained by the hold maintenance run: a
      *> repaired debit reposts against the available balance, the
      *> same test the posting run gave it. Optional - no file, no
      *> holds.
           SELECT HOLD-FILE
               ASSIGN TO "acctholds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

      *> Items this run sends back rather than reposting - stop-paid
      *> debits and refused external payments - one line each, so
      *> the returns clerk works from paper, not the console log.
           SELECT RETURN-RPT
               ASSIGN TO "recycret.prt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-FILE.
       01 SEQ-CONTROL-RECORD.
           05 SQ-LAST-TRANS-SEQ PIC 9(8).

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

       FD RETURN-RPT.
       01 RET-PRINT-LINE        PIC X(96).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS        PIC XX.
           88 FILE-OK           VALUE "00".
           88 SEQ-FILE-OK       VALUE "00".
       01 WS-SEQ-LOADED         PIC X VALUE 'N'.
           88 SEQ-CTL-LOADED    VALUE 'Y'.
       01 WS-HOLD-STATUS        PIC XX.
           88 HOLD-FILE-OK      VALUE "00".
       01 WS-HOLDFILE-OPEN      PIC X VALUE 'N'.
           88 HOLD-FILE-OPEN    VALUE 'Y'.
       01 WS-HOLD-EOF           PIC X VALUE 'N'.
           88 END-OF-HOLDS      VALUE 'Y'.
       01 WS-HELD-TOTAL         PIC 9(12)V99 VALUE ZERO.
       01 WS-STOP-MATCH         PIC X VALUE 'N'.
           88 STOP-PAYMENT-MATCHED VALUE 'Y'.
       01 WS-STOP-TEXT-LEN      PIC 9(4) VALUE ZERO.
       01 WS-STOP-TEXT-HITS     PIC 9(4) VALUE ZERO.
       01 WS-RPT-STATUS         PIC XX.
           88 RPT-FILE-OK       VALUE "00".
       01 WS-LINE-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-MAX-LINES          PIC 9(4) VALUE 60.
       01 WS-PAGE-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-AVAIL-AFTER        PIC S9(12)V99 VALUE ZERO.
       01 WS-RETURNED-COUNT     PIC 9(8) VALUE ZERO.
       01 WS-PAY-RETURNED-COUNT PIC 9(8) VALUE ZERO.
      *> Last chain record found when a balance row has to be rebuilt
      *> after a backed-out transfer leg.
       01 WS-RBL-TRANS-ID       PIC X(12).
           05 WK-TRANS-TYPE      PIC X(1).
               88 WK-IS-REVERSAL VALUE "R".
               88 WK-IS-TRANSFER VALUE "X".
               88 WK-IS-EXT-PAYMENT VALUE "E".
           05 WK-AMOUNT          PIC 9(10)V99.
           05 WK-DESCRIPTION     PIC X(50).
           05 WK-BALANCE-AFTER   PIC S9(12)V99.
           05 WK-ORIG-TRANS-ID   PIC X(12).
           05 WK-REVERSAL-EFFECT PIC X(1).
           05 WK-FILE-STATUS     PIC XX.
               88 WK-STOP-PAID   VALUE "98".
       01 WS-WORK-AGE           PIC 9(3) VALUE ZERO.
       01 WS-ITEM-POSTED        PIC X VALUE 'N'.
           88 ITEM-WAS-POSTED   VALUE 'Y'.
      *> Set when a repaired debit meets a stop on the account: the
      *> item is returned, so it neither ages into suspense nor
      *> carries.
       01 WS-ITEM-RETURNED      PIC X VALUE 'N'.
           88 ITEM-WAS-RETURNED VALUE 'Y'.
       01 WS-ACCOUNT-VALID      PIC X VALUE 'N'.
           88 ACCOUNT-IS-VALID  VALUE 'Y'.
       01 WS-ORIG-TRANS-TYPE    PIC X(1).
       01 WS-SUSPENSE-MODE      PIC X VALUE 'N'.
           88 SUSPENSE-POSTING  VALUE 'Y'.

       01 WS-RET-HEADER-1.
           05 FILLER            PIC X(36) VALUE
               "MARKCRAFT RECYCLE RETURNED ITEMS    ".
           05 FILLER            PIC X(10) VALUE "RUN DATE: ".
           05 HDR-RUN-DATE      PIC 9999/99/99.
           05 FILLER            PIC X(7) VALUE "  PAGE ".
           05 HDR-PAGE-NUM      PIC ZZZ9.

       01 WS-RET-HEADER-2.
           05 FILLER            PIC X(14) VALUE "TRANS-ID".
           05 FILLER            PIC X(12) VALUE "ACCOUNT".
           05 FILLER            PIC X(12) VALUE "TRANS DATE".
           05 FILLER            PIC X(14) VALUE "        AMOUNT".
           05 FILLER            PIC X(8) VALUE "    RC".
           05 FILLER            PIC X(30) VALUE "REASON".

       01 WS-RET-LINE.
           05 RET-TRANS-ID      PIC X(12).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RET-ACCOUNT       PIC 9(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RET-TRANS-DATE    PIC 9999/99/99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RET-AMOUNT        PIC Z(10)9.99.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 RET-REASON-CODE   PIC XX.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RET-REASON-TEXT   PIC X(36).

       01 WS-COUNT-LINE.
           05 CNT-LABEL         PIC X(40).
           05 CNT-VALUE         PIC Z(7)9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INITIALIZE-RECYCLE
           DISPLAY "Reposted to ledger:   " WS-REPOSTED-COUNT
           DISPLAY "Posted to suspense:   " WS-SUSPENSE-COUNT
           DISPLAY "Carried to next run:  " WS-CARRIED-COUNT
           IF WS-RETURNED-COUNT > ZERO
               DISPLAY "Stop-paid, returned:  " WS-RETURNED-COUNT
           END-IF
           IF WS-PAY-RETURNED-COUNT > ZERO
               DISPLAY "Payments, returned:   " WS-PAY-RETURNED-COUNT
           END-IF
           PERFORM CLEANUP
           STOP RUN.

                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT HOLD-FILE
           IF HOLD-FILE-OK
               SET HOLD-FILE-OPEN TO TRUE
           END-IF
           OPEN OUTPUT RETURN-RPT
           IF NOT RPT-FILE-OK
               DISPLAY "ERROR: Cannot open returned items report"
               STOP RUN
           END-IF
           PERFORM WRITE-RETURN-HEADER
           PERFORM FIND-MAX-TRANS-ID
           PERFORM LOAD-LAST-CLOSE-DATE
           PERFORM LOAD-CORRECTIONS
               NOT AT END
                   MOVE REJECT-RECORD TO WS-WORK-REJECT
                   MOVE ZERO TO WS-WORK-AGE
                   EVALUATE TRUE
                       WHEN WK-STOP-PAID
                           PERFORM RETURN-STOP-PAID-ITEM
                       WHEN WK-IS-EXT-PAYMENT
                           PERFORM RETURN-EXT-PAYMENT-ITEM
                       WHEN OTHER
                           PERFORM DISPOSE-WORK-REJECT
                   END-EVALUATE
           END-READ.

      *> A stop-paid debit was refused on the customer's own
      *> instruction - there is nothing for a correction to repair,
      *> and aging it into suspense would pay it after all. It goes
      *> back to the presenter unpaid and leaves the cycle here.
       RETURN-STOP-PAID-ITEM.
           ADD 1 TO WS-RETURNED-COUNT
           MOVE "98" TO WK-FILE-STATUS
           MOVE "STOP PAYMENT ON ACCOUNT" TO RET-REASON-TEXT
           PERFORM WRITE-RETURN-LINE
           DISPLAY "RETURNED: stop-paid item " WK-TRANS-ID " acct "
               WK-ACCOUNT-NUM " amount " WK-AMOUNT.

      *> A refused external payment moved no money and sent nothing
      *> to the payee. Reposting it here would debit the customer
      *> with no payment queued behind it, and suspense is no place
      *> for money owed to another bank - it goes back to the
      *> originator to be re-keyed once the cause is fixed.
       RETURN-EXT-PAYMENT-ITEM.
           ADD 1 TO WS-PAY-RETURNED-COUNT
           MOVE SPACES TO RET-REASON-TEXT
           STRING "EXTERNAL PAYMENT TO PAYEE " WK-ORIG-TRANS-ID(1:8)
               DELIMITED BY SIZE INTO RET-REASON-TEXT
           PERFORM WRITE-RETURN-LINE
           DISPLAY "RETURNED: external payment " WK-TRANS-ID " acct "
               WK-ACCOUNT-NUM " payee " WK-ORIG-TRANS-ID(1:8)
               " reason " WK-FILE-STATUS.

       WRITE-RETURN-LINE.
           MOVE WK-TRANS-ID TO RET-TRANS-ID
           MOVE WK-ACCOUNT-NUM TO RET-ACCOUNT
           MOVE WK-TRANS-DATE TO RET-TRANS-DATE
           MOVE WK-AMOUNT TO RET-AMOUNT
           MOVE WK-FILE-STATUS TO RET-REASON-CODE
           IF WS-LINE-COUNT >= WS-MAX-LINES
               PERFORM WRITE-RETURN-HEADER
           END-IF
           WRITE RET-PRINT-LINE FROM WS-RET-LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-RETURN-HEADER.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-CURRENT-DATE TO HDR-RUN-DATE
           MOVE WS-PAGE-COUNT TO HDR-PAGE-NUM
           IF WS-PAGE-COUNT > 1
               MOVE SPACES TO RET-PRINT-LINE
               WRITE RET-PRINT-LINE
           END-IF
           WRITE RET-PRINT-LINE FROM WS-RET-HEADER-1
           MOVE SPACES TO RET-PRINT-LINE
           WRITE RET-PRINT-LINE
           WRITE RET-PRINT-LINE FROM WS-RET-HEADER-2
           MOVE ZERO TO WS-LINE-COUNT.

       WRITE-RETURN-TOTALS.
           MOVE SPACES TO RET-PRINT-LINE
           WRITE RET-PRINT-LINE
           MOVE "STOP-PAID ITEMS RETURNED" TO CNT-LABEL
           MOVE WS-RETURNED-COUNT TO CNT-VALUE
           WRITE RET-PRINT-LINE FROM WS-COUNT-LINE
           MOVE "EXTERNAL PAYMENTS RETURNED" TO CNT-LABEL
           MOVE WS-PAY-RETURNED-COUNT TO CNT-VALUE
           WRITE RET-PRINT-LINE FROM WS-COUNT-LINE.

      *> One reject, one outcome: repaired and reposted through the
      *> normal edits, aged out to the suspense account, or carried
      *> for another business day.
       DISPOSE-WORK-REJECT.
           MOVE 'N' TO WS-ITEM-POSTED
           MOVE 'N' TO WS-ITEM-RETURNED
           ADD 1 TO WS-WORK-AGE
           PERFORM LOOKUP-CORRECTION
           IF WS-CORR-FOUND-IDX NOT = ZERO
               PERFORM APPLY-CORRECTION
               PERFORM REPOST-WORK-ITEM
           END-IF
           IF NOT ITEM-WAS-POSTED AND NOT ITEM-WAS-RETURNED
               IF WS-WORK-AGE > WS-AGE-LIMIT
      *> A rejected transfer moved no money - neither leg posted - so
      *> there is nothing one-sided to park in suspense. It carries
                   END-IF
               END-IF
           END-IF
           IF NOT ITEM-WAS-POSTED AND NOT ITEM-WAS-RETURNED
               PERFORM CARRY-WORK-ITEM
           END-IF.

           IF NOT WK-IS-REVERSAL OR ORIG-TRANS-FOUND
               PERFORM VALIDATE-ACCOUNT
               IF ACCOUNT-IS-VALID
                   PERFORM CHECK-STOP-PAYMENT
                   IF STOP-PAYMENT-MATCHED
                       PERFORM RETURN-MATCHED-STOP
                   ELSE
                       PERFORM WRITE-LEDGER-POSTING
                   END-IF
               END-IF
           END-IF.

               MOVE WK-DESCRIPTION TO WS-POST-DESC
               MOVE WS-XFER-CR-SEQ TO WS-POST-ORIG-ID
               MOVE SPACE TO WS-POST-EFFECT
               PERFORM CHECK-STOP-PAYMENT
               IF STOP-PAYMENT-MATCHED
                   PERFORM RETURN-MATCHED-STOP
               ELSE
                   PERFORM WRITE-LEDGER-POSTING
                   IF ITEM-WAS-POSTED
                       PERFORM REPOST-TRANSFER-CREDIT-LEG
                   END-IF
               END-IF
           END-IF.

      *> A repaired debit gets the same stop edit the posting run
      *> gave it - a correction that moves an item onto a stopped
      *> account must not pay it. The match is a stop-paid return.
       RETURN-MATCHED-STOP.
           MOVE 'Y' TO WS-ITEM-RETURNED
           PERFORM RETURN-STOP-PAID-ITEM.

       REPOST-TRANSFER-CREDIT-LEG.
           MOVE 'N' TO WS-ITEM-POSTED
           MOVE WS-XFER-TO-ACCT TO WS-POST-ACCOUNT-NUM
               COMPUTE BALANCE-AFTER = WS-ACCT-RUNNING-BALANCE - AMOUNT
           END-IF
           COMPUTE WS-NEG-OD-LIMIT = ZERO - WS-OD-LIMIT
           MOVE ZERO TO WS-HELD-TOTAL
           IF IS-DEBIT AND NOT SUSPENSE-POSTING
               PERFORM SUM-ACTIVE-HOLDS
           END-IF
           COMPUTE WS-AVAIL-AFTER = BALANCE-AFTER - WS-HELD-TOTAL
           EVALUATE TRUE
               WHEN NOT SUSPENSE-POSTING
                       AND NOT (IS-CREDIT OR REVERSAL-IS-CREDIT)
                       AND BALANCE-AFTER < WS-NEG-OD-LIMIT
                   DISPLAY "HELD: acct " ACCOUNT-NUM
                       " would exceed overdraft limit"
               WHEN IS-DEBIT AND NOT SUSPENSE-POSTING
                       AND WS-AVAIL-AFTER < WS-NEG-OD-LIMIT
                   DISPLAY "HELD: acct " ACCOUNT-NUM
                       " would exceed available balance"
               WHEN OTHER
                   PERFORM WRITE-POSTING-RECORD
           END-EVALUATE.

      *> Same stop edit as the posting run, made against the WS-POST
      *> fields because LEDGER-RECORD is not built until
      *> WRITE-LEDGER-POSTING. Only plain debits are stopped.
       CHECK-STOP-PAYMENT.
           MOVE 'N' TO WS-STOP-MATCH
           IF HOLD-FILE-OPEN AND WS-POST-TYPE = "D"
               MOVE 'N' TO WS-HOLD-EOF
               MOVE WS-POST-ACCOUNT-NUM TO HD-ACCOUNT-NUM
               MOVE ZERO TO HD-HOLD-SEQ
               START HOLD-FILE KEY >= HD-KEY
                   INVALID KEY SET END-OF-HOLDS TO TRUE
               END-START
               PERFORM MATCH-ONE-STOP
                   UNTIL END-OF-HOLDS OR STOP-PAYMENT-MATCHED
           END-IF.

       MATCH-ONE-STOP.
           READ HOLD-FILE NEXT RECORD
               AT END SET END-OF-HOLDS TO TRUE
               NOT AT END
                   IF HD-ACCOUNT-NUM NOT = WS-POST-ACCOUNT-NUM
                       SET END-OF-HOLDS TO TRUE
                   ELSE
                       IF HD-IS-ACTIVE AND HD-STOP-PAYMENT
                               AND (HD-EXPIRY-DATE = ZERO
                                OR HD-EXPIRY-DATE >= WS-CURRENT-DATE)
                               AND (HD-AMOUNT = ZERO
                                   OR HD-AMOUNT = WS-POST-AMOUNT)
                           PERFORM MATCH-STOP-TEXT
                       END-IF
                   END-IF
           END-READ.

       MATCH-STOP-TEXT.
           IF HD-MATCH-TEXT = SPACES
               SET STOP-PAYMENT-MATCHED TO TRUE
           ELSE
               MOVE ZERO TO WS-STOP-TEXT-HITS
               MOVE FUNCTION LENGTH(FUNCTION TRIM(HD-MATCH-TEXT
                   TRAILING)) TO WS-STOP-TEXT-LEN
               INSPECT WS-POST-DESC TALLYING WS-STOP-TEXT-HITS
                   FOR ALL HD-MATCH-TEXT(1:WS-STOP-TEXT-LEN)
               IF WS-STOP-TEXT-HITS > ZERO
                   SET STOP-PAYMENT-MATCHED TO TRUE
               END-IF
           END-IF.

      *> Total of the account's active amount holds; stop rows hold
      *> no money and do not count. Reads only HOLD-FILE, so the
      *> posting built in LEDGER-RECORD is untouched.
       SUM-ACTIVE-HOLDS.
           IF HOLD-FILE-OPEN
               MOVE 'N' TO WS-HOLD-EOF
               MOVE WS-POST-ACCOUNT-NUM TO HD-ACCOUNT-NUM
               MOVE ZERO TO HD-HOLD-SEQ
               START HOLD-FILE KEY >= HD-KEY
                   INVALID KEY SET END-OF-HOLDS TO TRUE
               END-START
               PERFORM ADD-ONE-HOLD UNTIL END-OF-HOLDS
           END-IF.

       ADD-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END SET END-OF-HOLDS TO TRUE
               NOT AT END
                   IF HD-ACCOUNT-NUM NOT = WS-POST-ACCOUNT-NUM
                       SET END-OF-HOLDS TO TRUE
                   ELSE
                       IF HD-IS-ACTIVE AND HD-AMOUNT-HOLD
                               AND (HD-EXPIRY-DATE = ZERO
                                OR HD-EXPIRY-DATE >= WS-CURRENT-DATE)
                           ADD HD-AMOUNT TO WS-HELD-TOTAL
                       END-IF
                   END-IF
           END-READ.

       WRITE-POSTING-RECORD.
           WRITE LEDGER-RECORD
           IF FILE-OK

       CLEANUP.
           PERFORM SAVE-SEQ-CONTROL
           PERFORM WRITE-RETURN-TOTALS
           CLOSE LEDGER-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE BALANCE-FILE
           CLOSE RETURN-RPT
           IF HOLD-FILE-OPEN
               CLOSE HOLD-FILE
           END-IF.

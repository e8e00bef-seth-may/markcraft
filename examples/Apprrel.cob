               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *> Holds and stop-payments from the hold maintenance run. A
      *> released debit must fit the available balance and must not
      *> match a stop placed while it sat pending. Optional - no
      *> file, no holds.
           SELECT HOLD-FILE
               ASSIGN TO "acctholds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

      *> A held external payment is re-proved against the payee
      *> master at release - the payee may have been retired while
      *> the item waited - and joins the outbound payment queue
      *> when it posts, exactly as it would have from the feed.
           SELECT PAYEE-MASTER
               ASSIGN TO "payee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-PAYEE-ID
               FILE STATUS IS WS-PAYEE-STATUS.

           SELECT PAYMENT-QUEUE
               ASSIGN TO "extpayq.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQ-TRANS-ID
               FILE STATUS IS WS-PAYQ-STATUS.

      *> Customer notice events: a held debit that expires unapproved
      *> never posts, and the customer is told so in writing.
           SELECT NOTICE-EVENTS
               ASSIGN TO "noticeevt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEVT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-FILE.
           05 AUD-ACTION        PIC X(1).
               88 AUD-RELEASED  VALUE "R".
               88 AUD-EXPIRED   VALUE "X".
               88 AUD-STOP-PAID VALUE "S".
           05 AUD-HELD-TRANS-ID PIC X(12).
           05 AUD-HELD-DATE     PIC 9(8).
           05 AUD-ACCOUNT-NUM   PIC 9(10).
           05 AUD-AMOUNT        PIC 9(10)V99.
           05 AUD-POSTED-TRANS-ID PIC X(12).
      *> A stop-paid row posted nothing; its slot carries the reject
      *> reason instead.
           05 AUD-REJECT-VIEW REDEFINES AUD-POSTED-TRANS-ID.
               10 AUD-REJECT-REASON PIC XX.
               10 FILLER            PIC X(10).

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

       FD PAYEE-MASTER.
       01 PAYEE-RECORD.
           05 PY-PAYEE-ID       PIC 9(8).
           05 PY-ACCOUNT-NUM    PIC 9(10).
           05 PY-PAYEE-NAME     PIC X(22).
           05 PY-ROUTING-NUM    PIC 9(9).
           05 PY-EXT-ACCOUNT    PIC X(17).
           05 PY-EXT-ACCT-TYPE  PIC X(1).
           05 PY-STATUS         PIC X(1).
               88 PY-IS-ACTIVE      VALUE "A".
               88 PY-IS-INACTIVE    VALUE "I".
           05 PY-ADDED-DATE     PIC 9(8).
           05 PY-CHANGED-DATE   PIC 9(8).
           05 PY-CHANGED-BY     PIC X(8).

       FD PAYMENT-QUEUE.
       01 PAYMENT-QUEUE-RECORD.
           05 PQ-TRANS-ID       PIC X(12).
           05 PQ-ACCOUNT-NUM    PIC 9(10).
           05 PQ-PAYEE-ID       PIC 9(8).
           05 PQ-AMOUNT         PIC 9(10)V99.
           05 PQ-POST-DATE      PIC 9(8).
           05 PQ-STATUS         PIC X(1).
               88 PQ-IS-QUEUED      VALUE "Q".
               88 PQ-IS-SENT        VALUE "S".
               88 PQ-IS-RETURNED    VALUE "R".
           05 PQ-SENT-DATE      PIC 9(8).
           05 PQ-BATCH-NUM      PIC 9(7).
           05 PQ-TRACE-NUM      PIC 9(15).
           05 PQ-RETURN-DATE    PIC 9(8).
           05 PQ-RETURN-CODE    PIC X(3).
           05 PQ-RETURN-TRANS-ID PIC X(12).

       FD NOTICE-EVENTS.
       01 NOTICE-EVENT-RECORD.
           05 NE-EVENT-DATE     PIC 9(8).
           05 NE-EVENT-TYPE     PIC X(2).
               88 NE-OVERDRAWN      VALUE "OD".
               88 NE-DORMANT        VALUE "DM".
               88 NE-HOLD-EXPIRED   VALUE "HX".
               88 NE-RATE-CHANGE    VALUE "RC".
           05 NE-ACCOUNT-NUM    PIC 9(10).
           05 NE-AMOUNT         PIC S9(12)V99.
           05 NE-ITEM-DATE      PIC 9(8).
           05 NE-NEW-RATE       PIC 9(2)V9(4).
           05 NE-REF-ID         PIC X(12).
           05 NE-SOURCE         PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS        PIC XX.
           88 RPT-FILE-OK       VALUE "00".
       01 WS-AUDIT-STATUS       PIC XX.
           88 AUDIT-FILE-OK     VALUE "00".
       01 WS-HOLD-STATUS        PIC XX.
           88 HOLD-FILE-OK      VALUE "00".
       01 WS-HOLDFILE-OPEN      PIC X VALUE 'N'.
           88 HOLD-FILE-OPEN    VALUE 'Y'.
       01 WS-PAYEE-STATUS       PIC XX.
           88 PAYEE-FILE-OK     VALUE "00".
       01 WS-PAYQ-STATUS        PIC XX.
           88 PAYQ-FILE-OK      VALUE "00".
       01 WS-NEVT-STATUS        PIC XX.
           88 NEVT-FILE-OK      VALUE "00".
       01 WS-PAYEEFILE-OPEN     PIC X VALUE 'N'.
           88 PAYEE-FILE-OPEN   VALUE 'Y'.
       01 WS-PAYEE-ID-X         PIC X(8).
       01 WS-PAYEE-ID           PIC 9(8) VALUE ZERO.
       01 WS-PAYEE-VALID        PIC X VALUE 'N'.
           88 PAYEE-IS-VALID    VALUE 'Y'.
       01 WS-HOLD-EOF           PIC X VALUE 'N'.
           88 END-OF-HOLDS      VALUE 'Y'.
       01 WS-HELD-TOTAL         PIC 9(12)V99 VALUE ZERO.
       01 WS-AVAIL-AFTER        PIC S9(12)V99 VALUE ZERO.
       01 WS-STOP-MATCH         PIC X VALUE 'N'.
           88 STOP-PAYMENT-MATCHED VALUE 'Y'.
       01 WS-STOP-TEXT-LEN      PIC 9(4) VALUE ZERO.
       01 WS-STOP-TEXT-HITS     PIC 9(4) VALUE ZERO.
       01 WS-CURRENT-DATE       PIC 9(8).
       01 WS-CURRENT-TIME       PIC 9(8).
       01 WS-AGE-PARM           PIC X(10).
               10 WS-APPR-USER      PIC X(8).
       01 WS-RELEASED-COUNT     PIC 9(8) VALUE ZERO.
       01 WS-EXPIRED-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-STOPPED-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-CARRIED-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-ITEM-POSTED        PIC X VALUE 'N'.
           88 ITEM-WAS-POSTED   VALUE 'Y'.
       01 WS-ITEM-STOPPED       PIC X VALUE 'N'.
           88 ITEM-WAS-STOPPED  VALUE 'Y'.
       01 WS-ACCOUNT-VALID      PIC X VALUE 'N'.
           88 ACCOUNT-IS-VALID  VALUE 'Y'.
       01 WS-OD-LIMIT           PIC 9(10)V99 VALUE ZERO.
           PERFORM SAVE-PERIOD-BALANCE
           DISPLAY "Released and posted: " WS-RELEASED-COUNT
           DISPLAY "Expired unapproved:  " WS-EXPIRED-COUNT
           DISPLAY "Stop-paid, rejected: " WS-STOPPED-COUNT
           DISPLAY "Carried pending:     " WS-CARRIED-COUNT
           PERFORM CLEANUP
           STOP RUN.
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT HOLD-FILE
           IF HOLD-FILE-OK
               SET HOLD-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT PAYEE-MASTER
           IF PAYEE-FILE-OK
               SET PAYEE-FILE-OPEN TO TRUE
           END-IF
           OPEN I-O PAYMENT-QUEUE
           IF NOT PAYQ-FILE-OK
               OPEN OUTPUT PAYMENT-QUEUE
               IF NOT PAYQ-FILE-OK
                   DISPLAY "ERROR: Cannot open payment queue file"
                   STOP RUN
               END-IF
           END-IF
           OPEN EXTEND NOTICE-EVENTS
           IF NOT NEVT-FILE-OK
               OPEN OUTPUT NOTICE-EVENTS
               IF NOT NEVT-FILE-OK
                   DISPLAY "ERROR: Cannot open notice event file"
                   STOP RUN
               END-IF
           END-IF
           PERFORM FIND-MAX-TRANS-ID
           PERFORM LOAD-LAST-CLOSE-DATE
           PERFORM WRITE-EXPIRY-HEADER
      *> reported to the operator rather than posting anyway.
       DISPOSE-ONE-PENDING.
           MOVE 'N' TO WS-ITEM-POSTED
           MOVE 'N' TO WS-ITEM-STOPPED
           ADD 1 TO PA-AGE-DAYS
           PERFORM LOOKUP-APPROVAL
           IF WS-APPR-FOUND-IDX NOT = ZERO
      *> re-edits is carried regardless of age: it has a signature on
      *> file, and expiring it as "never approved" would put a lie on
      *> the audit trail. It stays pending, reported each run, until
      *> the edits pass or a clerk withdraws it. A stop-paid item is
      *> finished with either way.
           IF NOT ITEM-WAS-POSTED AND NOT ITEM-WAS-STOPPED
               IF WS-APPR-FOUND-IDX = ZERO
                       AND PA-AGE-DAYS > WS-EXPIRY-LIMIT
                   PERFORM EXPIRE-PENDING-ITEM
           END-IF.

      *> The normal edits, second time around: the account must
      *> still be open, the debit must still fit the overdraft band
      *> after the account's active holds, and it must not match a
      *> stop-payment placed since it was held. An item held long
      *> enough for its date to fall into a closed period posts under
      *> today's date, the same adjustment the recycle run makes.
       RELEASE-PENDING-ITEM.
           MOVE PA-ACCOUNT-NUM TO WS-POST-ACCOUNT-NUM
           MOVE 'N' TO WS-STOP-MATCH
           SET PAYEE-IS-VALID TO TRUE
           PERFORM VALIDATE-ACCOUNT
           IF ACCOUNT-IS-VALID
               PERFORM CHECK-STOP-PAYMENT
           END-IF
           IF PA-TRANS-TYPE = "E"
               PERFORM VALIDATE-PAYEE
           END-IF
           EVALUATE TRUE
               WHEN NOT ACCOUNT-IS-VALID
                   DISPLAY "HELD: approved item " PA-HELD-TRANS-ID
                       " account " PA-ACCOUNT-NUM " is not open"
               WHEN NOT PAYEE-IS-VALID
                   DISPLAY "HELD: approved item " PA-HELD-TRANS-ID
                       " payee " PA-ORIG-TRANS-ID(1:8)
                       " is not an active payee of " PA-ACCOUNT-NUM
               WHEN STOP-PAYMENT-MATCHED
                   PERFORM REJECT-STOP-PAID-ITEM
               WHEN OTHER
                   PERFORM POST-RELEASED-ITEM
           END-EVALUATE.

      *> The customer's stop outranks the second signature: the item
      *> is rejected as stop-paid, the same reason 98 the posting run
      *> gives, and leaves the pending file. It was approved, so it
      *> is not an expiry and raises no expiry notice.
       REJECT-STOP-PAID-ITEM.
           MOVE 'Y' TO WS-ITEM-STOPPED
           ADD 1 TO WS-STOPPED-COUNT
           MOVE WS-APPR-USER(WS-APPR-FOUND-IDX) TO AUD-USER-ID
           SET AUD-STOP-PAID TO TRUE
           MOVE SPACES TO AUD-POSTED-TRANS-ID
           MOVE "98" TO AUD-REJECT-REASON
           PERFORM WRITE-APPROVAL-AUDIT
           DISPLAY "STOPPED: approved item " PA-HELD-TRANS-ID
               " matches a stop-payment on " PA-ACCOUNT-NUM
               " - rejected 98".

       POST-RELEASED-ITEM.
           PERFORM GET-ACCOUNT-BALANCE
           PERFORM SUM-ACTIVE-HOLDS
           MOVE PA-TRANS-DATE TO WS-POST-DATE
           IF WS-POST-DATE <= WS-LAST-CLOSE-DATE
                   OR WS-POST-DATE > WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE TO WS-POST-DATE
           END-IF
           ADD 1 TO WS-NEXT-TRANS-SEQ
           MOVE WS-NEXT-TRANS-SEQ TO TRANS-ID
           MOVE PA-ACCOUNT-NUM TO ACCOUNT-NUM
           MOVE WS-POST-DATE TO TRANS-DATE
           SET IS-DEBIT TO TRUE
           MOVE PA-AMOUNT TO AMOUNT
           MOVE PA-DESCRIPTION TO DESCRIPTION
      *> The posting points back at the id it was held under - the
      *> same cross-link convention reversals and transfer legs use -
      *> so the ledger itself ties the release to its hold.
           MOVE PA-HELD-TRANS-ID TO ORIGINAL-TRANS-ID
           MOVE SPACE TO REVERSAL-EFFECT
           COMPUTE BALANCE-AFTER =
               WS-ACCT-RUNNING-BALANCE - AMOUNT
           COMPUTE WS-NEG-OD-LIMIT = ZERO - WS-OD-LIMIT
           COMPUTE WS-AVAIL-AFTER = BALANCE-AFTER - WS-HELD-TOTAL
           EVALUATE TRUE
               WHEN BALANCE-AFTER < WS-NEG-OD-LIMIT
                   SUBTRACT 1 FROM WS-NEXT-TRANS-SEQ
                   DISPLAY "HELD: approved item " PA-HELD-TRANS-ID
                       " would exceed overdraft limit"
               WHEN WS-AVAIL-AFTER < WS-NEG-OD-LIMIT
                   SUBTRACT 1 FROM WS-NEXT-TRANS-SEQ
                   DISPLAY "HELD: approved item " PA-HELD-TRANS-ID
                       " would exceed available balance"
               WHEN OTHER
                   WRITE LEDGER-RECORD
                   IF FILE-OK
                       MOVE 'Y' TO WS-ITEM-POSTED
                       SUBTRACT AMOUNT FROM WS-RUN-NET
                       PERFORM UPDATE-BALANCE-RECORD
                       PERFORM SAVE-SEQ-CONTROL
                       IF PA-TRANS-TYPE = "E"
                           PERFORM QUEUE-EXTERNAL-PAYMENT
                       END-IF
                       MOVE WS-APPR-USER(WS-APPR-FOUND-IDX)
                           TO AUD-USER-ID
                       SET AUD-RELEASED TO TRUE
                       DISPLAY "ERROR: could not post "
                           PA-HELD-TRANS-ID " status " WS-FILE-STATUS
                   END-IF
           END-EVALUATE.

      *> Same test the posting run makes: the payee is on file,
      *> active, and set up on the paying account.
       VALIDATE-PAYEE.
           MOVE 'N' TO WS-PAYEE-VALID
           MOVE PA-ORIG-TRANS-ID(1:8) TO WS-PAYEE-ID-X
           IF PAYEE-FILE-OPEN AND WS-PAYEE-ID-X IS NUMERIC
               MOVE WS-PAYEE-ID-X TO WS-PAYEE-ID
               MOVE WS-PAYEE-ID TO PY-PAYEE-ID
               READ PAYEE-MASTER
                   INVALID KEY CONTINUE
               END-READ
               IF PAYEE-FILE-OK AND PY-IS-ACTIVE
                       AND PY-ACCOUNT-NUM = PA-ACCOUNT-NUM
                   SET PAYEE-IS-VALID TO TRUE
               END-IF
           END-IF.

      *> Called with the released debit still in LEDGER-RECORD.
       QUEUE-EXTERNAL-PAYMENT.
           MOVE TRANS-ID TO PQ-TRANS-ID
           MOVE ACCOUNT-NUM TO PQ-ACCOUNT-NUM
           MOVE WS-PAYEE-ID TO PQ-PAYEE-ID
           MOVE AMOUNT TO PQ-AMOUNT
           MOVE TRANS-DATE TO PQ-POST-DATE
           SET PQ-IS-QUEUED TO TRUE
           MOVE ZERO TO PQ-SENT-DATE
           MOVE ZERO TO PQ-BATCH-NUM
           MOVE ZERO TO PQ-TRACE-NUM
           MOVE ZERO TO PQ-RETURN-DATE
           MOVE SPACES TO PQ-RETURN-CODE
           MOVE SPACES TO PQ-RETURN-TRANS-ID
           WRITE PAYMENT-QUEUE-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           IF NOT PAYQ-FILE-OK
               DISPLAY "ERROR: payment " TRANS-ID " posted but not "
                   "queued, status " WS-PAYQ-STATUS
           END-IF.

      *> Same match the posting run makes: an active stop row on the
      *> account whose amount is zero or equals the item, and whose
      *> text, if any, appears in the item's description.
       CHECK-STOP-PAYMENT.
           IF HOLD-FILE-OPEN
               MOVE 'N' TO WS-HOLD-EOF
               MOVE PA-ACCOUNT-NUM TO HD-ACCOUNT-NUM
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
                   IF HD-ACCOUNT-NUM NOT = PA-ACCOUNT-NUM
                       SET END-OF-HOLDS TO TRUE
                   ELSE
                       IF HD-IS-ACTIVE AND HD-STOP-PAYMENT
                               AND (HD-EXPIRY-DATE = ZERO
                                OR HD-EXPIRY-DATE >= WS-CURRENT-DATE)
                               AND (HD-AMOUNT = ZERO
                                    OR HD-AMOUNT = PA-AMOUNT)
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
               INSPECT PA-DESCRIPTION TALLYING WS-STOP-TEXT-HITS
                   FOR ALL HD-MATCH-TEXT(1:WS-STOP-TEXT-LEN)
               IF WS-STOP-TEXT-HITS > ZERO
                   SET STOP-PAYMENT-MATCHED TO TRUE
               END-IF
           END-IF.

      *> Total of the account's active amount holds; stop rows hold
      *> no money and do not count.
       SUM-ACTIVE-HOLDS.
           MOVE ZERO TO WS-HELD-TOTAL
           IF HOLD-FILE-OPEN
               MOVE 'N' TO WS-HOLD-EOF
               MOVE PA-ACCOUNT-NUM TO HD-ACCOUNT-NUM
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
                   IF HD-ACCOUNT-NUM NOT = PA-ACCOUNT-NUM
                       SET END-OF-HOLDS TO TRUE
                   ELSE
                       IF HD-IS-ACTIVE AND HD-AMOUNT-HOLD
                               AND (HD-EXPIRY-DATE = ZERO
                                OR HD-EXPIRY-DATE >= WS-CURRENT-DATE)
                           ADD HD-AMOUNT TO WS-HELD-TOTAL
                       END-IF
                   END-IF
           END-READ.

       EXPIRE-PENDING-ITEM.
           ADD 1 TO WS-EXPIRED-COUNT
           MOVE PA-HELD-TRANS-ID TO EXP-HELD-ID
           SET AUD-EXPIRED TO TRUE
           MOVE SPACES TO AUD-POSTED-TRANS-ID
           PERFORM WRITE-APPROVAL-AUDIT
           PERFORM WRITE-EXPIRY-NOTICE
           DISPLAY "EXPIRED: " PA-HELD-TRANS-ID " acct "
               PA-ACCOUNT-NUM " never approved".

      *> The letter quotes the debit that will not be paid, the date
      *> it was held and the id it was held under.
       WRITE-EXPIRY-NOTICE.
           MOVE WS-CURRENT-DATE TO NE-EVENT-DATE
           SET NE-HOLD-EXPIRED TO TRUE
           MOVE PA-ACCOUNT-NUM TO NE-ACCOUNT-NUM
           MOVE PA-AMOUNT TO NE-AMOUNT
           MOVE PA-HELD-DATE TO NE-ITEM-DATE
           MOVE ZERO TO NE-NEW-RATE
           MOVE PA-HELD-TRANS-ID TO NE-REF-ID
           MOVE "APPROVE" TO NE-SOURCE
           WRITE NOTICE-EVENT-RECORD.

      *> Caller has already set the user, action and posted id; the
      *> held item's own identity fills in the rest. One row per
      *> disposition, appended for keeps like acctaud.dat.
           CLOSE ACCOUNT-MASTER
           CLOSE BALANCE-FILE
           CLOSE EXPIRY-RPT
           CLOSE APPROVAL-AUDIT
           IF HOLD-FILE-OPEN
               CLOSE HOLD-FILE
           END-IF
           IF PAYEE-FILE-OPEN
               CLOSE PAYEE-MASTER
           END-IF
           CLOSE PAYMENT-QUEUE
           CLOSE NOTICE-EVENTS.

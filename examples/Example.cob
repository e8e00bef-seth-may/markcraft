               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLX-STATUS.

      *> Amount holds and stop-payments, maintained by the hold
      *> maintenance run. Debits test against the available balance
      *> (ledger balance less active amount holds) and a debit that
      *> matches an active stop-payment rejects with its own reason.
      *> Rows past their expiry lapse here, once per daily run.
           SELECT HOLD-FILE
               ASSIGN TO "acctholds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

      *> The hold maintenance audit trail; a lapsed hold leaves its
      *> before/after images here the way the dormancy run leaves its
      *> marks on acctaud.dat.
           SELECT HOLD-AUDIT
               ASSIGN TO "holdaud.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HDAUD-STATUS.

      *> Payee master, maintained by the payee maintenance run. An
      *> external payment must name an active payee set up on the
      *> paying account.
           SELECT PAYEE-MASTER
               ASSIGN TO "payee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-PAYEE-ID
               FILE STATUS IS WS-PAYEE-STATUS.

      *> Outbound payment queue: one row per external payment that
      *> posted, keyed on its TRANS-ID. The payment file run sends the
      *> queued rows to the clearing network and the returns run
      *> finds a returned payment here by the same id.
           SELECT PAYMENT-QUEUE
               ASSIGN TO "extpayq.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQ-TRANS-ID
               FILE STATUS IS WS-PAYQ-STATUS.

      *> Customer notice events, appended across runs by every program
      *> that does something a customer must be told about in writing;
      *> the notice run turns them into letters. An item that posts
      *> into the overdraft band leaves one here.
           SELECT NOTICE-EVENTS
               ASSIGN TO "noticeevt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEVT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-FILE.
      *> Detail types: D debit, C credit, R reversal (original id in
      *> TI-ORIG-TRANS-ID), X transfer - TI-ACCOUNT-NUM is the from
      *> (debit) account and the first ten bytes of TI-ORIG-TRANS-ID
      *> carry the to (credit) account. E external payment - a debit
      *> to TI-ACCOUNT-NUM paid out to another bank; the first eight
      *> bytes of TI-ORIG-TRANS-ID carry the payee id.
       FD TRANS-IN.
       01 TRANS-IN-RECORD.
           05 TI-RECORD-TYPE    PIC X(1).
       FD GL-EXCEPTION.
       01 GLX-PRINT-LINE        PIC X(96).

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

       FD HOLD-AUDIT.
       01 HOLD-AUDIT-RECORD.
           05 HAU-DATE          PIC 9(8).
           05 HAU-TIME          PIC 9(6).
           05 HAU-USER-ID       PIC X(8).
           05 HAU-ACTION        PIC X(1).
               88 HAU-PLACE-HOLD    VALUE "H".
               88 HAU-PLACE-STOP    VALUE "S".
               88 HAU-RELEASE       VALUE "R".
               88 HAU-EXPIRY-CHG    VALUE "E".
               88 HAU-LAPSED        VALUE "L".
           05 HAU-RESULT        PIC X(2).
           05 HAU-BEFORE-IMAGE  PIC X(82).
           05 HAU-AFTER-IMAGE   PIC X(82).

      *> Field-for-field image of the payee maintenance run's record.
       FD PAYEE-MASTER.
       01 PAYEE-RECORD.
           05 PY-PAYEE-ID       PIC 9(8).
           05 PY-ACCOUNT-NUM    PIC 9(10).
           05 PY-PAYEE-NAME     PIC X(22).
           05 PY-ROUTING-NUM    PIC 9(9).
           05 PY-EXT-ACCOUNT    PIC X(17).
           05 PY-EXT-ACCT-TYPE  PIC X(1).
               88 PY-EXT-CHECKING   VALUE "C".
               88 PY-EXT-SAVINGS    VALUE "S".
           05 PY-STATUS         PIC X(1).
               88 PY-IS-ACTIVE      VALUE "A".
               88 PY-IS-INACTIVE    VALUE "I".
           05 PY-ADDED-DATE     PIC 9(8).
           05 PY-CHANGED-DATE   PIC 9(8).
           05 PY-CHANGED-BY     PIC X(8).

      *> Q queued for the next payment file, S sent (with the file
      *> date, batch and trace number it went out under), R returned
      *> by the receiving bank and credited back.
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

      *> One row per notice event. The amount, item date, new rate
      *> and reference carry whatever the event's letter quotes; an
      *> event that has no use for a field leaves it zero or blank.
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
           88 FILE-OK           VALUE "00".
       01 WS-ACK-CREDIT-TOT     PIC 9(12)V99 VALUE ZERO.
       01 WS-ACK-EOF            PIC X VALUE 'N'.
           88 END-OF-ACK-FILE   VALUE 'Y'.
       01 WS-HOLD-STATUS        PIC XX.
           88 HOLD-FILE-OK      VALUE "00".
       01 WS-HDAUD-STATUS       PIC XX.
           88 HDAUD-FILE-OK     VALUE "00".
      *> No hold file means no holds: available balance is the ledger
      *> balance and nothing is stop-paid, exactly as before holds.
       01 WS-HOLDFILE-OPEN      PIC X VALUE 'N'.
           88 HOLD-FILE-OPEN    VALUE 'Y'.
       01 WS-HOLD-EOF           PIC X VALUE 'N'.
           88 END-OF-HOLDS      VALUE 'Y'.
       01 WS-HELD-TOTAL         PIC 9(12)V99 VALUE ZERO.
       01 WS-AVAIL-AFTER        PIC S9(12)V99 VALUE ZERO.
       01 WS-STOP-MATCH         PIC X VALUE 'N'.
           88 STOP-PAYMENT-MATCHED VALUE 'Y'.
       01 WS-STOP-TEXT-LEN      PIC 9(4) VALUE ZERO.
       01 WS-STOP-TEXT-HITS     PIC 9(4) VALUE ZERO.
       01 WS-STOPPED-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-HOLDS-LAPSED       PIC 9(8) VALUE ZERO.
       01 WS-HOLD-BEFORE-IMAGE  PIC X(82).
       01 WS-PAYEE-STATUS       PIC XX.
           88 PAYEE-FILE-OK     VALUE "00".
       01 WS-PAYQ-STATUS        PIC XX.
           88 PAYQ-FILE-OK      VALUE "00".
       01 WS-NEVT-STATUS        PIC XX.
           88 NEVT-FILE-OK      VALUE "00".
      *> No payee master means no payee can be valid: every external
      *> payment rejects rather than debiting money with nowhere to go.
       01 WS-PAYEEFILE-OPEN     PIC X VALUE 'N'.
           88 PAYEE-FILE-OPEN   VALUE 'Y'.
      *> Set while the feed item in hand is an external payment and
      *> has not yet posted - a reject in that window goes back to
      *> reject.dat as type E with its payee, so the item stays whole.
       01 WS-EXTPAY-ITEM        PIC X VALUE 'N'.
           88 EXT-PAYMENT-ITEM  VALUE 'Y'.
       01 WS-PAYEE-ID-X         PIC X(8).
       01 WS-PAYEE-ID           PIC 9(8) VALUE ZERO.
       01 WS-PAYEE-VALID        PIC X VALUE 'N'.
           88 PAYEE-IS-VALID    VALUE 'Y'.
       01 WS-EXTPAY-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-GLMAP-STATUS       PIC XX.
           88 GLMAP-FILE-OK     VALUE "00".
       01 WS-GLX-STATUS         PIC XX.
                   END-IF
               END-IF
           END-IF
           IF DAILY-MODE
               PERFORM OPEN-HOLD-FILES
               PERFORM OPEN-PAYMENT-FILES
           END-IF
           IF DAILY-MODE
               OPEN EXTEND NOTICE-EVENTS
               IF NOT NEVT-FILE-OK
                   OPEN OUTPUT NOTICE-EVENTS
                   IF NOT NEVT-FILE-OK
                       DISPLAY "ERROR: Cannot open notice event file"
                       STOP RUN
                   END-IF
               END-IF
           END-IF
           DISPLAY "=== MarkCraft Ledger System ==="
           DISPLAY "Date: " WS-CURRENT-DATE
           IF MONTH-END-MODE
               DISPLAY "Mode: DAILY POSTING"
           END-IF.

      *> The hold file is optional - a shop that has never placed a
      *> hold simply has none. When it is there, yesterday's lapsed
      *> holds come off before the first item posts, so nothing is
      *> refused today against a hold that ran out last night.
       OPEN-HOLD-FILES.
           OPEN I-O HOLD-FILE
           IF HOLD-FILE-OK
               SET HOLD-FILE-OPEN TO TRUE
               OPEN EXTEND HOLD-AUDIT
               IF NOT HDAUD-FILE-OK
                   OPEN OUTPUT HOLD-AUDIT
                   IF NOT HDAUD-FILE-OK
                       DISPLAY "ERROR: Cannot open hold audit file"
                       STOP RUN
                   END-IF
               END-IF
               PERFORM EXPIRE-LAPSED-HOLDS
           ELSE
               DISPLAY "NOTE: no hold file - available balance is "
                   "the ledger balance"
           END-IF.

      *> The payee master is optional like the hold file; the queue
      *> is created on first use, the way the pending file is.
       OPEN-PAYMENT-FILES.
           OPEN INPUT PAYEE-MASTER
           IF PAYEE-FILE-OK
               SET PAYEE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "NOTE: no payee master - external payments "
                   "will reject"
           END-IF
           OPEN I-O PAYMENT-QUEUE
           IF NOT PAYQ-FILE-OK
               OPEN OUTPUT PAYMENT-QUEUE
               IF NOT PAYQ-FILE-OK
                   DISPLAY "ERROR: Cannot open payment queue file"
                   STOP RUN
               END-IF
           END-IF.

      *> An expiry date is the last day the row is in force. Lapsed
      *> rows stay on file, status E, for the history; each leaves a
      *> before/after audit row under the posting run's own user id.
       EXPIRE-LAPSED-HOLDS.
           MOVE 'N' TO WS-HOLD-EOF
           MOVE LOW-VALUES TO HD-KEY
           START HOLD-FILE KEY >= HD-KEY
               INVALID KEY SET END-OF-HOLDS TO TRUE
           END-START
           PERFORM EXPIRE-ONE-HOLD UNTIL END-OF-HOLDS
           IF WS-HOLDS-LAPSED > ZERO
               DISPLAY "Holds lapsed: " WS-HOLDS-LAPSED
           END-IF.

       EXPIRE-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END SET END-OF-HOLDS TO TRUE
               NOT AT END
                   IF HD-IS-ACTIVE AND HD-EXPIRY-DATE NOT = ZERO
                           AND HD-EXPIRY-DATE < WS-CURRENT-DATE
                       PERFORM LAPSE-ONE-HOLD
                   END-IF
           END-READ.

       LAPSE-ONE-HOLD.
           MOVE HOLD-RECORD TO WS-HOLD-BEFORE-IMAGE
           SET HD-IS-EXPIRED TO TRUE
           MOVE WS-CURRENT-DATE TO HD-CLOSED-DATE
           REWRITE HOLD-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           MOVE WS-CURRENT-DATE TO HAU-DATE
           MOVE WS-RUN-TIME(1:6) TO HAU-TIME
           MOVE "POSTRUN" TO HAU-USER-ID
           SET HAU-LAPSED TO TRUE
           MOVE WS-HOLD-BEFORE-IMAGE TO HAU-BEFORE-IMAGE
           IF HOLD-FILE-OK
               ADD 1 TO WS-HOLDS-LAPSED
               MOVE "00" TO HAU-RESULT
               MOVE HOLD-RECORD TO HAU-AFTER-IMAGE
           ELSE
               MOVE WS-HOLD-STATUS TO HAU-RESULT
               MOVE SPACES TO HAU-AFTER-IMAGE
               DISPLAY "WARNING: could not lapse hold " HD-HOLD-SEQ
                   " acct " HD-ACCOUNT-NUM " status " WS-HOLD-STATUS
           END-IF
           WRITE HOLD-AUDIT-RECORD.

      *> If the calendar file is maintained, a run on a date it does
      *> not list is an operator error - refused before any file is
      *> touched. No calendar file means no check.
           IF WS-HELD-COUNT > ZERO
               DISPLAY "Held for approval: " WS-HELD-COUNT
           END-IF
           IF WS-STOPPED-COUNT > ZERO
               DISPLAY "Stop-paid items: " WS-STOPPED-COUNT
           END-IF
           IF WS-EXTPAY-COUNT > ZERO
               DISPLAY "External payments queued: " WS-EXTPAY-COUNT
           END-IF
           PERFORM VERIFY-FEED-BALANCE
           IF FEED-IN-BALANCE
               PERFORM CLEAR-CHECKPOINT

       POST-CURRENT-ITEM.
           MOVE 'N' TO WS-ORIG-FOUND
           MOVE 'N' TO WS-EXTPAY-ITEM
           IF TI-TRANS-TYPE = "E"
               SET EXT-PAYMENT-ITEM TO TRUE
           END-IF
           MOVE TI-ACCOUNT-NUM TO WS-POST-ACCOUNT-NUM
           IF TI-TRANS-TYPE = "R"
               PERFORM LOOKUP-ORIGINAL-TRANS
               MOVE SPACE TO REVERSAL-EFFECT
               MOVE TI-AMOUNT TO AMOUNT
           END-IF
      *> On the ledger an external payment is a plain debit, so every
      *> edit below - stop-payments, dual control, the overdraft band
      *> and the available balance - treats it as one.
           IF EXT-PAYMENT-ITEM
               SET IS-DEBIT TO TRUE
               PERFORM VALIDATE-PAYEE
           END-IF
           EVALUATE TRUE
               WHEN EDIT-DATE-IMPOSSIBLE
                   MOVE ZERO TO BALANCE-AFTER
                   MOVE ZERO TO BALANCE-AFTER
                   MOVE "91" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
               WHEN EXT-PAYMENT-ITEM AND NOT PAYEE-IS-VALID
                   MOVE ZERO TO BALANCE-AFTER
                   MOVE "89" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
               WHEN TRANS-TYPE = "X"
                   PERFORM POST-TRANSFER-ITEM
               WHEN OTHER
                       PERFORM WRITE-REJECT-RECORD
                   ELSE
                       PERFORM POST-AMOUNT-TO-BALANCE
                       PERFORM CHECK-STOP-PAYMENT
      *> A stop-paid debit never posts and never waits for approval:
      *> the customer has already told us not to pay it.
      *> Dual control: a debit at or over the large-item threshold
      *> waits for a second operator instead of posting - a fat
      *> fingered extra digit stops here, not on tomorrow's
      *> overdrawn report. Credits and reversals pass; system
      *> postings never reach this path at all.
                       EVALUATE TRUE
                           WHEN STOP-PAYMENT-MATCHED
                               ADD 1 TO WS-STOPPED-COUNT
                               MOVE "98" TO WS-REJECT-REASON
                               PERFORM WRITE-REJECT-RECORD
                           WHEN IS-DEBIT AND WS-APPR-THRESHOLD > ZERO
                                   AND AMOUNT >= WS-APPR-THRESHOLD
                               PERFORM HOLD-FOR-APPROVAL
                           WHEN OTHER
                               PERFORM POST-OR-REJECT-ON-LIMIT
                       END-EVALUATE
                   END-IF
           END-EVALUATE.

           MOVE TI-TRANS-DATE TO PA-TRANS-DATE
           MOVE TI-TRANS-TYPE TO PA-TRANS-TYPE
           MOVE TI-AMOUNT TO PA-AMOUNT
           MOVE DESCRIPTION TO PA-DESCRIPTION
           MOVE TI-ORIG-TRANS-ID TO PA-ORIG-TRANS-ID
           MOVE TRANS-ID TO PA-HELD-TRANS-ID
           MOVE WS-CURRENT-DATE TO PA-HELD-DATE
      *> the exception process with its own reason instead of posting,
      *> and one that lands inside the band posts, draws the account's
      *> overdraft fee, and is reported to Risk.
      *> A customer debit that clears the band on the ledger balance
      *> but not on the available balance - what is left once active
      *> holds are set aside - rejects with the holds reason, so the
      *> originator can tell frozen funds from an overdrawn account.
      *> Reversals are corrections, not customer debits, and are not
      *> held back by a hold.
       POST-OR-REJECT-ON-LIMIT.
           COMPUTE WS-NEG-OD-LIMIT = ZERO - WS-OD-LIMIT
           MOVE ZERO TO WS-HELD-TOTAL
           IF IS-DEBIT
               PERFORM SUM-ACTIVE-HOLDS
           END-IF
           COMPUTE WS-AVAIL-AFTER = BALANCE-AFTER - WS-HELD-TOTAL
           EVALUATE TRUE
               WHEN BALANCE-AFTER < WS-NEG-OD-LIMIT
                       AND NOT (IS-CREDIT OR REVERSAL-IS-CREDIT)
                   MOVE "94" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
               WHEN IS-DEBIT AND WS-AVAIL-AFTER < WS-NEG-OD-LIMIT
                   MOVE "99" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
               WHEN OTHER
                   WRITE LEDGER-RECORD
                   IF FILE-OK
                       PERFORM UPDATE-RUNNING-TOTALS
                       PERFORM UPDATE-BALANCE-RECORD
                       MOVE TRANS-ID TO WS-ACK-ASSIGNED-ID
                       MOVE "P" TO WS-ITEM-DISP
                       IF EXT-PAYMENT-ITEM
                           PERFORM QUEUE-EXTERNAL-PAYMENT
                       END-IF
      *> Only a debit-effect item draws the fee and the Risk line -
      *> a deposit into an already-overdrawn account is not itself
      *> an overdraft event.
                       IF BALANCE-AFTER < ZERO
                               AND NOT (IS-CREDIT OR REVERSAL-IS-CREDIT)
                           PERFORM HANDLE-OVERDRAWN-ITEM
                       END-IF
                   ELSE
                       MOVE WS-FILE-STATUS TO WS-REJECT-REASON
                       PERFORM WRITE-REJECT-RECORD
                   END-IF
           END-EVALUATE.

       HANDLE-OVERDRAWN-ITEM.
           ADD 1 TO WS-OD-COUNT
           MOVE WS-OD-FEE TO ODL-FEE
           WRITE ODR-PRINT-LINE FROM WS-OD-LINE
           DISPLAY "OVERDRAWN: acct " ACCOUNT-NUM
           PERFORM WRITE-OVERDRAWN-NOTICE
           IF WS-OD-FEE > ZERO
               PERFORM POST-OVERDRAFT-FEE
           END-IF.

      *> Written before the fee posts: the letter quotes the item that
      *> took the account overdrawn and the balance it left.
       WRITE-OVERDRAWN-NOTICE.
           MOVE WS-CURRENT-DATE TO NE-EVENT-DATE
           SET NE-OVERDRAWN TO TRUE
           MOVE ACCOUNT-NUM TO NE-ACCOUNT-NUM
           MOVE BALANCE-AFTER TO NE-AMOUNT
           MOVE TRANS-DATE TO NE-ITEM-DATE
           MOVE ZERO TO NE-NEW-RATE
           MOVE TRANS-ID TO NE-REF-ID
           MOVE "LEDGER" TO NE-SOURCE
           WRITE NOTICE-EVENT-RECORD.

      *> The fee rides the item that caused it: next TRANS-ID, dated
      *> today, debited on top of the overdrawn balance. It posts even
      *> though it deepens the overdraft - fees are not themselves
           COMPUTE BALANCE-AFTER =
               WS-ACCT-RUNNING-BALANCE - WS-XFER-AMOUNT
           COMPUTE WS-NEG-OD-LIMIT = ZERO - WS-OD-LIMIT
      *> The from-side is a customer debit like any other: holds on
      *> it count against the transfer.
           PERFORM SUM-ACTIVE-HOLDS
           COMPUTE WS-AVAIL-AFTER = BALANCE-AFTER - WS-HELD-TOTAL
      *> And stops on it bite the transfer the way they bite a plain
      *> debit: the match is made on the debit leg, then the item
      *> goes back to type X so a reject still recycles as a whole
      *> transfer.
           SET IS-DEBIT TO TRUE
           MOVE WS-XFER-AMOUNT TO AMOUNT
           PERFORM CHECK-STOP-PAYMENT
           MOVE "X" TO TRANS-TYPE
           EVALUATE TRUE
               WHEN WS-XFER-TO-ACCT = ZERO
                   MOVE ZERO TO BALANCE-AFTER
                   MOVE ZERO TO BALANCE-AFTER
                   MOVE "96" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
               WHEN STOP-PAYMENT-MATCHED
                   ADD 1 TO WS-STOPPED-COUNT
                   MOVE "98" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
               WHEN BALANCE-AFTER < WS-NEG-OD-LIMIT
                   MOVE "94" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
               WHEN WS-AVAIL-AFTER < WS-NEG-OD-LIMIT
                   MOVE "99" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
               WHEN OTHER
                   PERFORM WRITE-TRANSFER-LEGS
           END-EVALUATE.
           MOVE TI-ORIG-TRANS-ID TO ORIGINAL-TRANS-ID
           MOVE SPACE TO REVERSAL-EFFECT.

      *> The payee must be on file, active, and set up on the paying
      *> account - one customer cannot pay out to another's payee by
      *> keying its id. Reads only PAYEE-MASTER. A blank feed
      *> description takes the payee's name, so the statement line
      *> says who was paid.
       VALIDATE-PAYEE.
           MOVE 'N' TO WS-PAYEE-VALID
           MOVE TI-ORIG-TRANS-ID(1:8) TO WS-PAYEE-ID-X
           IF PAYEE-FILE-OPEN AND WS-PAYEE-ID-X IS NUMERIC
               MOVE WS-PAYEE-ID-X TO WS-PAYEE-ID
               MOVE WS-PAYEE-ID TO PY-PAYEE-ID
               READ PAYEE-MASTER
                   INVALID KEY CONTINUE
               END-READ
               IF PAYEE-FILE-OK AND PY-IS-ACTIVE
                       AND PY-ACCOUNT-NUM = WS-POST-ACCOUNT-NUM
                   SET PAYEE-IS-VALID TO TRUE
                   IF DESCRIPTION = SPACES
                       STRING "PAYMENT TO " PY-PAYEE-NAME
                           DELIMITED BY SIZE INTO DESCRIPTION
                   END-IF
               END-IF
           END-IF.

      *> Called with the just-written debit still in LEDGER-RECORD.
      *> The queue row is what the payment file run sends; the item
      *> is no longer a pending external payment once it is queued,
      *> so an overdraft fee reject after it stays a plain fee row.
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
           IF PAYQ-FILE-OK
               ADD 1 TO WS-EXTPAY-COUNT
           ELSE
               DISPLAY "ERROR: payment " TRANS-ID " posted but not "
                   "queued, status " WS-PAYQ-STATUS
           END-IF
           MOVE 'N' TO WS-EXTPAY-ITEM.

      *> Rejects impossible calendar dates outright, ages everything
      *> else against the last close and today's date. Dates are only
      *> trusted after this verdict.
           MOVE WS-WHSE-DATA(WS-WHSE-IDX) TO WAREHOUSE-RECORD
           WRITE WAREHOUSE-RECORD.

      *> Only a plain customer debit can be stop-paid. An active stop
      *> row matches when its amount is zero or equal to the item's,
      *> and its text is blank or appears anywhere in the item's
      *> description - a cheque number, a biller's name. Reads only
      *> HOLD-FILE, so the item pending in LEDGER-RECORD is safe.
       CHECK-STOP-PAYMENT.
           MOVE 'N' TO WS-STOP-MATCH
           IF HOLD-FILE-OPEN AND IS-DEBIT
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
                               AND (HD-AMOUNT = ZERO
                                   OR HD-AMOUNT = AMOUNT)
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
               INSPECT DESCRIPTION TALLYING WS-STOP-TEXT-HITS
                   FOR ALL HD-MATCH-TEXT(1:WS-STOP-TEXT-LEN)
               IF WS-STOP-TEXT-HITS > ZERO
                   SET STOP-PAYMENT-MATCHED TO TRUE
               END-IF
           END-IF.

      *> Total of the account's active amount holds. Stop rows carry
      *> a match amount, not frozen money, and do not count.
       SUM-ACTIVE-HOLDS.
           MOVE ZERO TO WS-HELD-TOTAL
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
                           ADD HD-AMOUNT TO WS-HELD-TOTAL
                       END-IF
                   END-IF
           END-READ.

       LOOKUP-ORIGINAL-TRANS.
           MOVE ZERO TO WS-ORIG-AMOUNT
           MOVE SPACE TO WS-ORIG-TRANS-TYPE
           MOVE BALANCE-AFTER TO RJ-BALANCE-AFTER
           MOVE ORIGINAL-TRANS-ID TO RJ-ORIG-TRANS-ID
           MOVE REVERSAL-EFFECT TO RJ-REVERSAL-EFFECT
      *> An unposted external payment goes back in the feed's own
      *> shape - type E with its payee id - like a transfer reject.
           IF EXT-PAYMENT-ITEM
               MOVE "E" TO RJ-TRANS-TYPE
               MOVE TI-ORIG-TRANS-ID TO RJ-ORIG-TRANS-ID
           END-IF
           MOVE WS-REJECT-REASON TO RJ-FILE-STATUS
           WRITE REJECT-RECORD
           DISPLAY "REJECTED: acct " ACCOUNT-NUM " status "
           CLOSE GL-EXCEPTION
           IF DAILY-MODE
               CLOSE OD-REPORT
           END-IF
           IF HOLD-FILE-OPEN
               CLOSE HOLD-FILE
               CLOSE HOLD-AUDIT
           END-IF
           IF PAYEE-FILE-OPEN
               CLOSE PAYEE-MASTER
           END-IF
           IF DAILY-MODE
               CLOSE PAYMENT-QUEUE
               CLOSE NOTICE-EVENTS
           END-IF.

      *> Every run leaves its fingerprints: what ran, on what business

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKCRAFT-HOLDMAINT.
       AUTHOR. MARKCRAFT-TEAM.
      *> Modern COBOL: account hold and stop-payment maintenance
      *> with audit trail

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Hold file: one row per hold or stop-payment, keyed on account
      *> plus a per-account sequence so the posting run can START on
      *> an account and see all of its holds together.
           SELECT HOLD-FILE
               ASSIGN TO "acctholds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT ACCOUNT-MASTER
               ASSIGN TO "acctmas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

      *> Maintenance feed: one row per requested hold change.
           SELECT HOLD-MAINT-IN
               ASSIGN TO "holdmnt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

      *> Audit trail: before/after image of every attempted change,
      *> applied or not - a garnishment or legal-order hold must be
      *> able to show who placed it and who lifted it. The posting
      *> run appends its own rows here when a hold lapses.
           SELECT HOLD-AUDIT
               ASSIGN TO "holdaud.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Type H rows freeze HD-AMOUNT out of the available balance.
      *> Type S rows hold no money: they stop a debit whose amount
      *> equals HD-AMOUNT (zero matches any amount) and whose
      *> description contains HD-MATCH-TEXT (spaces match any text).
      *> A zero expiry date means the row stays in force until lifted.
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

      *> HM-HOLD-SEQ names the row to release or re-date; a place
      *> action ignores it and takes the account's next sequence.
       FD HOLD-MAINT-IN.
       01 HOLD-MAINT-RECORD.
           05 HM-ACTION         PIC X(1).
               88 HM-PLACE-HOLD VALUE "H".
               88 HM-PLACE-STOP VALUE "S".
               88 HM-RELEASE    VALUE "R".
               88 HM-EXPIRY-CHG VALUE "E".
           05 HM-ACCOUNT-NUM    PIC 9(10).
           05 HM-HOLD-SEQ       PIC 9(4).
           05 HM-REASON-CODE    PIC X(2).
      *> GN garnishment, LG legal order, UC uncollected deposit,
      *> CR customer request, OT other.
               88 HM-REASON-KNOWN VALUE "GN" "LG" "UC" "CR" "OT".
           05 HM-AMOUNT         PIC 9(10)V99.
           05 HM-MATCH-TEXT     PIC X(20).
           05 HM-EXPIRY-DATE    PIC 9(8).
           05 HM-USER-ID        PIC X(8).

       FD HOLD-AUDIT.
       01 AUDIT-RECORD.
           05 AUD-DATE          PIC 9(8).
           05 AUD-TIME          PIC 9(6).
           05 AUD-USER-ID       PIC X(8).
           05 AUD-ACTION        PIC X(1).
      *> The maintenance actions as keyed, plus L for a hold the
      *> posting run lapsed on its own at expiry.
               88 AUD-PLACE-HOLD    VALUE "H".
               88 AUD-PLACE-STOP    VALUE "S".
               88 AUD-RELEASE       VALUE "R".
               88 AUD-EXPIRY-CHG    VALUE "E".
               88 AUD-LAPSED        VALUE "L".
           05 AUD-RESULT        PIC X(2).
           05 AUD-BEFORE-IMAGE  PIC X(82).
           05 AUD-AFTER-IMAGE   PIC X(82).

       WORKING-STORAGE SECTION.
       01 WS-HOLD-STATUS        PIC XX.
           88 HOLD-FILE-OK      VALUE "00".
           88 HOLD-NOT-FOUND    VALUE "23".
           88 HOLD-DUP-KEY      VALUE "22".
       01 WS-ACCT-STATUS        PIC XX.
           88 ACCT-FILE-OK      VALUE "00".
           88 ACCT-NOT-FOUND    VALUE "23".
       01 WS-MAINT-STATUS       PIC XX.
           88 MAINT-IN-OK       VALUE "00".
       01 WS-AUDIT-STATUS       PIC XX.
           88 AUDIT-FILE-OK     VALUE "00".
       01 WS-CURRENT-DATE       PIC 9(8).
       01 WS-CURRENT-TIME       PIC 9(8).
       01 WS-EOF                PIC X VALUE 'N'.
           88 END-OF-FILE       VALUE 'Y'.
       01 WS-HOLD-EOF           PIC X VALUE 'N'.
           88 END-OF-HOLDS      VALUE 'Y'.
       01 WS-MAINT-RESULT       PIC XX.
           88 MAINT-APPLIED     VALUE "00".
       01 WS-APPLIED-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-REJECTED-COUNT     PIC 9(8) VALUE ZERO.
       01 WS-NEXT-HOLD-SEQ      PIC 9(4) VALUE ZERO.
      *> Before/after snapshots of the hold row, taken around the
      *> change the same way the account maintenance run does it.
      *> Spaces in the before image mean the row did not yet exist;
      *> spaces in the after image mean the change was not applied.
       01 WS-BEFORE-IMAGE       PIC X(82).
       01 WS-AFTER-IMAGE        PIC X(82).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INITIALIZE-HOLDMAINT
           PERFORM READ-HOLD-MAINT
           PERFORM APPLY-ONE-HOLD-MAINT UNTIL END-OF-FILE
           DISPLAY "Applied:  " WS-APPLIED-COUNT
           DISPLAY "Rejected: " WS-REJECTED-COUNT
           PERFORM CLEANUP
           STOP RUN.

       INITIALIZE-HOLDMAINT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           OPEN I-O HOLD-FILE
           IF NOT HOLD-FILE-OK
               OPEN OUTPUT HOLD-FILE
               IF NOT HOLD-FILE-OK
                   DISPLAY "ERROR: Cannot open hold file"
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF NOT ACCT-FILE-OK
               DISPLAY "ERROR: Cannot open account master file"
               STOP RUN
           END-IF
           OPEN INPUT HOLD-MAINT-IN
           IF NOT MAINT-IN-OK
               DISPLAY "ERROR: Cannot open hold maintenance input"
               STOP RUN
           END-IF
           OPEN EXTEND HOLD-AUDIT
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT HOLD-AUDIT
               IF NOT AUDIT-FILE-OK
                   DISPLAY "ERROR: Cannot open hold audit file"
                   STOP RUN
               END-IF
           END-IF
           DISPLAY "=== MarkCraft Hold Maintenance ==="
           DISPLAY "Date: " WS-CURRENT-DATE.

       READ-HOLD-MAINT.
           READ HOLD-MAINT-IN
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       APPLY-ONE-HOLD-MAINT.
           PERFORM APPLY-HOLD-TRANSACTION
           PERFORM READ-HOLD-MAINT.

       APPLY-HOLD-TRANSACTION.
           MOVE "00" TO WS-MAINT-RESULT
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           EVALUATE TRUE
               WHEN HM-PLACE-HOLD  PERFORM MAINT-PLACE-HOLD
               WHEN HM-PLACE-STOP  PERFORM MAINT-PLACE-STOP
               WHEN HM-RELEASE     PERFORM MAINT-RELEASE-HOLD
               WHEN HM-EXPIRY-CHG  PERFORM MAINT-CHANGE-EXPIRY
               WHEN OTHER          MOVE "H1" TO WS-MAINT-RESULT
           END-EVALUATE
           IF MAINT-APPLIED
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "REJECTED: action " HM-ACTION " acct "
                   HM-ACCOUNT-NUM " hold " HM-HOLD-SEQ
                   " reason " WS-MAINT-RESULT
           END-IF
           PERFORM WRITE-AUDIT-RECORD.

      *> The edits every new row must pass: an account that can still
      *> take postings (open or dormant - a court order does not wait
      *> for a dormancy lift), a reason the operations manual knows,
      *> and an expiry that is not already behind us.
       EDIT-NEW-HOLD.
           MOVE HM-ACCOUNT-NUM TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY CONTINUE
           END-READ
           IF NOT ACCT-FILE-OK OR ACCT-CLOSED
               MOVE "H2" TO WS-MAINT-RESULT
           END-IF
           IF MAINT-APPLIED AND NOT HM-REASON-KNOWN
               MOVE "H7" TO WS-MAINT-RESULT
           END-IF
           IF MAINT-APPLIED AND HM-EXPIRY-DATE NOT = ZERO
                   AND HM-EXPIRY-DATE < WS-CURRENT-DATE
               MOVE "H8" TO WS-MAINT-RESULT
           END-IF.

       MAINT-PLACE-HOLD.
           PERFORM EDIT-NEW-HOLD
           IF MAINT-APPLIED AND HM-AMOUNT = ZERO
               MOVE "H5" TO WS-MAINT-RESULT
           END-IF
           IF MAINT-APPLIED
               PERFORM ASSIGN-NEXT-HOLD-SEQ
           END-IF
           IF MAINT-APPLIED
               PERFORM BUILD-NEW-HOLD-ROW
               SET HD-AMOUNT-HOLD TO TRUE
               MOVE SPACES TO HD-MATCH-TEXT
               PERFORM WRITE-NEW-HOLD-ROW
           END-IF.

      *> A stop needs something to match on - a zero amount with a
      *> blank text would stop every debit on the account, which is
      *> a freeze, and freezes are amount holds.
       MAINT-PLACE-STOP.
           PERFORM EDIT-NEW-HOLD
           IF MAINT-APPLIED AND HM-AMOUNT = ZERO
                   AND HM-MATCH-TEXT = SPACES
               MOVE "H6" TO WS-MAINT-RESULT
           END-IF
           IF MAINT-APPLIED
               PERFORM ASSIGN-NEXT-HOLD-SEQ
           END-IF
           IF MAINT-APPLIED
               PERFORM BUILD-NEW-HOLD-ROW
               SET HD-STOP-PAYMENT TO TRUE
               MOVE HM-MATCH-TEXT TO HD-MATCH-TEXT
               PERFORM WRITE-NEW-HOLD-ROW
           END-IF.

      *> Next sequence is one past the highest row the account has
      *> ever had - released and expired rows keep their numbers so
      *> the audit trail never sees one reused.
       ASSIGN-NEXT-HOLD-SEQ.
           MOVE ZERO TO WS-NEXT-HOLD-SEQ
           MOVE 'N' TO WS-HOLD-EOF
           MOVE HM-ACCOUNT-NUM TO HD-ACCOUNT-NUM
           MOVE ZERO TO HD-HOLD-SEQ
           START HOLD-FILE KEY >= HD-KEY
               INVALID KEY SET END-OF-HOLDS TO TRUE
           END-START
           PERFORM SCAN-ONE-ACCOUNT-HOLD UNTIL END-OF-HOLDS
           IF WS-NEXT-HOLD-SEQ >= 9999
               MOVE "H9" TO WS-MAINT-RESULT
           ELSE
               ADD 1 TO WS-NEXT-HOLD-SEQ
           END-IF.

       SCAN-ONE-ACCOUNT-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END SET END-OF-HOLDS TO TRUE
               NOT AT END
                   IF HD-ACCOUNT-NUM NOT = HM-ACCOUNT-NUM
                       SET END-OF-HOLDS TO TRUE
                   ELSE
                       MOVE HD-HOLD-SEQ TO WS-NEXT-HOLD-SEQ
                   END-IF
           END-READ.

       BUILD-NEW-HOLD-ROW.
           MOVE HM-ACCOUNT-NUM TO HD-ACCOUNT-NUM
           MOVE WS-NEXT-HOLD-SEQ TO HD-HOLD-SEQ
           MOVE HM-REASON-CODE TO HD-REASON-CODE
           MOVE HM-AMOUNT TO HD-AMOUNT
           MOVE WS-CURRENT-DATE TO HD-PLACED-DATE
           MOVE HM-EXPIRY-DATE TO HD-EXPIRY-DATE
           SET HD-IS-ACTIVE TO TRUE
           MOVE HM-USER-ID TO HD-PLACED-BY
           MOVE ZERO TO HD-CLOSED-DATE.

       WRITE-NEW-HOLD-ROW.
           WRITE HOLD-RECORD
               INVALID KEY MOVE "H9" TO WS-MAINT-RESULT
           END-WRITE
      *> A non-key I/O failure bypasses INVALID KEY; the audit row
      *> must not claim a change the file never took.
           IF MAINT-APPLIED AND NOT HOLD-FILE-OK
               MOVE WS-HOLD-STATUS TO WS-MAINT-RESULT
           END-IF
           IF MAINT-APPLIED
               MOVE HOLD-RECORD TO WS-AFTER-IMAGE
               DISPLAY "PLACED: acct " HD-ACCOUNT-NUM " hold "
                   HD-HOLD-SEQ " type " HD-HOLD-TYPE
           END-IF.

      *> Snapshot the row as it stands before the change - a miss
      *> leaves the image as spaces, the audit evidence that the
      *> operator named a hold that was never there.
       CAPTURE-BEFORE-IMAGE.
           MOVE HM-ACCOUNT-NUM TO HD-ACCOUNT-NUM
           MOVE HM-HOLD-SEQ TO HD-HOLD-SEQ
           READ HOLD-FILE
               INVALID KEY CONTINUE
           END-READ
           IF HOLD-FILE-OK
               MOVE HOLD-RECORD TO WS-BEFORE-IMAGE
           END-IF.

      *> A lifted row stays on file, status R, so the history of what
      *> was frozen and when survives the release.
       MAINT-RELEASE-HOLD.
           PERFORM CAPTURE-BEFORE-IMAGE
           IF WS-BEFORE-IMAGE = SPACES
               MOVE "H3" TO WS-MAINT-RESULT
           ELSE
               IF NOT HD-IS-ACTIVE
                   MOVE "H4" TO WS-MAINT-RESULT
               ELSE
                   SET HD-IS-RELEASED TO TRUE
                   MOVE WS-CURRENT-DATE TO HD-CLOSED-DATE
                   PERFORM REWRITE-HOLD-ROW
               END-IF
           END-IF.

      *> Extends or shortens an active row's life; zero makes it
      *> open-ended.
       MAINT-CHANGE-EXPIRY.
           PERFORM CAPTURE-BEFORE-IMAGE
           IF WS-BEFORE-IMAGE = SPACES
               MOVE "H3" TO WS-MAINT-RESULT
           ELSE
               IF NOT HD-IS-ACTIVE
                   MOVE "H4" TO WS-MAINT-RESULT
               ELSE
                   IF HM-EXPIRY-DATE NOT = ZERO
                           AND HM-EXPIRY-DATE < WS-CURRENT-DATE
                       MOVE "H8" TO WS-MAINT-RESULT
                   ELSE
                       MOVE HM-EXPIRY-DATE TO HD-EXPIRY-DATE
                       PERFORM REWRITE-HOLD-ROW
                   END-IF
               END-IF
           END-IF.

       REWRITE-HOLD-ROW.
           REWRITE HOLD-RECORD
               INVALID KEY MOVE "H3" TO WS-MAINT-RESULT
           END-REWRITE
           IF MAINT-APPLIED AND NOT HOLD-FILE-OK
               MOVE WS-HOLD-STATUS TO WS-MAINT-RESULT
           END-IF
           IF MAINT-APPLIED
               MOVE HOLD-RECORD TO WS-AFTER-IMAGE
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE WS-CURRENT-DATE TO AUD-DATE
           MOVE WS-CURRENT-TIME(1:6) TO AUD-TIME
           MOVE HM-USER-ID TO AUD-USER-ID
           MOVE HM-ACTION TO AUD-ACTION
           MOVE WS-MAINT-RESULT TO AUD-RESULT
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO AUD-AFTER-IMAGE
           WRITE AUDIT-RECORD.

       CLEANUP.
           CLOSE HOLD-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE HOLD-MAINT-IN
           CLOSE HOLD-AUDIT.

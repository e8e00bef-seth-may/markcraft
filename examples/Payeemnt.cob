       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKCRAFT-PAYEEMAINT.
       AUTHOR. MARKCRAFT-TEAM.
      *> Modern COBOL: external payee master maintenance with audit
      *> trail

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Payee master: one row per outside party a customer account
      *> may pay, keyed on payee id. An external payment in the daily
      *> feed names its payee by id and the posting run refuses one
      *> whose payee is missing, inactive or set up on another account.
           SELECT PAYEE-MASTER
               ASSIGN TO "payee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-PAYEE-ID
               FILE STATUS IS WS-PAYEE-STATUS.

           SELECT ACCOUNT-MASTER
               ASSIGN TO "acctmas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

      *> Maintenance feed: one row per requested payee change.
           SELECT PAYEE-MAINT-IN
               ASSIGN TO "payeemnt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

      *> Audit trail: before/after image of every attempted change,
      *> applied or not - where the bank sends a customer's money is
      *> exactly the change that must show who keyed it.
           SELECT PAYEE-AUDIT
               ASSIGN TO "payeeaud.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> PY-ROUTING-NUM is the receiving bank's nine-digit routing
      *> number, check digit included; PY-EXT-ACCOUNT the payee's
      *> account there, as the clearing network carries it.
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

      *> A adds a payee, C replaces its bank details and name, I
      *> stops payments to it, R lets them resume. The routing number
      *> arrives as text so a mis-keyed letter is caught, not abended.
       FD PAYEE-MAINT-IN.
       01 PAYEE-MAINT-RECORD.
           05 PM-ACTION         PIC X(1).
               88 PM-ADD-PAYEE      VALUE "A".
               88 PM-CHANGE-PAYEE   VALUE "C".
               88 PM-INACTIVATE     VALUE "I".
               88 PM-REACTIVATE     VALUE "R".
           05 PM-PAYEE-ID       PIC 9(8).
           05 PM-ACCOUNT-NUM    PIC 9(10).
           05 PM-PAYEE-NAME     PIC X(22).
           05 PM-ROUTING-NUM    PIC X(9).
           05 PM-EXT-ACCOUNT    PIC X(17).
           05 PM-EXT-ACCT-TYPE  PIC X(1).
           05 PM-USER-ID        PIC X(8).

       FD PAYEE-AUDIT.
       01 AUDIT-RECORD.
           05 AUD-DATE          PIC 9(8).
           05 AUD-TIME          PIC 9(6).
           05 AUD-USER-ID       PIC X(8).
           05 AUD-ACTION        PIC X(1).
           05 AUD-RESULT        PIC X(2).
           05 AUD-BEFORE-IMAGE  PIC X(92).
           05 AUD-AFTER-IMAGE   PIC X(92).

       WORKING-STORAGE SECTION.
       01 WS-PAYEE-STATUS       PIC XX.
           88 PAYEE-FILE-OK     VALUE "00".
           88 PAYEE-NOT-FOUND   VALUE "23".
           88 PAYEE-DUP-KEY     VALUE "22".
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
       01 WS-MAINT-RESULT       PIC XX.
           88 MAINT-APPLIED     VALUE "00".
       01 WS-APPLIED-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-REJECTED-COUNT     PIC 9(8) VALUE ZERO.
      *> Routing number check digit: three times the first, fourth
      *> and seventh digits, plus seven times the second, fifth and
      *> eighth, plus the third, sixth and ninth, must end in zero.
       01 WS-ROUTING-WORK       PIC 9(9).
       01 WS-ROUTING-DIGITS REDEFINES WS-ROUTING-WORK.
           05 WS-RT-DIGIT       PIC 9(1) OCCURS 9 TIMES.
       01 WS-ROUTING-SUM        PIC 9(4) VALUE ZERO.
      *> Before/after snapshots of the payee row, taken around the
      *> change the same way the account maintenance run does it.
       01 WS-BEFORE-IMAGE       PIC X(92).
       01 WS-AFTER-IMAGE        PIC X(92).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INITIALIZE-PAYEEMAINT
           PERFORM READ-PAYEE-MAINT
           PERFORM APPLY-ONE-PAYEE-MAINT UNTIL END-OF-FILE
           DISPLAY "Applied:  " WS-APPLIED-COUNT
           DISPLAY "Rejected: " WS-REJECTED-COUNT
           PERFORM CLEANUP
           STOP RUN.

       INITIALIZE-PAYEEMAINT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           OPEN I-O PAYEE-MASTER
           IF NOT PAYEE-FILE-OK
               OPEN OUTPUT PAYEE-MASTER
               IF NOT PAYEE-FILE-OK
                   DISPLAY "ERROR: Cannot open payee master file"
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF NOT ACCT-FILE-OK
               DISPLAY "ERROR: Cannot open account master file"
               STOP RUN
           END-IF
           OPEN INPUT PAYEE-MAINT-IN
           IF NOT MAINT-IN-OK
               DISPLAY "ERROR: Cannot open payee maintenance input"
               STOP RUN
           END-IF
           OPEN EXTEND PAYEE-AUDIT
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT PAYEE-AUDIT
               IF NOT AUDIT-FILE-OK
                   DISPLAY "ERROR: Cannot open payee audit file"
                   STOP RUN
               END-IF
           END-IF
           DISPLAY "=== MarkCraft Payee Maintenance ==="
           DISPLAY "Date: " WS-CURRENT-DATE.

       READ-PAYEE-MAINT.
           READ PAYEE-MAINT-IN
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       APPLY-ONE-PAYEE-MAINT.
           PERFORM APPLY-PAYEE-TRANSACTION
           PERFORM READ-PAYEE-MAINT.

       APPLY-PAYEE-TRANSACTION.
           MOVE "00" TO WS-MAINT-RESULT
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           EVALUATE TRUE
               WHEN PM-ADD-PAYEE     PERFORM MAINT-ADD-PAYEE
               WHEN PM-CHANGE-PAYEE  PERFORM MAINT-CHANGE-PAYEE
               WHEN PM-INACTIVATE    PERFORM MAINT-INACTIVATE-PAYEE
               WHEN PM-REACTIVATE    PERFORM MAINT-REACTIVATE-PAYEE
               WHEN OTHER            MOVE "P1" TO WS-MAINT-RESULT
           END-EVALUATE
           IF MAINT-APPLIED
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "REJECTED: action " PM-ACTION " payee "
                   PM-PAYEE-ID " reason " WS-MAINT-RESULT
           END-IF
           PERFORM WRITE-AUDIT-RECORD.

      *> The edits every add and change must pass: the paying account
      *> must be open, the routing number must be nine digits that
      *> prove to their own check digit, and there must be a name, an
      *> account number and a known account type to send to.
       EDIT-PAYEE-FIELDS.
           MOVE PM-ACCOUNT-NUM TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY CONTINUE
           END-READ
           IF NOT ACCT-FILE-OK OR NOT ACCT-OPEN
               MOVE "P2" TO WS-MAINT-RESULT
           END-IF
           IF MAINT-APPLIED
               PERFORM EDIT-ROUTING-NUMBER
           END-IF
           IF MAINT-APPLIED
                   AND (PM-PAYEE-NAME = SPACES
                        OR PM-EXT-ACCOUNT = SPACES)
               MOVE "P6" TO WS-MAINT-RESULT
           END-IF
           IF MAINT-APPLIED
                   AND PM-EXT-ACCT-TYPE NOT = "C"
                   AND PM-EXT-ACCT-TYPE NOT = "S"
               MOVE "P7" TO WS-MAINT-RESULT
           END-IF.

       EDIT-ROUTING-NUMBER.
           IF PM-ROUTING-NUM IS NOT NUMERIC
               MOVE "P5" TO WS-MAINT-RESULT
           ELSE
               MOVE PM-ROUTING-NUM TO WS-ROUTING-WORK
               COMPUTE WS-ROUTING-SUM =
                   3 * (WS-RT-DIGIT(1) + WS-RT-DIGIT(4)
                        + WS-RT-DIGIT(7))
                   + 7 * (WS-RT-DIGIT(2) + WS-RT-DIGIT(5)
                          + WS-RT-DIGIT(8))
                   + (WS-RT-DIGIT(3) + WS-RT-DIGIT(6)
                      + WS-RT-DIGIT(9))
               IF FUNCTION MOD(WS-ROUTING-SUM, 10) NOT = ZERO
                       OR WS-ROUTING-WORK = ZERO
                   MOVE "P5" TO WS-MAINT-RESULT
               END-IF
           END-IF.

       MAINT-ADD-PAYEE.
           PERFORM EDIT-PAYEE-FIELDS
           IF MAINT-APPLIED
               MOVE PM-PAYEE-ID TO PY-PAYEE-ID
               MOVE PM-ACCOUNT-NUM TO PY-ACCOUNT-NUM
               PERFORM MOVE-PAYEE-DETAILS
               SET PY-IS-ACTIVE TO TRUE
               MOVE WS-CURRENT-DATE TO PY-ADDED-DATE
               WRITE PAYEE-RECORD
                   INVALID KEY MOVE "P4" TO WS-MAINT-RESULT
               END-WRITE
      *> A non-key I/O failure bypasses INVALID KEY; the audit row
      *> must not claim a change the file never took.
               IF MAINT-APPLIED AND NOT PAYEE-FILE-OK
                   MOVE WS-PAYEE-STATUS TO WS-MAINT-RESULT
               END-IF
               IF MAINT-APPLIED
                   MOVE PAYEE-RECORD TO WS-AFTER-IMAGE
                   DISPLAY "ADDED: payee " PY-PAYEE-ID " for acct "
                       PY-ACCOUNT-NUM
               END-IF
           END-IF.

       MOVE-PAYEE-DETAILS.
           MOVE PM-PAYEE-NAME TO PY-PAYEE-NAME
           MOVE PM-ROUTING-NUM TO PY-ROUTING-NUM
           MOVE PM-EXT-ACCOUNT TO PY-EXT-ACCOUNT
           MOVE PM-EXT-ACCT-TYPE TO PY-EXT-ACCT-TYPE
           MOVE WS-CURRENT-DATE TO PY-CHANGED-DATE
           MOVE PM-USER-ID TO PY-CHANGED-BY.

      *> Snapshot the row as it stands before the change - a miss
      *> leaves the image as spaces, the audit evidence that the
      *> operator named a payee that was never there.
       CAPTURE-BEFORE-IMAGE.
           MOVE PM-PAYEE-ID TO PY-PAYEE-ID
           READ PAYEE-MASTER
               INVALID KEY CONTINUE
           END-READ
           IF PAYEE-FILE-OK
               MOVE PAYEE-RECORD TO WS-BEFORE-IMAGE
           END-IF.

      *> A payee stays with the account it was set up on; a change
      *> keyed against another account is refused like a stranger.
       MAINT-CHANGE-PAYEE.
           PERFORM CAPTURE-BEFORE-IMAGE
           IF WS-BEFORE-IMAGE = SPACES
                   OR PY-ACCOUNT-NUM NOT = PM-ACCOUNT-NUM
               MOVE "P3" TO WS-MAINT-RESULT
           ELSE
               PERFORM EDIT-PAYEE-FIELDS
               IF MAINT-APPLIED
                   PERFORM MOVE-PAYEE-DETAILS
                   PERFORM REWRITE-PAYEE-ROW
               END-IF
           END-IF.

      *> Inactive rows stay on file so a return arriving after the
      *> payee was retired can still be traced to who it was.
       MAINT-INACTIVATE-PAYEE.
           PERFORM CAPTURE-BEFORE-IMAGE
           EVALUATE TRUE
               WHEN WS-BEFORE-IMAGE = SPACES
                   MOVE "P3" TO WS-MAINT-RESULT
               WHEN PY-IS-INACTIVE
                   MOVE "P8" TO WS-MAINT-RESULT
               WHEN OTHER
                   SET PY-IS-INACTIVE TO TRUE
                   MOVE WS-CURRENT-DATE TO PY-CHANGED-DATE
                   MOVE PM-USER-ID TO PY-CHANGED-BY
                   PERFORM REWRITE-PAYEE-ROW
           END-EVALUATE.

       MAINT-REACTIVATE-PAYEE.
           PERFORM CAPTURE-BEFORE-IMAGE
           EVALUATE TRUE
               WHEN WS-BEFORE-IMAGE = SPACES
                   MOVE "P3" TO WS-MAINT-RESULT
               WHEN PY-IS-ACTIVE
                   MOVE "P8" TO WS-MAINT-RESULT
               WHEN OTHER
                   SET PY-IS-ACTIVE TO TRUE
                   MOVE WS-CURRENT-DATE TO PY-CHANGED-DATE
                   MOVE PM-USER-ID TO PY-CHANGED-BY
                   PERFORM REWRITE-PAYEE-ROW
           END-EVALUATE.

       REWRITE-PAYEE-ROW.
           REWRITE PAYEE-RECORD
               INVALID KEY MOVE "P3" TO WS-MAINT-RESULT
           END-REWRITE
           IF MAINT-APPLIED AND NOT PAYEE-FILE-OK
               MOVE WS-PAYEE-STATUS TO WS-MAINT-RESULT
           END-IF
           IF MAINT-APPLIED
               MOVE PAYEE-RECORD TO WS-AFTER-IMAGE
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE WS-CURRENT-DATE TO AUD-DATE
           MOVE WS-CURRENT-TIME(1:6) TO AUD-TIME
           MOVE PM-USER-ID TO AUD-USER-ID
           MOVE PM-ACTION TO AUD-ACTION
           MOVE WS-MAINT-RESULT TO AUD-RESULT
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO AUD-AFTER-IMAGE
           WRITE AUDIT-RECORD.

       CLEANUP.
           CLOSE PAYEE-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE PAYEE-MAINT-IN
           CLOSE PAYEE-AUDIT.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

      *> Read for the accounts on a plan whose rate sheet changes.
      *> Optional - without it no rate-change notices are raised.
           SELECT ACCOUNT-MASTER
               ASSIGN TO "acctmas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

      *> Customer notice events: every live account on a plan whose
      *> current rate sheet changes gets a letter quoting the new rate.
           SELECT NOTICE-EVENTS
               ASSIGN TO "noticeevt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEVT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RATE-PLAN-FILE.
           05 RM-TIER3-RATE     PIC 9(2)V9(4).
           05 RM-BORROW-RATE    PIC 9(2)V9(4).

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
       01 WS-RATE-STATUS        PIC XX.
           88 RATE-FILE-OK      VALUE "00".
           88 RATE-DUP-KEY      VALUE "22".
       01 WS-MAINT-STATUS       PIC XX.
           88 MAINT-IN-OK       VALUE "00".
       01 WS-ACCT-STATUS        PIC XX.
           88 ACCT-FILE-OK      VALUE "00".
       01 WS-ACCTFILE-OPEN      PIC X VALUE 'N'.
           88 ACCOUNT-FILE-OPEN VALUE 'Y'.
       01 WS-NEVT-STATUS        PIC XX.
           88 NEVT-FILE-OK      VALUE "00".
       01 WS-ACCT-EOF           PIC X VALUE 'N'.
           88 END-OF-ACCOUNTS   VALUE 'Y'.
       01 WS-LATER-ROW          PIC X VALUE 'N'.
           88 LATER-ROW-IN-FORCE VALUE 'Y'.
       01 WS-NOTICE-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-CURRENT-DATE       PIC 9(8).
       01 WS-EOF                PIC X VALUE 'N'.
           88 END-OF-FILE       VALUE 'Y'.
           PERFORM APPLY-ONE-RATE-MAINT UNTIL END-OF-FILE
           DISPLAY "Applied:  " WS-APPLIED-COUNT
           DISPLAY "Rejected: " WS-REJECTED-COUNT
           DISPLAY "Notices:  " WS-NOTICE-COUNT
           PERFORM CLEANUP
           STOP RUN.

               DISPLAY "ERROR: Cannot open rate maintenance input"
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF ACCT-FILE-OK
               SET ACCOUNT-FILE-OPEN TO TRUE
               OPEN EXTEND NOTICE-EVENTS
               IF NOT NEVT-FILE-OK
                   OPEN OUTPUT NOTICE-EVENTS
                   IF NOT NEVT-FILE-OK
                       DISPLAY "ERROR: Cannot open notice event file"
                       STOP RUN
                   END-IF
               END-IF
           ELSE
               DISPLAY "NOTE: no account master - no rate change "
                   "notices raised"
           END-IF
           DISPLAY "=== MarkCraft Rate Plan Maintenance ==="
           DISPLAY "Date: " WS-CURRENT-DATE.

               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY "APPLIED: plan " RM-PLAN-CODE " effective "
                   RM-EFF-DATE
               IF ACCOUNT-FILE-OPEN
                   PERFORM RAISE-RATE-NOTICES
               END-IF
           END-IF.

       REPLACE-RATE.
                   RM-EFF-DATE " status " WS-RATE-STATUS
           END-IF.

      *> A row already superseded by a later row in force tells no
      *> one anything; any other applied row is written to every
      *> account on the plan that is not closed. Only the next row
      *> needs testing - any after it are dated later still.
       RAISE-RATE-NOTICES.
           MOVE 'N' TO WS-LATER-ROW
           START RATE-PLAN-FILE KEY > RP-KEY
               INVALID KEY CONTINUE
           END-START
           IF RATE-FILE-OK
               READ RATE-PLAN-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       IF RP-PLAN-CODE = RM-PLAN-CODE
                               AND RP-EFF-DATE NOT > WS-CURRENT-DATE
                           SET LATER-ROW-IN-FORCE TO TRUE
                       END-IF
               END-READ
           END-IF
           IF NOT LATER-ROW-IN-FORCE
               MOVE 'N' TO WS-ACCT-EOF
               MOVE LOW-VALUES TO ACCT-NUMBER
               START ACCOUNT-MASTER KEY >= ACCT-NUMBER
                   INVALID KEY SET END-OF-ACCOUNTS TO TRUE
               END-START
               PERFORM READ-ACCOUNT-FOR-NOTICE UNTIL END-OF-ACCOUNTS
           END-IF.

       READ-ACCOUNT-FOR-NOTICE.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END SET END-OF-ACCOUNTS TO TRUE
               NOT AT END
                   IF ACCT-RATE-PLAN = RM-PLAN-CODE
                           AND NOT ACCT-CLOSED
                       PERFORM WRITE-RATE-NOTICE
                   END-IF
           END-READ.

      *> The letter quotes the plan, the new base-tier rate and the
      *> date it takes effect.
       WRITE-RATE-NOTICE.
           MOVE WS-CURRENT-DATE TO NE-EVENT-DATE
           SET NE-RATE-CHANGE TO TRUE
           MOVE ACCT-NUMBER TO NE-ACCOUNT-NUM
           MOVE ZERO TO NE-AMOUNT
           MOVE RM-EFF-DATE TO NE-ITEM-DATE
           MOVE RM-TIER1-RATE TO NE-NEW-RATE
           MOVE RM-PLAN-CODE TO NE-REF-ID
           MOVE "RATEMNT" TO NE-SOURCE
           WRITE NOTICE-EVENT-RECORD
           ADD 1 TO WS-NOTICE-COUNT.

       DROP-RATE.
           MOVE RM-PLAN-CODE TO RP-PLAN-CODE
           MOVE RM-EFF-DATE TO RP-EFF-DATE

       CLEANUP.
           CLOSE RATE-PLAN-FILE
           CLOSE RATE-MAINT-IN
           IF ACCOUNT-FILE-OPEN
               CLOSE ACCOUNT-MASTER
               CLOSE NOTICE-EVENTS
           END-IF.

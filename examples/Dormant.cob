               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *> Customer notice events: an account this run flips to dormant
      *> owes its customer a letter before the escheatment clock runs.
           SELECT NOTICE-EVENTS
               ASSIGN TO "noticeevt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEVT-STATUS.

      *> Aged dormancy inventory: every account dormant at end of run,
      *> with balance and last customer activity, for the escheatment
      *> notice cycle.
           05 AUD-BEFORE-IMAGE  PIC X(98).
           05 AUD-AFTER-IMAGE   PIC X(98).

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

       FD DORM-RPT.
       01 DORM-PRINT-LINE       PIC X(96).

           88 ACCT-NOT-FOUND    VALUE "23".
       01 WS-AUDIT-STATUS       PIC XX.
           88 AUDIT-FILE-OK     VALUE "00".
       01 WS-NEVT-STATUS        PIC XX.
           88 NEVT-FILE-OK      VALUE "00".
       01 WS-DORM-STATUS        PIC XX.
           88 DORM-FILE-OK      VALUE "00".
       01 WS-CURRENT-DATE       PIC 9(8).
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
           OPEN OUTPUT DORM-RPT
           IF NOT DORM-FILE-OK
               DISPLAY "ERROR: Cannot open dormancy report file"
               ADD 1 TO WS-MARKED-COUNT
               MOVE ACCOUNT-MASTER-RECORD TO WS-AFTER-IMAGE
               PERFORM WRITE-DORMANT-AUDIT
               PERFORM WRITE-DORMANT-NOTICE
               DISPLAY "DORMANT: acct " ACCT-NUMBER " last activity "
                   WS-LAST-ACTIVITY
           ELSE
           MOVE WS-AFTER-IMAGE TO AUD-AFTER-IMAGE
           WRITE AUDIT-RECORD.

      *> The letter quotes the balance left on the account and the
      *> last customer activity the dormancy was measured from.
       WRITE-DORMANT-NOTICE.
           MOVE WS-CURRENT-DATE TO NE-EVENT-DATE
           SET NE-DORMANT TO TRUE
           MOVE ACCT-NUMBER TO NE-ACCOUNT-NUM
           MOVE WS-LATEST-BALANCE TO NE-AMOUNT
           MOVE WS-LAST-ACTIVITY TO NE-ITEM-DATE
           MOVE ZERO TO NE-NEW-RATE
           MOVE SPACES TO NE-REF-ID
           MOVE "DORMRUN" TO NE-SOURCE
           WRITE NOTICE-EVENT-RECORD.

       WRITE-DORMANCY-LINE.
           MOVE ACCT-NUMBER TO DRM-ACCOUNT
           MOVE ACCT-NAME TO DRM-NAME
           CLOSE LEDGER-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE AUDIT-FILE
           CLOSE NOTICE-EVENTS
           CLOSE DORM-RPT.

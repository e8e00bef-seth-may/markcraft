       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKCRAFT-CASEDISP.
       AUTHOR. MARKCRAFT-TEAM.
      *> Modern COBOL: monitoring case disposition

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Case file written by the activity monitor, keyed on case
      *> number with the rule and customer as an alternate key.
           SELECT CASE-FILE
               ASSIGN TO "amlcase.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CASE-NUM
               ALTERNATE KEY IS CS-PATTERN-KEY WITH DUPLICATES
               FILE STATUS IS WS-CASE-STATUS.

      *> Disposition feed: one row per analyst decision.
           SELECT CASE-DISP-IN
               ASSIGN TO "amldisp.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CASE-FILE.
       01 CASE-RECORD.
           05 CS-CASE-NUM       PIC 9(8).
           05 CS-PATTERN-KEY.
               10 CS-RULE-ID        PIC X(4).
               10 CS-CUST-NUMBER    PIC 9(8).
               10 CS-PATTERN-ACCT   PIC 9(10).
           05 CS-RULE-TYPE      PIC X(1).
           05 CS-OPEN-DATE      PIC 9(8).
           05 CS-STATUS         PIC X(1).
               88 CS-IS-OPEN        VALUE "O".
               88 CS-IS-CLEARED     VALUE "C".
               88 CS-IS-FILED       VALUE "F".
           05 CS-ACCOUNT-1      PIC 9(10).
           05 CS-ACCOUNT-2      PIC 9(10).
           05 CS-ITEM-COUNT     PIC 9(5).
           05 CS-TOTAL-AMOUNT   PIC 9(12)V99.
           05 CS-FIRST-DATE     PIC 9(8).
           05 CS-LAST-DATE      PIC 9(8).
           05 CS-FIRST-TRANS-ID PIC X(12).
           05 CS-LAST-TRANS-ID  PIC X(12).
           05 CS-DISP-DATE      PIC 9(8).
           05 CS-DISP-USER      PIC X(8).
           05 CS-DISP-NOTE      PIC X(30).

      *> C clears a case as explained activity, F records that a
      *> report was filed, O puts a decided case back in the queue.
       FD CASE-DISP-IN.
       01 CASE-DISP-RECORD.
           05 CD-ACTION         PIC X(1).
               88 CD-CLEAR-CASE     VALUE "C".
               88 CD-FILE-CASE      VALUE "F".
               88 CD-REOPEN-CASE    VALUE "O".
           05 CD-CASE-NUM       PIC 9(8).
           05 CD-USER-ID        PIC X(8).
           05 CD-NOTE           PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-CASE-STATUS        PIC XX.
           88 CASE-FILE-OK      VALUE "00" "02".
           88 CASE-NOT-FOUND    VALUE "23".
       01 WS-DISP-STATUS        PIC XX.
           88 DISP-IN-OK        VALUE "00".
       01 WS-CURRENT-DATE       PIC 9(8).
       01 WS-EOF                PIC X VALUE 'N'.
           88 END-OF-FILE       VALUE 'Y'.
       01 WS-APPLIED-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-REJECTED-COUNT     PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INITIALIZE-CASEDISP
           PERFORM READ-CASE-DISP
           PERFORM APPLY-ONE-CASE-DISP UNTIL END-OF-FILE
           DISPLAY "Applied:  " WS-APPLIED-COUNT
           DISPLAY "Rejected: " WS-REJECTED-COUNT
           PERFORM CLEANUP
           STOP RUN.

       INITIALIZE-CASEDISP.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN I-O CASE-FILE
           IF NOT CASE-FILE-OK
               DISPLAY "ERROR: Cannot open case file"
               STOP RUN
           END-IF
           OPEN INPUT CASE-DISP-IN
           IF NOT DISP-IN-OK
               DISPLAY "ERROR: Cannot open case disposition input"
               STOP RUN
           END-IF
           DISPLAY "=== MarkCraft Case Disposition ==="
           DISPLAY "Date: " WS-CURRENT-DATE.

       READ-CASE-DISP.
           READ CASE-DISP-IN
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       APPLY-ONE-CASE-DISP.
           MOVE CD-CASE-NUM TO CS-CASE-NUM
           READ CASE-FILE
               INVALID KEY CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN NOT CD-CLEAR-CASE AND NOT CD-FILE-CASE
                       AND NOT CD-REOPEN-CASE
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "REJECTED: unknown action " CD-ACTION
                       " case " CD-CASE-NUM
               WHEN NOT CASE-FILE-OK
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "REJECTED: case " CD-CASE-NUM " not on file"
               WHEN CD-REOPEN-CASE AND CS-IS-OPEN
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "REJECTED: case " CD-CASE-NUM
                       " is already open"
               WHEN NOT CD-REOPEN-CASE AND NOT CS-IS-OPEN
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "REJECTED: case " CD-CASE-NUM
                       " already decided " CS-STATUS
               WHEN OTHER
                   PERFORM RECORD-DISPOSITION
           END-EVALUATE
           PERFORM READ-CASE-DISP.

      *> The disposition never touches the pattern key or the item
      *> range, so a decided case still holds back re-alerting on
      *> the activity it covered.
       RECORD-DISPOSITION.
           MOVE CD-ACTION TO CS-STATUS
           MOVE WS-CURRENT-DATE TO CS-DISP-DATE
           MOVE CD-USER-ID TO CS-DISP-USER
           MOVE CD-NOTE TO CS-DISP-NOTE
           REWRITE CASE-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           IF CASE-FILE-OK
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY "APPLIED: case " CS-CASE-NUM " now " CS-STATUS
                   " by " CD-USER-ID
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "REJECTED: case " CD-CASE-NUM " status "
                   WS-CASE-STATUS
           END-IF.

       CLEANUP.
           CLOSE CASE-FILE
           CLOSE CASE-DISP-IN.

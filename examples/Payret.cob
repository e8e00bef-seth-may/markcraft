       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKCRAFT-PAYRETURN.
       AUTHOR. MARKCRAFT-TEAM.
      *> Modern COBOL: external payment returns - credit back and
      *> report

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE
               ASSIGN TO "ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANS-ID
               ALTERNATE KEY IS ACCOUNT-NUM WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCOUNT-MASTER
               ASSIGN TO "acctmas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

      *> Current-balance file shared with the posting run.
           SELECT BALANCE-FILE
               ASSIGN TO "acctbal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-ACCT-NUMBER
               FILE STATUS IS WS-BAL-STATUS.

      *> Next-sequence control record shared with the posting run.
           SELECT SEQ-CONTROL
               ASSIGN TO "seqctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.

           SELECT PERIOD-FILE
               ASSIGN TO "periodend.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

      *> Outbound payment queue; a sent row is marked returned here.
           SELECT PAYMENT-QUEUE
               ASSIGN TO "extpayq.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQ-TRANS-ID
               FILE STATUS IS WS-PAYQ-STATUS.

      *> Returns file from the clearing network: the returned entry,
      *> whose individual id is still our TRANS-ID, followed by its
      *> return addenda carrying the reason code.
           SELECT RETURN-FILE
               ASSIGN TO "payret.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.

           SELECT RETURN-RPT
               ASSIGN TO "payret.prt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-FILE.
       01 LEDGER-RECORD.
           05 TRANS-ID          PIC X(12).
           05 ACCOUNT-NUM       PIC 9(10).
           05 TRANS-DATE        PIC 9(8).
           05 TRANS-TYPE        PIC X(1).
               88 IS-DEBIT      VALUE "D".
               88 IS-CREDIT     VALUE "C".
               88 IS-REVERSAL   VALUE "R".
           05 AMOUNT            PIC 9(10)V99.
           05 DESCRIPTION       PIC X(50).
           05 BALANCE-AFTER     PIC S9(12)V99.
           05 ORIGINAL-TRANS-ID PIC X(12).
           05 REVERSAL-EFFECT   PIC X(1).
               88 REVERSAL-IS-DEBIT  VALUE "D".
               88 REVERSAL-IS-CREDIT VALUE "C".

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

       FD BALANCE-FILE.
       01 BALANCE-RECORD.
           05 AB-ACCT-NUMBER    PIC 9(10).
           05 AB-CUR-BALANCE    PIC S9(12)V99.
           05 AB-LAST-TRANS-ID  PIC X(12).
           05 AB-LAST-POST-DATE PIC 9(8).
           05 AB-LAST-ACCRUAL   PIC 9(8).

       FD SEQ-CONTROL.
       01 SEQ-CONTROL-RECORD.
           05 SQ-LAST-TRANS-SEQ PIC 9(8).

       FD PERIOD-FILE.
       01 PERIOD-RECORD.
           05 PRD-CLOSING-DATE      PIC 9(8).
           05 PRD-OPENING-BALANCE   PIC S9(14)V99.

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

      *> 94-byte network records. Only the entry (6) and its return
      *> addenda (7) matter here; headers and controls pass by.
       FD RETURN-FILE.
       01 RETURN-FILE-RECORD.
           05 RF-RECORD-TYPE    PIC X(1).
               88 RF-IS-ENTRY       VALUE "6".
               88 RF-IS-ADDENDA     VALUE "7".
           05 RF-ENTRY-FIELDS.
               10 RF-TRANS-CODE     PIC X(2).
               10 RF-RDFI-ID        PIC X(8).
               10 RF-CHECK-DIGIT    PIC X(1).
               10 RF-DFI-ACCOUNT    PIC X(17).
               10 RF-AMOUNT         PIC 9(8)V99.
               10 RF-INDIVIDUAL-ID  PIC X(15).
               10 RF-INDIVIDUAL-NAME PIC X(22).
               10 RF-DISCRETIONARY  PIC X(2).
               10 RF-ADDENDA-IND    PIC X(1).
               10 RF-TRACE-NUM      PIC X(15).
           05 RF-ADDENDA-FIELDS REDEFINES RF-ENTRY-FIELDS.
               10 RF-ADDENDA-TYPE   PIC X(2).
               10 RF-RETURN-CODE    PIC X(3).
               10 RF-ORIG-TRACE     PIC X(15).
               10 RF-DEATH-DATE     PIC X(6).
               10 RF-ORIG-RDFI      PIC X(8).
               10 RF-ADDENDA-INFO   PIC X(44).
               10 RF-ADDENDA-TRACE  PIC X(15).

       FD RETURN-RPT.
       01 RET-PRINT-LINE        PIC X(96).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS        PIC XX.
           88 FILE-OK           VALUE "00".
           88 FILE-NOT-FOUND    VALUE "23".
       01 WS-ACCT-STATUS        PIC XX.
           88 ACCT-FILE-OK      VALUE "00".
           88 ACCT-NOT-FOUND    VALUE "23".
       01 WS-BAL-STATUS         PIC XX.
           88 BAL-FILE-OK       VALUE "00".
           88 BAL-NOT-FOUND     VALUE "23".
       01 WS-SEQ-STATUS         PIC XX.
           88 SEQ-FILE-OK       VALUE "00".
       01 WS-SEQ-LOADED         PIC X VALUE 'N'.
           88 SEQ-CTL-LOADED    VALUE 'Y'.
       01 WS-PERIOD-STATUS      PIC XX.
           88 PERIOD-FILE-OK    VALUE "00".
       01 WS-PAYQ-STATUS        PIC XX.
           88 PAYQ-FILE-OK      VALUE "00".
       01 WS-RET-STATUS         PIC XX.
           88 RET-FILE-OK       VALUE "00".
       01 WS-RPT-STATUS         PIC XX.
           88 RPT-FILE-OK       VALUE "00".
       01 WS-CURRENT-DATE       PIC 9(8).
       01 WS-RET-EOF            PIC X VALUE 'N'.
           88 END-OF-RETURNS    VALUE 'Y'.
      *> The returned entry, held until its addenda arrives.
       01 WS-ENTRY-HELD         PIC X VALUE 'N'.
           88 ENTRY-IS-HELD     VALUE 'Y'.
       01 WS-RET-INDIV-ID       PIC X(15).
       01 WS-RET-TRANS-ID       PIC X(12).
       01 WS-RET-AMOUNT         PIC 9(8)V99 VALUE ZERO.
       01 WS-RET-AMOUNT-X       PIC X(10).
       01 WS-RET-NAME           PIC X(22).
       01 WS-RET-CODE           PIC X(3).
       01 WS-RET-REASON         PIC X(24).
       01 WS-UNMATCHED-REASON   PIC X(20).
       01 WS-MAX-TRANS-SEQ      PIC 9(8) VALUE ZERO.
       01 WS-CUR-TRANS-SEQ      PIC 9(8) VALUE ZERO.
       01 WS-NEXT-TRANS-SEQ     PIC 9(8) VALUE ZERO.
       01 WS-PERIOD-NET         PIC S9(14)V99 VALUE ZERO.
       01 WS-RUN-NET            PIC S9(14)V99 VALUE ZERO.
       01 WS-LAST-CLOSE-DATE    PIC 9(8) VALUE ZERO.
       01 WS-POST-ACCOUNT-NUM   PIC 9(10).
       01 WS-ACCT-RUNNING-BALANCE PIC S9(12)V99 VALUE ZERO.
       01 WS-ACCT-BAL-FOUND     PIC X VALUE 'N'.
           88 ACCT-BAL-FOUND    VALUE 'Y'.
       01 WS-BAL-TARGET-ACCT    PIC 9(10).
       01 WS-POSTED-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-POSTED-TOTAL       PIC 9(12)V99 VALUE ZERO.
       01 WS-UNMATCHED-COUNT    PIC 9(8) VALUE ZERO.
       01 WS-UNMATCHED-TOTAL    PIC 9(12)V99 VALUE ZERO.
      *> Unmatched returns are kept until the posted list is printed
      *> and then listed in their own section.
       01 WS-UNM-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-UNM-TABLE-FULL     PIC X VALUE 'N'.
           88 UNM-TABLE-FULL-WARNED VALUE 'Y'.
       01 WS-UNMATCHED.
           05 WS-UNM-ENTRY OCCURS 1000 TIMES INDEXED BY WS-UNM-IDX.
               10 WS-UNM-TRANS-ID   PIC X(15).
               10 WS-UNM-NAME       PIC X(22).
               10 WS-UNM-CODE       PIC X(3).
               10 WS-UNM-AMOUNT     PIC 9(8)V99.
               10 WS-UNM-REASON     PIC X(20).
       01 WS-LINE-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-MAX-LINES          PIC 9(4) VALUE 60.
       01 WS-PAGE-COUNT         PIC 9(4) VALUE ZERO.

       01 WS-RET-HEADER-1.
           05 FILLER            PIC X(36) VALUE
               "MARKCRAFT EXTERNAL PAYMENT RETURNS  ".
           05 FILLER            PIC X(10) VALUE "RUN DATE: ".
           05 HDR-RUN-DATE      PIC 9999/99/99.
           05 FILLER            PIC X(7) VALUE "  PAGE ".
           05 HDR-PAGE-NUM      PIC ZZZ9.

       01 WS-RET-HEADER-2.
           05 FILLER            PIC X(14) VALUE "ORIG TRANS-ID".
           05 FILLER            PIC X(14) VALUE "CREDIT ID".
           05 FILLER            PIC X(12) VALUE "ACCOUNT".
           05 FILLER            PIC X(5) VALUE "CODE".
           05 FILLER            PIC X(16) VALUE "          AMOUNT".
           05 FILLER            PIC X(2) VALUE SPACES.
           05 FILLER            PIC X(24) VALUE "REASON".

       01 WS-RET-LINE.
           05 RL-ORIG-ID        PIC X(12).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RL-CREDIT-ID      PIC X(12).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RL-ACCOUNT        PIC 9(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RL-CODE           PIC X(3).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RL-AMOUNT         PIC Z(10)9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RL-REASON         PIC X(24).

       01 WS-UNM-HEADER.
           05 FILLER            PIC X(17) VALUE "INDIVIDUAL ID".
           05 FILLER            PIC X(24) VALUE "NAME".
           05 FILLER            PIC X(5) VALUE "CODE".
           05 FILLER            PIC X(16) VALUE "          AMOUNT".
           05 FILLER            PIC X(2) VALUE SPACES.
           05 FILLER            PIC X(20) VALUE "NOT POSTED".

       01 WS-UNM-LINE.
           05 UL-TRANS-ID       PIC X(15).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 UL-NAME           PIC X(22).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 UL-CODE           PIC X(3).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 UL-AMOUNT         PIC Z(10)9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 UL-REASON         PIC X(20).

       01 WS-RET-TOTAL-LINE.
           05 RT-LABEL          PIC X(30).
           05 RT-COUNT          PIC Z(7)9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RT-AMOUNT         PIC Z(12)9.99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INITIALIZE-PAYRETURN
           PERFORM READ-RETURN-RECORD
           PERFORM PROCESS-ONE-RETURN-RECORD UNTIL END-OF-RETURNS
           IF ENTRY-IS-HELD
               MOVE "NO RETURN ADDENDA" TO WS-UNMATCHED-REASON
               PERFORM RECORD-UNMATCHED-RETURN
           END-IF
           PERFORM PRINT-UNMATCHED-RETURNS
           PERFORM PRINT-RETURN-TOTALS
           PERFORM SAVE-PERIOD-BALANCE
           DISPLAY "Returns credited:  " WS-POSTED-COUNT
           DISPLAY "Returns unmatched: " WS-UNMATCHED-COUNT
           PERFORM CLEANUP
           STOP RUN.

       INITIALIZE-PAYRETURN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN I-O LEDGER-FILE
           IF NOT FILE-OK
               DISPLAY "ERROR: Cannot open ledger file"
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF NOT ACCT-FILE-OK
               DISPLAY "ERROR: Cannot open account master file"
               STOP RUN
           END-IF
           OPEN I-O BALANCE-FILE
           IF NOT BAL-FILE-OK
               OPEN OUTPUT BALANCE-FILE
               IF NOT BAL-FILE-OK
                   DISPLAY "ERROR: Cannot open balance file"
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O PAYMENT-QUEUE
           IF NOT PAYQ-FILE-OK
               DISPLAY "ERROR: Cannot open payment queue file"
               STOP RUN
           END-IF
           OPEN INPUT RETURN-FILE
           IF NOT RET-FILE-OK
               DISPLAY "ERROR: Cannot open payment returns file"
               STOP RUN
           END-IF
           OPEN OUTPUT RETURN-RPT
           IF NOT RPT-FILE-OK
               DISPLAY "ERROR: Cannot open returns report file"
               STOP RUN
           END-IF
           PERFORM FIND-MAX-TRANS-ID
           PERFORM LOAD-LAST-CLOSE-DATE
           PERFORM WRITE-RETURN-HEADER
           WRITE RET-PRINT-LINE FROM WS-RET-HEADER-2
           DISPLAY "=== MarkCraft Payment Returns ==="
           DISPLAY "Date: " WS-CURRENT-DATE.

      *> The sequence control record replaces the full-ledger pass; a
      *> missing record (first run since cutover) still scans.
       FIND-MAX-TRANS-ID.
           PERFORM LOAD-SEQ-CONTROL
           IF SEQ-CTL-LOADED
               MOVE SQ-LAST-TRANS-SEQ TO WS-MAX-TRANS-SEQ
           ELSE
               MOVE LOW-VALUES TO TRANS-ID
               START LEDGER-FILE KEY >= TRANS-ID
               IF FILE-OK
                   PERFORM READ-NEXT-FOR-MAX-SEQ UNTIL FILE-NOT-FOUND
               END-IF
           END-IF
           MOVE WS-MAX-TRANS-SEQ TO WS-NEXT-TRANS-SEQ.

       READ-NEXT-FOR-MAX-SEQ.
           READ LEDGER-FILE NEXT RECORD
               AT END SET FILE-NOT-FOUND TO TRUE
               NOT AT END
                   MOVE TRANS-ID(1:8) TO WS-CUR-TRANS-SEQ
                   IF WS-CUR-TRANS-SEQ > WS-MAX-TRANS-SEQ
                       MOVE WS-CUR-TRANS-SEQ TO WS-MAX-TRANS-SEQ
                   END-IF
           END-READ.

       LOAD-SEQ-CONTROL.
           OPEN INPUT SEQ-CONTROL
           IF SEQ-FILE-OK
               READ SEQ-CONTROL
                   AT END CONTINUE
                   NOT AT END SET SEQ-CTL-LOADED TO TRUE
               END-READ
               CLOSE SEQ-CONTROL
           END-IF.

       SAVE-SEQ-CONTROL.
           OPEN OUTPUT SEQ-CONTROL
           IF SEQ-FILE-OK
               MOVE WS-NEXT-TRANS-SEQ TO SQ-LAST-TRANS-SEQ
               WRITE SEQ-CONTROL-RECORD
               CLOSE SEQ-CONTROL
           END-IF.

       LOAD-LAST-CLOSE-DATE.
           OPEN INPUT PERIOD-FILE
           IF PERIOD-FILE-OK
               READ PERIOD-FILE
                   NOT AT END
                       MOVE PRD-CLOSING-DATE TO WS-LAST-CLOSE-DATE
                       MOVE PRD-OPENING-BALANCE TO WS-PERIOD-NET
               END-READ
               CLOSE PERIOD-FILE
           END-IF.

       READ-RETURN-RECORD.
           READ RETURN-FILE
               AT END SET END-OF-RETURNS TO TRUE
           END-READ.

      *> An entry is held until its addenda follows. An entry that
      *> arrives with no addenda behind it cannot be given a reason,
      *> so it goes to the unmatched list for Operations.
       PROCESS-ONE-RETURN-RECORD.
           EVALUATE TRUE
               WHEN RF-IS-ENTRY
                   IF ENTRY-IS-HELD
                       MOVE "NO RETURN ADDENDA" TO WS-UNMATCHED-REASON
                       PERFORM RECORD-UNMATCHED-RETURN
                   END-IF
                   PERFORM HOLD-RETURNED-ENTRY
               WHEN RF-IS-ADDENDA AND ENTRY-IS-HELD
                   MOVE RF-RETURN-CODE TO WS-RET-CODE
                   PERFORM APPLY-ONE-RETURN
                   MOVE 'N' TO WS-ENTRY-HELD
               WHEN RF-IS-ADDENDA
                   CONTINUE
               WHEN ENTRY-IS-HELD
                   MOVE "NO RETURN ADDENDA" TO WS-UNMATCHED-REASON
                   PERFORM RECORD-UNMATCHED-RETURN
           END-EVALUATE
           PERFORM READ-RETURN-RECORD.

       HOLD-RETURNED-ENTRY.
           SET ENTRY-IS-HELD TO TRUE
           MOVE RF-INDIVIDUAL-ID TO WS-RET-INDIV-ID
           MOVE RF-INDIVIDUAL-ID(1:12) TO WS-RET-TRANS-ID
           MOVE RF-INDIVIDUAL-NAME TO WS-RET-NAME
           MOVE RF-ENTRY-FIELDS(29:10) TO WS-RET-AMOUNT-X
           IF WS-RET-AMOUNT-X IS NUMERIC
               MOVE RF-AMOUNT TO WS-RET-AMOUNT
           ELSE
               MOVE ZERO TO WS-RET-AMOUNT
           END-IF
           MOVE SPACES TO WS-RET-CODE.

      *> The return must name a payment we sent and not yet had back,
      *> for the amount we sent, on an account still open to take the
      *> credit. Anything else is left for Operations.
       APPLY-ONE-RETURN.
           MOVE WS-RET-TRANS-ID TO PQ-TRANS-ID
           READ PAYMENT-QUEUE
               INVALID KEY CONTINUE
           END-READ
           MOVE SPACES TO WS-UNMATCHED-REASON
           EVALUATE TRUE
               WHEN WS-RET-AMOUNT-X NOT NUMERIC
                   MOVE "BAD ENTRY AMOUNT" TO WS-UNMATCHED-REASON
               WHEN NOT PAYQ-FILE-OK
                   MOVE "NO SUCH PAYMENT" TO WS-UNMATCHED-REASON
               WHEN PQ-IS-RETURNED
                   MOVE "ALREADY RETURNED" TO WS-UNMATCHED-REASON
               WHEN NOT PQ-IS-SENT
                   MOVE "PAYMENT NOT SENT" TO WS-UNMATCHED-REASON
               WHEN PQ-AMOUNT NOT = WS-RET-AMOUNT
                   MOVE "AMOUNT MISMATCH" TO WS-UNMATCHED-REASON
               WHEN OTHER
                   MOVE PQ-ACCOUNT-NUM TO ACCT-NUMBER
                   READ ACCOUNT-MASTER
                       INVALID KEY CONTINUE
                   END-READ
                   IF NOT ACCT-FILE-OK OR NOT ACCT-OPEN
                       MOVE "ACCOUNT NOT OPEN" TO WS-UNMATCHED-REASON
                   END-IF
           END-EVALUATE
           IF WS-UNMATCHED-REASON = SPACES
               PERFORM POST-RETURN-CREDIT
           ELSE
               PERFORM RECORD-UNMATCHED-RETURN
           END-IF.

      *> The credit points back at the payment it undoes, the same
      *> cross-link convention reversals and transfer legs use.
       POST-RETURN-CREDIT.
           PERFORM SET-RETURN-REASON
           MOVE PQ-ACCOUNT-NUM TO WS-POST-ACCOUNT-NUM
           PERFORM GET-ACCOUNT-BALANCE
           ADD 1 TO WS-NEXT-TRANS-SEQ
           MOVE WS-NEXT-TRANS-SEQ TO TRANS-ID
           MOVE PQ-ACCOUNT-NUM TO ACCOUNT-NUM
           MOVE WS-CURRENT-DATE TO TRANS-DATE
           SET IS-CREDIT TO TRUE
           MOVE PQ-AMOUNT TO AMOUNT
           MOVE SPACES TO DESCRIPTION
           STRING "PAYMENT RETURNED " WS-RET-CODE " " WS-RET-REASON
               DELIMITED BY SIZE INTO DESCRIPTION
           MOVE PQ-TRANS-ID TO ORIGINAL-TRANS-ID
           MOVE SPACE TO REVERSAL-EFFECT
           COMPUTE BALANCE-AFTER = WS-ACCT-RUNNING-BALANCE + AMOUNT
           WRITE LEDGER-RECORD
           IF FILE-OK
               ADD 1 TO WS-POSTED-COUNT
               ADD AMOUNT TO WS-POSTED-TOTAL
               ADD AMOUNT TO WS-RUN-NET
               PERFORM UPDATE-BALANCE-RECORD
               PERFORM SAVE-SEQ-CONTROL
               PERFORM MARK-PAYMENT-RETURNED
               PERFORM WRITE-RETURN-LINE
               DISPLAY "RETURNED: " PQ-TRANS-ID " " WS-RET-CODE
                   " credited as " TRANS-ID " to " ACCOUNT-NUM
           ELSE
               SUBTRACT 1 FROM WS-NEXT-TRANS-SEQ
               DISPLAY "ERROR: could not post return of "
                   PQ-TRANS-ID " status " WS-FILE-STATUS
               MOVE "CREDIT NOT POSTED" TO WS-UNMATCHED-REASON
               PERFORM RECORD-UNMATCHED-RETURN
           END-IF.

       MARK-PAYMENT-RETURNED.
           SET PQ-IS-RETURNED TO TRUE
           MOVE WS-CURRENT-DATE TO PQ-RETURN-DATE
           MOVE WS-RET-CODE TO PQ-RETURN-CODE
           MOVE TRANS-ID TO PQ-RETURN-TRANS-ID
           REWRITE PAYMENT-QUEUE-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           IF NOT PAYQ-FILE-OK
               DISPLAY "ERROR: return of " PQ-TRANS-ID " posted but "
                   "not marked, status " WS-PAYQ-STATUS
           END-IF.

      *> Network return reason codes as they read on the statement.
       SET-RETURN-REASON.
           EVALUATE WS-RET-CODE
               WHEN "R01"
                   MOVE "INSUFFICIENT FUNDS" TO WS-RET-REASON
               WHEN "R02"
                   MOVE "ACCOUNT CLOSED" TO WS-RET-REASON
               WHEN "R03"
                   MOVE "NO ACCOUNT" TO WS-RET-REASON
               WHEN "R04"
                   MOVE "INVALID ACCOUNT NUMBER" TO WS-RET-REASON
               WHEN "R06"
                   MOVE "RETURNED AT OUR REQUEST" TO WS-RET-REASON
               WHEN "R07"
                   MOVE "AUTHORIZATION REVOKED" TO WS-RET-REASON
               WHEN "R08"
                   MOVE "PAYMENT STOPPED" TO WS-RET-REASON
               WHEN "R10"
                   MOVE "NOT AUTHORIZED" TO WS-RET-REASON
               WHEN "R14"
                   MOVE "PAYEE DECEASED" TO WS-RET-REASON
               WHEN "R16"
                   MOVE "ACCOUNT FROZEN" TO WS-RET-REASON
               WHEN "R17"
                   MOVE "ACCOUNT NAME MISMATCH" TO WS-RET-REASON
               WHEN "R20"
                   MOVE "NON-TRANSACTION ACCOUNT" TO WS-RET-REASON
               WHEN "R23"
                   MOVE "CREDIT REFUSED BY PAYEE" TO WS-RET-REASON
               WHEN OTHER
                   MOVE "RETURNED BY PAYEE BANK" TO WS-RET-REASON
           END-EVALUATE.

       RECORD-UNMATCHED-RETURN.
           MOVE 'N' TO WS-ENTRY-HELD
           ADD 1 TO WS-UNMATCHED-COUNT
           ADD WS-RET-AMOUNT TO WS-UNMATCHED-TOTAL
           DISPLAY "UNMATCHED: return " WS-RET-TRANS-ID " "
               WS-RET-CODE " " WS-UNMATCHED-REASON
           IF WS-UNM-COUNT < 1000
               ADD 1 TO WS-UNM-COUNT
               SET WS-UNM-IDX TO WS-UNM-COUNT
               MOVE WS-RET-INDIV-ID TO WS-UNM-TRANS-ID(WS-UNM-IDX)
               MOVE WS-RET-NAME TO WS-UNM-NAME(WS-UNM-IDX)
               MOVE WS-RET-CODE TO WS-UNM-CODE(WS-UNM-IDX)
               MOVE WS-RET-AMOUNT TO WS-UNM-AMOUNT(WS-UNM-IDX)
               MOVE WS-UNMATCHED-REASON TO WS-UNM-REASON(WS-UNM-IDX)
           ELSE
               PERFORM WARN-UNM-TABLE-FULL
           END-IF.

       WARN-UNM-TABLE-FULL.
           IF NOT UNM-TABLE-FULL-WARNED
               SET UNM-TABLE-FULL-WARNED TO TRUE
               DISPLAY "WARNING: unmatched list full at 1000 - "
                   "further unmatched returns on the console only"
           END-IF.

       WRITE-RETURN-LINE.
           MOVE PQ-TRANS-ID TO RL-ORIG-ID
           MOVE TRANS-ID TO RL-CREDIT-ID
           MOVE ACCOUNT-NUM TO RL-ACCOUNT
           MOVE WS-RET-CODE TO RL-CODE
           MOVE AMOUNT TO RL-AMOUNT
           MOVE WS-RET-REASON TO RL-REASON
           IF WS-LINE-COUNT >= WS-MAX-LINES
               PERFORM WRITE-RETURN-HEADER
               WRITE RET-PRINT-LINE FROM WS-RET-HEADER-2
           END-IF
           WRITE RET-PRINT-LINE FROM WS-RET-LINE
           ADD 1 TO WS-LINE-COUNT.

       PRINT-UNMATCHED-RETURNS.
           MOVE SPACES TO RET-PRINT-LINE
           WRITE RET-PRINT-LINE
           MOVE "UNMATCHED RETURNS - NOT POSTED" TO RET-PRINT-LINE
           WRITE RET-PRINT-LINE
           WRITE RET-PRINT-LINE FROM WS-UNM-HEADER
           ADD 3 TO WS-LINE-COUNT
           PERFORM PRINT-ONE-UNMATCHED
               VARYING WS-UNM-IDX FROM 1 BY 1
               UNTIL WS-UNM-IDX > WS-UNM-COUNT.

       PRINT-ONE-UNMATCHED.
           MOVE WS-UNM-TRANS-ID(WS-UNM-IDX) TO UL-TRANS-ID
           MOVE WS-UNM-NAME(WS-UNM-IDX) TO UL-NAME
           MOVE WS-UNM-CODE(WS-UNM-IDX) TO UL-CODE
           MOVE WS-UNM-AMOUNT(WS-UNM-IDX) TO UL-AMOUNT
           MOVE WS-UNM-REASON(WS-UNM-IDX) TO UL-REASON
           IF WS-LINE-COUNT >= WS-MAX-LINES
               PERFORM WRITE-RETURN-HEADER
               WRITE RET-PRINT-LINE FROM WS-UNM-HEADER
           END-IF
           WRITE RET-PRINT-LINE FROM WS-UNM-LINE
           ADD 1 TO WS-LINE-COUNT.

       PRINT-RETURN-TOTALS.
           MOVE SPACES TO RET-PRINT-LINE
           WRITE RET-PRINT-LINE
           MOVE "RETURNS CREDITED" TO RT-LABEL
           MOVE WS-POSTED-COUNT TO RT-COUNT
           MOVE WS-POSTED-TOTAL TO RT-AMOUNT
           WRITE RET-PRINT-LINE FROM WS-RET-TOTAL-LINE
           MOVE "RETURNS UNMATCHED" TO RT-LABEL
           MOVE WS-UNMATCHED-COUNT TO RT-COUNT
           MOVE WS-UNMATCHED-TOTAL TO RT-AMOUNT
           WRITE RET-PRINT-LINE FROM WS-RET-TOTAL-LINE.

      *> One keyed read of the balance file; the chain walk survives
      *> as the fallback for accounts not on it yet.
       GET-ACCOUNT-BALANCE.
           MOVE 'N' TO WS-ACCT-BAL-FOUND
           MOVE WS-POST-ACCOUNT-NUM TO WS-BAL-TARGET-ACCT
           MOVE WS-POST-ACCOUNT-NUM TO AB-ACCT-NUMBER
           READ BALANCE-FILE
               INVALID KEY CONTINUE
           END-READ
           IF BAL-FILE-OK
               MOVE 'Y' TO WS-ACCT-BAL-FOUND
               MOVE AB-CUR-BALANCE TO WS-ACCT-RUNNING-BALANCE
           ELSE
               PERFORM WALK-CHAIN-FOR-BALANCE
           END-IF.

       WALK-CHAIN-FOR-BALANCE.
           MOVE WS-BAL-TARGET-ACCT TO ACCOUNT-NUM
           START LEDGER-FILE KEY IS = ACCOUNT-NUM
               INVALID KEY CONTINUE
           END-START
           IF FILE-OK
               PERFORM READ-NEXT-FOR-BALANCE UNTIL FILE-NOT-FOUND
           END-IF
           IF NOT ACCT-BAL-FOUND
               MOVE WS-BAL-TARGET-ACCT TO ACCT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY MOVE ZERO TO ACCT-OPENING-BAL
               END-READ
               MOVE ACCT-OPENING-BAL TO WS-ACCT-RUNNING-BALANCE
           END-IF.

       READ-NEXT-FOR-BALANCE.
           READ LEDGER-FILE NEXT RECORD
               AT END SET FILE-NOT-FOUND TO TRUE
               NOT AT END
                   IF ACCOUNT-NUM = WS-BAL-TARGET-ACCT
                       MOVE 'Y' TO WS-ACCT-BAL-FOUND
                       MOVE BALANCE-AFTER TO WS-ACCT-RUNNING-BALANCE
                   ELSE
                       SET FILE-NOT-FOUND TO TRUE
                   END-IF
           END-READ.

      *> The just-written posting, still in LEDGER-RECORD, becomes
      *> the account's current balance row. The read-before-rewrite
      *> keeps AB-LAST-ACCRUAL for the interest run.
       UPDATE-BALANCE-RECORD.
           MOVE ACCOUNT-NUM TO AB-ACCT-NUMBER
           READ BALANCE-FILE
               INVALID KEY CONTINUE
           END-READ
           IF BAL-FILE-OK
               MOVE BALANCE-AFTER TO AB-CUR-BALANCE
               MOVE TRANS-ID TO AB-LAST-TRANS-ID
               MOVE TRANS-DATE TO AB-LAST-POST-DATE
               REWRITE BALANCE-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               MOVE ACCOUNT-NUM TO AB-ACCT-NUMBER
               MOVE BALANCE-AFTER TO AB-CUR-BALANCE
               MOVE TRANS-ID TO AB-LAST-TRANS-ID
               MOVE TRANS-DATE TO AB-LAST-POST-DATE
               MOVE ZERO TO AB-LAST-ACCRUAL
               WRITE BALANCE-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.

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
           MOVE ZERO TO WS-LINE-COUNT.

      *> Same handoff the interest and recycle runs make: the net of
      *> this run's postings rolls into the period balance so the
      *> reconciliation's period tie stays provable.
       SAVE-PERIOD-BALANCE.
           IF WS-RUN-NET NOT = ZERO
               OPEN OUTPUT PERIOD-FILE
               IF PERIOD-FILE-OK
                   MOVE WS-LAST-CLOSE-DATE TO PRD-CLOSING-DATE
                   COMPUTE PRD-OPENING-BALANCE =
                       WS-PERIOD-NET + WS-RUN-NET
                   WRITE PERIOD-RECORD
                   CLOSE PERIOD-FILE
               ELSE
                   DISPLAY "WARNING: cannot update period balance"
               END-IF
           END-IF.

       CLEANUP.
           PERFORM SAVE-SEQ-CONTROL
           CLOSE LEDGER-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE BALANCE-FILE
           CLOSE PAYMENT-QUEUE
           CLOSE RETURN-FILE
           CLOSE RETURN-RPT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKCRAFT-PAYOUT.
       AUTHOR. MARKCRAFT-TEAM.
      *> Modern COBOL: outbound external payment file for the clearing
      *> network

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Outbound payment queue written by the posting and approval
      *> release runs: every queued row here has already debited
      *> its customer account.
           SELECT PAYMENT-QUEUE
               ASSIGN TO "extpayq.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQ-TRANS-ID
               FILE STATUS IS WS-PAYQ-STATUS.

           SELECT PAYEE-MASTER
               ASSIGN TO "payee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-PAYEE-ID
               FILE STATUS IS WS-PAYEE-STATUS.

      *> Single-record origination control Operations maintains: our
      *> routing number and names as the network knows them, and the
      *> last file date, file id modifier, batch number and trace
      *> sequence used - rewritten at the end of every run so no two
      *> files or entries ever go out under the same identity.
           SELECT PAY-CONTROL
               ASSIGN TO "payctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PCTL-STATUS.

      *> The file for the clearing network: 94-byte records, file
      *> header, one batch of credit entries with its control record,
      *> file control, padded with 9s to a whole block of ten.
           SELECT PAYMENT-FILE
               ASSIGN TO "payout.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYF-STATUS.

      *> Control listing of every entry sent and every queued payment
      *> held back, with the totals the file's own controls carry.
           SELECT PAYOUT-RPT
               ASSIGN TO "payout.prt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD PAYEE-MASTER.
       01 PAYEE-RECORD.
           05 PY-PAYEE-ID       PIC 9(8).
           05 PY-ACCOUNT-NUM    PIC 9(10).
           05 PY-PAYEE-NAME     PIC X(22).
           05 PY-ROUTING-NUM    PIC 9(9).
           05 PY-ROUTING-PARTS REDEFINES PY-ROUTING-NUM.
               10 PY-RDFI-ID        PIC 9(8).
               10 PY-CHECK-DIGIT    PIC 9(1).
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

       FD PAY-CONTROL.
       01 PAY-CONTROL-RECORD.
           05 PC-ODFI-ROUTING   PIC 9(9).
           05 PC-ODFI-PARTS REDEFINES PC-ODFI-ROUTING.
               10 PC-ODFI-ID        PIC 9(8).
               10 PC-ODFI-CHECK     PIC 9(1).
           05 PC-DEST-ROUTING   PIC 9(9).
           05 PC-DEST-NAME      PIC X(23).
           05 PC-ORIGIN-NAME    PIC X(23).
           05 PC-COMPANY-NAME   PIC X(16).
           05 PC-COMPANY-ID     PIC X(10).
           05 PC-LAST-FILE-DATE PIC 9(8).
           05 PC-LAST-FILE-MOD  PIC X(1).
           05 PC-LAST-BATCH-NUM PIC 9(7).
           05 PC-LAST-TRACE-SEQ PIC 9(7).

       FD PAYMENT-FILE.
       01 PAYMENT-FILE-RECORD   PIC X(94).

       FD PAYOUT-RPT.
       01 PAY-PRINT-LINE        PIC X(96).

       WORKING-STORAGE SECTION.
       01 WS-PAYQ-STATUS        PIC XX.
           88 PAYQ-FILE-OK      VALUE "00".
       01 WS-PAYEE-STATUS       PIC XX.
           88 PAYEE-FILE-OK     VALUE "00".
       01 WS-PCTL-STATUS        PIC XX.
           88 PCTL-FILE-OK      VALUE "00".
       01 WS-PAYF-STATUS        PIC XX.
           88 PAYF-FILE-OK      VALUE "00".
       01 WS-RPT-STATUS         PIC XX.
           88 RPT-FILE-OK       VALUE "00".
       01 WS-CURRENT-DATE       PIC 9(8).
       01 WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-DATE.
           05 WS-CUR-CENTURY    PIC 9(2).
           05 WS-CUR-YYMMDD     PIC 9(6).
       01 WS-CURRENT-TIME       PIC 9(8).
       01 WS-QUEUE-EOF          PIC X VALUE 'N'.
           88 END-OF-QUEUE      VALUE 'Y'.
      *> The header and batch header go out with the first entry; a
      *> night with nothing to send leaves an empty file rather than
      *> a zero-entry batch the network would refuse.
       01 WS-FILE-STARTED       PIC X VALUE 'N'.
           88 FILE-STARTED      VALUE 'Y'.
       01 WS-HOLD-REASON        PIC X(20) VALUE SPACES.
       01 WS-FILE-MOD-CHARS     PIC X(36) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
       01 WS-FILE-MOD-IDX       PIC 9(2) VALUE ZERO.
       01 WS-FILE-MOD           PIC X(1) VALUE "A".
       01 WS-BATCH-NUM          PIC 9(7) VALUE ZERO.
       01 WS-TRACE-SEQ          PIC 9(7) VALUE ZERO.
       01 WS-TRACE-NUM.
           05 WS-TRACE-ODFI     PIC 9(8).
           05 WS-TRACE-SEQ-PART PIC 9(7).
       01 WS-TRACE-NUM-N REDEFINES WS-TRACE-NUM PIC 9(15).
       01 WS-ENTRY-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-HELD-COUNT         PIC 9(8) VALUE ZERO.
      *> Sum of the receiving banks' eight-digit ids; only the low
      *> ten digits go into the controls, as hash totals do.
       01 WS-ENTRY-HASH-SUM     PIC 9(16) VALUE ZERO.
       01 WS-CREDIT-TOTAL       PIC 9(10)V99 VALUE ZERO.
       01 WS-HELD-TOTAL         PIC 9(10)V99 VALUE ZERO.
       01 WS-RECORD-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-BLOCK-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-PAD-COUNT          PIC 9(2) VALUE ZERO.
       01 WS-LINE-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-MAX-LINES          PIC 9(4) VALUE 60.
       01 WS-PAGE-COUNT         PIC 9(4) VALUE ZERO.

      *> Network record layouts, built here and written FROM.
       01 WS-FILE-HEADER.
           05 FH-RECORD-TYPE    PIC X(1) VALUE "1".
           05 FH-PRIORITY       PIC X(2) VALUE "01".
           05 FH-IMMED-DEST.
               10 FILLER            PIC X(1) VALUE SPACE.
               10 FH-DEST-ROUTING   PIC 9(9).
           05 FH-IMMED-ORIGIN.
               10 FILLER            PIC X(1) VALUE SPACE.
               10 FH-ORIGIN-ROUTING PIC 9(9).
           05 FH-CREATE-DATE    PIC 9(6).
           05 FH-CREATE-TIME    PIC 9(4).
           05 FH-FILE-ID-MOD    PIC X(1).
           05 FH-RECORD-SIZE    PIC X(3) VALUE "094".
           05 FH-BLOCKING       PIC X(2) VALUE "10".
           05 FH-FORMAT-CODE    PIC X(1) VALUE "1".
           05 FH-DEST-NAME      PIC X(23).
           05 FH-ORIGIN-NAME    PIC X(23).
           05 FH-REFERENCE      PIC X(8) VALUE SPACES.

       01 WS-BATCH-HEADER.
           05 BH-RECORD-TYPE    PIC X(1) VALUE "5".
           05 BH-SERVICE-CLASS  PIC X(3) VALUE "220".
           05 BH-COMPANY-NAME   PIC X(16).
           05 BH-DISCRETIONARY  PIC X(20) VALUE SPACES.
           05 BH-COMPANY-ID     PIC X(10).
           05 BH-ENTRY-CLASS    PIC X(3) VALUE "PPD".
           05 BH-ENTRY-DESC     PIC X(10) VALUE "PAYMENT".
           05 BH-DESC-DATE      PIC X(6) VALUE SPACES.
           05 BH-EFFECTIVE-DATE PIC 9(6).
           05 BH-SETTLE-DATE    PIC X(3) VALUE SPACES.
           05 BH-ORIG-STATUS    PIC X(1) VALUE "1".
           05 BH-ODFI-ID        PIC 9(8).
           05 BH-BATCH-NUM      PIC 9(7).

      *> 22 credits a checking account at the receiving bank, 32 a
      *> savings account. The individual id carries our TRANS-ID, so
      *> a return names the posting it undoes.
       01 WS-ENTRY-DETAIL.
           05 ED-RECORD-TYPE    PIC X(1) VALUE "6".
           05 ED-TRANS-CODE     PIC X(2).
           05 ED-RDFI-ID        PIC 9(8).
           05 ED-CHECK-DIGIT    PIC 9(1).
           05 ED-DFI-ACCOUNT    PIC X(17).
           05 ED-AMOUNT         PIC 9(8)V99.
           05 ED-INDIVIDUAL-ID  PIC X(15).
           05 ED-INDIVIDUAL-NAME PIC X(22).
           05 ED-DISCRETIONARY  PIC X(2) VALUE SPACES.
           05 ED-ADDENDA-IND    PIC X(1) VALUE "0".
           05 ED-TRACE-NUM      PIC 9(15).

       01 WS-BATCH-CONTROL.
           05 BC-RECORD-TYPE    PIC X(1) VALUE "8".
           05 BC-SERVICE-CLASS  PIC X(3) VALUE "220".
           05 BC-ENTRY-COUNT    PIC 9(6).
           05 BC-ENTRY-HASH     PIC 9(10).
           05 BC-DEBIT-TOTAL    PIC 9(10)V99.
           05 BC-CREDIT-TOTAL   PIC 9(10)V99.
           05 BC-COMPANY-ID     PIC X(10).
           05 BC-AUTH-CODE      PIC X(19) VALUE SPACES.
           05 BC-RESERVED       PIC X(6) VALUE SPACES.
           05 BC-ODFI-ID        PIC 9(8).
           05 BC-BATCH-NUM      PIC 9(7).

       01 WS-FILE-CONTROL.
           05 FC-RECORD-TYPE    PIC X(1) VALUE "9".
           05 FC-BATCH-COUNT    PIC 9(6).
           05 FC-BLOCK-COUNT    PIC 9(6).
           05 FC-ENTRY-COUNT    PIC 9(8).
           05 FC-ENTRY-HASH     PIC 9(10).
           05 FC-DEBIT-TOTAL    PIC 9(10)V99.
           05 FC-CREDIT-TOTAL   PIC 9(10)V99.
           05 FC-RESERVED       PIC X(39) VALUE SPACES.

       01 WS-PAD-RECORD         PIC X(94) VALUE ALL "9".

       01 WS-PAY-HEADER-1.
           05 FILLER            PIC X(36) VALUE
               "MARKCRAFT OUTBOUND PAYMENT FILE     ".
           05 FILLER            PIC X(10) VALUE "RUN DATE: ".
           05 HDR-RUN-DATE      PIC 9999/99/99.
           05 FILLER            PIC X(7) VALUE "  PAGE ".
           05 HDR-PAGE-NUM      PIC ZZZ9.

       01 WS-PAY-HEADER-2.
           05 FILLER            PIC X(14) VALUE "TRANS-ID".
           05 FILLER            PIC X(12) VALUE "ACCOUNT".
           05 FILLER            PIC X(10) VALUE "PAYEE".
           05 FILLER            PIC X(11) VALUE "ROUTING".
           05 FILLER            PIC X(16) VALUE "          AMOUNT".
           05 FILLER            PIC X(2) VALUE SPACES.
           05 FILLER            PIC X(20) VALUE "TRACE / HELD".

       01 WS-PAY-LINE.
           05 PL-TRANS-ID       PIC X(12).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 PL-ACCOUNT        PIC 9(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 PL-PAYEE-ID       PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 PL-ROUTING        PIC 9(9).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 PL-AMOUNT         PIC Z(10)9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 PL-TRACE-OR-HELD  PIC X(20).

       01 WS-PAY-TOTAL-LINE.
           05 PT-LABEL          PIC X(30).
           05 PT-COUNT          PIC Z(7)9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 PT-AMOUNT         PIC Z(10)9.99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INITIALIZE-PAYOUT
           PERFORM SCAN-PAYMENT-QUEUE
           IF FILE-STARTED
               PERFORM FINISH-PAYMENT-FILE
               PERFORM SAVE-PAY-CONTROL
           ELSE
               DISPLAY "No queued payments - no file created"
           END-IF
           PERFORM PRINT-PAYOUT-TOTALS
           DISPLAY "Entries sent:   " WS-ENTRY-COUNT
           DISPLAY "Payments held:  " WS-HELD-COUNT
           PERFORM CLEANUP
           STOP RUN.

       INITIALIZE-PAYOUT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           OPEN INPUT PAY-CONTROL
           IF NOT PCTL-FILE-OK
               DISPLAY "ERROR: Cannot open payment control file"
               STOP RUN
           END-IF
           READ PAY-CONTROL
               AT END
                   DISPLAY "ERROR: payment control file is empty"
                   STOP RUN
           END-READ
           CLOSE PAY-CONTROL
           OPEN I-O PAYMENT-QUEUE
           IF NOT PAYQ-FILE-OK
               DISPLAY "ERROR: Cannot open payment queue file"
               STOP RUN
           END-IF
           OPEN INPUT PAYEE-MASTER
           IF NOT PAYEE-FILE-OK
               DISPLAY "ERROR: Cannot open payee master file"
               STOP RUN
           END-IF
           OPEN OUTPUT PAYMENT-FILE
           IF NOT PAYF-FILE-OK
               DISPLAY "ERROR: Cannot open outbound payment file"
               STOP RUN
           END-IF
           OPEN OUTPUT PAYOUT-RPT
           IF NOT RPT-FILE-OK
               DISPLAY "ERROR: Cannot open payment report file"
               STOP RUN
           END-IF
           PERFORM SET-FILE-IDENTITY
           PERFORM WRITE-PAYOUT-HEADER
           DISPLAY "=== MarkCraft Outbound Payment File ==="
           DISPLAY "Date: " WS-CURRENT-DATE.

      *> A second file on the same day takes the next id modifier; a
      *> new day starts again at A. Batch and trace numbers run on
      *> from the last file whatever the day.
       SET-FILE-IDENTITY.
           MOVE 1 TO WS-FILE-MOD-IDX
           IF PC-LAST-FILE-DATE = WS-CURRENT-DATE
               PERFORM FIND-LAST-FILE-MOD
                   VARYING WS-FILE-MOD-IDX FROM 1 BY 1
                   UNTIL WS-FILE-MOD-IDX > 36
                       OR WS-FILE-MOD-CHARS(WS-FILE-MOD-IDX:1)
                           = PC-LAST-FILE-MOD
               ADD 1 TO WS-FILE-MOD-IDX
               IF WS-FILE-MOD-IDX > 36
                   DISPLAY "ERROR: file id modifiers used up for today"
                   STOP RUN
               END-IF
           END-IF
           MOVE WS-FILE-MOD-CHARS(WS-FILE-MOD-IDX:1) TO WS-FILE-MOD
           COMPUTE WS-BATCH-NUM =
               FUNCTION MOD(PC-LAST-BATCH-NUM, 9999999) + 1
           MOVE PC-LAST-TRACE-SEQ TO WS-TRACE-SEQ.

       FIND-LAST-FILE-MOD.
           CONTINUE.

       SCAN-PAYMENT-QUEUE.
           MOVE LOW-VALUES TO PQ-TRANS-ID
           START PAYMENT-QUEUE KEY >= PQ-TRANS-ID
               INVALID KEY SET END-OF-QUEUE TO TRUE
           END-START
           PERFORM SEND-ONE-QUEUED-PAYMENT UNTIL END-OF-QUEUE.

       SEND-ONE-QUEUED-PAYMENT.
           READ PAYMENT-QUEUE NEXT RECORD
               AT END SET END-OF-QUEUE TO TRUE
               NOT AT END
                   IF PQ-IS-QUEUED
                       PERFORM EDIT-QUEUED-PAYMENT
                       IF WS-HOLD-REASON = SPACES
                           PERFORM WRITE-PAYMENT-ENTRY
                       ELSE
                           PERFORM REPORT-HELD-PAYMENT
                       END-IF
                   END-IF
           END-READ.

      *> The customer has already been debited, so nothing here
      *> rejects: a payment that cannot go tonight stays queued and
      *> prints for Operations to resolve, and goes out on the first
      *> run after they do.
       EDIT-QUEUED-PAYMENT.
           MOVE SPACES TO WS-HOLD-REASON
           MOVE PQ-PAYEE-ID TO PY-PAYEE-ID
           READ PAYEE-MASTER
               INVALID KEY CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN NOT PAYEE-FILE-OK
                   MOVE "HELD: NO PAYEE" TO WS-HOLD-REASON
                   MOVE ZERO TO PY-ROUTING-NUM
               WHEN NOT PY-IS-ACTIVE
                   MOVE "HELD: PAYEE INACTIVE" TO WS-HOLD-REASON
               WHEN PQ-AMOUNT > 99999999.99
                   MOVE "HELD: OVER ENTRY MAX" TO WS-HOLD-REASON
           END-EVALUATE.

       WRITE-PAYMENT-ENTRY.
           IF NOT FILE-STARTED
               PERFORM START-PAYMENT-FILE
           END-IF
           ADD 1 TO WS-TRACE-SEQ
           IF WS-TRACE-SEQ = ZERO
               MOVE 1 TO WS-TRACE-SEQ
           END-IF
           MOVE PC-ODFI-ID TO WS-TRACE-ODFI
           MOVE WS-TRACE-SEQ TO WS-TRACE-SEQ-PART
           IF PY-EXT-SAVINGS
               MOVE "32" TO ED-TRANS-CODE
           ELSE
               MOVE "22" TO ED-TRANS-CODE
           END-IF
           MOVE PY-RDFI-ID TO ED-RDFI-ID
           MOVE PY-CHECK-DIGIT TO ED-CHECK-DIGIT
           MOVE PY-EXT-ACCOUNT TO ED-DFI-ACCOUNT
           MOVE PQ-AMOUNT TO ED-AMOUNT
           MOVE PQ-TRANS-ID TO ED-INDIVIDUAL-ID
           MOVE PY-PAYEE-NAME TO ED-INDIVIDUAL-NAME
           MOVE WS-TRACE-NUM-N TO ED-TRACE-NUM
           WRITE PAYMENT-FILE-RECORD FROM WS-ENTRY-DETAIL
           ADD 1 TO WS-RECORD-COUNT
           ADD 1 TO WS-ENTRY-COUNT
           ADD PY-RDFI-ID TO WS-ENTRY-HASH-SUM
           ADD PQ-AMOUNT TO WS-CREDIT-TOTAL
           SET PQ-IS-SENT TO TRUE
           MOVE WS-CURRENT-DATE TO PQ-SENT-DATE
           MOVE WS-BATCH-NUM TO PQ-BATCH-NUM
           MOVE WS-TRACE-NUM-N TO PQ-TRACE-NUM
           REWRITE PAYMENT-QUEUE-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           IF NOT PAYQ-FILE-OK
               DISPLAY "ERROR: payment " PQ-TRANS-ID " sent but not "
                   "marked, status " WS-PAYQ-STATUS
           END-IF
           MOVE WS-TRACE-NUM-N TO PL-TRACE-OR-HELD
           PERFORM WRITE-PAYOUT-LINE.

       REPORT-HELD-PAYMENT.
           ADD 1 TO WS-HELD-COUNT
           ADD PQ-AMOUNT TO WS-HELD-TOTAL
           MOVE WS-HOLD-REASON TO PL-TRACE-OR-HELD
           PERFORM WRITE-PAYOUT-LINE
           DISPLAY "HELD: payment " PQ-TRANS-ID " acct " PQ-ACCOUNT-NUM
               " payee " PQ-PAYEE-ID.

       START-PAYMENT-FILE.
           MOVE PC-DEST-ROUTING TO FH-DEST-ROUTING
           MOVE PC-ODFI-ROUTING TO FH-ORIGIN-ROUTING
           MOVE WS-CUR-YYMMDD TO FH-CREATE-DATE
           MOVE WS-CURRENT-TIME(1:4) TO FH-CREATE-TIME
           MOVE WS-FILE-MOD TO FH-FILE-ID-MOD
           MOVE PC-DEST-NAME TO FH-DEST-NAME
           MOVE PC-ORIGIN-NAME TO FH-ORIGIN-NAME
           WRITE PAYMENT-FILE-RECORD FROM WS-FILE-HEADER
           MOVE PC-COMPANY-NAME TO BH-COMPANY-NAME
           MOVE PC-COMPANY-ID TO BH-COMPANY-ID
           MOVE WS-CUR-YYMMDD TO BH-EFFECTIVE-DATE
           MOVE PC-ODFI-ID TO BH-ODFI-ID
           MOVE WS-BATCH-NUM TO BH-BATCH-NUM
           WRITE PAYMENT-FILE-RECORD FROM WS-BATCH-HEADER
           MOVE 2 TO WS-RECORD-COUNT
           SET FILE-STARTED TO TRUE.

      *> Batch control and file control carry the same count, hash
      *> and credit total; the file goes out credits-only, so both
      *> debit totals are zero. Blocks are ten records, the last one
      *> filled out with all-9 records.
       FINISH-PAYMENT-FILE.
           MOVE WS-ENTRY-COUNT TO BC-ENTRY-COUNT
           MOVE WS-ENTRY-HASH-SUM TO BC-ENTRY-HASH
           MOVE ZERO TO BC-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO BC-CREDIT-TOTAL
           MOVE PC-COMPANY-ID TO BC-COMPANY-ID
           MOVE PC-ODFI-ID TO BC-ODFI-ID
           MOVE WS-BATCH-NUM TO BC-BATCH-NUM
           WRITE PAYMENT-FILE-RECORD FROM WS-BATCH-CONTROL
           ADD 2 TO WS-RECORD-COUNT
           COMPUTE WS-BLOCK-COUNT = (WS-RECORD-COUNT + 9) / 10
           COMPUTE WS-PAD-COUNT =
               WS-BLOCK-COUNT * 10 - WS-RECORD-COUNT
           MOVE 1 TO FC-BATCH-COUNT
           MOVE WS-BLOCK-COUNT TO FC-BLOCK-COUNT
           MOVE WS-ENTRY-COUNT TO FC-ENTRY-COUNT
           MOVE WS-ENTRY-HASH-SUM TO FC-ENTRY-HASH
           MOVE ZERO TO FC-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO FC-CREDIT-TOTAL
           WRITE PAYMENT-FILE-RECORD FROM WS-FILE-CONTROL
           PERFORM WRITE-PAD-RECORD WS-PAD-COUNT TIMES.

       WRITE-PAD-RECORD.
           WRITE PAYMENT-FILE-RECORD FROM WS-PAD-RECORD.

       SAVE-PAY-CONTROL.
           MOVE WS-CURRENT-DATE TO PC-LAST-FILE-DATE
           MOVE WS-FILE-MOD TO PC-LAST-FILE-MOD
           MOVE WS-BATCH-NUM TO PC-LAST-BATCH-NUM
           MOVE WS-TRACE-SEQ TO PC-LAST-TRACE-SEQ
           OPEN OUTPUT PAY-CONTROL
           IF PCTL-FILE-OK
               WRITE PAY-CONTROL-RECORD
               CLOSE PAY-CONTROL
           ELSE
               DISPLAY "ERROR: Cannot save payment control - next "
                   "file would reuse this file's numbers"
           END-IF.

       WRITE-PAYOUT-LINE.
           MOVE PQ-TRANS-ID TO PL-TRANS-ID
           MOVE PQ-ACCOUNT-NUM TO PL-ACCOUNT
           MOVE PQ-PAYEE-ID TO PL-PAYEE-ID
           MOVE PY-ROUTING-NUM TO PL-ROUTING
           MOVE PQ-AMOUNT TO PL-AMOUNT
           IF WS-LINE-COUNT >= WS-MAX-LINES
               PERFORM WRITE-PAYOUT-HEADER
           END-IF
           WRITE PAY-PRINT-LINE FROM WS-PAY-LINE
           ADD 1 TO WS-LINE-COUNT.

       PRINT-PAYOUT-TOTALS.
           MOVE SPACES TO PAY-PRINT-LINE
           WRITE PAY-PRINT-LINE
           MOVE "ENTRIES SENT" TO PT-LABEL
           MOVE WS-ENTRY-COUNT TO PT-COUNT
           MOVE WS-CREDIT-TOTAL TO PT-AMOUNT
           WRITE PAY-PRINT-LINE FROM WS-PAY-TOTAL-LINE
           MOVE "PAYMENTS HELD IN QUEUE" TO PT-LABEL
           MOVE WS-HELD-COUNT TO PT-COUNT
           MOVE WS-HELD-TOTAL TO PT-AMOUNT
           WRITE PAY-PRINT-LINE FROM WS-PAY-TOTAL-LINE
           IF FILE-STARTED
               MOVE SPACES TO PAY-PRINT-LINE
               STRING "FILE ID " WS-CUR-YYMMDD WS-FILE-MOD
                   "  BATCH " WS-BATCH-NUM
                   "  ENTRY HASH " BC-ENTRY-HASH
                   "  BLOCKS " WS-BLOCK-COUNT
                   DELIMITED BY SIZE INTO PAY-PRINT-LINE
               WRITE PAY-PRINT-LINE
           END-IF.

       WRITE-PAYOUT-HEADER.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-CURRENT-DATE TO HDR-RUN-DATE
           MOVE WS-PAGE-COUNT TO HDR-PAGE-NUM
           IF WS-PAGE-COUNT > 1
               MOVE SPACES TO PAY-PRINT-LINE
               WRITE PAY-PRINT-LINE
           END-IF
           WRITE PAY-PRINT-LINE FROM WS-PAY-HEADER-1
           MOVE SPACES TO PAY-PRINT-LINE
           WRITE PAY-PRINT-LINE
           WRITE PAY-PRINT-LINE FROM WS-PAY-HEADER-2
           MOVE ZERO TO WS-LINE-COUNT.

       CLEANUP.
           CLOSE PAYMENT-QUEUE
           CLOSE PAYEE-MASTER
           CLOSE PAYMENT-FILE
           CLOSE PAYOUT-RPT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKCRAFT-TAXYEAR.
       AUTHOR. MARKCRAFT-TEAM.
      *> Modern COBOL: year-end interest tax extract by customer

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

           SELECT CUSTOMER-MASTER
               ASSIGN TO "custmas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-NUMBER
               FILE STATUS IS WS-CUST-STATUS.

      *> Archived history written by the archive run. By year end
      *> the early months of the tax year have usually moved here,
      *> so it is read alongside the live ledger. Optional - a shop
      *> that never archived has the whole year live.
           SELECT ARCHIVE-FILE
               ASSIGN TO "ledgarch.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

      *> Regulatory extract: header naming the tax year, one detail
      *> per reportable customer, trailer with the record count and
      *> amount totals - the same H/D/T shape the feeds use.
           SELECT TAX-EXTRACT
               ASSIGN TO "taxextr.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTR-STATUS.

      *> Printed control listing: every customer on the extract,
      *> the run's counts and totals, then the exception page.
           SELECT TAX-RPT
               ASSIGN TO "taxyear.prt"
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

      *> Customer master: one row per customer, keyed on customer
      *> number.
       FD CUSTOMER-MASTER.
       01 CUSTOMER-MASTER-RECORD.
           05 CM-CUST-NUMBER    PIC 9(8).
           05 CM-CUST-NAME      PIC X(30).
           05 CM-CUST-TYPE      PIC X(1).
               88 CM-PERSONAL   VALUE "P".
               88 CM-BUSINESS   VALUE "B".
           05 CM-CUST-STATUS    PIC X(1).
               88 CM-ACTIVE     VALUE "A".
               88 CM-INACTIVE   VALUE "I".
           05 CM-TAX-ID         PIC X(9).
           05 CM-MAIL-ADDRESS.
               10 CM-ADDR-LINE-1    PIC X(30).
               10 CM-ADDR-LINE-2    PIC X(30).
               10 CM-CITY           PIC X(20).
               10 CM-STATE          PIC X(2).
               10 CM-POSTAL-CODE    PIC X(10).
           05 CM-TAX-STATUS     PIC X(1).
               88 CM-TAX-REPORTABLE VALUE "R" SPACE.
               88 CM-TAX-WITHHOLD   VALUE "W".
               88 CM-TAX-EXEMPT     VALUE "E".

      *> Field-for-field image of LEDGER-RECORD, as the archive run
      *> writes it.
       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD.
           05 AR-TRANS-ID       PIC X(12).
           05 AR-ACCOUNT-NUM    PIC 9(10).
           05 AR-TRANS-DATE     PIC 9(8).
           05 AR-TRANS-TYPE     PIC X(1).
           05 AR-AMOUNT         PIC 9(10)V99.
           05 AR-DESCRIPTION    PIC X(50).
           05 AR-BALANCE-AFTER  PIC S9(12)V99.
           05 AR-ORIG-TRANS-ID  PIC X(12).
           05 AR-REVERSAL-EFFECT PIC X(1).

       FD TAX-EXTRACT.
       01 TAX-EXTRACT-RECORD.
           05 TX-RECORD-TYPE    PIC X(1).
               88 TX-HEADER     VALUE "H".
               88 TX-DETAIL     VALUE "D".
               88 TX-TRAILER    VALUE "T".
           05 TX-DETAIL-FIELDS.
               10 TX-TAX-YEAR       PIC 9(4).
               10 TX-CUST-NUMBER    PIC 9(8).
               10 TX-TAX-ID         PIC X(9).
               10 TX-CUST-TYPE      PIC X(1).
               10 TX-NAME           PIC X(30).
               10 TX-ADDR-LINE-1    PIC X(30).
               10 TX-ADDR-LINE-2    PIC X(30).
               10 TX-CITY           PIC X(20).
               10 TX-STATE          PIC X(2).
               10 TX-POSTAL-CODE    PIC X(10).
               10 TX-WITHHOLD-FLAG  PIC X(1).
               10 TX-INTEREST-PAID  PIC 9(10)V99.
               10 TX-INTEREST-CHGD  PIC 9(10)V99.
           05 TX-HEADER-FIELDS REDEFINES TX-DETAIL-FIELDS.
               10 TX-HDR-TAX-YEAR   PIC 9(4).
               10 TX-HDR-RUN-DATE   PIC 9(8).
               10 TX-HDR-PAYER      PIC X(30).
               10 FILLER            PIC X(127).
           05 TX-TRAILER-FIELDS REDEFINES TX-DETAIL-FIELDS.
               10 TX-TRL-TAX-YEAR   PIC 9(4).
               10 TX-TRL-REC-COUNT  PIC 9(8).
               10 TX-TRL-PAID-TOT   PIC 9(14)V99.
               10 TX-TRL-CHGD-TOT   PIC 9(14)V99.
               10 FILLER            PIC X(125).

       FD TAX-RPT.
       01 TAX-PRINT-LINE        PIC X(96).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS        PIC XX.
           88 FILE-OK           VALUE "00".
           88 FILE-NOT-FOUND    VALUE "23".
       01 WS-ACCT-STATUS        PIC XX.
           88 ACCT-FILE-OK      VALUE "00".
           88 ACCT-NOT-FOUND    VALUE "23".
       01 WS-CUST-STATUS        PIC XX.
           88 CUST-FILE-OK      VALUE "00".
           88 CUST-NOT-FOUND    VALUE "23".
       01 WS-ARCH-STATUS        PIC XX.
           88 ARCH-FILE-OK      VALUE "00".
       01 WS-EXTR-STATUS        PIC XX.
           88 EXTR-FILE-OK      VALUE "00".
       01 WS-RPT-STATUS         PIC XX.
           88 RPT-FILE-OK       VALUE "00".
       01 WS-CURRENT-DATE       PIC 9(8).
       01 WS-YEAR-PARM          PIC X(10).
      *> Tax year defaults to the calendar year before the run date -
      *> the run is made in January for the year just closed.
       01 WS-TAX-YEAR           PIC 9(4) VALUE ZERO.
       01 WS-YEAR-START         PIC 9(8) VALUE ZERO.
       01 WS-YEAR-END           PIC 9(8) VALUE ZERO.
      *> Interest paid below this amount for the year is not
      *> reportable; those customers go to the exception page.
       01 WS-TAX-THRESHOLD      PIC 9(10)V99 VALUE 10.00.
       01 WS-PAYER-NAME         PIC X(30) VALUE "MARKCRAFT".
       01 WS-LEDGER-EOF         PIC X VALUE 'N'.
           88 END-OF-LEDGER     VALUE 'Y'.
       01 WS-ARCH-EOF           PIC X VALUE 'N'.
           88 END-OF-ARCHIVE    VALUE 'Y'.
       01 WS-CUST-EOF           PIC X VALUE 'N'.
           88 END-OF-CUSTOMERS  VALUE 'Y'.
       01 WS-ARCHIVE-PRESENT    PIC X VALUE 'N'.
           88 ARCHIVE-PRESENT   VALUE 'Y'.
      *> The posting under examination, lifted out of whichever file
      *> it came from so ledger and archive go through one set of
      *> rules.
       01 WS-SCAN-POSTING.
           05 SCN-TRANS-ID      PIC X(12).
           05 SCN-ACCOUNT-NUM   PIC 9(10).
           05 SCN-TRANS-DATE    PIC 9(8).
           05 SCN-TRANS-TYPE    PIC X(1).
           05 SCN-AMOUNT        PIC 9(10)V99.
           05 SCN-DESCRIPTION   PIC X(50).
           05 SCN-BALANCE-AFTER PIC S9(12)V99.
           05 SCN-ORIG-TRANS-ID PIC X(12).
           05 SCN-REVERSAL-EFFECT PIC X(1).
       01 WS-SIGNED-AMOUNT      PIC S9(12)V99 VALUE ZERO.
       01 WS-WORK-CUST          PIC 9(8) VALUE ZERO.
      *> Interest totals per customer number, find-or-add as the
      *> postings stream by - the same table shape the customer
      *> position report uses. Customer zero collects accounts with
      *> no customer assigned.
       01 WS-CUST-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-FOUND-IDX          PIC 9(4) VALUE ZERO.
       01 WS-CUST-TABLE-FULL    PIC X VALUE 'N'.
           88 CUST-TABLE-FULL-WARNED VALUE 'Y'.
       01 WS-CUST-TOTALS.
           05 WS-CUST-ENTRY OCCURS 1000 TIMES INDEXED BY WS-CUST-IDX.
               10 WS-CUST-NUM-T     PIC 9(8).
               10 WS-CUST-PAID      PIC S9(12)V99.
               10 WS-CUST-CHARGED   PIC S9(12)V99.
               10 WS-CUST-ITEMS     PIC 9(6).
               10 WS-CUST-REPORTED  PIC X(1).
      *> Reversals posted on or after the start of the tax year, held
      *> until both files have been read: only then can each one be
      *> tied to its original, wherever that original now lives. A
      *> reversal of interest nets against the year of the posting it
      *> reverses.
       01 WS-REV-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-REV-OPEN-COUNT     PIC 9(4) VALUE ZERO.
       01 WS-REV-TABLE-FULL     PIC X VALUE 'N'.
           88 REV-TABLE-FULL-WARNED VALUE 'Y'.
       01 WS-REVERSALS.
           05 WS-REV-ENTRY OCCURS 1000 TIMES INDEXED BY WS-REV-IDX.
               10 WS-REV-ORIG-ID    PIC X(12).
               10 WS-REV-AMOUNT     PIC 9(10)V99.
               10 WS-REV-RESOLVED   PIC X(1).
       01 WS-EXCEPTION-REASON   PIC X(20).
       01 WS-LEDGER-READ        PIC 9(8) VALUE ZERO.
       01 WS-ARCHIVE-READ       PIC 9(8) VALUE ZERO.
       01 WS-INTEREST-ITEMS     PIC 9(8) VALUE ZERO.
       01 WS-REVERSALS-NETTED   PIC 9(8) VALUE ZERO.
       01 WS-EXTRACT-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-EXCEPTION-COUNT    PIC 9(8) VALUE ZERO.
       01 WS-TOTAL-PAID         PIC S9(14)V99 VALUE ZERO.
       01 WS-TOTAL-CHARGED      PIC S9(14)V99 VALUE ZERO.
       01 WS-LINE-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-MAX-LINES          PIC 9(4) VALUE 60.
       01 WS-PAGE-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-PAGE-TITLE         PIC X(36).

       01 WS-TAX-HEADER-1.
           05 HDR-TITLE         PIC X(36).
           05 FILLER            PIC X(10) VALUE "RUN DATE: ".
           05 HDR-RUN-DATE      PIC 9999/99/99.
           05 FILLER            PIC X(7) VALUE "  PAGE ".
           05 HDR-PAGE-NUM      PIC ZZZ9.

       01 WS-TAX-HEADER-2.
           05 FILLER            PIC X(10) VALUE "TAX YEAR: ".
           05 HDR-TAX-YEAR      PIC 9(4).

       01 WS-LIST-HEADER.
           05 FILLER            PIC X(10) VALUE "CUSTOMER".
           05 FILLER            PIC X(32) VALUE "NAME".
           05 FILLER            PIC X(11) VALUE "TIN".
           05 FILLER            PIC X(3) VALUE "W".
           05 FILLER            PIC X(15) VALUE "  INTEREST PAID".
           05 FILLER            PIC X(15) VALUE "       CHARGED".

       01 WS-LIST-LINE.
           05 LST-CUST-NUM      PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LST-NAME          PIC X(30).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LST-TIN           PIC X(9).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LST-WITHHOLD      PIC X(1).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LST-PAID          PIC -(10)9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LST-CHARGED       PIC -(10)9.99.

       01 WS-EXC-HEADER.
           05 FILLER            PIC X(10) VALUE "CUSTOMER".
           05 FILLER            PIC X(32) VALUE "NAME".
           05 FILLER            PIC X(22) VALUE "REASON".
           05 FILLER            PIC X(15) VALUE "  INTEREST PAID".
           05 FILLER            PIC X(15) VALUE "       CHARGED".

       01 WS-EXC-LINE.
           05 EXC-CUST-NUM      PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 EXC-NAME          PIC X(30).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 EXC-REASON        PIC X(20).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 EXC-PAID          PIC -(10)9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 EXC-CHARGED       PIC -(10)9.99.

       01 WS-TOTAL-LINE.
           05 TOT-LABEL         PIC X(40).
           05 TOT-AMOUNT        PIC -(14)9.99.

       01 WS-COUNT-LINE.
           05 CNT-LABEL         PIC X(40).
           05 CNT-VALUE         PIC Z(7)9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INITIALIZE-TAXYEAR
           PERFORM SCAN-ARCHIVE-POSTINGS
           PERFORM SCAN-LEDGER-POSTINGS
           PERFORM RESOLVE-REVERSALS
           IF CUST-TABLE-FULL-WARNED OR REV-TABLE-FULL-WARNED
               PERFORM ABANDON-EXTRACT
           END-IF
           PERFORM WRITE-EXTRACT-HEADER
           PERFORM LIST-REPORTABLE-CUSTOMERS
           PERFORM WRITE-EXTRACT-TRAILER
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM LIST-EXCEPTIONS
           DISPLAY "Interest postings:   " WS-INTEREST-ITEMS
           DISPLAY "Reversals netted:    " WS-REVERSALS-NETTED
           DISPLAY "Customers extracted: " WS-EXTRACT-COUNT
           DISPLAY "Exceptions:          " WS-EXCEPTION-COUNT
           PERFORM CLEANUP
           STOP RUN.

       INITIALIZE-TAXYEAR.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TAX-YEAR = WS-CURRENT-DATE / 10000 - 1
           MOVE SPACES TO WS-YEAR-PARM
           ACCEPT WS-YEAR-PARM FROM COMMAND-LINE
      *> Optional parm names the tax year; same trimmed-numeric
      *> guard the interest run uses on its rate parm.
           IF FUNCTION TRIM(WS-YEAR-PARM) IS NUMERIC
                   AND FUNCTION TRIM(WS-YEAR-PARM) NOT = SPACE
               MOVE FUNCTION TRIM(WS-YEAR-PARM) TO WS-TAX-YEAR
           END-IF
           COMPUTE WS-YEAR-START = WS-TAX-YEAR * 10000 + 0101
           COMPUTE WS-YEAR-END = WS-TAX-YEAR * 10000 + 1231
           OPEN INPUT LEDGER-FILE
           IF NOT FILE-OK
               DISPLAY "ERROR: Cannot open ledger file"
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF NOT ACCT-FILE-OK
               DISPLAY "ERROR: Cannot open account master file"
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF NOT CUST-FILE-OK
               DISPLAY "ERROR: Cannot open customer master file"
               STOP RUN
           END-IF
           OPEN OUTPUT TAX-EXTRACT
           IF NOT EXTR-FILE-OK
               DISPLAY "ERROR: Cannot open tax extract file"
               STOP RUN
           END-IF
           OPEN OUTPUT TAX-RPT
           IF NOT RPT-FILE-OK
               DISPLAY "ERROR: Cannot open tax listing file"
               STOP RUN
           END-IF
           MOVE "MARKCRAFT YEAR-END INTEREST TAX     " TO WS-PAGE-TITLE
           PERFORM WRITE-TAX-HEADER
           WRITE TAX-PRINT-LINE FROM WS-LIST-HEADER
           DISPLAY "=== MarkCraft Year-End Interest Tax ==="
           DISPLAY "Date: " WS-CURRENT-DATE
           DISPLAY "Tax year: " WS-TAX-YEAR.

      *> Archive first - it holds the older half of the year. The
      *> file is opened and closed here because the reversal pass
      *> may need to read it from the top a second time.
       SCAN-ARCHIVE-POSTINGS.
           MOVE 'N' TO WS-ARCH-EOF
           OPEN INPUT ARCHIVE-FILE
           IF ARCH-FILE-OK
               SET ARCHIVE-PRESENT TO TRUE
               PERFORM READ-ONE-ARCHIVE-POSTING UNTIL END-OF-ARCHIVE
               CLOSE ARCHIVE-FILE
           ELSE
               DISPLAY "NOTE: no archive file - live ledger only"
           END-IF.

       READ-ONE-ARCHIVE-POSTING.
           READ ARCHIVE-FILE
               AT END SET END-OF-ARCHIVE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARCHIVE-READ
                   MOVE ARCHIVE-RECORD TO WS-SCAN-POSTING
                   PERFORM CLASSIFY-POSTING
           END-READ.

       SCAN-LEDGER-POSTINGS.
           MOVE 'N' TO WS-LEDGER-EOF
           MOVE LOW-VALUES TO TRANS-ID
           START LEDGER-FILE KEY >= TRANS-ID
               INVALID KEY SET END-OF-LEDGER TO TRUE
           END-START
           PERFORM READ-ONE-LEDGER-POSTING UNTIL END-OF-LEDGER.

       READ-ONE-LEDGER-POSTING.
           READ LEDGER-FILE NEXT RECORD
               AT END SET END-OF-LEDGER TO TRUE
               NOT AT END
                   ADD 1 TO WS-LEDGER-READ
                   MOVE LEDGER-RECORD TO WS-SCAN-POSTING
                   PERFORM CLASSIFY-POSTING
           END-READ.

      *> Interest postings are known by the descriptions the interest
      *> run writes. Reversals are only held for now - whether one
      *> touches interest depends on its original.
       CLASSIFY-POSTING.
           EVALUATE TRUE
               WHEN SCN-TRANS-TYPE = "R"
                   IF SCN-ORIG-TRANS-ID NOT = SPACES
                           AND SCN-TRANS-DATE >= WS-YEAR-START
                       PERFORM STORE-REVERSAL
                   END-IF
               WHEN SCN-DESCRIPTION NOT = "INTEREST ACCRUAL"
                       AND SCN-DESCRIPTION NOT = "DEBIT INTEREST"
                   CONTINUE
               WHEN SCN-TRANS-DATE < WS-YEAR-START
                       OR SCN-TRANS-DATE > WS-YEAR-END
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-INTEREST-ITEMS
                   MOVE SCN-AMOUNT TO WS-SIGNED-AMOUNT
                   PERFORM ADD-TO-CUSTOMER-TOTALS
           END-EVALUATE.

       STORE-REVERSAL.
           IF WS-REV-COUNT < 1000
               ADD 1 TO WS-REV-COUNT
               MOVE SCN-ORIG-TRANS-ID TO WS-REV-ORIG-ID(WS-REV-COUNT)
               MOVE SCN-AMOUNT TO WS-REV-AMOUNT(WS-REV-COUNT)
               MOVE 'N' TO WS-REV-RESOLVED(WS-REV-COUNT)
           ELSE
               IF NOT REV-TABLE-FULL-WARNED
                   DISPLAY "ERROR: over 1000 reversals in the "
                       "year - extract will not be produced"
                   SET REV-TABLE-FULL-WARNED TO TRUE
               END-IF
           END-IF.

      *> WS-SIGNED-AMOUNT is positive for the interest posting itself
      *> and negative for a reversal of one; the description in the
      *> scan area (the original's, for a reversal) picks the column.
       ADD-TO-CUSTOMER-TOTALS.
           MOVE SCN-ACCOUNT-NUM TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY CONTINUE
           END-READ
           IF ACCT-FILE-OK
               MOVE ACCT-CUST-NUMBER TO WS-WORK-CUST
           ELSE
               MOVE ZERO TO WS-WORK-CUST
           END-IF
           PERFORM FIND-OR-ADD-CUST-ENTRY
           IF WS-FOUND-IDX NOT = ZERO
               ADD 1 TO WS-CUST-ITEMS(WS-FOUND-IDX)
               IF SCN-DESCRIPTION = "INTEREST ACCRUAL"
                   ADD WS-SIGNED-AMOUNT TO WS-CUST-PAID(WS-FOUND-IDX)
               ELSE
                   ADD WS-SIGNED-AMOUNT
                       TO WS-CUST-CHARGED(WS-FOUND-IDX)
               END-IF
           END-IF.

       FIND-OR-ADD-CUST-ENTRY.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM SCAN-CUST-ENTRY
               VARYING WS-CUST-IDX FROM 1 BY 1
               UNTIL WS-CUST-IDX > WS-CUST-COUNT
                   OR WS-FOUND-IDX NOT = ZERO
           IF WS-FOUND-IDX = ZERO
               IF WS-CUST-COUNT < 1000
                   ADD 1 TO WS-CUST-COUNT
                   MOVE WS-CUST-COUNT TO WS-FOUND-IDX
                   MOVE WS-WORK-CUST TO WS-CUST-NUM-T(WS-FOUND-IDX)
                   MOVE ZERO TO WS-CUST-PAID(WS-FOUND-IDX)
                   MOVE ZERO TO WS-CUST-CHARGED(WS-FOUND-IDX)
                   MOVE ZERO TO WS-CUST-ITEMS(WS-FOUND-IDX)
                   MOVE 'N' TO WS-CUST-REPORTED(WS-FOUND-IDX)
               ELSE
                   PERFORM WARN-CUST-TABLE-FULL
               END-IF
           END-IF.

       SCAN-CUST-ENTRY.
           IF WS-CUST-NUM-T(WS-CUST-IDX) = WS-WORK-CUST
               SET WS-FOUND-IDX TO WS-CUST-IDX
           END-IF.

       WARN-CUST-TABLE-FULL.
           IF NOT CUST-TABLE-FULL-WARNED
               DISPLAY "ERROR: over 1000 distinct customers - "
                   "extract will not be produced"
               SET CUST-TABLE-FULL-WARNED TO TRUE
           END-IF.

      *> A customer or reversal that did not fit in its table would
      *> leave somebody's interest understated on a regulatory
      *> filing. The run stops instead: the extract, opened empty at
      *> startup, gets no header, details or trailer, the listing
      *> says why, and the step ends with return code 16.
       ABANDON-EXTRACT.
           MOVE SPACES TO TAX-PRINT-LINE
           WRITE TAX-PRINT-LINE
           IF CUST-TABLE-FULL-WARNED
               MOVE "*** OVER 1000 CUSTOMERS WITH INTEREST ***"
                   TO TAX-PRINT-LINE
               WRITE TAX-PRINT-LINE
           END-IF
           IF REV-TABLE-FULL-WARNED
               MOVE "*** OVER 1000 REVERSALS IN THE TAX YEAR ***"
                   TO TAX-PRINT-LINE
               WRITE TAX-PRINT-LINE
           END-IF
           MOVE "*** RUN ABANDONED - NO EXTRACT PRODUCED ***"
               TO TAX-PRINT-LINE
           WRITE TAX-PRINT-LINE
           DISPLAY "ERROR: table limit exceeded - no extract produced"
           PERFORM CLEANUP
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *> Each held reversal is tied to its original: a keyed read of
      *> the live ledger first, then one more archive pass for any
      *> whose original has already been archived.
       RESOLVE-REVERSALS.
           PERFORM RESOLVE-ONE-LIVE-REVERSAL
               VARYING WS-REV-IDX FROM 1 BY 1
               UNTIL WS-REV-IDX > WS-REV-COUNT
           MOVE ZERO TO WS-REV-OPEN-COUNT
           PERFORM COUNT-ONE-OPEN-REVERSAL
               VARYING WS-REV-IDX FROM 1 BY 1
               UNTIL WS-REV-IDX > WS-REV-COUNT
           IF WS-REV-OPEN-COUNT > ZERO AND ARCHIVE-PRESENT
               MOVE 'N' TO WS-ARCH-EOF
               OPEN INPUT ARCHIVE-FILE
               IF ARCH-FILE-OK
                   PERFORM MATCH-ONE-ARCHIVED-ORIGINAL
                       UNTIL END-OF-ARCHIVE
                       OR WS-REV-OPEN-COUNT = ZERO
                   CLOSE ARCHIVE-FILE
               END-IF
           END-IF.

       RESOLVE-ONE-LIVE-REVERSAL.
           MOVE WS-REV-ORIG-ID(WS-REV-IDX) TO TRANS-ID
           READ LEDGER-FILE
               INVALID KEY CONTINUE
           END-READ
           IF FILE-OK
               MOVE LEDGER-RECORD TO WS-SCAN-POSTING
               PERFORM NET-ONE-REVERSAL
           END-IF.

       COUNT-ONE-OPEN-REVERSAL.
           IF WS-REV-RESOLVED(WS-REV-IDX) = 'N'
               ADD 1 TO WS-REV-OPEN-COUNT
           END-IF.

       MATCH-ONE-ARCHIVED-ORIGINAL.
           READ ARCHIVE-FILE
               AT END SET END-OF-ARCHIVE TO TRUE
               NOT AT END
                   PERFORM MATCH-ARCHIVE-TO-REVERSAL
                       VARYING WS-REV-IDX FROM 1 BY 1
                       UNTIL WS-REV-IDX > WS-REV-COUNT
           END-READ.

       MATCH-ARCHIVE-TO-REVERSAL.
           IF WS-REV-RESOLVED(WS-REV-IDX) = 'N'
                   AND WS-REV-ORIG-ID(WS-REV-IDX) = AR-TRANS-ID
               MOVE ARCHIVE-RECORD TO WS-SCAN-POSTING
               PERFORM NET-ONE-REVERSAL
               SUBTRACT 1 FROM WS-REV-OPEN-COUNT
           END-IF.

      *> The original is in the scan area. A reversal of an interest
      *> posting dated in the tax year comes off that customer's
      *> total; any other reversal is simply marked as seen.
       NET-ONE-REVERSAL.
           MOVE 'Y' TO WS-REV-RESOLVED(WS-REV-IDX)
           IF (SCN-DESCRIPTION = "INTEREST ACCRUAL"
                   OR SCN-DESCRIPTION = "DEBIT INTEREST")
                   AND SCN-TRANS-TYPE NOT = "R"
                   AND SCN-TRANS-DATE >= WS-YEAR-START
                   AND SCN-TRANS-DATE <= WS-YEAR-END
               ADD 1 TO WS-REVERSALS-NETTED
               COMPUTE WS-SIGNED-AMOUNT =
                   ZERO - WS-REV-AMOUNT(WS-REV-IDX)
               PERFORM ADD-TO-CUSTOMER-TOTALS
           END-IF.

      *> One decision for both the listing and the exception page:
      *> spaces means the customer goes on the extract.
       CLASSIFY-CUSTOMER.
           MOVE SPACES TO WS-EXCEPTION-REASON
           EVALUATE TRUE
               WHEN CM-TAX-EXEMPT
                   MOVE "EXEMPT RECIPIENT" TO WS-EXCEPTION-REASON
               WHEN WS-CUST-PAID(WS-FOUND-IDX) < WS-TAX-THRESHOLD
                   MOVE "UNDER THRESHOLD" TO WS-EXCEPTION-REASON
               WHEN CM-TAX-ID = SPACES
                   MOVE "NO TAXPAYER ID" TO WS-EXCEPTION-REASON
               WHEN CM-ADDR-LINE-1 = SPACES OR CM-CITY = SPACES
                   MOVE "NO MAILING ADDRESS" TO WS-EXCEPTION-REASON
           END-EVALUATE.

       LIST-REPORTABLE-CUSTOMERS.
           MOVE 'N' TO WS-CUST-EOF
           MOVE LOW-VALUES TO CM-CUST-NUMBER
           START CUSTOMER-MASTER KEY >= CM-CUST-NUMBER
               INVALID KEY SET END-OF-CUSTOMERS TO TRUE
           END-START
           PERFORM LIST-NEXT-CUSTOMER UNTIL END-OF-CUSTOMERS.

       LIST-NEXT-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END SET END-OF-CUSTOMERS TO TRUE
               NOT AT END
                   MOVE CM-CUST-NUMBER TO WS-WORK-CUST
                   PERFORM LOCATE-CUST-ENTRY
                   IF WS-FOUND-IDX NOT = ZERO
                       MOVE 'Y' TO WS-CUST-REPORTED(WS-FOUND-IDX)
                       PERFORM CLASSIFY-CUSTOMER
                       IF WS-EXCEPTION-REASON = SPACES
                           PERFORM EXTRACT-ONE-CUSTOMER
                       END-IF
                   END-IF
           END-READ.

       LOCATE-CUST-ENTRY.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM SCAN-CUST-ENTRY
               VARYING WS-CUST-IDX FROM 1 BY 1
               UNTIL WS-CUST-IDX > WS-CUST-COUNT
                   OR WS-FOUND-IDX NOT = ZERO.

       EXTRACT-ONE-CUSTOMER.
           MOVE SPACES TO TAX-EXTRACT-RECORD
           SET TX-DETAIL TO TRUE
           MOVE WS-TAX-YEAR TO TX-TAX-YEAR
           MOVE CM-CUST-NUMBER TO TX-CUST-NUMBER
           MOVE CM-TAX-ID TO TX-TAX-ID
           MOVE CM-CUST-TYPE TO TX-CUST-TYPE
           MOVE CM-CUST-NAME TO TX-NAME
           MOVE CM-ADDR-LINE-1 TO TX-ADDR-LINE-1
           MOVE CM-ADDR-LINE-2 TO TX-ADDR-LINE-2
           MOVE CM-CITY TO TX-CITY
           MOVE CM-STATE TO TX-STATE
           MOVE CM-POSTAL-CODE TO TX-POSTAL-CODE
           IF CM-TAX-WITHHOLD
               MOVE "Y" TO TX-WITHHOLD-FLAG
           ELSE
               MOVE "N" TO TX-WITHHOLD-FLAG
           END-IF
           MOVE WS-CUST-PAID(WS-FOUND-IDX) TO TX-INTEREST-PAID
           IF WS-CUST-CHARGED(WS-FOUND-IDX) > ZERO
               MOVE WS-CUST-CHARGED(WS-FOUND-IDX) TO TX-INTEREST-CHGD
           ELSE
               MOVE ZERO TO TX-INTEREST-CHGD
           END-IF
           WRITE TAX-EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-COUNT
           ADD TX-INTEREST-PAID TO WS-TOTAL-PAID
           ADD TX-INTEREST-CHGD TO WS-TOTAL-CHARGED
           MOVE CM-CUST-NUMBER TO LST-CUST-NUM
           MOVE CM-CUST-NAME TO LST-NAME
      *> The listing is printed; only the last four of the TIN show.
           MOVE "*****" TO LST-TIN(1:5)
           MOVE CM-TAX-ID(6:4) TO LST-TIN(6:4)
           MOVE TX-WITHHOLD-FLAG TO LST-WITHHOLD
           MOVE TX-INTEREST-PAID TO LST-PAID
           MOVE TX-INTEREST-CHGD TO LST-CHARGED
           IF WS-LINE-COUNT >= WS-MAX-LINES
               PERFORM WRITE-TAX-HEADER
               WRITE TAX-PRINT-LINE FROM WS-LIST-HEADER
           END-IF
           WRITE TAX-PRINT-LINE FROM WS-LIST-LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-EXTRACT-HEADER.
           MOVE SPACES TO TAX-EXTRACT-RECORD
           SET TX-HEADER TO TRUE
           MOVE WS-TAX-YEAR TO TX-HDR-TAX-YEAR
           MOVE WS-CURRENT-DATE TO TX-HDR-RUN-DATE
           MOVE WS-PAYER-NAME TO TX-HDR-PAYER
           WRITE TAX-EXTRACT-RECORD.

       WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO TAX-EXTRACT-RECORD
           SET TX-TRAILER TO TRUE
           MOVE WS-TAX-YEAR TO TX-TRL-TAX-YEAR
           MOVE WS-EXTRACT-COUNT TO TX-TRL-REC-COUNT
           MOVE WS-TOTAL-PAID TO TX-TRL-PAID-TOT
           MOVE WS-TOTAL-CHARGED TO TX-TRL-CHGD-TOT
           WRITE TAX-EXTRACT-RECORD.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO TAX-PRINT-LINE
           WRITE TAX-PRINT-LINE
           MOVE "LEDGER POSTINGS READ" TO CNT-LABEL
           MOVE WS-LEDGER-READ TO CNT-VALUE
           WRITE TAX-PRINT-LINE FROM WS-COUNT-LINE
           MOVE "ARCHIVE POSTINGS READ" TO CNT-LABEL
           MOVE WS-ARCHIVE-READ TO CNT-VALUE
           WRITE TAX-PRINT-LINE FROM WS-COUNT-LINE
           MOVE "INTEREST POSTINGS IN TAX YEAR" TO CNT-LABEL
           MOVE WS-INTEREST-ITEMS TO CNT-VALUE
           WRITE TAX-PRINT-LINE FROM WS-COUNT-LINE
           MOVE "INTEREST REVERSALS NETTED" TO CNT-LABEL
           MOVE WS-REVERSALS-NETTED TO CNT-VALUE
           WRITE TAX-PRINT-LINE FROM WS-COUNT-LINE
           MOVE "CUSTOMERS ON EXTRACT" TO CNT-LABEL
           MOVE WS-EXTRACT-COUNT TO CNT-VALUE
           WRITE TAX-PRINT-LINE FROM WS-COUNT-LINE
           MOVE "TOTAL INTEREST PAID" TO TOT-LABEL
           MOVE WS-TOTAL-PAID TO TOT-AMOUNT
           WRITE TAX-PRINT-LINE FROM WS-TOTAL-LINE
           MOVE "TOTAL INTEREST CHARGED" TO TOT-LABEL
           MOVE WS-TOTAL-CHARGED TO TOT-AMOUNT
           WRITE TAX-PRINT-LINE FROM WS-TOTAL-LINE.

      *> The exception page: customers with interest in the year who
      *> are not on the extract, and why - nobody with interest is
      *> dropped without a line here. Interest on accounts whose
      *> customer is unassigned or missing from the master lands at
      *> the bottom.
       LIST-EXCEPTIONS.
           MOVE "MARKCRAFT TAX EXTRACT EXCEPTIONS   " TO WS-PAGE-TITLE
           PERFORM WRITE-TAX-HEADER
           WRITE TAX-PRINT-LINE FROM WS-EXC-HEADER
           MOVE 'N' TO WS-CUST-EOF
           MOVE LOW-VALUES TO CM-CUST-NUMBER
           START CUSTOMER-MASTER KEY >= CM-CUST-NUMBER
               INVALID KEY SET END-OF-CUSTOMERS TO TRUE
           END-START
           PERFORM CHECK-NEXT-CUSTOMER UNTIL END-OF-CUSTOMERS
           PERFORM LIST-ONE-UNMATCHED
               VARYING WS-CUST-IDX FROM 1 BY 1
               UNTIL WS-CUST-IDX > WS-CUST-COUNT
           MOVE SPACES TO TAX-PRINT-LINE
           WRITE TAX-PRINT-LINE
           MOVE "EXCEPTIONS LISTED" TO CNT-LABEL
           MOVE WS-EXCEPTION-COUNT TO CNT-VALUE
           WRITE TAX-PRINT-LINE FROM WS-COUNT-LINE.

       CHECK-NEXT-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END SET END-OF-CUSTOMERS TO TRUE
               NOT AT END
                   MOVE CM-CUST-NUMBER TO WS-WORK-CUST
                   PERFORM LOCATE-CUST-ENTRY
                   IF WS-FOUND-IDX NOT = ZERO
                       PERFORM CLASSIFY-CUSTOMER
                       IF WS-EXCEPTION-REASON NOT = SPACES
                           MOVE CM-CUST-NUMBER TO EXC-CUST-NUM
                           MOVE CM-CUST-NAME TO EXC-NAME
                           PERFORM WRITE-EXCEPTION-LINE
                       END-IF
                   END-IF
           END-READ.

       LIST-ONE-UNMATCHED.
           IF WS-CUST-REPORTED(WS-CUST-IDX) NOT = 'Y'
               SET WS-FOUND-IDX TO WS-CUST-IDX
               MOVE WS-CUST-NUM-T(WS-CUST-IDX) TO EXC-CUST-NUM
               IF WS-CUST-NUM-T(WS-CUST-IDX) = ZERO
                   MOVE "*UNASSIGNED ACCOUNTS*" TO EXC-NAME
                   MOVE "NO CUSTOMER" TO WS-EXCEPTION-REASON
               ELSE
                   MOVE "*NOT ON CUSTOMER MASTER*" TO EXC-NAME
                   MOVE "NOT ON MASTER" TO WS-EXCEPTION-REASON
               END-IF
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       WRITE-EXCEPTION-LINE.
           MOVE WS-EXCEPTION-REASON TO EXC-REASON
           MOVE WS-CUST-PAID(WS-FOUND-IDX) TO EXC-PAID
           MOVE WS-CUST-CHARGED(WS-FOUND-IDX) TO EXC-CHARGED
           IF WS-LINE-COUNT >= WS-MAX-LINES
               PERFORM WRITE-TAX-HEADER
               WRITE TAX-PRINT-LINE FROM WS-EXC-HEADER
           END-IF
           WRITE TAX-PRINT-LINE FROM WS-EXC-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-EXCEPTION-COUNT.

       WRITE-TAX-HEADER.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-TITLE TO HDR-TITLE
           MOVE WS-CURRENT-DATE TO HDR-RUN-DATE
           MOVE WS-PAGE-COUNT TO HDR-PAGE-NUM
           MOVE WS-TAX-YEAR TO HDR-TAX-YEAR
           IF WS-PAGE-COUNT > 1
               MOVE SPACES TO TAX-PRINT-LINE
               WRITE TAX-PRINT-LINE
           END-IF
           WRITE TAX-PRINT-LINE FROM WS-TAX-HEADER-1
           WRITE TAX-PRINT-LINE FROM WS-TAX-HEADER-2
           MOVE SPACES TO TAX-PRINT-LINE
           WRITE TAX-PRINT-LINE
           MOVE ZERO TO WS-LINE-COUNT.

       CLEANUP.
           CLOSE LEDGER-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE CUSTOMER-MASTER
           CLOSE TAX-EXTRACT
           CLOSE TAX-RPT.

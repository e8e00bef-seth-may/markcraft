       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKCRAFT-ADBRPT.
       AUTHOR. MARKCRAFT-TEAM.
      *> Modern COBOL: average daily balance from balance history

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Nightly balance history written by the snapshot run.
           SELECT HISTORY-FILE
               ASSIGN TO "balhist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT ACCOUNT-MASTER
               ASSIGN TO "acctmas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

      *> Customer master for the customer-type split. Optional: no
      *> file, every account lands under unknown type.
           SELECT CUSTOMER-MASTER
               ASSIGN TO "custmas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-NUMBER
               FILE STATUS IS WS-CUST-STATUS.

      *> Last period close - the period figures run from the day after
      *> it unless the parm names a start date.
           SELECT PERIOD-FILE
               ASSIGN TO "periodend.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

      *> Average-balance extract for other runs: header naming the
      *> period, one detail per account, trailer with the count and
      *> total - the same H/D/T shape the feeds use. Rebuilt each
      *> run.
           SELECT ADB-OUT
               ASSIGN TO "adbal.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADB-STATUS.

      *> Printed listing: one line per account, then the totals by
      *> customer type.
           SELECT ADB-RPT
               ASSIGN TO "adbrpt.prt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Field-for-field image of the snapshot run's record.
       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           05 BH-KEY.
               10 BH-ACCOUNT-NUM    PIC 9(10).
               10 BH-BAL-DATE       PIC 9(8).
           05 BH-EOD-BALANCE    PIC S9(12)V99.
           05 BH-ACCT-STATUS    PIC X(1).
           05 BH-LAST-TRANS-ID  PIC X(12).
           05 BH-SOURCE         PIC X(1).
               88 BH-FROM-BALANCE   VALUE "B".
               88 BH-FROM-LEDGER    VALUE "L".
               88 BH-FROM-OPENING   VALUE "O".
           05 BH-SNAP-TIME      PIC 9(6).

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

       FD PERIOD-FILE.
       01 PERIOD-RECORD.
           05 PRD-CLOSING-DATE      PIC 9(8).
           05 PRD-OPENING-BALANCE   PIC S9(14)V99.

      *> Averages are rounded to the cent. Days count only the days
      *> the history covers with the account not closed, so an account
      *> opened mid-period averages over its own days.
       FD ADB-OUT.
       01 ADB-RECORD.
           05 AD-RECORD-TYPE    PIC X(1).
               88 AD-HEADER     VALUE "H".
               88 AD-DETAIL     VALUE "D".
               88 AD-TRAILER    VALUE "T".
           05 AD-DETAIL-FIELDS.
               10 AD-ACCOUNT-NUM    PIC 9(10).
               10 AD-CUST-NUMBER    PIC 9(8).
               10 AD-CUST-TYPE      PIC X(1).
               10 AD-PRD-DAYS       PIC 9(5).
               10 AD-PRD-ADB        PIC S9(12)V99.
               10 AD-PRD-HIGH       PIC S9(12)V99.
               10 AD-PRD-LOW        PIC S9(12)V99.
               10 AD-PRD-OD-DAYS    PIC 9(5).
               10 AD-MTD-DAYS       PIC 9(5).
               10 AD-MTD-ADB        PIC S9(12)V99.
               10 AD-MTD-OD-DAYS    PIC 9(5).
               10 AD-CLOSING-BAL    PIC S9(12)V99.
           05 AD-HEADER-FIELDS REDEFINES AD-DETAIL-FIELDS.
               10 AD-HDR-RUN-DATE   PIC 9(8).
               10 AD-HDR-PRD-START  PIC 9(8).
               10 AD-HDR-PRD-END    PIC 9(8).
               10 AD-HDR-MTD-START  PIC 9(8).
               10 FILLER            PIC X(77).
           05 AD-TRAILER-FIELDS REDEFINES AD-DETAIL-FIELDS.
               10 AD-TRL-REC-COUNT  PIC 9(8).
               10 AD-TRL-PRD-ADB-TOT PIC S9(14)V99.
               10 AD-TRL-MTD-ADB-TOT PIC S9(14)V99.
               10 FILLER            PIC X(69).

       FD ADB-RPT.
       01 ADB-PRINT-LINE        PIC X(96).

       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS        PIC XX.
           88 HIST-FILE-OK      VALUE "00".
       01 WS-ACCT-STATUS        PIC XX.
           88 ACCT-FILE-OK      VALUE "00".
           88 ACCT-NOT-FOUND    VALUE "23".
       01 WS-CUST-STATUS        PIC XX.
           88 CUST-FILE-OK      VALUE "00".
           88 CUST-NOT-FOUND    VALUE "23".
       01 WS-CUSTFILE-OPEN      PIC X VALUE 'N'.
           88 CUSTOMER-FILE-OPEN VALUE 'Y'.
       01 WS-PERIOD-STATUS      PIC XX.
           88 PERIOD-FILE-OK    VALUE "00".
       01 WS-ADB-STATUS         PIC XX.
           88 ADB-FILE-OK       VALUE "00".
       01 WS-RPT-STATUS         PIC XX.
           88 RPT-FILE-OK       VALUE "00".
       01 WS-CURRENT-DATE       PIC 9(8).
       01 WS-HIST-EOF           PIC X VALUE 'N'.
           88 END-OF-HISTORY    VALUE 'Y'.
       01 WS-START-PARM         PIC X(10).
      *> Period and month-to-date windows, both ending on the run
      *> date, held as day numbers for the interval arithmetic.
       01 WS-PERIOD-START       PIC 9(8) VALUE ZERO.
       01 WS-MTD-START          PIC 9(8) VALUE ZERO.
       01 WS-START-INT          PIC S9(7) VALUE ZERO.
       01 WS-MTD-INT            PIC S9(7) VALUE ZERO.
       01 WS-END-INT            PIC S9(7) VALUE ZERO.
      *> The account being averaged and the history row in hand. Each
      *> row's balance holds from its own date up to the day before
      *> the next row - a missed night carries the last figure - and
      *> the newest row carries through the run date.
       01 WS-CUR-ACCOUNT        PIC 9(10) VALUE ZERO.
       01 WS-FIRST-ROW          PIC X VALUE 'Y'.
       01 WS-HAVE-HELD          PIC X VALUE 'N'.
           88 ROW-IS-HELD       VALUE 'Y'.
       01 WS-HELD-INT           PIC S9(7) VALUE ZERO.
       01 WS-HELD-BALANCE       PIC S9(12)V99 VALUE ZERO.
       01 WS-HELD-STATUS        PIC X(1).
       01 WS-UPTO-INT           PIC S9(7) VALUE ZERO.
       01 WS-ROW-INT            PIC S9(7) VALUE ZERO.
       01 WS-FROM-INT           PIC S9(7) VALUE ZERO.
       01 WS-TO-INT             PIC S9(7) VALUE ZERO.
       01 WS-SPAN-DAYS          PIC 9(5) VALUE ZERO.
       01 WS-PRD-DAYS           PIC 9(5) VALUE ZERO.
       01 WS-PRD-SUM            PIC S9(17)V99 VALUE ZERO.
       01 WS-PRD-OD-DAYS        PIC 9(5) VALUE ZERO.
       01 WS-PRD-HIGH           PIC S9(12)V99 VALUE ZERO.
       01 WS-PRD-LOW            PIC S9(12)V99 VALUE ZERO.
       01 WS-PRD-ADB            PIC S9(12)V99 VALUE ZERO.
       01 WS-MTD-DAYS           PIC 9(5) VALUE ZERO.
       01 WS-MTD-SUM            PIC S9(17)V99 VALUE ZERO.
       01 WS-MTD-OD-DAYS        PIC 9(5) VALUE ZERO.
       01 WS-MTD-ADB            PIC S9(12)V99 VALUE ZERO.
       01 WS-CLOSING-BAL        PIC S9(12)V99 VALUE ZERO.
       01 WS-WORK-CUST          PIC 9(8) VALUE ZERO.
       01 WS-WORK-TYPE          PIC X(1).
      *> Totals by customer type: personal, business, and accounts
      *> whose customer is unassigned or not on the master.
       01 WS-TYPE-NAMES.
           05 FILLER            PIC X(11) VALUE "PPERSONAL  ".
           05 FILLER            PIC X(11) VALUE "BBUSINESS  ".
           05 FILLER            PIC X(11) VALUE "?UNKNOWN   ".
       01 WS-TYPE-TABLE REDEFINES WS-TYPE-NAMES.
           05 WS-TYPE-ENTRY OCCURS 3 TIMES INDEXED BY WS-TYPE-IDX.
               10 WS-TYPE-CODE      PIC X(1).
               10 WS-TYPE-LABEL     PIC X(10).
       01 WS-TYPE-TOTALS.
           05 WS-TYPE-TOT OCCURS 3 TIMES.
               10 WS-TYPE-ACCTS     PIC 9(8).
               10 WS-TYPE-PRD-ADB   PIC S9(14)V99.
               10 WS-TYPE-MTD-ADB   PIC S9(14)V99.
               10 WS-TYPE-HIGH      PIC S9(12)V99.
               10 WS-TYPE-LOW       PIC S9(12)V99.
               10 WS-TYPE-OD-DAYS   PIC 9(8).
               10 WS-TYPE-OD-ACCTS  PIC 9(8).
               10 WS-TYPE-HILO-SET  PIC X(1).
       01 WS-TYPE-FOUND-IDX     PIC 9(4) VALUE ZERO.
       01 WS-ACCTS-REPORTED     PIC 9(8) VALUE ZERO.
       01 WS-TOTAL-PRD-ADB      PIC S9(14)V99 VALUE ZERO.
       01 WS-TOTAL-MTD-ADB      PIC S9(14)V99 VALUE ZERO.
       01 WS-LINE-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-MAX-LINES          PIC 9(4) VALUE 60.
       01 WS-PAGE-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-DISPLAY-BAL        PIC -(12)9.99.

       01 WS-ADB-HEADER-1.
           05 FILLER            PIC X(36) VALUE
               "MARKCRAFT AVERAGE DAILY BALANCE     ".
           05 FILLER            PIC X(10) VALUE "RUN DATE: ".
           05 HDR-RUN-DATE      PIC 9999/99/99.
           05 FILLER            PIC X(7) VALUE "  PAGE ".
           05 HDR-PAGE-NUM      PIC ZZZ9.

       01 WS-ADB-HEADER-PERIOD.
           05 FILLER            PIC X(8) VALUE "PERIOD: ".
           05 HDR-PRD-START     PIC 9999/99/99.
           05 FILLER            PIC X(4) VALUE " TO ".
           05 HDR-PRD-END       PIC 9999/99/99.
           05 FILLER            PIC X(16) VALUE "   MONTH FROM: ".
           05 HDR-MTD-START     PIC 9999/99/99.

       01 WS-ADB-HEADER-2.
           05 FILLER            PIC X(11) VALUE "ACCOUNT".
           05 FILLER            PIC X(2) VALUE "T".
           05 FILLER            PIC X(6) VALUE " DAYS ".
           05 FILLER            PIC X(15) VALUE "    PERIOD ADB ".
           05 FILLER            PIC X(15) VALUE "   PERIOD HIGH ".
           05 FILLER            PIC X(15) VALUE "    PERIOD LOW ".
           05 FILLER            PIC X(6) VALUE "OD-DY ".
           05 FILLER            PIC X(15) VALUE "       MTD ADB ".
           05 FILLER            PIC X(4) VALUE "MTOD".

       01 WS-ADB-LINE.
           05 ADB-ACCOUNT       PIC 9(10).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 ADB-TYPE          PIC X(1).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 ADB-DAYS          PIC ZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 ADB-PRD-ADB       PIC -(10)9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 ADB-HIGH          PIC -(10)9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 ADB-LOW           PIC -(10)9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 ADB-OD-DAYS       PIC ZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 ADB-MTD-ADB       PIC -(10)9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 ADB-MTD-OD-DAYS   PIC ZZZ9.

       01 WS-TYPE-HEADER.
           05 FILLER            PIC X(11) VALUE "CUST TYPE".
           05 FILLER            PIC X(9) VALUE " ACCOUNTS".
           05 FILLER            PIC X(15) VALUE "  SUM PRD ADB ".
           05 FILLER            PIC X(15) VALUE "  SUM MTD ADB ".
           05 FILLER            PIC X(15) VALUE "     HIGHEST ".
           05 FILLER            PIC X(15) VALUE "      LOWEST ".
           05 FILLER            PIC X(8) VALUE " OD-DAYS".
           05 FILLER            PIC X(8) VALUE " OD-ACCT".

       01 WS-TYPE-LINE.
           05 TYP-LABEL         PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 TYP-ACCTS         PIC ZZZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 TYP-PRD-ADB       PIC -(10)9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 TYP-MTD-ADB       PIC -(10)9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 TYP-HIGH          PIC -(10)9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 TYP-LOW           PIC -(10)9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 TYP-OD-DAYS       PIC ZZZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 TYP-OD-ACCTS      PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INITIALIZE-ADB-RUN
           PERFORM AVERAGE-ALL-HISTORY
           PERFORM WRITE-TYPE-SUMMARY
           PERFORM WRITE-ADB-TRAILER
           DISPLAY "Accounts averaged:   " WS-ACCTS-REPORTED
           MOVE WS-TOTAL-PRD-ADB TO WS-DISPLAY-BAL
           DISPLAY "Total period ADB:    " WS-DISPLAY-BAL
           MOVE WS-TOTAL-MTD-ADB TO WS-DISPLAY-BAL
           DISPLAY "Total MTD ADB:       " WS-DISPLAY-BAL
           PERFORM CLEANUP
           STOP RUN.

       INITIALIZE-ADB-RUN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-START-PARM
           ACCEPT WS-START-PARM FROM COMMAND-LINE
           IF FUNCTION TRIM(WS-START-PARM) IS NUMERIC
                   AND FUNCTION TRIM(WS-START-PARM) NOT = SPACE
               MOVE FUNCTION TRIM(WS-START-PARM) TO WS-PERIOD-START
           ELSE
               PERFORM LOAD-LAST-CLOSE
           END-IF
           MOVE WS-CURRENT-DATE TO WS-MTD-START
           MOVE "01" TO WS-MTD-START(7:2)
      *> No close on file, or a start that is no date at all or lies
      *> ahead of the run date: the period is the month to date.
           IF WS-PERIOD-START = ZERO
                   OR WS-PERIOD-START > WS-CURRENT-DATE
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-PERIOD-START)
                       NOT = ZERO
               MOVE WS-MTD-START TO WS-PERIOD-START
           END-IF
           COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-START)
           COMPUTE WS-MTD-INT =
               FUNCTION INTEGER-OF-DATE(WS-MTD-START)
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
           PERFORM CLEAR-TYPE-TOTALS
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 3
           OPEN INPUT HISTORY-FILE
           IF NOT HIST-FILE-OK
               DISPLAY "ERROR: Cannot open balance history file"
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF NOT ACCT-FILE-OK
               DISPLAY "ERROR: Cannot open account master file"
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF CUST-FILE-OK
               SET CUSTOMER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "NOTE: no customer master - all accounts "
                   "under unknown type"
           END-IF
           OPEN OUTPUT ADB-OUT
           IF NOT ADB-FILE-OK
               DISPLAY "ERROR: Cannot open average balance extract"
               STOP RUN
           END-IF
           OPEN OUTPUT ADB-RPT
           IF NOT RPT-FILE-OK
               DISPLAY "ERROR: Cannot open average balance report"
               STOP RUN
           END-IF
           PERFORM WRITE-ADB-HEADER
           PERFORM WRITE-RPT-HEADER
           DISPLAY "=== MarkCraft Average Daily Balance ==="
           DISPLAY "Date: " WS-CURRENT-DATE
           DISPLAY "Period from " WS-PERIOD-START ", month from "
               WS-MTD-START.

      *> The day after the last actual close opens the period.
       LOAD-LAST-CLOSE.
           OPEN INPUT PERIOD-FILE
           IF PERIOD-FILE-OK
               READ PERIOD-FILE
                   NOT AT END
                       IF PRD-CLOSING-DATE NOT = ZERO
                           COMPUTE WS-PERIOD-START =
                               FUNCTION DATE-OF-INTEGER
                               (FUNCTION INTEGER-OF-DATE
                                   (PRD-CLOSING-DATE) + 1)
                       END-IF
               END-READ
               CLOSE PERIOD-FILE
           END-IF.

       CLEAR-TYPE-TOTALS.
           MOVE ZERO TO WS-TYPE-ACCTS(WS-TYPE-IDX)
           MOVE ZERO TO WS-TYPE-PRD-ADB(WS-TYPE-IDX)
           MOVE ZERO TO WS-TYPE-MTD-ADB(WS-TYPE-IDX)
           MOVE ZERO TO WS-TYPE-HIGH(WS-TYPE-IDX)
           MOVE ZERO TO WS-TYPE-LOW(WS-TYPE-IDX)
           MOVE ZERO TO WS-TYPE-OD-DAYS(WS-TYPE-IDX)
           MOVE ZERO TO WS-TYPE-OD-ACCTS(WS-TYPE-IDX)
           MOVE 'N' TO WS-TYPE-HILO-SET(WS-TYPE-IDX).

      *> History streams by in key order, each account's rows together
      *> and oldest first; a change of account closes the one before.
       AVERAGE-ALL-HISTORY.
           MOVE ZERO TO BH-ACCOUNT-NUM
           MOVE ZERO TO BH-BAL-DATE
           START HISTORY-FILE KEY >= BH-KEY
               INVALID KEY SET END-OF-HISTORY TO TRUE
           END-START
           PERFORM READ-NEXT-HISTORY UNTIL END-OF-HISTORY
           IF WS-FIRST-ROW = 'N'
               PERFORM FINISH-ACCOUNT
           END-IF.

       READ-NEXT-HISTORY.
           READ HISTORY-FILE NEXT RECORD
               AT END SET END-OF-HISTORY TO TRUE
               NOT AT END PERFORM TAKE-ONE-HISTORY-ROW
           END-READ.

       TAKE-ONE-HISTORY-ROW.
           IF WS-FIRST-ROW = 'Y' OR BH-ACCOUNT-NUM NOT = WS-CUR-ACCOUNT
               IF WS-FIRST-ROW = 'N'
                   PERFORM FINISH-ACCOUNT
               END-IF
               MOVE 'N' TO WS-FIRST-ROW
               PERFORM BEGIN-ACCOUNT
           END-IF
           COMPUTE WS-ROW-INT = FUNCTION INTEGER-OF-DATE(BH-BAL-DATE)
           IF ROW-IS-HELD
               COMPUTE WS-UPTO-INT = WS-ROW-INT - 1
               PERFORM APPLY-HELD-BALANCE
           END-IF
           MOVE 'Y' TO WS-HAVE-HELD
           MOVE WS-ROW-INT TO WS-HELD-INT
           MOVE BH-EOD-BALANCE TO WS-HELD-BALANCE
           MOVE BH-ACCT-STATUS TO WS-HELD-STATUS.

       BEGIN-ACCOUNT.
           MOVE BH-ACCOUNT-NUM TO WS-CUR-ACCOUNT
           MOVE 'N' TO WS-HAVE-HELD
           MOVE ZERO TO WS-PRD-DAYS
           MOVE ZERO TO WS-PRD-SUM
           MOVE ZERO TO WS-PRD-OD-DAYS
           MOVE ZERO TO WS-PRD-HIGH
           MOVE ZERO TO WS-PRD-LOW
           MOVE ZERO TO WS-MTD-DAYS
           MOVE ZERO TO WS-MTD-SUM
           MOVE ZERO TO WS-MTD-OD-DAYS
           MOVE ZERO TO WS-CLOSING-BAL.

      *> Spreads the held row's balance over the days it stood, as far
      *> as they fall inside each window. Days after a closed row are
      *> no balance days at all.
       APPLY-HELD-BALANCE.
           IF WS-HELD-STATUS NOT = "C"
               MOVE WS-HELD-BALANCE TO WS-CLOSING-BAL
               MOVE WS-HELD-INT TO WS-FROM-INT
               IF WS-FROM-INT < WS-START-INT
                   MOVE WS-START-INT TO WS-FROM-INT
               END-IF
               MOVE WS-UPTO-INT TO WS-TO-INT
               IF WS-TO-INT > WS-END-INT
                   MOVE WS-END-INT TO WS-TO-INT
               END-IF
               IF WS-FROM-INT <= WS-TO-INT
                   COMPUTE WS-SPAN-DAYS = WS-TO-INT - WS-FROM-INT + 1
                   PERFORM ADD-PERIOD-SPAN
               END-IF
               MOVE WS-HELD-INT TO WS-FROM-INT
               IF WS-FROM-INT < WS-MTD-INT
                   MOVE WS-MTD-INT TO WS-FROM-INT
               END-IF
               IF WS-FROM-INT <= WS-TO-INT
                   COMPUTE WS-SPAN-DAYS = WS-TO-INT - WS-FROM-INT + 1
                   ADD WS-SPAN-DAYS TO WS-MTD-DAYS
                   COMPUTE WS-MTD-SUM = WS-MTD-SUM
                       + WS-HELD-BALANCE * WS-SPAN-DAYS
                   IF WS-HELD-BALANCE < ZERO
                       ADD WS-SPAN-DAYS TO WS-MTD-OD-DAYS
                   END-IF
               END-IF
           ELSE
               MOVE ZERO TO WS-CLOSING-BAL
           END-IF.

       ADD-PERIOD-SPAN.
           IF WS-PRD-DAYS = ZERO
               MOVE WS-HELD-BALANCE TO WS-PRD-HIGH
               MOVE WS-HELD-BALANCE TO WS-PRD-LOW
           END-IF
           IF WS-HELD-BALANCE > WS-PRD-HIGH
               MOVE WS-HELD-BALANCE TO WS-PRD-HIGH
           END-IF
           IF WS-HELD-BALANCE < WS-PRD-LOW
               MOVE WS-HELD-BALANCE TO WS-PRD-LOW
           END-IF
           ADD WS-SPAN-DAYS TO WS-PRD-DAYS
           COMPUTE WS-PRD-SUM = WS-PRD-SUM
               + WS-HELD-BALANCE * WS-SPAN-DAYS
           IF WS-HELD-BALANCE < ZERO
               ADD WS-SPAN-DAYS TO WS-PRD-OD-DAYS
           END-IF.

      *> The newest row stands through the run date. An account with
      *> no balance day in either window is left off.
       FINISH-ACCOUNT.
           IF ROW-IS-HELD
               MOVE WS-END-INT TO WS-UPTO-INT
               PERFORM APPLY-HELD-BALANCE
           END-IF
           IF WS-PRD-DAYS > ZERO OR WS-MTD-DAYS > ZERO
               MOVE ZERO TO WS-PRD-ADB
               MOVE ZERO TO WS-MTD-ADB
               IF WS-PRD-DAYS > ZERO
                   COMPUTE WS-PRD-ADB ROUNDED =
                       WS-PRD-SUM / WS-PRD-DAYS
               END-IF
               IF WS-MTD-DAYS > ZERO
                   COMPUTE WS-MTD-ADB ROUNDED =
                       WS-MTD-SUM / WS-MTD-DAYS
               END-IF
               PERFORM FIND-CUSTOMER-TYPE
               PERFORM WRITE-ADB-DETAIL
               PERFORM WRITE-ADB-LINE
               PERFORM ADD-TYPE-TOTALS
           END-IF.

      *> The account's own customer decides the type.
       FIND-CUSTOMER-TYPE.
           MOVE ZERO TO WS-WORK-CUST
           MOVE "?" TO WS-WORK-TYPE
           MOVE WS-CUR-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY CONTINUE
           END-READ
           IF ACCT-FILE-OK
               MOVE ACCT-CUST-NUMBER TO WS-WORK-CUST
           END-IF
           IF WS-WORK-CUST NOT = ZERO AND CUSTOMER-FILE-OPEN
               MOVE WS-WORK-CUST TO CM-CUST-NUMBER
               READ CUSTOMER-MASTER
                   INVALID KEY CONTINUE
               END-READ
               IF CUST-FILE-OK AND (CM-PERSONAL OR CM-BUSINESS)
                   MOVE CM-CUST-TYPE TO WS-WORK-TYPE
               END-IF
           END-IF.

       ADD-TYPE-TOTALS.
           MOVE 3 TO WS-TYPE-FOUND-IDX
           PERFORM SCAN-TYPE-ENTRY
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 2
           IF WS-PRD-DAYS > ZERO
               IF WS-TYPE-HILO-SET(WS-TYPE-FOUND-IDX) NOT = 'Y'
                   MOVE 'Y' TO WS-TYPE-HILO-SET(WS-TYPE-FOUND-IDX)
                   MOVE WS-PRD-HIGH TO WS-TYPE-HIGH(WS-TYPE-FOUND-IDX)
                   MOVE WS-PRD-LOW TO WS-TYPE-LOW(WS-TYPE-FOUND-IDX)
               END-IF
               IF WS-PRD-HIGH > WS-TYPE-HIGH(WS-TYPE-FOUND-IDX)
                   MOVE WS-PRD-HIGH TO WS-TYPE-HIGH(WS-TYPE-FOUND-IDX)
               END-IF
               IF WS-PRD-LOW < WS-TYPE-LOW(WS-TYPE-FOUND-IDX)
                   MOVE WS-PRD-LOW TO WS-TYPE-LOW(WS-TYPE-FOUND-IDX)
               END-IF
           END-IF
           ADD 1 TO WS-TYPE-ACCTS(WS-TYPE-FOUND-IDX)
           ADD WS-PRD-ADB TO WS-TYPE-PRD-ADB(WS-TYPE-FOUND-IDX)
           ADD WS-MTD-ADB TO WS-TYPE-MTD-ADB(WS-TYPE-FOUND-IDX)
           ADD WS-PRD-OD-DAYS TO WS-TYPE-OD-DAYS(WS-TYPE-FOUND-IDX)
           IF WS-PRD-OD-DAYS > ZERO
               ADD 1 TO WS-TYPE-OD-ACCTS(WS-TYPE-FOUND-IDX)
           END-IF
           ADD 1 TO WS-ACCTS-REPORTED
           ADD WS-PRD-ADB TO WS-TOTAL-PRD-ADB
           ADD WS-MTD-ADB TO WS-TOTAL-MTD-ADB.

       SCAN-TYPE-ENTRY.
           IF WS-TYPE-CODE(WS-TYPE-IDX) = WS-WORK-TYPE
               SET WS-TYPE-FOUND-IDX TO WS-TYPE-IDX
           END-IF.

       WRITE-ADB-HEADER.
           MOVE SPACES TO ADB-RECORD
           SET AD-HEADER TO TRUE
           MOVE WS-CURRENT-DATE TO AD-HDR-RUN-DATE
           MOVE WS-PERIOD-START TO AD-HDR-PRD-START
           MOVE WS-CURRENT-DATE TO AD-HDR-PRD-END
           MOVE WS-MTD-START TO AD-HDR-MTD-START
           WRITE ADB-RECORD.

       WRITE-ADB-DETAIL.
           MOVE SPACES TO ADB-RECORD
           SET AD-DETAIL TO TRUE
           MOVE WS-CUR-ACCOUNT TO AD-ACCOUNT-NUM
           MOVE WS-WORK-CUST TO AD-CUST-NUMBER
           MOVE WS-WORK-TYPE TO AD-CUST-TYPE
           MOVE WS-PRD-DAYS TO AD-PRD-DAYS
           MOVE WS-PRD-ADB TO AD-PRD-ADB
           MOVE WS-PRD-HIGH TO AD-PRD-HIGH
           MOVE WS-PRD-LOW TO AD-PRD-LOW
           MOVE WS-PRD-OD-DAYS TO AD-PRD-OD-DAYS
           MOVE WS-MTD-DAYS TO AD-MTD-DAYS
           MOVE WS-MTD-ADB TO AD-MTD-ADB
           MOVE WS-MTD-OD-DAYS TO AD-MTD-OD-DAYS
           MOVE WS-CLOSING-BAL TO AD-CLOSING-BAL
           WRITE ADB-RECORD.

       WRITE-ADB-TRAILER.
           MOVE SPACES TO ADB-RECORD
           SET AD-TRAILER TO TRUE
           MOVE WS-ACCTS-REPORTED TO AD-TRL-REC-COUNT
           MOVE WS-TOTAL-PRD-ADB TO AD-TRL-PRD-ADB-TOT
           MOVE WS-TOTAL-MTD-ADB TO AD-TRL-MTD-ADB-TOT
           WRITE ADB-RECORD.

       WRITE-ADB-LINE.
           MOVE WS-CUR-ACCOUNT TO ADB-ACCOUNT
           MOVE WS-WORK-TYPE TO ADB-TYPE
           MOVE WS-PRD-DAYS TO ADB-DAYS
           MOVE WS-PRD-ADB TO ADB-PRD-ADB
           MOVE WS-PRD-HIGH TO ADB-HIGH
           MOVE WS-PRD-LOW TO ADB-LOW
           MOVE WS-PRD-OD-DAYS TO ADB-OD-DAYS
           MOVE WS-MTD-ADB TO ADB-MTD-ADB
           MOVE WS-MTD-OD-DAYS TO ADB-MTD-OD-DAYS
           IF WS-LINE-COUNT >= WS-MAX-LINES
               PERFORM WRITE-RPT-HEADER
           END-IF
           WRITE ADB-PRINT-LINE FROM WS-ADB-LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-TYPE-SUMMARY.
           MOVE SPACES TO ADB-PRINT-LINE
           WRITE ADB-PRINT-LINE
           WRITE ADB-PRINT-LINE FROM WS-TYPE-HEADER
           PERFORM WRITE-ONE-TYPE-LINE
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 3
           MOVE SPACES TO WS-TYPE-LINE
           MOVE "ALL TYPES" TO TYP-LABEL
           MOVE WS-ACCTS-REPORTED TO TYP-ACCTS
           MOVE WS-TOTAL-PRD-ADB TO TYP-PRD-ADB
           MOVE WS-TOTAL-MTD-ADB TO TYP-MTD-ADB
           WRITE ADB-PRINT-LINE FROM WS-TYPE-LINE.

       WRITE-ONE-TYPE-LINE.
           MOVE WS-TYPE-LABEL(WS-TYPE-IDX) TO TYP-LABEL
           MOVE WS-TYPE-ACCTS(WS-TYPE-IDX) TO TYP-ACCTS
           MOVE WS-TYPE-PRD-ADB(WS-TYPE-IDX) TO TYP-PRD-ADB
           MOVE WS-TYPE-MTD-ADB(WS-TYPE-IDX) TO TYP-MTD-ADB
           MOVE WS-TYPE-HIGH(WS-TYPE-IDX) TO TYP-HIGH
           MOVE WS-TYPE-LOW(WS-TYPE-IDX) TO TYP-LOW
           MOVE WS-TYPE-OD-DAYS(WS-TYPE-IDX) TO TYP-OD-DAYS
           MOVE WS-TYPE-OD-ACCTS(WS-TYPE-IDX) TO TYP-OD-ACCTS
           WRITE ADB-PRINT-LINE FROM WS-TYPE-LINE.

       WRITE-RPT-HEADER.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-CURRENT-DATE TO HDR-RUN-DATE
           MOVE WS-PAGE-COUNT TO HDR-PAGE-NUM
           MOVE WS-PERIOD-START TO HDR-PRD-START
           MOVE WS-CURRENT-DATE TO HDR-PRD-END
           MOVE WS-MTD-START TO HDR-MTD-START
           IF WS-PAGE-COUNT > 1
               MOVE SPACES TO ADB-PRINT-LINE
               WRITE ADB-PRINT-LINE
           END-IF
           WRITE ADB-PRINT-LINE FROM WS-ADB-HEADER-1
           WRITE ADB-PRINT-LINE FROM WS-ADB-HEADER-PERIOD
           MOVE SPACES TO ADB-PRINT-LINE
           WRITE ADB-PRINT-LINE
           WRITE ADB-PRINT-LINE FROM WS-ADB-HEADER-2
           MOVE ZERO TO WS-LINE-COUNT.

       CLEANUP.
           CLOSE HISTORY-FILE
           CLOSE ACCOUNT-MASTER
           IF CUSTOMER-FILE-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF
           CLOSE ADB-OUT
           CLOSE ADB-RPT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKCRAFT-NOTICE.
       AUTHOR. MARKCRAFT-TEAM.
      *> Modern COBOL: customer notice generation and print-vendor
      *> letter extract

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Notice events appended by the posting, dormancy, approval
      *> release and rate maintenance runs. Never rewritten here: the
      *> control record says how many rows earlier runs have taken.
           SELECT NOTICE-EVENTS
               ASSIGN TO "noticeevt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEVT-STATUS.

      *> Single-record high-water mark, kept the way the GL watermark
      *> is: events taken so far and the date of the run that took
      *> them. Missing file means nothing has been taken yet.
           SELECT NOTICE-CONTROL
               ASSIGN TO "noticectl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NCTL-STATUS.

           SELECT ACCOUNT-MASTER
               ASSIGN TO "acctmas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

      *> Name and mailing address for every letter.
           SELECT CUSTOMER-MASTER
               ASSIGN TO "custmas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-NUMBER
               FILE STATUS IS WS-CUST-STATUS.

      *> Customers who must not be mailed (deceased, legal hold,
      *> returned mail), kept by the mail room. Optional - no file,
      *> no suppression.
           SELECT SUPPRESS-LIST
               ASSIGN TO "noticesup.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUPP-STATUS.

      *> Fixed-format letter extract for the print vendor: a header,
      *> one L record per letter followed by its D records, and a
      *> trailer the vendor proves its counts against.
           SELECT NOTICE-EXTRACT
               ASSIGN TO "noticeext.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEXT-STATUS.

      *> Control listing: every letter with its disposition, and every
      *> event that could not be turned into one.
           SELECT NOTICE-RPT
               ASSIGN TO "notice.prt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD NOTICE-CONTROL.
       01 NOTICE-CONTROL-RECORD.
           05 NC-EVENTS-TAKEN   PIC 9(8).
           05 NC-LAST-RUN-DATE  PIC 9(8).

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

       FD SUPPRESS-LIST.
       01 SUPPRESS-RECORD.
           05 NS-CUST-NUMBER    PIC 9(8).
           05 NS-REASON         PIC X(20).

      *> Every record is 160 bytes: a type byte and one of four views
      *> of the rest, the way the GL extract is laid out. Amounts are
      *> unsigned with a separate sign byte for the vendor's loader.
       FD NOTICE-EXTRACT.
       01 NOTICE-EXTRACT-RECORD.
           05 NX-RECORD-TYPE    PIC X(1).
               88 NX-HEADER-REC  VALUE "H".
               88 NX-LETTER-REC  VALUE "L".
               88 NX-DETAIL-REC  VALUE "D".
               88 NX-TRAILER-REC VALUE "T".
           05 NX-LETTER-FIELDS.
               10 NX-LTR-SEQ        PIC 9(6).
               10 NX-LTR-TEMPLATE   PIC X(6).
               10 NX-LTR-DATE       PIC 9(8).
               10 NX-LTR-CUST-NUMBER PIC 9(8).
               10 NX-LTR-CUST-NAME  PIC X(30).
               10 NX-LTR-ADDR-LINE-1 PIC X(30).
               10 NX-LTR-ADDR-LINE-2 PIC X(30).
               10 NX-LTR-CITY       PIC X(20).
               10 NX-LTR-STATE      PIC X(2).
               10 NX-LTR-POSTAL-CODE PIC X(10).
               10 NX-LTR-ITEM-COUNT PIC 9(3).
               10 FILLER            PIC X(6).
           05 NX-DETAIL-FIELDS REDEFINES NX-LETTER-FIELDS.
               10 NX-DTL-SEQ        PIC 9(6).
               10 NX-DTL-TEMPLATE   PIC X(6).
               10 NX-DTL-ACCOUNT    PIC 9(10).
               10 NX-DTL-AMOUNT     PIC 9(12)V99.
               10 NX-DTL-AMOUNT-SIGN PIC X(1).
               10 NX-DTL-ITEM-DATE  PIC 9(8).
               10 NX-DTL-NEW-RATE   PIC 9(2)V9(4).
               10 NX-DTL-REF-ID     PIC X(12).
               10 NX-DTL-EVENT-COUNT PIC 9(3).
               10 FILLER            PIC X(93).
           05 NX-HEADER-FIELDS REDEFINES NX-LETTER-FIELDS.
               10 NX-HDR-FILE-ID    PIC X(8).
               10 NX-HDR-CREATE-DATE PIC 9(8).
               10 NX-HDR-CREATE-TIME PIC 9(6).
               10 NX-HDR-SOURCE     PIC X(20).
               10 FILLER            PIC X(117).
           05 NX-TRAILER-FIELDS REDEFINES NX-LETTER-FIELDS.
               10 NX-TRL-LETTER-COUNT PIC 9(8).
               10 NX-TRL-DETAIL-COUNT PIC 9(8).
               10 NX-TRL-RECORD-COUNT PIC 9(8).
               10 NX-TRL-ACCOUNT-HASH PIC 9(16).
               10 FILLER            PIC X(119).

       FD NOTICE-RPT.
       01 NOTICE-PRINT-LINE     PIC X(96).

       WORKING-STORAGE SECTION.
       01 WS-NEVT-STATUS        PIC XX.
           88 NEVT-FILE-OK      VALUE "00".
       01 WS-NEVTFILE-OPEN      PIC X VALUE 'N'.
           88 EVENT-FILE-OPEN   VALUE 'Y'.
       01 WS-NCTL-STATUS        PIC XX.
           88 NCTL-FILE-OK      VALUE "00".
       01 WS-ACCT-STATUS        PIC XX.
           88 ACCT-FILE-OK      VALUE "00".
           88 ACCT-NOT-FOUND    VALUE "23".
       01 WS-CUST-STATUS        PIC XX.
           88 CUST-FILE-OK      VALUE "00".
           88 CUST-NOT-FOUND    VALUE "23".
       01 WS-SUPP-STATUS        PIC XX.
           88 SUPP-FILE-OK      VALUE "00".
       01 WS-NEXT-STATUS        PIC XX.
           88 NEXT-FILE-OK      VALUE "00".
       01 WS-RPT-STATUS         PIC XX.
           88 RPT-FILE-OK       VALUE "00".
       01 WS-CURRENT-DATE       PIC 9(8).
       01 WS-CURRENT-TIME       PIC 9(8).
       01 WS-EVENT-EOF          PIC X VALUE 'N'.
           88 END-OF-EVENTS     VALUE 'Y'.
       01 WS-SUPP-EOF           PIC X VALUE 'N'.
           88 END-OF-SUPPRESS   VALUE 'Y'.
       01 WS-EVENTS-TAKEN       PIC 9(8) VALUE ZERO.
       01 WS-EVENTS-SKIPPED     PIC 9(8) VALUE ZERO.
      *> Letter template for each event type. A letter that carries
      *> more than one type of event goes out on the combined
      *> template, which prints each detail under its own paragraph.
       01 WS-TEMPLATE-NAMES.
           05 FILLER            PIC X(8) VALUE "ODNTOD01".
           05 FILLER            PIC X(8) VALUE "DMNTDM01".
           05 FILLER            PIC X(8) VALUE "HXNTHX01".
           05 FILLER            PIC X(8) VALUE "RCNTRC01".
       01 WS-TEMPLATE-TABLE REDEFINES WS-TEMPLATE-NAMES.
           05 WS-TEMPLATE-ENTRY OCCURS 4 TIMES
                   INDEXED BY WS-TMPL-IDX.
               10 WS-TMPL-EVENT-TYPE PIC X(2).
               10 WS-TMPL-CODE       PIC X(6).
       01 WS-COMBINED-TEMPLATE  PIC X(6) VALUE "NTCM01".
       01 WS-EVENT-TEMPLATE     PIC X(6).
      *> Suppressed customers, loaded once.
       01 WS-SUPP-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-SUPP-TABLE-FULL    PIC X VALUE 'N'.
           88 SUPP-TABLE-FULL-WARNED VALUE 'Y'.
       01 WS-SUPPRESS-TABLE.
           05 WS-SUPP-ENTRY OCCURS 1000 TIMES INDEXED BY WS-SUPP-IDX.
               10 WS-SUPP-CUST      PIC 9(8).
               10 WS-SUPP-REASON    PIC X(20).
       01 WS-SUPP-FOUND         PIC X VALUE 'N'.
           88 CUSTOMER-SUPPRESSED VALUE 'Y'.
       01 WS-SUPP-HIT-REASON    PIC X(20).
      *> One letter per customer per event date, and under each
      *> letter one detail per event type and account; a repeat of
      *> the same event folds into the detail already held.
       01 WS-LETTER-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-LETTER-TABLE.
           05 WS-LTR-ENTRY OCCURS 1000 TIMES INDEXED BY WS-LTR-IDX.
               10 WS-LTR-CUST       PIC 9(8).
               10 WS-LTR-DATE       PIC 9(8).
               10 WS-LTR-EVENT-TYPE PIC X(2).
               10 WS-LTR-MIXED      PIC X(1).
               10 WS-LTR-ITEMS      PIC 9(3).
       01 WS-DETAIL-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-DETAIL-TABLE.
           05 WS-DTL-ENTRY OCCURS 1000 TIMES INDEXED BY WS-DTL-IDX.
               10 WS-DTL-LETTER     PIC 9(4).
               10 WS-DTL-EVENT-TYPE PIC X(2).
               10 WS-DTL-TEMPLATE   PIC X(6).
               10 WS-DTL-ACCOUNT    PIC 9(10).
               10 WS-DTL-AMOUNT     PIC S9(12)V99.
               10 WS-DTL-ITEM-DATE  PIC 9(8).
               10 WS-DTL-RATE       PIC 9(2)V9(4).
               10 WS-DTL-REF        PIC X(12).
               10 WS-DTL-EVENTS     PIC 9(3).
       01 WS-TABLES-FULL        PIC X VALUE 'N'.
           88 TABLES-ARE-FULL   VALUE 'Y'.
       01 WS-FOUND-LETTER       PIC 9(4) VALUE ZERO.
       01 WS-FOUND-DETAIL       PIC 9(4) VALUE ZERO.
       01 WS-CUR-LETTER         PIC 9(4) VALUE ZERO.
       01 WS-EVENT-CUST         PIC 9(8).
       01 WS-REJECT-REASON      PIC X(30).
       01 WS-LETTER-TEMPLATE    PIC X(6).
       01 WS-LETTER-SEQ         PIC 9(6) VALUE ZERO.
       01 WS-LETTER-DISP        PIC X(31).
       01 WS-EXC-HEADING-DONE   PIC X VALUE 'N'.
           88 EXC-HEADING-WRITTEN VALUE 'Y'.
       01 WS-UNMAILED-EVENTS    PIC 9(8) VALUE ZERO.
       01 WS-COMBINED-EVENTS    PIC 9(8) VALUE ZERO.
       01 WS-LETTERS-WRITTEN    PIC 9(8) VALUE ZERO.
       01 WS-DETAILS-WRITTEN    PIC 9(8) VALUE ZERO.
       01 WS-SUPPRESSED-COUNT   PIC 9(8) VALUE ZERO.
       01 WS-NO-CUSTOMER-COUNT  PIC 9(8) VALUE ZERO.
       01 WS-EXTRACT-RECORDS    PIC 9(8) VALUE ZERO.
       01 WS-ACCOUNT-HASH       PIC 9(16) VALUE ZERO.
       01 WS-LINE-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-MAX-LINES          PIC 9(4) VALUE 60.
       01 WS-PAGE-COUNT         PIC 9(4) VALUE ZERO.

       01 WS-NOTICE-HEADER-1.
           05 HDR-TITLE         PIC X(36) VALUE
               "MARKCRAFT CUSTOMER NOTICE RUN       ".
           05 FILLER            PIC X(10) VALUE "RUN DATE: ".
           05 HDR-RUN-DATE      PIC 9999/99/99.
           05 FILLER            PIC X(7) VALUE "  PAGE ".
           05 HDR-PAGE-NUM      PIC ZZZ9.

       01 WS-EXC-HEADER.
           05 FILLER            PIC X(12) VALUE "EVENT DATE".
           05 FILLER            PIC X(6) VALUE "TYPE".
           05 FILLER            PIC X(12) VALUE "ACCOUNT".
           05 FILLER            PIC X(14) VALUE "REFERENCE".
           05 FILLER            PIC X(30) VALUE "EVENT NOT MAILED".

       01 WS-EXC-LINE.
           05 EXL-EVENT-DATE    PIC 9999/99/99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 EXL-EVENT-TYPE    PIC X(2).
           05 FILLER            PIC X(4) VALUE SPACES.
           05 EXL-ACCOUNT       PIC 9(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 EXL-REF           PIC X(12).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 EXL-REASON        PIC X(30).

       01 WS-LETTER-HEADER.
           05 FILLER            PIC X(9) VALUE "CUSTOMER".
           05 FILLER            PIC X(31) VALUE "NAME".
           05 FILLER            PIC X(8) VALUE "TEMPLT".
           05 FILLER            PIC X(12) VALUE "LETTER DATE".
           05 FILLER            PIC X(5) VALUE "ITEMS".
           05 FILLER            PIC X(31) VALUE "  DISPOSITION".

       01 WS-LETTER-LINE.
           05 LTL-CUST          PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 LTL-NAME          PIC X(30).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 LTL-TEMPLATE      PIC X(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LTL-DATE          PIC 9999/99/99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LTL-ITEMS         PIC ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LTL-DISP          PIC X(31).

       01 WS-COUNT-LINE.
           05 CNT-LABEL         PIC X(40).
           05 CNT-VALUE         PIC Z(7)9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INITIALIZE-NOTICE-RUN
           PERFORM LOAD-NOTICE-CONTROL
           PERFORM LOAD-SUPPRESS-LIST
           IF EVENT-FILE-OPEN
               PERFORM SKIP-TAKEN-EVENTS
               PERFORM TAKE-NEW-EVENTS
           END-IF
           PERFORM WRITE-EXTRACT-HEADER
           PERFORM START-LETTER-SECTION
           PERFORM WRITE-ONE-LETTER
               VARYING WS-LTR-IDX FROM 1 BY 1
               UNTIL WS-LTR-IDX > WS-LETTER-COUNT
           PERFORM WRITE-EXTRACT-TRAILER
           PERFORM WRITE-NOTICE-TOTALS
           DISPLAY "Events taken:       " WS-EVENTS-TAKEN
           DISPLAY "Letters written:    " WS-LETTERS-WRITTEN
           DISPLAY "Letters suppressed: " WS-SUPPRESSED-COUNT
           DISPLAY "Events not mailed:  " WS-UNMAILED-EVENTS
           PERFORM CLEANUP
           STOP RUN.

       INITIALIZE-NOTICE-RUN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
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
           OPEN INPUT NOTICE-EVENTS
           IF NEVT-FILE-OK
               SET EVENT-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "NOTE: no notice event file - empty extract "
                   "written"
           END-IF
           OPEN OUTPUT NOTICE-EXTRACT
           IF NOT NEXT-FILE-OK
               DISPLAY "ERROR: Cannot open notice extract file"
               STOP RUN
           END-IF
           OPEN OUTPUT NOTICE-RPT
           IF NOT RPT-FILE-OK
               DISPLAY "ERROR: Cannot open notice report file"
               STOP RUN
           END-IF
           PERFORM WRITE-NOTICE-HEADER
           DISPLAY "=== MarkCraft Customer Notice Run ==="
           DISPLAY "Date: " WS-CURRENT-DATE.

       LOAD-NOTICE-CONTROL.
           OPEN INPUT NOTICE-CONTROL
           IF NCTL-FILE-OK
               READ NOTICE-CONTROL
                   NOT AT END
                       MOVE NC-EVENTS-TAKEN TO WS-EVENTS-SKIPPED
               END-READ
               CLOSE NOTICE-CONTROL
           END-IF.

       LOAD-SUPPRESS-LIST.
           OPEN INPUT SUPPRESS-LIST
           IF SUPP-FILE-OK
               PERFORM READ-ONE-SUPPRESS UNTIL END-OF-SUPPRESS
               CLOSE SUPPRESS-LIST
           ELSE
               DISPLAY "NOTE: no suppression list - every letter "
                   "is mailed"
           END-IF.

       READ-ONE-SUPPRESS.
           READ SUPPRESS-LIST
               AT END SET END-OF-SUPPRESS TO TRUE
               NOT AT END PERFORM STORE-ONE-SUPPRESS
           END-READ.

      *> Past the table's capacity the list is truncated with a
      *> warning; the operator must not assume the rest was honoured.
       STORE-ONE-SUPPRESS.
           IF WS-SUPP-COUNT < 1000
               ADD 1 TO WS-SUPP-COUNT
               SET WS-SUPP-IDX TO WS-SUPP-COUNT
               MOVE NS-CUST-NUMBER TO WS-SUPP-CUST(WS-SUPP-IDX)
               MOVE NS-REASON TO WS-SUPP-REASON(WS-SUPP-IDX)
           ELSE
               IF NOT SUPP-TABLE-FULL-WARNED
                   MOVE 'Y' TO WS-SUPP-TABLE-FULL
                   DISPLAY "WARNING: suppression table full - "
                       "customer " NS-CUST-NUMBER " and after ignored"
               END-IF
           END-IF.

      *> Rows taken by earlier runs are passed over by count. A file
      *> shorter than the count has been purged since; the count is
      *> brought back to what is actually there.
       SKIP-TAKEN-EVENTS.
           MOVE ZERO TO WS-EVENTS-TAKEN
           PERFORM SKIP-ONE-EVENT
               UNTIL WS-EVENTS-TAKEN >= WS-EVENTS-SKIPPED
                   OR END-OF-EVENTS
           IF END-OF-EVENTS AND WS-EVENTS-TAKEN < WS-EVENTS-SKIPPED
               DISPLAY "WARNING: notice event file holds fewer rows "
                   "than already taken - count reset"
               MOVE WS-EVENTS-TAKEN TO WS-EVENTS-SKIPPED
           END-IF
           MOVE ZERO TO WS-EVENTS-TAKEN.

       SKIP-ONE-EVENT.
           READ NOTICE-EVENTS
               AT END SET END-OF-EVENTS TO TRUE
               NOT AT END ADD 1 TO WS-EVENTS-TAKEN
           END-READ.

      *> Events are taken until the file ends or the tables fill. A
      *> row that will not fit is left untaken - the control count
      *> stops short of it and the next run picks it up.
       TAKE-NEW-EVENTS.
           PERFORM TAKE-ONE-EVENT
               UNTIL END-OF-EVENTS OR TABLES-ARE-FULL.

       TAKE-ONE-EVENT.
           READ NOTICE-EVENTS
               AT END SET END-OF-EVENTS TO TRUE
               NOT AT END PERFORM FILE-ONE-EVENT
           END-READ.

       FILE-ONE-EVENT.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM FIND-EVENT-TEMPLATE
           IF WS-EVENT-TEMPLATE = SPACES
               MOVE "UNKNOWN EVENT TYPE" TO WS-REJECT-REASON
           ELSE
               MOVE NE-ACCOUNT-NUM TO ACCT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN NOT ACCT-FILE-OK
                       MOVE "ACCOUNT NOT ON FILE" TO WS-REJECT-REASON
                   WHEN ACCT-CUST-NUMBER = ZERO
                       MOVE "NO CUSTOMER ON ACCOUNT"
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       MOVE ACCT-CUST-NUMBER TO WS-EVENT-CUST
               END-EVALUATE
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM FILE-EVENT-ON-LETTER
           ELSE
               ADD 1 TO WS-EVENTS-TAKEN
               ADD 1 TO WS-UNMAILED-EVENTS
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       FIND-EVENT-TEMPLATE.
           MOVE SPACES TO WS-EVENT-TEMPLATE
           PERFORM MATCH-ONE-TEMPLATE
               VARYING WS-TMPL-IDX FROM 1 BY 1
               UNTIL WS-TMPL-IDX > 4.

       MATCH-ONE-TEMPLATE.
           IF WS-TMPL-EVENT-TYPE(WS-TMPL-IDX) = NE-EVENT-TYPE
               MOVE WS-TMPL-CODE(WS-TMPL-IDX) TO WS-EVENT-TEMPLATE
           END-IF.

      *> Finds or opens the customer's letter for the event date,
      *> then finds or opens the detail for this event type and
      *> account. A repeat event takes the later row's figures - the
      *> balance after the day's last overdraft, the rate of the
      *> day's last sheet change - and counts how many it stands for.
       FILE-EVENT-ON-LETTER.
           MOVE ZERO TO WS-FOUND-LETTER
           PERFORM MATCH-ONE-LETTER
               VARYING WS-LTR-IDX FROM 1 BY 1
               UNTIL WS-LTR-IDX > WS-LETTER-COUNT
                   OR WS-FOUND-LETTER > ZERO
           MOVE ZERO TO WS-FOUND-DETAIL
           IF WS-FOUND-LETTER > ZERO
               PERFORM MATCH-ONE-DETAIL
                   VARYING WS-DTL-IDX FROM 1 BY 1
                   UNTIL WS-DTL-IDX > WS-DETAIL-COUNT
                       OR WS-FOUND-DETAIL > ZERO
           END-IF
           EVALUATE TRUE
               WHEN WS-FOUND-DETAIL > ZERO
                   SET WS-DTL-IDX TO WS-FOUND-DETAIL
                   ADD 1 TO WS-DTL-EVENTS(WS-DTL-IDX)
                   ADD 1 TO WS-COMBINED-EVENTS
                   PERFORM MOVE-EVENT-TO-DETAIL
                   ADD 1 TO WS-EVENTS-TAKEN
               WHEN WS-DETAIL-COUNT >= 1000
                   PERFORM WARN-TABLES-FULL
               WHEN WS-FOUND-LETTER = ZERO
                       AND WS-LETTER-COUNT >= 1000
                   PERFORM WARN-TABLES-FULL
               WHEN OTHER
                   IF WS-FOUND-LETTER = ZERO
                       PERFORM OPEN-NEW-LETTER
                   END-IF
                   PERFORM OPEN-NEW-DETAIL
                   ADD 1 TO WS-EVENTS-TAKEN
           END-EVALUATE.

       MATCH-ONE-LETTER.
           IF WS-LTR-CUST(WS-LTR-IDX) = WS-EVENT-CUST
                   AND WS-LTR-DATE(WS-LTR-IDX) = NE-EVENT-DATE
               SET WS-FOUND-LETTER TO WS-LTR-IDX
           END-IF.

       MATCH-ONE-DETAIL.
           IF WS-DTL-LETTER(WS-DTL-IDX) = WS-FOUND-LETTER
                   AND WS-DTL-EVENT-TYPE(WS-DTL-IDX) = NE-EVENT-TYPE
                   AND WS-DTL-ACCOUNT(WS-DTL-IDX) = NE-ACCOUNT-NUM
               SET WS-FOUND-DETAIL TO WS-DTL-IDX
           END-IF.

       OPEN-NEW-LETTER.
           ADD 1 TO WS-LETTER-COUNT
           SET WS-LTR-IDX TO WS-LETTER-COUNT
           MOVE WS-EVENT-CUST TO WS-LTR-CUST(WS-LTR-IDX)
           MOVE NE-EVENT-DATE TO WS-LTR-DATE(WS-LTR-IDX)
           MOVE NE-EVENT-TYPE TO WS-LTR-EVENT-TYPE(WS-LTR-IDX)
           MOVE 'N' TO WS-LTR-MIXED(WS-LTR-IDX)
           MOVE ZERO TO WS-LTR-ITEMS(WS-LTR-IDX)
           MOVE WS-LETTER-COUNT TO WS-FOUND-LETTER.

       OPEN-NEW-DETAIL.
           SET WS-LTR-IDX TO WS-FOUND-LETTER
           ADD 1 TO WS-LTR-ITEMS(WS-LTR-IDX)
           IF WS-LTR-EVENT-TYPE(WS-LTR-IDX) NOT = NE-EVENT-TYPE
               MOVE 'Y' TO WS-LTR-MIXED(WS-LTR-IDX)
           END-IF
           ADD 1 TO WS-DETAIL-COUNT
           SET WS-DTL-IDX TO WS-DETAIL-COUNT
           MOVE WS-FOUND-LETTER TO WS-DTL-LETTER(WS-DTL-IDX)
           MOVE NE-EVENT-TYPE TO WS-DTL-EVENT-TYPE(WS-DTL-IDX)
           MOVE WS-EVENT-TEMPLATE TO WS-DTL-TEMPLATE(WS-DTL-IDX)
           MOVE NE-ACCOUNT-NUM TO WS-DTL-ACCOUNT(WS-DTL-IDX)
           MOVE 1 TO WS-DTL-EVENTS(WS-DTL-IDX)
           PERFORM MOVE-EVENT-TO-DETAIL.

       MOVE-EVENT-TO-DETAIL.
           MOVE NE-AMOUNT TO WS-DTL-AMOUNT(WS-DTL-IDX)
           MOVE NE-ITEM-DATE TO WS-DTL-ITEM-DATE(WS-DTL-IDX)
           MOVE NE-NEW-RATE TO WS-DTL-RATE(WS-DTL-IDX)
           MOVE NE-REF-ID TO WS-DTL-REF(WS-DTL-IDX).

       WARN-TABLES-FULL.
           SET TABLES-ARE-FULL TO TRUE
           DISPLAY "WARNING: letter tables full - remaining events "
               "left for the next run".

       WRITE-EXCEPTION-LINE.
           IF NOT EXC-HEADING-WRITTEN
               SET EXC-HEADING-WRITTEN TO TRUE
               WRITE NOTICE-PRINT-LINE FROM WS-EXC-HEADER
               ADD 1 TO WS-LINE-COUNT
           END-IF
           MOVE NE-EVENT-DATE TO EXL-EVENT-DATE
           MOVE NE-EVENT-TYPE TO EXL-EVENT-TYPE
           MOVE NE-ACCOUNT-NUM TO EXL-ACCOUNT
           MOVE NE-REF-ID TO EXL-REF
           MOVE WS-REJECT-REASON TO EXL-REASON
           IF WS-LINE-COUNT >= WS-MAX-LINES
               PERFORM WRITE-NOTICE-HEADER
               WRITE NOTICE-PRINT-LINE FROM WS-EXC-HEADER
               ADD 1 TO WS-LINE-COUNT
           END-IF
           WRITE NOTICE-PRINT-LINE FROM WS-EXC-LINE
           ADD 1 TO WS-LINE-COUNT.

      *> Extract: header, letters with their details, trailer.
       WRITE-EXTRACT-HEADER.
           MOVE SPACES TO NOTICE-EXTRACT-RECORD
           SET NX-HEADER-REC TO TRUE
           MOVE "MCNOTICE" TO NX-HDR-FILE-ID
           MOVE WS-CURRENT-DATE TO NX-HDR-CREATE-DATE
           MOVE WS-CURRENT-TIME(1:6) TO NX-HDR-CREATE-TIME
           MOVE "MARKCRAFT" TO NX-HDR-SOURCE
           WRITE NOTICE-EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-RECORDS.

       START-LETTER-SECTION.
           IF EXC-HEADING-WRITTEN
               MOVE SPACES TO NOTICE-PRINT-LINE
               WRITE NOTICE-PRINT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           WRITE NOTICE-PRINT-LINE FROM WS-LETTER-HEADER
           ADD 1 TO WS-LINE-COUNT.

      *> A customer no longer on the master, or on the suppression
      *> list, gets no letter; either way the letter is listed so
      *> the mail room can see what was held back.
       WRITE-ONE-LETTER.
           SET WS-CUR-LETTER TO WS-LTR-IDX
           IF WS-LTR-MIXED(WS-LTR-IDX) = 'Y'
               MOVE WS-COMBINED-TEMPLATE TO WS-LETTER-TEMPLATE
           ELSE
               MOVE SPACES TO WS-LETTER-TEMPLATE
               PERFORM FIND-LETTER-TEMPLATE
                   VARYING WS-TMPL-IDX FROM 1 BY 1
                   UNTIL WS-TMPL-IDX > 4
           END-IF
           MOVE WS-LTR-CUST(WS-LTR-IDX) TO CM-CUST-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY CONTINUE
           END-READ
           PERFORM CHECK-SUPPRESSION
           EVALUATE TRUE
               WHEN NOT CUST-FILE-OK
                   MOVE SPACES TO CM-CUST-NAME
                   MOVE "NOT MAILED - NO CUSTOMER" TO WS-LETTER-DISP
                   ADD 1 TO WS-NO-CUSTOMER-COUNT
               WHEN CUSTOMER-SUPPRESSED
                   MOVE SPACES TO WS-LETTER-DISP
                   STRING "SUPPRESSED " DELIMITED BY SIZE
                          WS-SUPP-HIT-REASON DELIMITED BY SIZE
                       INTO WS-LETTER-DISP
                   END-STRING
                   ADD 1 TO WS-SUPPRESSED-COUNT
               WHEN OTHER
                   MOVE "MAILED" TO WS-LETTER-DISP
                   PERFORM WRITE-LETTER-RECORDS
           END-EVALUATE
           PERFORM WRITE-LETTER-LINE.

       FIND-LETTER-TEMPLATE.
           IF WS-TMPL-EVENT-TYPE(WS-TMPL-IDX) =
                   WS-LTR-EVENT-TYPE(WS-LTR-IDX)
               MOVE WS-TMPL-CODE(WS-TMPL-IDX) TO WS-LETTER-TEMPLATE
           END-IF.

       CHECK-SUPPRESSION.
           MOVE 'N' TO WS-SUPP-FOUND
           MOVE SPACES TO WS-SUPP-HIT-REASON
           PERFORM MATCH-ONE-SUPPRESS
               VARYING WS-SUPP-IDX FROM 1 BY 1
               UNTIL WS-SUPP-IDX > WS-SUPP-COUNT
                   OR CUSTOMER-SUPPRESSED.

       MATCH-ONE-SUPPRESS.
           IF WS-SUPP-CUST(WS-SUPP-IDX) = WS-LTR-CUST(WS-LTR-IDX)
               SET CUSTOMER-SUPPRESSED TO TRUE
               MOVE WS-SUPP-REASON(WS-SUPP-IDX) TO WS-SUPP-HIT-REASON
           END-IF.

       WRITE-LETTER-RECORDS.
           ADD 1 TO WS-LETTER-SEQ
           ADD 1 TO WS-LETTERS-WRITTEN
           MOVE SPACES TO NOTICE-EXTRACT-RECORD
           SET NX-LETTER-REC TO TRUE
           MOVE WS-LETTER-SEQ TO NX-LTR-SEQ
           MOVE WS-LETTER-TEMPLATE TO NX-LTR-TEMPLATE
           MOVE WS-LTR-DATE(WS-LTR-IDX) TO NX-LTR-DATE
           MOVE CM-CUST-NUMBER TO NX-LTR-CUST-NUMBER
           MOVE CM-CUST-NAME TO NX-LTR-CUST-NAME
           MOVE CM-ADDR-LINE-1 TO NX-LTR-ADDR-LINE-1
           MOVE CM-ADDR-LINE-2 TO NX-LTR-ADDR-LINE-2
           MOVE CM-CITY TO NX-LTR-CITY
           MOVE CM-STATE TO NX-LTR-STATE
           MOVE CM-POSTAL-CODE TO NX-LTR-POSTAL-CODE
           MOVE WS-LTR-ITEMS(WS-LTR-IDX) TO NX-LTR-ITEM-COUNT
           WRITE NOTICE-EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-RECORDS
           PERFORM WRITE-ONE-DETAIL
               VARYING WS-DTL-IDX FROM 1 BY 1
               UNTIL WS-DTL-IDX > WS-DETAIL-COUNT.

       WRITE-ONE-DETAIL.
           IF WS-DTL-LETTER(WS-DTL-IDX) = WS-CUR-LETTER
               MOVE SPACES TO NOTICE-EXTRACT-RECORD
               SET NX-DETAIL-REC TO TRUE
               MOVE WS-LETTER-SEQ TO NX-DTL-SEQ
               MOVE WS-DTL-TEMPLATE(WS-DTL-IDX) TO NX-DTL-TEMPLATE
               MOVE WS-DTL-ACCOUNT(WS-DTL-IDX) TO NX-DTL-ACCOUNT
               MOVE WS-DTL-AMOUNT(WS-DTL-IDX) TO NX-DTL-AMOUNT
               IF WS-DTL-AMOUNT(WS-DTL-IDX) < ZERO
                   MOVE "-" TO NX-DTL-AMOUNT-SIGN
               ELSE
                   MOVE "+" TO NX-DTL-AMOUNT-SIGN
               END-IF
               MOVE WS-DTL-ITEM-DATE(WS-DTL-IDX) TO NX-DTL-ITEM-DATE
               MOVE WS-DTL-RATE(WS-DTL-IDX) TO NX-DTL-NEW-RATE
               MOVE WS-DTL-REF(WS-DTL-IDX) TO NX-DTL-REF-ID
               MOVE WS-DTL-EVENTS(WS-DTL-IDX) TO NX-DTL-EVENT-COUNT
               WRITE NOTICE-EXTRACT-RECORD
               ADD 1 TO WS-EXTRACT-RECORDS
               ADD 1 TO WS-DETAILS-WRITTEN
               ADD WS-DTL-ACCOUNT(WS-DTL-IDX) TO WS-ACCOUNT-HASH
           END-IF.

      *> The record count includes the header and this trailer. The
      *> account hash is the sum of every D record's account number,
      *> high-order digits dropped, as the payment file's entry hash
      *> is.
       WRITE-EXTRACT-TRAILER.
           ADD 1 TO WS-EXTRACT-RECORDS
           MOVE SPACES TO NOTICE-EXTRACT-RECORD
           SET NX-TRAILER-REC TO TRUE
           MOVE WS-LETTERS-WRITTEN TO NX-TRL-LETTER-COUNT
           MOVE WS-DETAILS-WRITTEN TO NX-TRL-DETAIL-COUNT
           MOVE WS-EXTRACT-RECORDS TO NX-TRL-RECORD-COUNT
           MOVE WS-ACCOUNT-HASH TO NX-TRL-ACCOUNT-HASH
           WRITE NOTICE-EXTRACT-RECORD.

      *> Control listing.
       WRITE-LETTER-LINE.
           MOVE WS-LTR-CUST(WS-LTR-IDX) TO LTL-CUST
           MOVE CM-CUST-NAME TO LTL-NAME
           MOVE WS-LETTER-TEMPLATE TO LTL-TEMPLATE
           MOVE WS-LTR-DATE(WS-LTR-IDX) TO LTL-DATE
           MOVE WS-LTR-ITEMS(WS-LTR-IDX) TO LTL-ITEMS
           MOVE WS-LETTER-DISP TO LTL-DISP
           IF WS-LINE-COUNT >= WS-MAX-LINES
               PERFORM WRITE-NOTICE-HEADER
               WRITE NOTICE-PRINT-LINE FROM WS-LETTER-HEADER
               ADD 1 TO WS-LINE-COUNT
           END-IF
           WRITE NOTICE-PRINT-LINE FROM WS-LETTER-LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-NOTICE-HEADER.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-CURRENT-DATE TO HDR-RUN-DATE
           MOVE WS-PAGE-COUNT TO HDR-PAGE-NUM
           IF WS-PAGE-COUNT > 1
               MOVE SPACES TO NOTICE-PRINT-LINE
               WRITE NOTICE-PRINT-LINE
           END-IF
           WRITE NOTICE-PRINT-LINE FROM WS-NOTICE-HEADER-1
           MOVE SPACES TO NOTICE-PRINT-LINE
           WRITE NOTICE-PRINT-LINE
           MOVE ZERO TO WS-LINE-COUNT.

       WRITE-NOTICE-TOTALS.
           MOVE SPACES TO NOTICE-PRINT-LINE
           WRITE NOTICE-PRINT-LINE
           MOVE "EVENTS TAKEN THIS RUN" TO CNT-LABEL
           MOVE WS-EVENTS-TAKEN TO CNT-VALUE
           WRITE NOTICE-PRINT-LINE FROM WS-COUNT-LINE
           MOVE "REPEAT EVENTS COMBINED" TO CNT-LABEL
           MOVE WS-COMBINED-EVENTS TO CNT-VALUE
           WRITE NOTICE-PRINT-LINE FROM WS-COUNT-LINE
           MOVE "EVENTS NOT MAILED" TO CNT-LABEL
           MOVE WS-UNMAILED-EVENTS TO CNT-VALUE
           WRITE NOTICE-PRINT-LINE FROM WS-COUNT-LINE
           MOVE "LETTERS WRITTEN TO EXTRACT" TO CNT-LABEL
           MOVE WS-LETTERS-WRITTEN TO CNT-VALUE
           WRITE NOTICE-PRINT-LINE FROM WS-COUNT-LINE
           MOVE "LETTER DETAILS WRITTEN" TO CNT-LABEL
           MOVE WS-DETAILS-WRITTEN TO CNT-VALUE
           WRITE NOTICE-PRINT-LINE FROM WS-COUNT-LINE
           MOVE "LETTERS SUPPRESSED" TO CNT-LABEL
           MOVE WS-SUPPRESSED-COUNT TO CNT-VALUE
           WRITE NOTICE-PRINT-LINE FROM WS-COUNT-LINE
           MOVE "LETTERS WITH NO CUSTOMER ON FILE" TO CNT-LABEL
           MOVE WS-NO-CUSTOMER-COUNT TO CNT-VALUE
           WRITE NOTICE-PRINT-LINE FROM WS-COUNT-LINE
           MOVE "EXTRACT RECORDS" TO CNT-LABEL
           MOVE WS-EXTRACT-RECORDS TO CNT-VALUE
           WRITE NOTICE-PRINT-LINE FROM WS-COUNT-LINE.

      *> The control count moves only after the extract is complete,
      *> so a run that dies part way takes the same events again.
       SAVE-NOTICE-CONTROL.
           OPEN OUTPUT NOTICE-CONTROL
           IF NCTL-FILE-OK
               COMPUTE NC-EVENTS-TAKEN =
                   WS-EVENTS-SKIPPED + WS-EVENTS-TAKEN
               MOVE WS-CURRENT-DATE TO NC-LAST-RUN-DATE
               WRITE NOTICE-CONTROL-RECORD
               CLOSE NOTICE-CONTROL
           ELSE
               DISPLAY "WARNING: notice control not saved - status "
                   WS-NCTL-STATUS
           END-IF.

       CLEANUP.
           CLOSE NOTICE-EXTRACT
           CLOSE NOTICE-RPT
           IF EVENT-FILE-OPEN
               CLOSE NOTICE-EVENTS
               PERFORM SAVE-NOTICE-CONTROL
           END-IF
           CLOSE ACCOUNT-MASTER
           CLOSE CUSTOMER-MASTER.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKCRAFT-DISPAGE.
       AUTHOR. MARKCRAFT-TEAM.
      *> Modern COBOL: nightly dispute case aging against deadlines

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Dispute cases written by the dispute intake run.
           SELECT DISPUTE-FILE
               ASSIGN TO "dispcase.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CASE-NUM
               ALTERNATE KEY IS DC-TRANS-ID WITH DUPLICATES
               FILE STATUS IS WS-DISP-STATUS.

      *> Open cases by age band, with the amounts at risk in each.
           SELECT AGING-RPT
               ASSIGN TO "dispage.prt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Field-for-field image of the dispute intake run's record.
       FD DISPUTE-FILE.
       01 DISPUTE-RECORD.
           05 DC-CASE-NUM       PIC 9(8).
           05 DC-TRANS-ID       PIC X(12).
           05 DC-ACCOUNT-NUM    PIC 9(10).
           05 DC-DISPUTE-TYPE   PIC X(1).
               88 DC-ELECTRONIC     VALUE "E".
               88 DC-EXTENDED       VALUE "X".
               88 DC-BILLING        VALUE "B".
           05 DC-DISPUTED-AMOUNT PIC 9(10)V99.
           05 DC-ITEM-DATE      PIC 9(8).
           05 DC-OPEN-DATE      PIC 9(8).
           05 DC-OPENED-BY      PIC X(8).
           05 DC-CREDIT-DUE-DATE PIC 9(8).
           05 DC-RESOLVE-DUE-DATE PIC 9(8).
           05 DC-STATUS         PIC X(1).
               88 DC-IS-OPEN        VALUE "O".
               88 DC-IS-FAVOURED    VALUE "F".
               88 DC-IS-DENIED      VALUE "D".
           05 DC-PROV-CREDIT-ID PIC X(12).
           05 DC-PROV-AMOUNT    PIC 9(10)V99.
           05 DC-PROV-DATE      PIC 9(8).
           05 DC-AGE-DAYS       PIC 9(4).
           05 DC-DEADLINE-FLAG  PIC X(1).
               88 DC-WITHIN-DEADLINE VALUE SPACE.
               88 DC-RESOLVE-NEAR   VALUE "W".
               88 DC-CREDIT-LATE    VALUE "C".
               88 DC-RESOLVE-LATE   VALUE "L".
           05 DC-LAST-AGED-DATE PIC 9(8).
           05 DC-RESOLVED-DATE  PIC 9(8).
           05 DC-RESOLVED-BY    PIC X(8).
           05 DC-NOTICE-CODE    PIC X(2).
           05 DC-RESOLVE-TRANS-ID PIC X(12).

       FD AGING-RPT.
       01 AGE-PRINT-LINE        PIC X(96).

       WORKING-STORAGE SECTION.
       01 WS-DISP-STATUS        PIC XX.
           88 DISP-FILE-OK      VALUE "00" "02".
       01 WS-RPT-STATUS         PIC XX.
           88 RPT-FILE-OK       VALUE "00".
       01 WS-CURRENT-DATE       PIC 9(8).
       01 WS-TODAY-INT          PIC 9(8) VALUE ZERO.
       01 WS-DUE-INT            PIC 9(8) VALUE ZERO.
       01 WS-DAYS-TO-DUE        PIC S9(5) VALUE ZERO.
      *> A case this close to its resolution deadline is flagged for
      *> the disputes desk before it goes late.
       01 WS-WARN-DAYS          PIC 9(3) VALUE 5.
       01 WS-CASE-EOF           PIC X VALUE 'N'.
           88 END-OF-CASES      VALUE 'Y'.
       01 WS-OPEN-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-NEAR-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-CREDIT-LATE-COUNT  PIC 9(8) VALUE ZERO.
       01 WS-RESOLVE-LATE-COUNT PIC 9(8) VALUE ZERO.
       01 WS-TOTAL-AT-RISK      PIC 9(12)V99 VALUE ZERO.
       01 WS-TOTAL-PROV-OUT     PIC 9(12)V99 VALUE ZERO.
      *> Age bands by days open; the last band's upper bound catches
      *> everything older.
       01 WS-BAND-COUNT         PIC 9(2) VALUE 5.
       01 WS-BAND-FOUND-IDX     PIC 9(2) VALUE ZERO.
       01 WS-BANDS.
           05 WS-BAND-ENTRY OCCURS 5 TIMES INDEXED BY WS-BAND-IDX.
               10 WS-BAND-LABEL     PIC X(14).
               10 WS-BAND-HIGH      PIC 9(4).
               10 WS-BAND-CASES     PIC 9(8).
               10 WS-BAND-AT-RISK   PIC 9(12)V99.
               10 WS-BAND-PROV-OUT  PIC 9(12)V99.
               10 WS-BAND-LATE      PIC 9(8).
       01 WS-LINE-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-MAX-LINES          PIC 9(4) VALUE 60.
       01 WS-PAGE-COUNT         PIC 9(4) VALUE ZERO.

       01 WS-AGE-HEADER-1.
           05 FILLER            PIC X(36) VALUE
               "MARKCRAFT DISPUTE CASE AGING        ".
           05 FILLER            PIC X(10) VALUE "RUN DATE: ".
           05 HDR-RUN-DATE      PIC 9999/99/99.
           05 FILLER            PIC X(7) VALUE "  PAGE ".
           05 HDR-PAGE-NUM      PIC ZZZ9.

       01 WS-AGE-HEADER-2.
           05 FILLER            PIC X(10) VALUE "CASE".
           05 FILLER            PIC X(12) VALUE "ACCOUNT".
           05 FILLER            PIC X(14) VALUE "ITEM".
           05 FILLER            PIC X(3) VALUE "T".
           05 FILLER            PIC X(6) VALUE " AGE".
           05 FILLER            PIC X(12) VALUE "RESOLVE BY".
           05 FILLER            PIC X(14) VALUE "    DISPUTED".
           05 FILLER            PIC X(14) VALUE "   PROV CREDIT".
           05 FILLER            PIC X(10) VALUE "DEADLINE".

       01 WS-AGE-LINE.
           05 AL-CASE-NUM       PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AL-ACCOUNT        PIC 9(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AL-TRANS-ID       PIC X(12).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AL-TYPE           PIC X(1).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AL-AGE            PIC ZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AL-RESOLVE-DUE    PIC 9999/99/99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AL-DISPUTED       PIC Z(8)9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AL-PROV           PIC Z(8)9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AL-FLAG           PIC X(10).

       01 WS-BAND-HEADER.
           05 FILLER            PIC X(16) VALUE "AGE BAND (DAYS)".
           05 FILLER            PIC X(10) VALUE "     CASES".
           05 FILLER            PIC X(18) VALUE "           AT RISK".
           05 FILLER            PIC X(18) VALUE "  PROV CREDIT OUT".
           05 FILLER            PIC X(10) VALUE "   OVERDUE".

       01 WS-BAND-LINE.
           05 BL-LABEL          PIC X(14).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 BL-CASES          PIC Z(9)9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 BL-AT-RISK        PIC Z(12)9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 BL-PROV-OUT       PIC Z(12)9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 BL-LATE           PIC Z(9)9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INITIALIZE-DISPAGE
           PERFORM AGE-ALL-CASES
           PERFORM PRINT-BAND-SUMMARY
           DISPLAY "Open cases:              " WS-OPEN-COUNT
           DISPLAY "Near resolution deadline:" WS-NEAR-COUNT
           DISPLAY "Provisional credit late: " WS-CREDIT-LATE-COUNT
           DISPLAY "Resolution late:         " WS-RESOLVE-LATE-COUNT
           PERFORM CLEANUP
           STOP RUN.

       INITIALIZE-DISPAGE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
           OPEN I-O DISPUTE-FILE
           IF NOT DISP-FILE-OK
               DISPLAY "ERROR: Cannot open dispute case file"
               STOP RUN
           END-IF
           OPEN OUTPUT AGING-RPT
           IF NOT RPT-FILE-OK
               DISPLAY "ERROR: Cannot open aging report file"
               STOP RUN
           END-IF
           PERFORM SET-UP-AGE-BANDS
           PERFORM WRITE-AGING-HEADER
           WRITE AGE-PRINT-LINE FROM WS-AGE-HEADER-2
           DISPLAY "=== MarkCraft Dispute Case Aging ==="
           DISPLAY "Date: " WS-CURRENT-DATE.

       SET-UP-AGE-BANDS.
           INITIALIZE WS-BANDS
           MOVE "0 - 10" TO WS-BAND-LABEL(1)
           MOVE 10 TO WS-BAND-HIGH(1)
           MOVE "11 - 20" TO WS-BAND-LABEL(2)
           MOVE 20 TO WS-BAND-HIGH(2)
           MOVE "21 - 45" TO WS-BAND-LABEL(3)
           MOVE 45 TO WS-BAND-HIGH(3)
           MOVE "46 - 90" TO WS-BAND-LABEL(4)
           MOVE 90 TO WS-BAND-HIGH(4)
           MOVE "OVER 90" TO WS-BAND-LABEL(5)
           MOVE 9999 TO WS-BAND-HIGH(5).

       AGE-ALL-CASES.
           MOVE ZERO TO DC-CASE-NUM
           START DISPUTE-FILE KEY >= DC-CASE-NUM
               INVALID KEY SET END-OF-CASES TO TRUE
           END-START
           PERFORM AGE-ONE-CASE UNTIL END-OF-CASES.

       AGE-ONE-CASE.
           READ DISPUTE-FILE NEXT RECORD
               AT END SET END-OF-CASES TO TRUE
               NOT AT END
                   IF DC-IS-OPEN
                       PERFORM SET-CASE-AGE
                       PERFORM ADD-CASE-TO-BAND
                       PERFORM WRITE-AGING-LINE
                   END-IF
           END-READ.

      *> Resolution late outranks provisional credit late, which
      *> outranks the early warning. The flag and age are saved on
      *> the case for inquiry and the next run.
       SET-CASE-AGE.
           ADD 1 TO WS-OPEN-COUNT
           COMPUTE DC-AGE-DAYS = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(DC-OPEN-DATE)
           COMPUTE WS-DUE-INT =
               FUNCTION INTEGER-OF-DATE(DC-RESOLVE-DUE-DATE)
           COMPUTE WS-DAYS-TO-DUE = WS-DUE-INT - WS-TODAY-INT
           EVALUATE TRUE
               WHEN WS-DAYS-TO-DUE < ZERO
                   SET DC-RESOLVE-LATE TO TRUE
                   ADD 1 TO WS-RESOLVE-LATE-COUNT
               WHEN DC-PROV-CREDIT-ID = SPACES
                       AND DC-CREDIT-DUE-DATE NOT = ZERO
                       AND DC-CREDIT-DUE-DATE < WS-CURRENT-DATE
                   SET DC-CREDIT-LATE TO TRUE
                   ADD 1 TO WS-CREDIT-LATE-COUNT
               WHEN WS-DAYS-TO-DUE <= WS-WARN-DAYS
                   SET DC-RESOLVE-NEAR TO TRUE
                   ADD 1 TO WS-NEAR-COUNT
               WHEN OTHER
                   SET DC-WITHIN-DEADLINE TO TRUE
           END-EVALUATE
           MOVE WS-CURRENT-DATE TO DC-LAST-AGED-DATE
           REWRITE DISPUTE-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           IF NOT DISP-FILE-OK
               DISPLAY "ERROR: case " DC-CASE-NUM " not updated, "
                   "status " WS-DISP-STATUS
           END-IF.

      *> At risk is the disputed amount - what the bank stands to
      *> carry if the case goes the customer's way; the provisional
      *> credit column is what is already out with the customer.
       ADD-CASE-TO-BAND.
           MOVE ZERO TO WS-BAND-FOUND-IDX
           PERFORM SCAN-BAND-ENTRY
               VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > WS-BAND-COUNT
                   OR WS-BAND-FOUND-IDX NOT = ZERO
           SET WS-BAND-IDX TO WS-BAND-FOUND-IDX
           ADD 1 TO WS-BAND-CASES(WS-BAND-IDX)
           ADD DC-DISPUTED-AMOUNT TO WS-BAND-AT-RISK(WS-BAND-IDX)
           ADD DC-PROV-AMOUNT TO WS-BAND-PROV-OUT(WS-BAND-IDX)
           ADD DC-DISPUTED-AMOUNT TO WS-TOTAL-AT-RISK
           ADD DC-PROV-AMOUNT TO WS-TOTAL-PROV-OUT
           IF DC-RESOLVE-LATE OR DC-CREDIT-LATE
               ADD 1 TO WS-BAND-LATE(WS-BAND-IDX)
           END-IF.

       SCAN-BAND-ENTRY.
           IF DC-AGE-DAYS <= WS-BAND-HIGH(WS-BAND-IDX)
               SET WS-BAND-FOUND-IDX TO WS-BAND-IDX
           END-IF.

       WRITE-AGING-LINE.
           MOVE DC-CASE-NUM TO AL-CASE-NUM
           MOVE DC-ACCOUNT-NUM TO AL-ACCOUNT
           MOVE DC-TRANS-ID TO AL-TRANS-ID
           MOVE DC-DISPUTE-TYPE TO AL-TYPE
           MOVE DC-AGE-DAYS TO AL-AGE
           MOVE DC-RESOLVE-DUE-DATE TO AL-RESOLVE-DUE
           MOVE DC-DISPUTED-AMOUNT TO AL-DISPUTED
           MOVE DC-PROV-AMOUNT TO AL-PROV
           EVALUATE TRUE
               WHEN DC-RESOLVE-LATE
                   MOVE "LATE" TO AL-FLAG
               WHEN DC-CREDIT-LATE
                   MOVE "CREDIT DUE" TO AL-FLAG
               WHEN DC-RESOLVE-NEAR
                   MOVE "NEAR" TO AL-FLAG
               WHEN OTHER
                   MOVE SPACES TO AL-FLAG
           END-EVALUATE
           IF WS-LINE-COUNT >= WS-MAX-LINES
               PERFORM WRITE-AGING-HEADER
               WRITE AGE-PRINT-LINE FROM WS-AGE-HEADER-2
           END-IF
           WRITE AGE-PRINT-LINE FROM WS-AGE-LINE
           ADD 1 TO WS-LINE-COUNT.

       PRINT-BAND-SUMMARY.
           PERFORM WRITE-AGING-HEADER
           WRITE AGE-PRINT-LINE FROM WS-BAND-HEADER
           PERFORM PRINT-ONE-BAND
               VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > WS-BAND-COUNT
           MOVE SPACES TO AGE-PRINT-LINE
           WRITE AGE-PRINT-LINE
           MOVE "ALL OPEN CASES" TO BL-LABEL
           MOVE WS-OPEN-COUNT TO BL-CASES
           MOVE WS-TOTAL-AT-RISK TO BL-AT-RISK
           MOVE WS-TOTAL-PROV-OUT TO BL-PROV-OUT
           COMPUTE BL-LATE =
               WS-RESOLVE-LATE-COUNT + WS-CREDIT-LATE-COUNT
           WRITE AGE-PRINT-LINE FROM WS-BAND-LINE.

       PRINT-ONE-BAND.
           MOVE WS-BAND-LABEL(WS-BAND-IDX) TO BL-LABEL
           MOVE WS-BAND-CASES(WS-BAND-IDX) TO BL-CASES
           MOVE WS-BAND-AT-RISK(WS-BAND-IDX) TO BL-AT-RISK
           MOVE WS-BAND-PROV-OUT(WS-BAND-IDX) TO BL-PROV-OUT
           MOVE WS-BAND-LATE(WS-BAND-IDX) TO BL-LATE
           WRITE AGE-PRINT-LINE FROM WS-BAND-LINE.

       WRITE-AGING-HEADER.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-CURRENT-DATE TO HDR-RUN-DATE
           MOVE WS-PAGE-COUNT TO HDR-PAGE-NUM
           IF WS-PAGE-COUNT > 1
               MOVE SPACES TO AGE-PRINT-LINE
               WRITE AGE-PRINT-LINE
           END-IF
           WRITE AGE-PRINT-LINE FROM WS-AGE-HEADER-1
           MOVE SPACES TO AGE-PRINT-LINE
           WRITE AGE-PRINT-LINE
           MOVE ZERO TO WS-LINE-COUNT.

       CLEANUP.
           CLOSE DISPUTE-FILE
           CLOSE AGING-RPT.

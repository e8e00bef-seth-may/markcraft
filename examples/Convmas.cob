       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKCRAFT-CONVMAS.
       AUTHOR. MARKCRAFT-TEAM.
      *> Modern COBOL: one-time customer master and fee schedule
      *> layout conversion

      *> Run once, before the first night that runs any program with
      *> the wider layouts - the 142-byte customer master (taxpayer
      *> id, mailing address, tax status) and the fee schedule with
      *> the closing fee. Every program that reads custmas.dat or
      *> feesched.dat expects the new records, so this comes ahead of
      *> the customer and fee maintenance runs, the posting run and
      *> everything after them. Order of the night:
      *>   1. rename custmas.dat to custmas.old and feesched.dat to
      *>      feesched.old;
      *>   2. run this program;
      *>   3. check its counts - records read must equal records
      *>      converted for each file - then carry on with the
      *>      normal schedule.
      *> The old files are read, never changed; keep them until the
      *> night has run clean. A file whose new name is already on
      *> disk is left alone, so a second run converts nothing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Customer master as it stood before the tax fields: 40 bytes.
           SELECT OLD-CUSTOMER-MASTER
               ASSIGN TO "custmas.old"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-CUST-NUMBER
               FILE STATUS IS WS-OLD-CUST-STATUS.

           SELECT CUSTOMER-MASTER
               ASSIGN TO "custmas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-NUMBER
               FILE STATUS IS WS-CUST-STATUS.

      *> Fee schedule as it stood before the closing fee.
           SELECT OLD-FEE-SCHED-FILE
               ASSIGN TO "feesched.old"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OF-KEY
               FILE STATUS IS WS-OLD-FEE-STATUS.

           SELECT FEE-SCHED-FILE
               ASSIGN TO "feesched.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-KEY
               FILE STATUS IS WS-FEE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-CUSTOMER-MASTER.
       01 OLD-CUSTOMER-RECORD.
           05 OC-CUST-NUMBER    PIC 9(8).
           05 OC-CUST-NAME      PIC X(30).
           05 OC-CUST-TYPE      PIC X(1).
           05 OC-CUST-STATUS    PIC X(1).

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

       FD OLD-FEE-SCHED-FILE.
       01 OLD-FEE-SCHED-RECORD.
           05 OF-KEY.
               10 OF-PLAN-CODE  PIC X(4).
               10 OF-EFF-DATE   PIC 9(8).
           05 OF-MONTHLY-AMT    PIC 9(5)V99.
           05 OF-FREE-TRANS     PIC 9(4).
           05 OF-ITEM-CHARGE    PIC 9(3)V99.

       FD FEE-SCHED-FILE.
       01 FEE-SCHED-RECORD.
           05 FS-KEY.
               10 FS-PLAN-CODE  PIC X(4).
               10 FS-EFF-DATE   PIC 9(8).
           05 FS-MONTHLY-AMT    PIC 9(5)V99.
           05 FS-FREE-TRANS     PIC 9(4).
           05 FS-ITEM-CHARGE    PIC 9(3)V99.
      *> Charged by the closure settlement run when the account
      *> closes within FS-CLOSE-DAYS of opening; zero days charges it
      *> on every close.
           05 FS-CLOSE-FEE      PIC 9(5)V99.
           05 FS-CLOSE-DAYS     PIC 9(4).

       WORKING-STORAGE SECTION.
       01 WS-OLD-CUST-STATUS    PIC XX.
           88 OLD-CUST-FILE-OK  VALUE "00".
       01 WS-CUST-STATUS        PIC XX.
           88 CUST-FILE-OK      VALUE "00".
       01 WS-OLD-FEE-STATUS     PIC XX.
           88 OLD-FEE-FILE-OK   VALUE "00".
       01 WS-FEE-STATUS         PIC XX.
           88 FEE-FILE-OK       VALUE "00".
       01 WS-CURRENT-DATE       PIC 9(8).
       01 WS-OLD-CUST-EOF       PIC X VALUE 'N'.
           88 END-OF-OLD-CUSTOMERS VALUE 'Y'.
       01 WS-OLD-FEE-EOF        PIC X VALUE 'N'.
           88 END-OF-OLD-FEES   VALUE 'Y'.
       01 WS-CUST-READ          PIC 9(8) VALUE ZERO.
       01 WS-CUST-CONVERTED     PIC 9(8) VALUE ZERO.
       01 WS-CUST-FAILED        PIC 9(8) VALUE ZERO.
       01 WS-FEE-READ           PIC 9(8) VALUE ZERO.
       01 WS-FEE-CONVERTED      PIC 9(8) VALUE ZERO.
       01 WS-FEE-FAILED         PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INITIALIZE-CONVMAS
           PERFORM CONVERT-CUSTOMER-MASTER
           PERFORM CONVERT-FEE-SCHEDULE
           DISPLAY "Customers read:      " WS-CUST-READ
           DISPLAY "Customers converted: " WS-CUST-CONVERTED
           DISPLAY "Customers failed:    " WS-CUST-FAILED
           DISPLAY "Fee rows read:       " WS-FEE-READ
           DISPLAY "Fee rows converted:  " WS-FEE-CONVERTED
           DISPLAY "Fee rows failed:     " WS-FEE-FAILED
           STOP RUN.

       INITIALIZE-CONVMAS.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           DISPLAY "=== MarkCraft Master Layout Conversion ==="
           DISPLAY "Date: " WS-CURRENT-DATE.

      *> The new file must not exist yet: opening it for output would
      *> wipe a master that is already converted and in use.
       CONVERT-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER
           IF CUST-FILE-OK
               CLOSE CUSTOMER-MASTER
               DISPLAY "NOTE: custmas.dat already present - customer "
                   "master not converted"
           ELSE
               OPEN INPUT OLD-CUSTOMER-MASTER
               IF NOT OLD-CUST-FILE-OK
                   DISPLAY "NOTE: no custmas.old - customer master "
                       "not converted"
               ELSE
                   OPEN OUTPUT CUSTOMER-MASTER
                   IF NOT CUST-FILE-OK
                       DISPLAY "ERROR: Cannot create customer master "
                           "file"
                       CLOSE OLD-CUSTOMER-MASTER
                       STOP RUN
                   END-IF
                   PERFORM CONVERT-ONE-CUSTOMER
                       UNTIL END-OF-OLD-CUSTOMERS
                   CLOSE OLD-CUSTOMER-MASTER
                   CLOSE CUSTOMER-MASTER
               END-IF
           END-IF.

      *> The old fields carry over as they were. No taxpayer id or
      *> address is on file yet, and every customer starts out
      *> reportable until customer maintenance says otherwise.
       CONVERT-ONE-CUSTOMER.
           READ OLD-CUSTOMER-MASTER NEXT RECORD
               AT END SET END-OF-OLD-CUSTOMERS TO TRUE
               NOT AT END
                   ADD 1 TO WS-CUST-READ
                   MOVE SPACES TO CUSTOMER-MASTER-RECORD
                   MOVE OC-CUST-NUMBER TO CM-CUST-NUMBER
                   MOVE OC-CUST-NAME TO CM-CUST-NAME
                   MOVE OC-CUST-TYPE TO CM-CUST-TYPE
                   MOVE OC-CUST-STATUS TO CM-CUST-STATUS
                   MOVE SPACES TO CM-TAX-ID
                   MOVE SPACES TO CM-MAIL-ADDRESS
                   MOVE "R" TO CM-TAX-STATUS
                   WRITE CUSTOMER-MASTER-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
                   IF CUST-FILE-OK
                       ADD 1 TO WS-CUST-CONVERTED
                   ELSE
                       ADD 1 TO WS-CUST-FAILED
                       DISPLAY "ERROR: customer " OC-CUST-NUMBER
                           " not written, status " WS-CUST-STATUS
                   END-IF
           END-READ.

       CONVERT-FEE-SCHEDULE.
           OPEN INPUT FEE-SCHED-FILE
           IF FEE-FILE-OK
               CLOSE FEE-SCHED-FILE
               DISPLAY "NOTE: feesched.dat already present - fee "
                   "schedule not converted"
           ELSE
               OPEN INPUT OLD-FEE-SCHED-FILE
               IF NOT OLD-FEE-FILE-OK
                   DISPLAY "NOTE: no feesched.old - fee schedule "
                       "not converted"
               ELSE
                   OPEN OUTPUT FEE-SCHED-FILE
                   IF NOT FEE-FILE-OK
                       DISPLAY "ERROR: Cannot create fee schedule "
                           "file"
                       CLOSE OLD-FEE-SCHED-FILE
                       STOP RUN
                   END-IF
                   PERFORM CONVERT-ONE-FEE-ROW
                       UNTIL END-OF-OLD-FEES
                   CLOSE OLD-FEE-SCHED-FILE
                   CLOSE FEE-SCHED-FILE
               END-IF
           END-IF.

      *> No plan charges a closing fee until fee maintenance keys
      *> one.
       CONVERT-ONE-FEE-ROW.
           READ OLD-FEE-SCHED-FILE NEXT RECORD
               AT END SET END-OF-OLD-FEES TO TRUE
               NOT AT END
                   ADD 1 TO WS-FEE-READ
                   MOVE OF-PLAN-CODE TO FS-PLAN-CODE
                   MOVE OF-EFF-DATE TO FS-EFF-DATE
                   MOVE OF-MONTHLY-AMT TO FS-MONTHLY-AMT
                   MOVE OF-FREE-TRANS TO FS-FREE-TRANS
                   MOVE OF-ITEM-CHARGE TO FS-ITEM-CHARGE
                   MOVE ZERO TO FS-CLOSE-FEE
                   MOVE ZERO TO FS-CLOSE-DAYS
                   WRITE FEE-SCHED-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
                   IF FEE-FILE-OK
                       ADD 1 TO WS-FEE-CONVERTED
                   ELSE
                       ADD 1 TO WS-FEE-FAILED
                       DISPLAY "ERROR: fee plan " OF-PLAN-CODE " "
                           OF-EFF-DATE " not written, status "
                           WS-FEE-STATUS
                   END-IF
           END-READ.

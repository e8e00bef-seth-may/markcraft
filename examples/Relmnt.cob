       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKCRAFT-RELMAINT.
       AUTHOR. MARKCRAFT-TEAM.
      *> Modern COBOL: account relationship maintenance with audit
      *> trail

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Every customer with a role on an account, beyond the one
      *> owner ACCT-CUST-NUMBER carries: joint owners, signers,
      *> attorneys and beneficiaries. Keyed account then customer,
      *> so one account's parties read together.
           SELECT REL-FILE
               ASSIGN TO "acctrel.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-KEY
               FILE STATUS IS WS-REL-STATUS.

           SELECT ACCOUNT-MASTER
               ASSIGN TO "acctmas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

      *> Customer master maintained by the customer maintenance run.
      *> Optional here, as it is for account maintenance: without it
      *> customer numbers are taken unvalidated.
           SELECT CUSTOMER-MASTER
               ASSIGN TO "custmas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-NUMBER
               FILE STATUS IS WS-CUST-STATUS.

      *> Maintenance feed: one row per requested relationship change.
           SELECT MAINT-IN
               ASSIGN TO "relmnt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

      *> Audit trail: before/after image of every attempted change,
      *> applied or not, in the account maintenance run's layout.
           SELECT AUDIT-FILE
               ASSIGN TO "relaud.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> P primary (only ever the account's own ACCT-CUST-NUMBER),
      *> J joint owner, S authorized signer, A power of attorney,
      *> B payable-on-death beneficiary. The percentage is the
      *> ownership share for P and J, the benefit share for B, and
      *> zero for S and A. A zero end date is open-ended.
       FD REL-FILE.
       01 REL-RECORD.
           05 RL-KEY.
               10 RL-ACCOUNT-NUM    PIC 9(10).
               10 RL-CUST-NUMBER    PIC 9(8).
           05 RL-ROLE           PIC X(1).
               88 RL-PRIMARY        VALUE "P".
               88 RL-JOINT          VALUE "J".
               88 RL-SIGNER         VALUE "S".
               88 RL-ATTORNEY       VALUE "A".
               88 RL-BENEFICIARY    VALUE "B".
               88 RL-OWNER-ROLE     VALUE "P" "J".
           05 RL-OWN-PCT        PIC 9(3)V99.
           05 RL-START-DATE     PIC 9(8).
           05 RL-END-DATE       PIC 9(8).
           05 RL-CHANGED-DATE   PIC 9(8).
           05 RL-CHANGED-BY     PIC X(8).

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

      *> A adds a party, C changes its role, share or dates, E ends
      *> it (a zero date ends it today). A zero start date on an add
      *> starts it today. Ended rows stay on file as history.
       FD MAINT-IN.
       01 MAINT-IN-RECORD.
           05 RM-ACTION         PIC X(1).
               88 RM-ADD-REL        VALUE "A".
               88 RM-CHANGE-REL     VALUE "C".
               88 RM-END-REL        VALUE "E".
           05 RM-ACCOUNT-NUM    PIC 9(10).
           05 RM-CUST-NUM       PIC 9(8).
           05 RM-ROLE           PIC X(1).
           05 RM-OWN-PCT        PIC 9(3)V99.
           05 RM-START-DATE     PIC 9(8).
           05 RM-END-DATE       PIC 9(8).
           05 RM-USER-ID        PIC X(8).

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           05 AUD-DATE          PIC 9(8).
           05 AUD-TIME          PIC 9(6).
           05 AUD-USER-ID       PIC X(8).
           05 AUD-ACTION        PIC X(1).
           05 AUD-RESULT        PIC X(2).
           05 AUD-BEFORE-IMAGE  PIC X(56).
           05 AUD-AFTER-IMAGE   PIC X(56).

       WORKING-STORAGE SECTION.
       01 WS-REL-STATUS         PIC XX.
           88 REL-FILE-OK       VALUE "00".
           88 REL-NOT-FOUND     VALUE "23".
           88 REL-DUP-KEY       VALUE "22".
       01 WS-ACCT-STATUS        PIC XX.
           88 ACCT-FILE-OK      VALUE "00".
           88 ACCT-NOT-FOUND    VALUE "23".
       01 WS-MAINT-STATUS       PIC XX.
           88 MAINT-IN-OK       VALUE "00".
       01 WS-AUDIT-STATUS       PIC XX.
           88 AUDIT-FILE-OK     VALUE "00".
       01 WS-CUST-STATUS        PIC XX.
           88 CUST-FILE-OK      VALUE "00".
           88 CUST-NOT-FOUND    VALUE "23".
       01 WS-CUSTFILE-OPEN      PIC X VALUE 'N'.
           88 CUSTOMER-FILE-OPEN VALUE 'Y'.
       01 WS-CUST-VALID         PIC X VALUE 'N'.
           88 CUSTOMER-IS-VALID VALUE 'Y'.
       01 WS-CURRENT-DATE       PIC 9(8).
       01 WS-CURRENT-TIME       PIC 9(8).
       01 WS-EOF                PIC X VALUE 'N'.
           88 END-OF-FILE       VALUE 'Y'.
       01 WS-REL-EOF            PIC X VALUE 'N'.
           88 END-OF-RELS       VALUE 'Y'.
       01 WS-MAINT-RESULT       PIC XX.
           88 MAINT-APPLIED     VALUE "00".
       01 WS-APPLIED-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-REJECTED-COUNT     PIC 9(8) VALUE ZERO.
       01 WS-NEW-START-DATE     PIC 9(8) VALUE ZERO.
       01 WS-NEW-END-DATE       PIC 9(8) VALUE ZERO.
      *> Shares already held by the account's other live parties in
      *> the same group (owners, or beneficiaries) as the row being
      *> keyed; the new share must fit in what is left of 100.
       01 WS-OTHER-PCT          PIC 9(5)V99 VALUE ZERO.
       01 WS-ROLE-GROUP         PIC X(1).
       01 WS-SCAN-GROUP         PIC X(1).
      *> Before/after snapshots of the relationship record. Spaces in
      *> the before image mean the row did not yet exist; spaces in
      *> the after image mean the change was not applied.
       01 WS-BEFORE-IMAGE       PIC X(56).
       01 WS-AFTER-IMAGE        PIC X(56).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INITIALIZE-MAINTENANCE
           PERFORM READ-MAINT-IN
           PERFORM APPLY-ONE-MAINT UNTIL END-OF-FILE
           DISPLAY "Applied:  " WS-APPLIED-COUNT
           DISPLAY "Rejected: " WS-REJECTED-COUNT
           PERFORM CLEANUP
           STOP RUN.

       INITIALIZE-MAINTENANCE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           OPEN I-O REL-FILE
           IF NOT REL-FILE-OK
               OPEN OUTPUT REL-FILE
               IF NOT REL-FILE-OK
                   DISPLAY "ERROR: Cannot open relationship file"
                   STOP RUN
               END-IF
               CLOSE REL-FILE
               OPEN I-O REL-FILE
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
               DISPLAY "NOTE: no customer master - customer numbers "
                   "accepted unvalidated"
           END-IF
           OPEN INPUT MAINT-IN
           IF NOT MAINT-IN-OK
               DISPLAY "ERROR: Cannot open maintenance input file"
               STOP RUN
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
               IF NOT AUDIT-FILE-OK
                   DISPLAY "ERROR: Cannot open audit trail file"
                   STOP RUN
               END-IF
           END-IF
           DISPLAY "=== MarkCraft Relationship Maintenance ==="
           DISPLAY "Date: " WS-CURRENT-DATE.

       READ-MAINT-IN.
           READ MAINT-IN
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       APPLY-ONE-MAINT.
           PERFORM APPLY-MAINT-TRANSACTION
           PERFORM READ-MAINT-IN.

       APPLY-MAINT-TRANSACTION.
           MOVE "00" TO WS-MAINT-RESULT
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           PERFORM CAPTURE-BEFORE-IMAGE
           EVALUATE TRUE
               WHEN RM-ADD-REL    PERFORM MAINT-ADD-RELATIONSHIP
               WHEN RM-CHANGE-REL PERFORM MAINT-CHANGE-RELATIONSHIP
               WHEN RM-END-REL    PERFORM MAINT-END-RELATIONSHIP
               WHEN OTHER         MOVE "R1" TO WS-MAINT-RESULT
           END-EVALUATE
           IF MAINT-APPLIED
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "REJECTED: action " RM-ACTION " acct "
                   RM-ACCOUNT-NUM " cust " RM-CUST-NUM
                   " reason " WS-MAINT-RESULT
           END-IF
           PERFORM WRITE-AUDIT-RECORD.

      *> Snapshot the relationship row as it stands before the
      *> change - a miss leaves the image as spaces.
       CAPTURE-BEFORE-IMAGE.
           MOVE RM-ACCOUNT-NUM TO RL-ACCOUNT-NUM
           MOVE RM-CUST-NUM TO RL-CUST-NUMBER
           READ REL-FILE
               INVALID KEY CONTINUE
           END-READ
           IF REL-FILE-OK
               MOVE REL-RECORD TO WS-BEFORE-IMAGE
           END-IF.

       MAINT-ADD-RELATIONSHIP.
           IF WS-BEFORE-IMAGE NOT = SPACES
               MOVE "R4" TO WS-MAINT-RESULT
           ELSE
               MOVE RM-START-DATE TO WS-NEW-START-DATE
               IF WS-NEW-START-DATE = ZERO
                   MOVE WS-CURRENT-DATE TO WS-NEW-START-DATE
               END-IF
               MOVE RM-END-DATE TO WS-NEW-END-DATE
               PERFORM VALIDATE-RELATIONSHIP
           END-IF
           IF MAINT-APPLIED
               MOVE RM-ACCOUNT-NUM TO RL-ACCOUNT-NUM
               MOVE RM-CUST-NUM TO RL-CUST-NUMBER
               MOVE RM-ROLE TO RL-ROLE
               MOVE RM-OWN-PCT TO RL-OWN-PCT
               MOVE WS-NEW-START-DATE TO RL-START-DATE
               MOVE WS-NEW-END-DATE TO RL-END-DATE
               MOVE WS-CURRENT-DATE TO RL-CHANGED-DATE
               MOVE RM-USER-ID TO RL-CHANGED-BY
               WRITE REL-RECORD
                   INVALID KEY MOVE "R4" TO WS-MAINT-RESULT
               END-WRITE
      *> A non-key I/O failure bypasses INVALID KEY; the audit row
      *> must not claim a change the file never took.
               IF MAINT-APPLIED AND NOT REL-FILE-OK
                   MOVE WS-REL-STATUS TO WS-MAINT-RESULT
               END-IF
               IF MAINT-APPLIED
                   MOVE REL-RECORD TO WS-AFTER-IMAGE
               END-IF
           END-IF.

      *> A zero start date on a change keeps the row's own.
       MAINT-CHANGE-RELATIONSHIP.
           IF WS-BEFORE-IMAGE = SPACES
               MOVE "R5" TO WS-MAINT-RESULT
           ELSE
               IF RL-END-DATE NOT = ZERO
                       AND RL-END-DATE < WS-CURRENT-DATE
                   MOVE "R9" TO WS-MAINT-RESULT
               ELSE
                   MOVE RM-START-DATE TO WS-NEW-START-DATE
                   IF WS-NEW-START-DATE = ZERO
                       MOVE RL-START-DATE TO WS-NEW-START-DATE
                   END-IF
                   MOVE RM-END-DATE TO WS-NEW-END-DATE
                   PERFORM VALIDATE-RELATIONSHIP
               END-IF
           END-IF
           IF MAINT-APPLIED
               MOVE WS-BEFORE-IMAGE TO REL-RECORD
               MOVE RM-ROLE TO RL-ROLE
               MOVE RM-OWN-PCT TO RL-OWN-PCT
               MOVE WS-NEW-START-DATE TO RL-START-DATE
               MOVE WS-NEW-END-DATE TO RL-END-DATE
               PERFORM REWRITE-REL-RECORD
           END-IF.

       MAINT-END-RELATIONSHIP.
           IF WS-BEFORE-IMAGE = SPACES
               MOVE "R5" TO WS-MAINT-RESULT
           ELSE
               MOVE RM-END-DATE TO WS-NEW-END-DATE
               IF WS-NEW-END-DATE = ZERO
                   MOVE WS-CURRENT-DATE TO WS-NEW-END-DATE
               END-IF
               EVALUATE TRUE
                   WHEN RL-END-DATE NOT = ZERO
                           AND RL-END-DATE < WS-CURRENT-DATE
                       MOVE "R9" TO WS-MAINT-RESULT
                   WHEN WS-NEW-END-DATE < RL-START-DATE
                       MOVE "R8" TO WS-MAINT-RESULT
                   WHEN OTHER
                       MOVE WS-NEW-END-DATE TO RL-END-DATE
                       PERFORM REWRITE-REL-RECORD
               END-EVALUATE
           END-IF.

      *> The edits an add and a change share. The account must be on
      *> the master and not closed; the customer must be active when
      *> the customer master is there to ask. The account's own
      *> ACCT-CUST-NUMBER is its primary and nobody else is. Shares
      *> must fit within 100 per group, and signers and attorneys
      *> hold none.
       VALIDATE-RELATIONSHIP.
           MOVE RM-ACCOUNT-NUM TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY CONTINUE
           END-READ
           PERFORM VALIDATE-CUSTOMER-NUM
           EVALUATE TRUE
               WHEN NOT ACCT-FILE-OK OR ACCT-CLOSED
                   MOVE "R2" TO WS-MAINT-RESULT
               WHEN RM-CUST-NUM = ZERO OR NOT CUSTOMER-IS-VALID
                   MOVE "R3" TO WS-MAINT-RESULT
               WHEN RM-ROLE NOT = "P" AND NOT = "J" AND NOT = "S"
                       AND NOT = "A" AND NOT = "B"
                   MOVE "R6" TO WS-MAINT-RESULT
               WHEN RM-ROLE = "P" AND RM-CUST-NUM NOT = ACCT-CUST-NUMBER
                   MOVE "R0" TO WS-MAINT-RESULT
               WHEN RM-ROLE NOT = "P" AND RM-CUST-NUM = ACCT-CUST-NUMBER
                   MOVE "R0" TO WS-MAINT-RESULT
               WHEN RM-OWN-PCT > 100
                   MOVE "R7" TO WS-MAINT-RESULT
               WHEN (RM-ROLE = "S" OR RM-ROLE = "A")
                       AND RM-OWN-PCT NOT = ZERO
                   MOVE "R7" TO WS-MAINT-RESULT
               WHEN WS-NEW-END-DATE NOT = ZERO
                       AND WS-NEW-END-DATE < WS-NEW-START-DATE
                   MOVE "R8" TO WS-MAINT-RESULT
               WHEN OTHER
                   PERFORM CHECK-SHARE-TOTAL
           END-EVALUATE.

       VALIDATE-CUSTOMER-NUM.
           MOVE 'Y' TO WS-CUST-VALID
           IF RM-CUST-NUM NOT = ZERO AND CUSTOMER-FILE-OPEN
               MOVE 'N' TO WS-CUST-VALID
               MOVE RM-CUST-NUM TO CM-CUST-NUMBER
               READ CUSTOMER-MASTER
                   INVALID KEY CONTINUE
               END-READ
               IF CUST-FILE-OK AND CM-ACTIVE
                   MOVE 'Y' TO WS-CUST-VALID
               END-IF
           END-IF.

      *> Walks the account's parties on the relationship key; the
      *> walk uses the record buffer, which the add and change paths
      *> rebuild afterwards.
       CHECK-SHARE-TOTAL.
           MOVE ZERO TO WS-OTHER-PCT
           EVALUATE RM-ROLE
               WHEN "P"
               WHEN "J"
                   MOVE "O" TO WS-ROLE-GROUP
               WHEN "B"
                   MOVE "B" TO WS-ROLE-GROUP
               WHEN OTHER
                   MOVE SPACE TO WS-ROLE-GROUP
           END-EVALUATE
           IF WS-ROLE-GROUP NOT = SPACE
               MOVE 'N' TO WS-REL-EOF
               MOVE RM-ACCOUNT-NUM TO RL-ACCOUNT-NUM
               MOVE ZERO TO RL-CUST-NUMBER
               START REL-FILE KEY >= RL-KEY
                   INVALID KEY SET END-OF-RELS TO TRUE
               END-START
               PERFORM ADD-ONE-OTHER-SHARE UNTIL END-OF-RELS
               IF WS-OTHER-PCT + RM-OWN-PCT > 100
                   MOVE "R7" TO WS-MAINT-RESULT
               END-IF
           END-IF.

       ADD-ONE-OTHER-SHARE.
           READ REL-FILE NEXT RECORD
               AT END SET END-OF-RELS TO TRUE
               NOT AT END
                   IF RL-ACCOUNT-NUM NOT = RM-ACCOUNT-NUM
                       SET END-OF-RELS TO TRUE
                   ELSE
                       IF RL-OWNER-ROLE
                           MOVE "O" TO WS-SCAN-GROUP
                       ELSE
                           MOVE RL-ROLE TO WS-SCAN-GROUP
                       END-IF
                       IF RL-CUST-NUMBER NOT = RM-CUST-NUM
                               AND WS-SCAN-GROUP = WS-ROLE-GROUP
                               AND (RL-END-DATE = ZERO
                                   OR RL-END-DATE >= WS-CURRENT-DATE)
                           ADD RL-OWN-PCT TO WS-OTHER-PCT
                       END-IF
                   END-IF
           END-READ.

       REWRITE-REL-RECORD.
           MOVE WS-CURRENT-DATE TO RL-CHANGED-DATE
           MOVE RM-USER-ID TO RL-CHANGED-BY
           REWRITE REL-RECORD
               INVALID KEY MOVE "R5" TO WS-MAINT-RESULT
           END-REWRITE
      *> A non-key I/O failure bypasses INVALID KEY; the audit row
      *> must not claim a change the file never took.
           IF MAINT-APPLIED AND NOT REL-FILE-OK
               MOVE WS-REL-STATUS TO WS-MAINT-RESULT
           END-IF
           IF MAINT-APPLIED
               MOVE REL-RECORD TO WS-AFTER-IMAGE
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE WS-CURRENT-DATE TO AUD-DATE
           MOVE WS-CURRENT-TIME(1:6) TO AUD-TIME
           MOVE RM-USER-ID TO AUD-USER-ID
           MOVE RM-ACTION TO AUD-ACTION
           MOVE WS-MAINT-RESULT TO AUD-RESULT
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO AUD-AFTER-IMAGE
           WRITE AUDIT-RECORD.

       CLEANUP.
           CLOSE REL-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE MAINT-IN
           CLOSE AUDIT-FILE
           IF CUSTOMER-FILE-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF.

           05 FS-MONTHLY-AMT    PIC 9(5)V99.
           05 FS-FREE-TRANS     PIC 9(4).
           05 FS-ITEM-CHARGE    PIC 9(3)V99.
      *> Charged by the closure settlement run when the account
      *> closes within FS-CLOSE-DAYS of opening; zero days charges it
      *> on every close.
           05 FS-CLOSE-FEE      PIC 9(5)V99.
           05 FS-CLOSE-DAYS     PIC 9(4).

       FD FEE-MAINT-IN.
       01 FEE-MAINT-RECORD.
           05 FM-MONTHLY-AMT    PIC 9(5)V99.
           05 FM-FREE-TRANS     PIC 9(4).
           05 FM-ITEM-CHARGE    PIC 9(3)V99.
           05 FM-CLOSE-FEE      PIC 9(5)V99.
           05 FM-CLOSE-DAYS     PIC 9(4).

       WORKING-STORAGE SECTION.
       01 WS-FEE-STATUS         PIC XX.
           MOVE FM-MONTHLY-AMT TO FS-MONTHLY-AMT
           MOVE FM-FREE-TRANS TO FS-FREE-TRANS
           MOVE FM-ITEM-CHARGE TO FS-ITEM-CHARGE
           MOVE FM-CLOSE-FEE TO FS-CLOSE-FEE
           MOVE FM-CLOSE-DAYS TO FS-CLOSE-DAYS
           WRITE FEE-SCHED-RECORD
               INVALID KEY PERFORM REPLACE-FEE
           END-WRITE

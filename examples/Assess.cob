           05 FS-MONTHLY-AMT    PIC 9(5)V99.
           05 FS-FREE-TRANS     PIC 9(4).
           05 FS-ITEM-CHARGE    PIC 9(3)V99.
      *> Charged by the closure settlement run when the account
      *> closes within FS-CLOSE-DAYS of opening; zero days charges it
      *> on every close.
           05 FS-CLOSE-FEE      PIC 9(5)V99.
           05 FS-CLOSE-DAYS     PIC 9(4).

       FD BALANCE-FILE.
       01 BALANCE-RECORD.

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

       FD MAINT-IN.
       01 MAINT-IN-RECORD.

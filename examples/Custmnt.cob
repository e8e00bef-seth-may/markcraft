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

       FD CUST-MAINT-IN.
       01 CUST-MAINT-RECORD.
               88 CU-TYPE-CHG   VALUE "T".
               88 CU-INACTIVATE VALUE "I".
               88 CU-REACTIVATE VALUE "R".
               88 CU-TAXID-CHG  VALUE "X".
               88 CU-ADDRESS-CHG VALUE "M".
               88 CU-TAXSTAT-CHG VALUE "W".
           05 CU-CUST-NUMBER    PIC 9(8).
           05 CU-CUST-NAME      PIC X(30).
           05 CU-CUST-TYPE      PIC X(1).
           05 CU-USER-ID        PIC X(8).
      *> Tax-reporting fields: taken on an add when present, and
      *> each changed on its own by the X, M and W actions.
           05 CU-TAX-ID         PIC X(9).
           05 CU-MAIL-ADDRESS.
               10 CU-ADDR-LINE-1    PIC X(30).
               10 CU-ADDR-LINE-2    PIC X(30).
               10 CU-CITY           PIC X(20).
               10 CU-STATE          PIC X(2).
               10 CU-POSTAL-CODE    PIC X(10).
           05 CU-TAX-STATUS     PIC X(1).

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           05 AUD-USER-ID       PIC X(8).
           05 AUD-ACTION        PIC X(1).
           05 AUD-RESULT        PIC X(2).
           05 AUD-BEFORE-IMAGE  PIC X(142).
           05 AUD-AFTER-IMAGE   PIC X(142).

       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS        PIC XX.
      *> the change. Spaces in the before image mean the customer did
      *> not yet exist; spaces in the after image mean the change was
      *> not applied.
       01 WS-BEFORE-IMAGE       PIC X(142).
       01 WS-AFTER-IMAGE        PIC X(142).
      *> Result of the tax-field edits shared by the add and the
      *> X/M/W changes.
       01 WS-TAX-EDIT           PIC XX.
           88 TAX-EDITS-OK      VALUE "00".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
               WHEN CU-TYPE-CHG   PERFORM CUST-CHANGE-TYPE
               WHEN CU-INACTIVATE PERFORM CUST-INACTIVATE
               WHEN CU-REACTIVATE PERFORM CUST-REACTIVATE
               WHEN CU-TAXID-CHG  PERFORM CUST-CHANGE-TAX-ID
               WHEN CU-ADDRESS-CHG PERFORM CUST-CHANGE-ADDRESS
               WHEN CU-TAXSTAT-CHG PERFORM CUST-CHANGE-TAX-STATUS
               WHEN OTHER         MOVE "C1" TO WS-MAINT-RESULT
           END-EVALUATE
           IF MAINT-APPLIED
               MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE
           END-IF.

      *> A new customer may arrive with its tax fields already keyed;
      *> a blank TIN or address is allowed here and simply lands the
      *> customer on the year-end exception page until it is keyed.
       CUST-ADD.
           PERFORM EDIT-TAX-ID
           IF TAX-EDITS-OK
               PERFORM EDIT-TAX-STATUS
           END-IF
           EVALUATE TRUE
               WHEN WS-BEFORE-IMAGE NOT = SPACES
                   MOVE "C2" TO WS-MAINT-RESULT
               WHEN CU-CUST-TYPE NOT = "P" AND CU-CUST-TYPE NOT = "B"
                   MOVE "C4" TO WS-MAINT-RESULT
               WHEN NOT TAX-EDITS-OK
                   MOVE WS-TAX-EDIT TO WS-MAINT-RESULT
               WHEN OTHER
                   MOVE CU-CUST-NUMBER TO CM-CUST-NUMBER
                   MOVE CU-CUST-NAME TO CM-CUST-NAME
                   MOVE CU-CUST-TYPE TO CM-CUST-TYPE
                   SET CM-ACTIVE TO TRUE
                   MOVE CU-TAX-ID TO CM-TAX-ID
                   MOVE CU-MAIL-ADDRESS TO CM-MAIL-ADDRESS
                   MOVE CU-TAX-STATUS TO CM-TAX-STATUS
                   IF CM-TAX-STATUS = SPACE
                       SET CM-TAX-REPORTABLE TO TRUE
                   END-IF
                   WRITE CUSTOMER-MASTER-RECORD
                       INVALID KEY MOVE "C2" TO WS-MAINT-RESULT
                   END-WRITE
                   IF MAINT-APPLIED
                       MOVE CUSTOMER-MASTER-RECORD TO WS-AFTER-IMAGE
                   END-IF
           END-EVALUATE.

       CUST-CHANGE-NAME.
           IF WS-BEFORE-IMAGE = SPACES
               END-IF
           END-IF.

      *> The TIN goes on the year-end tax extract as keyed, so it
      *> must be nine digits - or blank, which is a deliberate "not
      *> yet known" that lands the customer on the exception page.
       CUST-CHANGE-TAX-ID.
           IF WS-BEFORE-IMAGE = SPACES
               MOVE "C3" TO WS-MAINT-RESULT
           ELSE
               PERFORM EDIT-TAX-ID
               IF NOT TAX-EDITS-OK
                   MOVE WS-TAX-EDIT TO WS-MAINT-RESULT
               ELSE
                   MOVE CU-TAX-ID TO CM-TAX-ID
                   PERFORM REWRITE-CUSTOMER-RECORD
               END-IF
           END-IF.

      *> The mailing address is replaced as a whole; a form with no
      *> street or no city cannot be mailed.
       CUST-CHANGE-ADDRESS.
           IF WS-BEFORE-IMAGE = SPACES
               MOVE "C3" TO WS-MAINT-RESULT
           ELSE
               IF CU-ADDR-LINE-1 = SPACES OR CU-CITY = SPACES
                   MOVE "C9" TO WS-MAINT-RESULT
               ELSE
                   MOVE CU-MAIL-ADDRESS TO CM-MAIL-ADDRESS
                   PERFORM REWRITE-CUSTOMER-RECORD
               END-IF
           END-IF.

       CUST-CHANGE-TAX-STATUS.
           IF WS-BEFORE-IMAGE = SPACES
               MOVE "C3" TO WS-MAINT-RESULT
           ELSE
               PERFORM EDIT-TAX-STATUS
               IF NOT TAX-EDITS-OK OR CU-TAX-STATUS = SPACE
                   MOVE "C8" TO WS-MAINT-RESULT
               ELSE
                   MOVE CU-TAX-STATUS TO CM-TAX-STATUS
                   PERFORM REWRITE-CUSTOMER-RECORD
               END-IF
           END-IF.

       EDIT-TAX-ID.
           MOVE "00" TO WS-TAX-EDIT
           IF CU-TAX-ID NOT = SPACES AND CU-TAX-ID IS NOT NUMERIC
               MOVE "C7" TO WS-TAX-EDIT
           END-IF.

      *> R reportable, W backup withholding, E exempt recipient; a
      *> blank on an add defaults to reportable.
       EDIT-TAX-STATUS.
           MOVE "00" TO WS-TAX-EDIT
           IF CU-TAX-STATUS NOT = SPACE
                   AND CU-TAX-STATUS NOT = "R"
                   AND CU-TAX-STATUS NOT = "W"
                   AND CU-TAX-STATUS NOT = "E"
               MOVE "C8" TO WS-TAX-EDIT
           END-IF.

       REWRITE-CUSTOMER-RECORD.
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY MOVE "C3" TO WS-MAINT-RESULT

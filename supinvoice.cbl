       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "SUPINVOICE".
       AUTHOR.     GROUP-5.

      *> MODIFICATION HISTORY
      *> - Initial supplier invoice program. An invoice is keyed
      *>   against the purchase order it bills (KEY INVOICE, kitchen,
      *>   managers and owners): the supplier comes from the PO, the
      *>   due date is the invoice date plus the supplier's terms,
      *>   and every line is matched three ways - packs billed
      *>   against packs ordered on PURCHASE-ORDER.DAT, units billed
      *>   against the "DL" movements STOCKMAINT booked in for the PO
      *>   in STOCK-LEDGER.DAT, and the pack price against the
      *>   ING-UNIT-COST on the stock master - less whatever earlier
      *>   invoices for the same PO already billed. A fully matched
      *>   invoice is approved for payment at once; any quantity or
      *>   price discrepancy holds the whole invoice for a manager.
      *>   APPROVE HELD (managers and owners, not the person who
      *>   keyed it) pays it as billed, pays only the matched value
      *>   (quantity received at the lower price), or rejects it.
      *>   MARK PAID stamps an approved invoice paid. The payables
      *>   register (PAYABLES-REGISTER.DAT) lists unpaid invoices in
      *>   due-date order with OVERDUE flags, and the aging report
      *>   (PAYABLES-AGING.DAT) shows what is owed each supplier by
      *>   invoice age in CURRENT, 30, 60 and 90+ day columns.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT SUPPLIER-FILE ASSIGN TO "SUPPLIER-MASTER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SUPPLIER-FILE-STATUS.
            SELECT INGREDIENT-FILE ASSIGN TO "INGREDIENT-MASTER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS INGREDIENT-FILE-STATUS.
            SELECT PO-FILE ASSIGN TO "PURCHASE-ORDER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PO-FILE-STATUS.
            SELECT LEDGER-FILE ASSIGN TO "STOCK-LEDGER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS LEDGER-FILE-STATUS.
            SELECT INVOICE-FILE ASSIGN TO "SUPPLIER-INVOICE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS INVOICE-FILE-STATUS.
            SELECT REGISTER-FILE ASSIGN TO "PAYABLES-REGISTER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS REGISTER-FILE-STATUS.
            SELECT AGING-FILE ASSIGN TO "PAYABLES-AGING.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS AGING-FILE-STATUS.
            SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE-MASTER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS EMPLOYEE-FILE-STATUS.
            SELECT SECURITY-FILE ASSIGN TO "SECURITY-LOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SECURITY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
         FD SUPPLIER-FILE.
           COPY SUPREC.

         FD INGREDIENT-FILE.
           COPY INGREC.

         FD PO-FILE.
           COPY POREC.

         FD LEDGER-FILE.
           COPY STKREC.

         FD INVOICE-FILE.
           COPY SINVREC.

         FD REGISTER-FILE.
         01 REGISTER-LINE            PIC X(80).

         FD AGING-FILE.
         01 AGING-LINE               PIC X(90).

         FD EMPLOYEE-FILE.
           COPY EMPREC.

         FD SECURITY-FILE.
           COPY SECREC.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-AREA.
           02 SUPPLIER-FILE-STATUS  PIC XX.
           02 INGREDIENT-FILE-STATUS PIC XX.
           02 PO-FILE-STATUS        PIC XX.
           02 LEDGER-FILE-STATUS    PIC XX.
           02 INVOICE-FILE-STATUS   PIC XX.
           02 REGISTER-FILE-STATUS  PIC XX.
           02 AGING-FILE-STATUS     PIC XX.
           02 EMPLOYEE-FILE-STATUS  PIC XX.
           02 SECURITY-FILE-STATUS  PIC XX.

       01 SI-SUP-AREA.
           02 SI-SUP-COUNT          PIC 9(2) VALUE 0.
           02 SI-SUP-MAX            PIC 9(2) VALUE 20.
           02 SI-SUP-IDX            PIC 9(2) VALUE 0.
           02 SI-SUP-HIT            PIC 9(2) VALUE 0.
           02 SI-SUP-ENTRY OCCURS 20 TIMES.
             03 SI-S-CODE           PIC X(4).
             03 SI-S-NAME           PIC X(20).
             03 SI-S-TERMS          PIC 9(3).
             03 SI-S-CURRENT        PIC 9(7)V9(2).
             03 SI-S-30             PIC 9(7)V9(2).
             03 SI-S-60             PIC 9(7)V9(2).
             03 SI-S-90             PIC 9(7)V9(2).

       01 SI-ING-AREA.
           02 SI-ING-COUNT          PIC 9(2) VALUE 0.
           02 SI-ING-MAX            PIC 9(2) VALUE 30.
           02 SI-ING-IDX            PIC 9(2) VALUE 0.
           02 SI-ING-HIT            PIC 9(2) VALUE 0.
           02 SI-ING-ENTRY OCCURS 30 TIMES.
             03 SI-I-CODE           PIC X(4).
             03 SI-I-DESC           PIC X(20).
             03 SI-I-UNIT           PIC X(4).
             03 SI-I-COST           PIC 9(5)V9(2).
             03 SI-I-PACK           PIC 9(4)V9(2).

       01 SI-PO-AREA.
           02 SI-PO-FOUND-SW        PIC X VALUE "N".
           02 SI-PO-SUPPLIER        PIC X(4).
           02 SI-PO-DATE            PIC X(10).
           02 SI-PO-STATUS          PIC X.
           02 SI-PO-COUNT           PIC 9(2) VALUE 0.
           02 SI-PO-MAX             PIC 9(2) VALUE 30.
           02 SI-PO-IDX             PIC 9(2) VALUE 0.
           02 SI-PO-HIT             PIC 9(2) VALUE 0.
           02 SI-PO-ENTRY OCCURS 30 TIMES.
             03 SI-P-ING            PIC X(4).
             03 SI-P-PACKS          PIC 9(4).
             03 SI-P-UNITS          PIC 9(5)V9(2).
             03 SI-P-RECEIVED       PIC S9(5)V9(2).
             03 SI-P-BILLED-PACKS   PIC 9(5).
             03 SI-P-BILLED-UNITS   PIC 9(6)V9(2).

       01 SI-LINE-AREA.
           02 SI-LINE-COUNT         PIC 9(2) VALUE 0.
           02 SI-LINE-MAX           PIC 9(2) VALUE 20.
           02 SI-LINE-IDX           PIC 9(2) VALUE 0.
           02 SI-LINE-ENTRY OCCURS 20 TIMES.
             03 SI-L-ING            PIC X(4).
             03 SI-L-PACKS          PIC 9(4).
             03 SI-L-UNITS          PIC 9(5)V9(2).
             03 SI-L-PRICE          PIC 9(5)V9(2).
             03 SI-L-AMOUNT         PIC 9(7)V9(2).
             03 SI-L-PO-PACKS       PIC 9(4).
             03 SI-L-RCVD-UNITS     PIC 9(5)V9(2).
             03 SI-L-COST-PRICE     PIC 9(5)V9(2).
             03 SI-L-FLAG           PIC X(2).
             03 SI-L-MATCH-AMT      PIC 9(7)V9(2).

       01 SI-RAW-AREA.
           02 SI-RAW-COUNT          PIC 9(4) VALUE 0.
           02 SI-RAW-MAX            PIC 9(4) VALUE 2000.
           02 SI-RAW-IDX            PIC 9(4) VALUE 0.
           02 SI-RAW-HIT            PIC 9(4) VALUE 0.
           02 SI-RAW-OVERFLOW-SW    PIC X VALUE "N".
           02 SI-RAW-LINE OCCURS 2000 TIMES
                                    PIC X(101).

       01 SI-REG-AREA.
           02 SI-REG-COUNT          PIC 9(3) VALUE 0.
           02 SI-REG-MAX            PIC 9(3) VALUE 300.
           02 SI-REG-IDX            PIC 9(3) VALUE 0.
           02 SI-REG-POS            PIC 9(3) VALUE 0.
           02 SI-REG-FULL-SW        PIC X VALUE "N".
           02 SI-REG-ENTRY OCCURS 300 TIMES.
             03 SI-R-DUE            PIC X(10).
             03 SI-R-SUPPLIER       PIC X(4).
             03 SI-R-INV-NUM        PIC X(12).
             03 SI-R-PO-NUM         PIC 9(6).
             03 SI-R-INV-DATE       PIC X(10).
             03 SI-R-AMOUNT         PIC 9(7)V9(2).
             03 SI-R-STATUS         PIC X.
           02 SI-REG-NEW.
             03 SI-RN-DUE           PIC X(10).
             03 SI-RN-SUPPLIER      PIC X(4).
             03 SI-RN-INV-NUM       PIC X(12).
             03 SI-RN-PO-NUM        PIC 9(6).
             03 SI-RN-INV-DATE      PIC X(10).
             03 SI-RN-AMOUNT        PIC 9(7)V9(2).
             03 SI-RN-STATUS        PIC X.

       01 SI-INPUT-AREA.
           02 SI-USER-ID            PIC X(4) VALUE SPACES.
           02 SI-ACTION             PIC X.
           02 SI-DONE-SW            PIC X VALUE "N".
           02 SI-IN-PO-NUM          PIC 9(6) VALUE 0.
           02 SI-IN-SUPPLIER        PIC X(4).
           02 SI-IN-INV-NUM         PIC X(12).
           02 SI-IN-INV-DATE.
             03 SI-IN-YEAR          PIC X(4).
             03 SI-IN-SEP1          PIC X.
             03 SI-IN-MONTH         PIC X(2).
             03 SI-IN-SEP2          PIC X.
             03 SI-IN-DAY           PIC X(2).
           02 SI-IN-ING             PIC X(4).
           02 SI-IN-PACKS           PIC 9(4) VALUE 0.
           02 SI-IN-PRICE           PIC 9(5)V9(2) VALUE 0.
           02 SI-IN-PAID-REF        PIC X(12).
           02 SI-CONFIRM            PIC X.

       01 SI-SWITCHES.
           02 SI-DATE-OK-SW         PIC X VALUE "N".
           02 SI-DUPLICATE-SW       PIC X VALUE "N".
           02 SI-LINES-DONE-SW      PIC X VALUE "N".
           02 SI-HOLD-SW            PIC X VALUE "N".
           02 SI-HDR-LIVE-SW        PIC X VALUE "N".

       01 SI-WORK-AREA.
           02 SI-PACK-SIZE          PIC 9(4)V9(2) VALUE 0.
           02 SI-AVAIL-PACKS        PIC S9(5) VALUE 0.
           02 SI-AVAIL-UNITS        PIC S9(6)V9(2) VALUE 0.
           02 SI-TAKE-UNITS         PIC 9(6)V9(2) VALUE 0.
           02 SI-TAKE-PRICE         PIC 9(5)V9(2) VALUE 0.
           02 SI-BILLED-TOTAL       PIC 9(7)V9(2) VALUE 0.
           02 SI-MATCHED-TOTAL      PIC 9(7)V9(2) VALUE 0.
           02 SI-DUE-DATE           PIC X(10).
           02 SI-YMD                PIC 9(8) VALUE 0.
           02 SI-DATE-INT           PIC 9(7) VALUE 0.
           02 SI-TODAY-INT          PIC 9(7) VALUE 0.
           02 SI-AGE-DAYS           PIC S9(5) VALUE 0.
           02 SI-HELD-COUNT         PIC 9(3) VALUE 0.
           02 SI-OVERDUE-COUNT      PIC 9(3) VALUE 0.
           02 SI-REG-TOTAL          PIC 9(9)V9(2) VALUE 0.
           02 SI-REG-OVERDUE        PIC 9(9)V9(2) VALUE 0.
           02 SI-REG-HELD           PIC 9(9)V9(2) VALUE 0.
           02 SI-SUP-TOTAL          PIC 9(9)V9(2) VALUE 0.
           02 SI-AG-T-CURRENT       PIC 9(9)V9(2) VALUE 0.
           02 SI-AG-T-30            PIC 9(9)V9(2) VALUE 0.
           02 SI-AG-T-60            PIC 9(9)V9(2) VALUE 0.
           02 SI-AG-T-90            PIC 9(9)V9(2) VALUE 0.
           02 SI-AG-T-TOTAL         PIC 9(9)V9(2) VALUE 0.

       01 SI-DISPLAY-AREAS.
           02 SI-DISPLAY-AMT        PIC ZZZZZZ9.99.
           02 SI-DISPLAY-AMT2       PIC ZZZZZZ9.99.
           02 SI-DISPLAY-QTY        PIC ZZZZ9.99.
           02 SI-DISPLAY-COUNT      PIC ZZ9.

       01 SI-AUTH-AREA.
           02 SI-USER-PIN           PIC X(6) VALUE SPACES.
           02 SI-USER-NAME          PIC X(20) VALUE SPACES.
           02 SI-USER-ROLE          PIC X VALUE SPACE.
           02 SI-SIGNED-ON-SW       PIC X VALUE "N".
           02 SI-TRIES              PIC 9 VALUE 0.
           02 SI-TRIES-MAX          PIC 9 VALUE 3.
           02 SI-EMP-FOUND-SW       PIC X VALUE "N".
           02 SI-EMP-PIN            PIC X(6) VALUE SPACES.
           02 SI-EMP-ACTIVE         PIC X VALUE SPACE.
           02 SI-ALLOWED-ROLES      PIC X(5) VALUE SPACES.
           02 SI-ROLE-IDX           PIC 9 VALUE 0.
           02 SI-ROLE-OK-SW         PIC X VALUE "N".
           02 SI-SEC-EVENT          PIC X(2) VALUE SPACES.
           02 SI-SEC-ACTION         PIC X(16) VALUE SPACES.

       01 WS-CURRENT-DATE-DATA.
           02 WS-CURRENT-DATE.
             03 WS-CURRENT-YEAR PIC 9(4).
             03 WS-CURRENT-MONTH PIC 9(2).
             03 WS-CURRENT-DAY PIC 9(2).
           02 WS-CURRENT-TIME.
             03 WS-CURRENT-HOURS PIC 9(2).
             03 WS-CURRENT-MINUTE PIC 9(2).
             03 WS-CURRENT-SECOND PIC 9(2).
             03 WS-CURRENT-MILLISECONDS PIC 9(2).

       01 SI-DT.
           02 SI-TODAY.
             03 SI-F-YEAR  PIC 9(4).
             03 FILLER     PIC X VALUE '-'.
             03 SI-F-MONTH PIC 9(2).
             03 FILLER     PIC X VALUE '-'.
             03 SI-F-DAY   PIC 9(2).
           02 SI-TIME-NOW.
             03 SI-F-HOUR  PIC 9(2).
             03 FILLER     PIC X VALUE ':'.
             03 SI-F-MIN   PIC 9(2).

       01 SI-MATCH-HEADING.
           02 FILLER                PIC X(40) VALUE
               "ING  PACKS   BILLED PRICE   ON PO  RCVD ".
           02 FILLER                PIC X(35) VALUE
               "UNITS  AGREED PRICE  FLAG   MATCHED".

       01 SI-MATCH-LINE.
           02 SI-ML-ING             PIC X(4).
           02 FILLER                PIC X(1) VALUE SPACE.
           02 SI-ML-PACKS           PIC ZZZ9.
           02 FILLER                PIC X(2) VALUE SPACES.
           02 SI-ML-PRICE           PIC ZZZZZZ9.99.
           02 FILLER                PIC X(1) VALUE SPACE.
           02 SI-ML-PO-PACKS        PIC ZZZ9.
           02 FILLER                PIC X(1) VALUE SPACE.
           02 SI-ML-RCVD            PIC ZZZZZZZ9.99.
           02 FILLER                PIC X(2) VALUE SPACES.
           02 SI-ML-COST            PIC ZZZZZZ9.99.
           02 FILLER                PIC X(4) VALUE SPACES.
           02 SI-ML-FLAG            PIC X(2).
           02 FILLER                PIC X(1) VALUE SPACE.
           02 SI-ML-MATCHED         PIC ZZZZZZ9.99.

       01 SI-REG-TITLE-LINE.
           02 FILLER                PIC X(27) VALUE
               "-- PAYABLES REGISTER AS OF ".
           02 SI-RTL-DATE           PIC X(10).
           02 FILLER                PIC X(3) VALUE " --".

       01 SI-REG-HEADING.
           02 FILLER                PIC X(40) VALUE
               "DUE DATE   SUPP INVOICE      PO     INVO".
           02 FILLER                PIC X(36) VALUE
               "ICE DATE      AMOUNT STATUS".

       01 SI-REG-DETAIL-LINE.
           02 SI-RL-DUE             PIC X(10).
           02 FILLER                PIC X(1) VALUE SPACE.
           02 SI-RL-SUPPLIER        PIC X(4).
           02 FILLER                PIC X(1) VALUE SPACE.
           02 SI-RL-INV-NUM         PIC X(12).
           02 FILLER                PIC X(1) VALUE SPACE.
           02 SI-RL-PO-NUM          PIC 9(6).
           02 FILLER                PIC X(1) VALUE SPACE.
           02 SI-RL-INV-DATE        PIC X(10).
           02 FILLER                PIC X(1) VALUE SPACE.
           02 SI-RL-AMOUNT          PIC ZZZZZZ9.99.
           02 FILLER                PIC X(1) VALUE SPACE.
           02 SI-RL-FLAG            PIC X(20).

       01 SI-REG-SUMMARY-LINE.
           02 SI-RSL-LABEL          PIC X(30).
           02 SI-RSL-VALUE          PIC ZZZZZZZZ9.99.

       01 SI-AG-TITLE-LINE.
           02 FILLER                PIC X(24) VALUE
               "-- PAYABLES AGING AS OF ".
           02 SI-AGT-DATE           PIC X(10).
           02 FILLER                PIC X(3) VALUE " --".

       01 SI-AG-HEADING.
           02 FILLER                PIC X(46) VALUE
               "SUPP NAME                 CURRENT     30 DAYS".
           02 FILLER                PIC X(36) VALUE
               "     60 DAYS    90+ DAYS       TOTAL".

       01 SI-AG-DETAIL-LINE.
           02 SI-AGL-SUPPLIER       PIC X(4).
           02 FILLER                PIC X(1) VALUE SPACE.
           02 SI-AGL-NAME           PIC X(17).
           02 FILLER                PIC X(1) VALUE SPACE.
           02 SI-AGL-CURRENT        PIC ZZZZZZZ9.99.
           02 FILLER                PIC X(1) VALUE SPACE.
           02 SI-AGL-30             PIC ZZZZZZZ9.99.
           02 FILLER                PIC X(1) VALUE SPACE.
           02 SI-AGL-60             PIC ZZZZZZZ9.99.
           02 FILLER                PIC X(1) VALUE SPACE.
           02 SI-AGL-90             PIC ZZZZZZZ9.99.
           02 FILLER                PIC X(1) VALUE SPACE.
           02 SI-AGL-TOTAL          PIC ZZZZZZZ9.99.


       PROCEDURE DIVISION.
           PERFORM 0050-START-PROGRAM.

       0050-START-PROGRAM.
           PERFORM 0055-GET-TODAY.
           DISPLAY "-- SUPPLIER INVOICES AND PAYABLES --".
           PERFORM 0084-SIGN-ON.
           PERFORM UNTIL SI-DONE-SW = "Y"
             DISPLAY " "
             DISPLAY "KEY INVOICE (K), APPROVE HELD (A), MARK PAID (P),"
             DISPLAY "PAYABLES REGISTER (R), AGING (G), EXIT (X) >> "
             ACCEPT SI-ACTION
             MOVE FUNCTION UPPER-CASE(SI-ACTION) TO SI-ACTION
             EVALUATE SI-ACTION
               WHEN "K"
                 MOVE "KMO" TO SI-ALLOWED-ROLES
                 MOVE "KEY INVOICE" TO SI-SEC-ACTION
                 PERFORM 0088-CHECK-ROLE
                 IF SI-ROLE-OK-SW = "Y"
                   PERFORM 2000-KEY-INVOICE
                 END-IF
               WHEN "A"
                 MOVE "MO" TO SI-ALLOWED-ROLES
                 MOVE "APPROVE INVOICE" TO SI-SEC-ACTION
                 PERFORM 0088-CHECK-ROLE
                 IF SI-ROLE-OK-SW = "Y"
                   PERFORM 3000-APPROVE-HELD
                 END-IF
               WHEN "P"
                 MOVE "MO" TO SI-ALLOWED-ROLES
                 MOVE "PAY INVOICE" TO SI-SEC-ACTION
                 PERFORM 0088-CHECK-ROLE
                 IF SI-ROLE-OK-SW = "Y"
                   PERFORM 4000-MARK-PAID
                 END-IF
               WHEN "R" PERFORM 5000-PAYABLES-REGISTER
               WHEN "G" PERFORM 6000-PAYABLES-AGING
               WHEN "X" MOVE "Y" TO SI-DONE-SW
               WHEN OTHER DISPLAY "INVALID ACTION, TRY AGAIN"
             END-EVALUATE
           END-PERFORM.
           STOP RUN.

       0055-GET-TODAY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO SI-F-YEAR.
           MOVE WS-CURRENT-MONTH TO SI-F-MONTH.
           MOVE WS-CURRENT-DAY TO SI-F-DAY.
           MOVE WS-CURRENT-HOURS TO SI-F-HOUR.
           MOVE WS-CURRENT-MINUTE TO SI-F-MIN.
           COMPUTE SI-YMD = (WS-CURRENT-YEAR * 10000) +
             (WS-CURRENT-MONTH * 100) + WS-CURRENT-DAY.
           COMPUTE SI-TODAY-INT = FUNCTION INTEGER-OF-DATE(SI-YMD).

       0060-LOAD-SUPPLIER-TABLE.
           MOVE 0 TO SI-SUP-COUNT.
           OPEN INPUT SUPPLIER-FILE.
           IF SUPPLIER-FILE-STATUS = "00"
             PERFORM UNTIL SUPPLIER-FILE-STATUS NOT = "00"
             OR SI-SUP-COUNT >= SI-SUP-MAX
               READ SUPPLIER-FILE
                 AT END MOVE "10" TO SUPPLIER-FILE-STATUS
                 NOT AT END
                   COMPUTE SI-SUP-COUNT = SI-SUP-COUNT + 1
                   MOVE SUP-CODE TO SI-S-CODE(SI-SUP-COUNT)
                   MOVE SUP-NAME TO SI-S-NAME(SI-SUP-COUNT)
                   IF SUP-TERMS-DAYS IS NUMERIC
                     MOVE SUP-TERMS-DAYS TO SI-S-TERMS(SI-SUP-COUNT)
                   ELSE
                     MOVE 0 TO SI-S-TERMS(SI-SUP-COUNT)
                   END-IF
                   MOVE 0 TO SI-S-CURRENT(SI-SUP-COUNT)
                   MOVE 0 TO SI-S-30(SI-SUP-COUNT)
                   MOVE 0 TO SI-S-60(SI-SUP-COUNT)
                   MOVE 0 TO SI-S-90(SI-SUP-COUNT)
               END-READ
             END-PERFORM
             CLOSE SUPPLIER-FILE
           END-IF.

       0065-FIND-SUPPLIER.
           MOVE 0 TO SI-SUP-HIT.
           PERFORM VARYING SI-SUP-IDX FROM 1 BY 1 UNTIL
           SI-SUP-IDX > SI-SUP-COUNT OR SI-SUP-HIT > 0
             IF SI-S-CODE(SI-SUP-IDX) = SI-IN-SUPPLIER
               MOVE SI-SUP-IDX TO SI-SUP-HIT
             END-IF
           END-PERFORM.

       0070-LOAD-INGREDIENT-TABLE.
           MOVE 0 TO SI-ING-COUNT.
           OPEN INPUT INGREDIENT-FILE.
           IF INGREDIENT-FILE-STATUS = "00"
             PERFORM UNTIL INGREDIENT-FILE-STATUS NOT = "00"
             OR SI-ING-COUNT >= SI-ING-MAX
               READ INGREDIENT-FILE
                 AT END MOVE "10" TO INGREDIENT-FILE-STATUS
                 NOT AT END
                   COMPUTE SI-ING-COUNT = SI-ING-COUNT + 1
                   MOVE ING-CODE TO SI-I-CODE(SI-ING-COUNT)
                   MOVE ING-DESC TO SI-I-DESC(SI-ING-COUNT)
                   MOVE ING-UNIT TO SI-I-UNIT(SI-ING-COUNT)
                   IF ING-UNIT-COST IS NUMERIC
                     MOVE ING-UNIT-COST TO SI-I-COST(SI-ING-COUNT)
                   ELSE
                     MOVE 0 TO SI-I-COST(SI-ING-COUNT)
                   END-IF
                   IF ING-PACK-SIZE IS NUMERIC
                     MOVE ING-PACK-SIZE TO SI-I-PACK(SI-ING-COUNT)
                   ELSE
                     MOVE 0 TO SI-I-PACK(SI-ING-COUNT)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE INGREDIENT-FILE
           END-IF.

       0075-FIND-INGREDIENT.
           MOVE 0 TO SI-ING-HIT.
           PERFORM VARYING SI-ING-IDX FROM 1 BY 1 UNTIL
           SI-ING-IDX > SI-ING-COUNT OR SI-ING-HIT > 0
             IF SI-I-CODE(SI-ING-IDX) = SI-IN-ING
               MOVE SI-ING-IDX TO SI-ING-HIT
             END-IF
           END-PERFORM.

       0080-FIND-PO-LINE.
           MOVE 0 TO SI-PO-HIT.
           PERFORM VARYING SI-PO-IDX FROM 1 BY 1 UNTIL
           SI-PO-IDX > SI-PO-COUNT OR SI-PO-HIT > 0
             IF SI-P-ING(SI-PO-IDX) = SI-IN-ING
               MOVE SI-PO-IDX TO SI-PO-HIT
             END-IF
           END-PERFORM.

       0084-SIGN-ON.
           MOVE "N" TO SI-SIGNED-ON-SW.
           MOVE 0 TO SI-TRIES.
           PERFORM UNTIL SI-SIGNED-ON-SW = "Y"
           OR SI-TRIES >= SI-TRIES-MAX
             COMPUTE SI-TRIES = SI-TRIES + 1
             MOVE SPACES TO SI-USER-ID
             PERFORM UNTIL SI-USER-ID NOT = SPACES
               DISPLAY "USER ID >> "
               ACCEPT SI-USER-ID
               MOVE FUNCTION UPPER-CASE(SI-USER-ID) TO SI-USER-ID
             END-PERFORM
             DISPLAY "PIN >> "
             ACCEPT SI-USER-PIN
             MOVE "SIGN-ON" TO SI-SEC-ACTION
             PERFORM 0086-FIND-EMPLOYEE
             EVALUATE TRUE
               WHEN SI-EMP-FOUND-SW NOT = "Y"
                 DISPLAY "EMPLOYEE " SI-USER-ID " NOT ON FILE"
                 MOVE "UI" TO SI-SEC-EVENT
                 PERFORM 9500-WRITE-SECURITY-LOG
               WHEN SI-EMP-ACTIVE NOT = "Y"
                 DISPLAY "EMPLOYEE " SI-USER-ID " IS NOT ACTIVE"
                 MOVE "IN" TO SI-SEC-EVENT
                 PERFORM 9500-WRITE-SECURITY-LOG
               WHEN SI-EMP-PIN NOT = SI-USER-PIN
                 DISPLAY "WRONG PIN"
                 MOVE "BP" TO SI-SEC-EVENT
                 PERFORM 9500-WRITE-SECURITY-LOG
               WHEN OTHER
                 MOVE "Y" TO SI-SIGNED-ON-SW
                 DISPLAY "SIGNED ON: " SI-USER-NAME
             END-EVALUATE
           END-PERFORM.
           IF SI-SIGNED-ON-SW NOT = "Y"
             DISPLAY "SIGN-ON FAILED - PROGRAM ENDED"
             STOP RUN
           END-IF.

       0086-FIND-EMPLOYEE.
           MOVE "N" TO SI-EMP-FOUND-SW.
           MOVE SPACE TO SI-USER-ROLE.
           MOVE SPACES TO SI-USER-NAME.
           OPEN INPUT EMPLOYEE-FILE.
           IF EMPLOYEE-FILE-STATUS = "00"
             PERFORM UNTIL EMPLOYEE-FILE-STATUS NOT = "00"
             OR SI-EMP-FOUND-SW = "Y"
               READ EMPLOYEE-FILE
                 AT END MOVE "10" TO EMPLOYEE-FILE-STATUS
                 NOT AT END
                   IF EMP-ID = SI-USER-ID
                     MOVE "Y" TO SI-EMP-FOUND-SW
                     MOVE EMP-NAME TO SI-USER-NAME
                     MOVE EMP-PIN TO SI-EMP-PIN
                     MOVE EMP-ROLE TO SI-USER-ROLE
                     MOVE EMP-ACTIVE TO SI-EMP-ACTIVE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE EMPLOYEE-FILE
           ELSE
             DISPLAY "NO EMPLOYEE-MASTER.DAT - SET UP STAFF IN EMPMAINT"
           END-IF.

       0088-CHECK-ROLE.
           MOVE "N" TO SI-ROLE-OK-SW.
           PERFORM VARYING SI-ROLE-IDX FROM 1 BY 1 UNTIL
           SI-ROLE-IDX > 5 OR SI-ROLE-OK-SW = "Y"
             IF SI-ALLOWED-ROLES(SI-ROLE-IDX:1) = SI-USER-ROLE
               MOVE "Y" TO SI-ROLE-OK-SW
             END-IF
           END-PERFORM.
           IF SI-ROLE-OK-SW NOT = "Y"
             DISPLAY SI-USER-ID " IS NOT ALLOWED TO DO " SI-SEC-ACTION
             MOVE "RF" TO SI-SEC-EVENT
             PERFORM 9500-WRITE-SECURITY-LOG
           END-IF.

       0090-LOAD-RAW-INVOICES.
           MOVE 0 TO SI-RAW-COUNT.
           MOVE 0 TO SI-RAW-HIT.
           MOVE "N" TO SI-RAW-OVERFLOW-SW.
           OPEN INPUT INVOICE-FILE.
           IF INVOICE-FILE-STATUS = "00"
             PERFORM UNTIL INVOICE-FILE-STATUS NOT = "00"
               READ INVOICE-FILE
                 AT END MOVE "10" TO INVOICE-FILE-STATUS
                 NOT AT END
                   IF SI-RAW-COUNT >= SI-RAW-MAX
                     MOVE "Y" TO SI-RAW-OVERFLOW-SW
                   ELSE
                     COMPUTE SI-RAW-COUNT = SI-RAW-COUNT + 1
                     MOVE SUPPLIER-INVOICE-RECORD TO
                       SI-RAW-LINE(SI-RAW-COUNT)
                     IF SINV-IS-HEADER
                     AND SINV-SUPPLIER = SI-IN-SUPPLIER
                     AND SINV-INV-NUM = SI-IN-INV-NUM
                       MOVE SI-RAW-COUNT TO SI-RAW-HIT
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE INVOICE-FILE
           END-IF.
           IF SI-RAW-OVERFLOW-SW = "Y"
             DISPLAY "SUPPLIER-INVOICE.DAT HOLDS MORE RECORDS THAN THIS"
               " PROGRAM CAN CARRY - NOTHING CHANGED"
             MOVE 0 TO SI-RAW-HIT
           END-IF.

       0095-SAVE-RAW-INVOICES.
           OPEN OUTPUT INVOICE-FILE.
           PERFORM VARYING SI-RAW-IDX FROM 1 BY 1 UNTIL
           SI-RAW-IDX > SI-RAW-COUNT
             MOVE SI-RAW-LINE(SI-RAW-IDX) TO SUPPLIER-INVOICE-RECORD
             WRITE SUPPLIER-INVOICE-RECORD
           END-PERFORM.
           CLOSE INVOICE-FILE.

       0097-ASK-INVOICE-KEY.
           DISPLAY "SUPPLIER CODE >> ".
           ACCEPT SI-IN-SUPPLIER.
           MOVE FUNCTION UPPER-CASE(SI-IN-SUPPLIER) TO SI-IN-SUPPLIER.
           DISPLAY "SUPPLIER'S INVOICE NUMBER >> ".
           ACCEPT SI-IN-INV-NUM.
           MOVE FUNCTION UPPER-CASE(SI-IN-INV-NUM) TO SI-IN-INV-NUM.

       2000-KEY-INVOICE.
           DISPLAY "PURCHASE ORDER NUMBER >> ".
           ACCEPT SI-IN-PO-NUM.
           PERFORM 2100-LOAD-PURCHASE-ORDER.
           IF SI-PO-FOUND-SW NOT = "Y"
             DISPLAY "PO " SI-IN-PO-NUM " NOT ON FILE"
           ELSE
             PERFORM 0060-LOAD-SUPPLIER-TABLE
             PERFORM 0070-LOAD-INGREDIENT-TABLE
             MOVE SI-PO-SUPPLIER TO SI-IN-SUPPLIER
             PERFORM 0065-FIND-SUPPLIER
             IF SI-SUP-HIT = 0
               DISPLAY "SUPPLIER " SI-PO-SUPPLIER " OF PO "
                 SI-IN-PO-NUM " IS NOT ON THE SUPPLIER MASTER"
             ELSE
               DISPLAY "PO " SI-IN-PO-NUM " OF " SI-PO-DATE " - "
                 SI-S-NAME(SI-SUP-HIT)
               IF SI-PO-STATUS NOT = "R"
                 DISPLAY "NOTE: PO NOT YET MARKED RECEIVED - ONLY"
                   " DELIVERIES BOOKED SO FAR CAN BE BILLED"
               END-IF
               DISPLAY "SUPPLIER'S INVOICE NUMBER >> "
               ACCEPT SI-IN-INV-NUM
               MOVE FUNCTION UPPER-CASE(SI-IN-INV-NUM) TO SI-IN-INV-NUM
               PERFORM 2200-LOAD-RECEIVED-AND-BILLED
               EVALUATE TRUE
                 WHEN SI-IN-INV-NUM = SPACES
                   DISPLAY "INVOICE NUMBER MAY NOT BE BLANK"
                 WHEN SI-DUPLICATE-SW = "Y"
                   DISPLAY "INVOICE " SI-IN-INV-NUM " OF "
                     SI-IN-SUPPLIER " IS ALREADY ON FILE"
                 WHEN OTHER
                   PERFORM 2300-KEY-INVOICE-BODY
               END-EVALUATE
             END-IF
           END-IF.

       2100-LOAD-PURCHASE-ORDER.
           MOVE "N" TO SI-PO-FOUND-SW.
           MOVE 0 TO SI-PO-COUNT.
           OPEN INPUT PO-FILE.
           IF PO-FILE-STATUS = "00"
             PERFORM UNTIL PO-FILE-STATUS NOT = "00"
               READ PO-FILE
                 AT END MOVE "10" TO PO-FILE-STATUS
                 NOT AT END
                   IF PO-NUM = SI-IN-PO-NUM
                     PERFORM 2110-APPLY-PO-RECORD
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PO-FILE
           ELSE
             DISPLAY "NO PURCHASE-ORDER.DAT ON FILE"
           END-IF.

       2110-APPLY-PO-RECORD.
           IF PO-IS-HEADER
             MOVE "Y" TO SI-PO-FOUND-SW
             MOVE PO-SUPPLIER TO SI-PO-SUPPLIER
             MOVE PO-DATE TO SI-PO-DATE
             MOVE PO-STATUS TO SI-PO-STATUS
           ELSE
             IF SI-PO-COUNT < SI-PO-MAX
               COMPUTE SI-PO-COUNT = SI-PO-COUNT + 1
               MOVE PO-ING-CODE TO SI-P-ING(SI-PO-COUNT)
               MOVE PO-PACKS TO SI-P-PACKS(SI-PO-COUNT)
               MOVE PO-UNITS TO SI-P-UNITS(SI-PO-COUNT)
               MOVE 0 TO SI-P-RECEIVED(SI-PO-COUNT)
               MOVE 0 TO SI-P-BILLED-PACKS(SI-PO-COUNT)
               MOVE 0 TO SI-P-BILLED-UNITS(SI-PO-COUNT)
             END-IF
           END-IF.

       2200-LOAD-RECEIVED-AND-BILLED.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-FILE-STATUS = "00"
             PERFORM UNTIL LEDGER-FILE-STATUS NOT = "00"
               READ LEDGER-FILE
                 AT END MOVE "10" TO LEDGER-FILE-STATUS
                 NOT AT END
                   IF STK-IS-DELIVERY AND STK-PO-NUM IS NUMERIC
                     IF STK-PO-NUM = SI-IN-PO-NUM
                       MOVE STK-ING-CODE TO SI-IN-ING
                       PERFORM 0080-FIND-PO-LINE
                       IF SI-PO-HIT > 0
                         COMPUTE SI-P-RECEIVED(SI-PO-HIT) =
                           SI-P-RECEIVED(SI-PO-HIT) + STK-QTY
                       END-IF
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE LEDGER-FILE
           END-IF.
           MOVE "N" TO SI-DUPLICATE-SW.
           MOVE "N" TO SI-HDR-LIVE-SW.
           OPEN INPUT INVOICE-FILE.
           IF INVOICE-FILE-STATUS = "00"
             PERFORM UNTIL INVOICE-FILE-STATUS NOT = "00"
               READ INVOICE-FILE
                 AT END MOVE "10" TO INVOICE-FILE-STATUS
                 NOT AT END PERFORM 2210-APPLY-EARLIER-INVOICE
               END-READ
             END-PERFORM
             CLOSE INVOICE-FILE
           END-IF.

       2210-APPLY-EARLIER-INVOICE.
           IF SINV-IS-HEADER
             IF SINV-SUPPLIER = SI-IN-SUPPLIER
             AND SINV-INV-NUM = SI-IN-INV-NUM
               MOVE "Y" TO SI-DUPLICATE-SW
             END-IF
             IF SINV-PO-NUM = SI-IN-PO-NUM AND NOT SINV-IS-REJECTED
               MOVE "Y" TO SI-HDR-LIVE-SW
             ELSE
               MOVE "N" TO SI-HDR-LIVE-SW
             END-IF
           ELSE
             IF SI-HDR-LIVE-SW = "Y"
             AND SINV-PACKS IS NUMERIC AND SINV-UNITS IS NUMERIC
               MOVE SINV-ING-CODE TO SI-IN-ING
               PERFORM 0080-FIND-PO-LINE
               IF SI-PO-HIT > 0
                 COMPUTE SI-P-BILLED-PACKS(SI-PO-HIT) =
                   SI-P-BILLED-PACKS(SI-PO-HIT) + SINV-PACKS
                 COMPUTE SI-P-BILLED-UNITS(SI-PO-HIT) =
                   SI-P-BILLED-UNITS(SI-PO-HIT) + SINV-UNITS
               END-IF
             END-IF
           END-IF.

       2300-KEY-INVOICE-BODY.
           MOVE "N" TO SI-DATE-OK-SW.
           PERFORM UNTIL SI-DATE-OK-SW = "Y"
             DISPLAY "INVOICE DATE YYYY-MM-DD (BLANK = TODAY) >> "
             ACCEPT SI-IN-INV-DATE
             IF SI-IN-INV-DATE = SPACES
               MOVE SI-TODAY TO SI-IN-INV-DATE
             END-IF
             IF SI-IN-YEAR IS NUMERIC AND SI-IN-MONTH IS NUMERIC
             AND SI-IN-DAY IS NUMERIC
             AND SI-IN-SEP1 = "-" AND SI-IN-SEP2 = "-"
             AND SI-IN-MONTH >= "01" AND SI-IN-MONTH <= "12"
             AND SI-IN-DAY >= "01" AND SI-IN-DAY <= "31"
               MOVE "Y" TO SI-DATE-OK-SW
             ELSE
               DISPLAY "INVALID DATE - USE YYYY-MM-DD"
             END-IF
           END-PERFORM.
           PERFORM 2350-COMPUTE-DUE-DATE.
           MOVE 0 TO SI-LINE-COUNT.
           MOVE "N" TO SI-LINES-DONE-SW.
           DISPLAY "KEY EACH INVOICE LINE - BLANK INGREDIENT CODE ENDS".
           PERFORM UNTIL SI-LINES-DONE-SW = "Y"
             PERFORM 2400-KEY-ONE-LINE
           END-PERFORM.
           IF SI-LINE-COUNT = 0
             DISPLAY "NO LINES KEYED - INVOICE NOT SAVED"
           ELSE
             PERFORM 2500-SHOW-MATCH
             DISPLAY "SAVE INVOICE " SI-IN-INV-NUM "? Y/N >> "
             ACCEPT SI-CONFIRM
             MOVE FUNCTION UPPER-CASE(SI-CONFIRM) TO SI-CONFIRM
             IF SI-CONFIRM = "Y"
               PERFORM 2600-WRITE-INVOICE
             ELSE
               DISPLAY "INVOICE NOT SAVED"
             END-IF
           END-IF.

       2350-COMPUTE-DUE-DATE.
           MOVE SI-IN-YEAR TO SI-YMD(1:4).
           MOVE SI-IN-MONTH TO SI-YMD(5:2).
           MOVE SI-IN-DAY TO SI-YMD(7:2).
           COMPUTE SI-DATE-INT = FUNCTION INTEGER-OF-DATE(SI-YMD)
             + SI-S-TERMS(SI-SUP-HIT).
           COMPUTE SI-YMD = FUNCTION DATE-OF-INTEGER(SI-DATE-INT).
           MOVE SPACES TO SI-DUE-DATE.
           MOVE SI-YMD(1:4) TO SI-DUE-DATE(1:4).
           MOVE "-" TO SI-DUE-DATE(5:1).
           MOVE SI-YMD(5:2) TO SI-DUE-DATE(6:2).
           MOVE "-" TO SI-DUE-DATE(8:1).
           MOVE SI-YMD(7:2) TO SI-DUE-DATE(9:2).
           DISPLAY "TERMS " SI-S-TERMS(SI-SUP-HIT) " DAYS - DUE "
             SI-DUE-DATE.

       2400-KEY-ONE-LINE.
           DISPLAY "INGREDIENT CODE >> ".
           ACCEPT SI-IN-ING.
           MOVE FUNCTION UPPER-CASE(SI-IN-ING) TO SI-IN-ING.
           EVALUATE TRUE
             WHEN SI-IN-ING = SPACES
               MOVE "Y" TO SI-LINES-DONE-SW
             WHEN SI-LINE-COUNT >= SI-LINE-MAX
               DISPLAY "NO MORE THAN " SI-LINE-MAX " LINES PER INVOICE"
               MOVE "Y" TO SI-LINES-DONE-SW
             WHEN OTHER
               PERFORM 0075-FIND-INGREDIENT
               IF SI-ING-HIT = 0
                 DISPLAY "CODE " SI-IN-ING " NOT ON THE STOCK MASTER"
               ELSE
                 MOVE 0 TO SI-IN-PACKS
                 PERFORM UNTIL SI-IN-PACKS > 0
                   DISPLAY "PACKS BILLED >> "
                   ACCEPT SI-IN-PACKS
                 END-PERFORM
                 DISPLAY "PRICE PER PACK ON THE INVOICE >> "
                 ACCEPT SI-IN-PRICE
                 COMPUTE SI-LINE-COUNT = SI-LINE-COUNT + 1
                 PERFORM 2410-MATCH-LINE
               END-IF
           END-EVALUATE.

       2410-MATCH-LINE.
           MOVE SI-IN-ING TO SI-L-ING(SI-LINE-COUNT).
           MOVE SI-IN-PACKS TO SI-L-PACKS(SI-LINE-COUNT).
           MOVE SI-IN-PRICE TO SI-L-PRICE(SI-LINE-COUNT).
           MOVE SI-I-PACK(SI-ING-HIT) TO SI-PACK-SIZE.
           IF SI-PACK-SIZE = 0
             MOVE 1 TO SI-PACK-SIZE
           END-IF.
           COMPUTE SI-L-UNITS(SI-LINE-COUNT) =
             SI-IN-PACKS * SI-PACK-SIZE.
           COMPUTE SI-L-AMOUNT(SI-LINE-COUNT) ROUNDED =
             SI-IN-PACKS * SI-IN-PRICE.
           COMPUTE SI-L-COST-PRICE(SI-LINE-COUNT) ROUNDED =
             SI-I-COST(SI-ING-HIT) * SI-PACK-SIZE.
           PERFORM 0080-FIND-PO-LINE.
           IF SI-PO-HIT = 0
             MOVE 0 TO SI-L-PO-PACKS(SI-LINE-COUNT)
             MOVE 0 TO SI-L-RCVD-UNITS(SI-LINE-COUNT)
             MOVE 0 TO SI-L-MATCH-AMT(SI-LINE-COUNT)
             MOVE "NP" TO SI-L-FLAG(SI-LINE-COUNT)
           ELSE
             COMPUTE SI-AVAIL-PACKS = SI-P-PACKS(SI-PO-HIT) -
               SI-P-BILLED-PACKS(SI-PO-HIT)
             COMPUTE SI-AVAIL-UNITS = SI-P-RECEIVED(SI-PO-HIT) -
               SI-P-BILLED-UNITS(SI-PO-HIT)
             IF SI-AVAIL-PACKS < 0
               MOVE 0 TO SI-AVAIL-PACKS
             END-IF
             IF SI-AVAIL-UNITS < 0
               MOVE 0 TO SI-AVAIL-UNITS
             END-IF
             MOVE SI-AVAIL-PACKS TO SI-L-PO-PACKS(SI-LINE-COUNT)
             MOVE SI-AVAIL-UNITS TO SI-L-RCVD-UNITS(SI-LINE-COUNT)
             MOVE "OK" TO SI-L-FLAG(SI-LINE-COUNT)
             IF SI-IN-PACKS > SI-AVAIL-PACKS
             OR SI-L-UNITS(SI-LINE-COUNT) > SI-AVAIL-UNITS
               MOVE "QT" TO SI-L-FLAG(SI-LINE-COUNT)
             END-IF
             IF SI-L-COST-PRICE(SI-LINE-COUNT) > 0
             AND SI-IN-PRICE > SI-L-COST-PRICE(SI-LINE-COUNT)
               IF SI-L-FLAG(SI-LINE-COUNT) = "QT"
                 MOVE "QP" TO SI-L-FLAG(SI-LINE-COUNT)
               ELSE
                 MOVE "PR" TO SI-L-FLAG(SI-LINE-COUNT)
               END-IF
             END-IF
             IF SI-L-UNITS(SI-LINE-COUNT) > SI-AVAIL-UNITS
               MOVE SI-AVAIL-UNITS TO SI-TAKE-UNITS
             ELSE
               MOVE SI-L-UNITS(SI-LINE-COUNT) TO SI-TAKE-UNITS
             END-IF
             IF SI-L-COST-PRICE(SI-LINE-COUNT) > 0
             AND SI-IN-PRICE > SI-L-COST-PRICE(SI-LINE-COUNT)
               MOVE SI-L-COST-PRICE(SI-LINE-COUNT) TO SI-TAKE-PRICE
             ELSE
               MOVE SI-IN-PRICE TO SI-TAKE-PRICE
             END-IF
             COMPUTE SI-L-MATCH-AMT(SI-LINE-COUNT) ROUNDED =
               (SI-TAKE-UNITS / SI-PACK-SIZE) * SI-TAKE-PRICE
             COMPUTE SI-P-BILLED-PACKS(SI-PO-HIT) =
               SI-P-BILLED-PACKS(SI-PO-HIT) + SI-IN-PACKS
             COMPUTE SI-P-BILLED-UNITS(SI-PO-HIT) =
               SI-P-BILLED-UNITS(SI-PO-HIT) + SI-L-UNITS(SI-LINE-COUNT)
           END-IF.
           DISPLAY SI-IN-ING " " SI-I-DESC(SI-ING-HIT) " - "
             SI-L-FLAG(SI-LINE-COUNT).

       2500-SHOW-MATCH.
           MOVE 0 TO SI-BILLED-TOTAL.
           MOVE 0 TO SI-MATCHED-TOTAL.
           MOVE "N" TO SI-HOLD-SW.
           DISPLAY " ".
           DISPLAY SI-MATCH-HEADING.
           PERFORM VARYING SI-LINE-IDX FROM 1 BY 1 UNTIL
           SI-LINE-IDX > SI-LINE-COUNT
             COMPUTE SI-BILLED-TOTAL = SI-BILLED-TOTAL +
               SI-L-AMOUNT(SI-LINE-IDX)
             COMPUTE SI-MATCHED-TOTAL = SI-MATCHED-TOTAL +
               SI-L-MATCH-AMT(SI-LINE-IDX)
             IF SI-L-FLAG(SI-LINE-IDX) NOT = "OK"
               MOVE "Y" TO SI-HOLD-SW
             END-IF
             MOVE SI-L-ING(SI-LINE-IDX) TO SI-ML-ING
             MOVE SI-L-PACKS(SI-LINE-IDX) TO SI-ML-PACKS
             MOVE SI-L-PRICE(SI-LINE-IDX) TO SI-ML-PRICE
             MOVE SI-L-PO-PACKS(SI-LINE-IDX) TO SI-ML-PO-PACKS
             MOVE SI-L-RCVD-UNITS(SI-LINE-IDX) TO SI-ML-RCVD
             MOVE SI-L-COST-PRICE(SI-LINE-IDX) TO SI-ML-COST
             MOVE SI-L-FLAG(SI-LINE-IDX) TO SI-ML-FLAG
             MOVE SI-L-MATCH-AMT(SI-LINE-IDX) TO SI-ML-MATCHED
             DISPLAY SI-MATCH-LINE
           END-PERFORM.
           MOVE SI-BILLED-TOTAL TO SI-DISPLAY-AMT.
           MOVE SI-MATCHED-TOTAL TO SI-DISPLAY-AMT2.
           DISPLAY "BILLED PHP " SI-DISPLAY-AMT "   MATCHED PHP "
             SI-DISPLAY-AMT2.
           IF SI-HOLD-SW = "Y"
             DISPLAY "** DISCREPANCIES FOUND - INVOICE WILL BE HELD FOR"
               " MANAGER APPROVAL"
           ELSE
             DISPLAY "ALL LINES MATCH - INVOICE WILL BE APPROVED FOR"
               " PAYMENT"
           END-IF.

       2600-WRITE-INVOICE.
           OPEN EXTEND INVOICE-FILE.
           IF INVOICE-FILE-STATUS = "35"
             OPEN OUTPUT INVOICE-FILE
           END-IF.
           IF INVOICE-FILE-STATUS NOT = "00"
             DISPLAY "CANNOT OPEN SUPPLIER-INVOICE.DAT, STATUS "
               INVOICE-FILE-STATUS
           ELSE
             MOVE SPACES TO SUPPLIER-INVOICE-RECORD
             MOVE "H" TO SINV-LINE-TYPE
             MOVE SI-IN-SUPPLIER TO SINV-SUPPLIER
             MOVE SI-IN-INV-NUM TO SINV-INV-NUM
             MOVE SI-IN-PO-NUM TO SINV-PO-NUM
             MOVE SI-IN-INV-DATE TO SINV-INV-DATE
             MOVE SI-DUE-DATE TO SINV-DUE-DATE
             MOVE SI-BILLED-TOTAL TO SINV-BILLED-AMT
             MOVE SI-MATCHED-TOTAL TO SINV-MATCHED-AMT
             MOVE SI-USER-ID TO SINV-KEYED-BY
             IF SI-HOLD-SW = "Y"
               MOVE "H" TO SINV-STATUS
               MOVE 0 TO SINV-APPROVED-AMT
             ELSE
               MOVE "A" TO SINV-STATUS
               MOVE SI-BILLED-TOTAL TO SINV-APPROVED-AMT
               MOVE SI-USER-ID TO SINV-APPROVED-BY
             END-IF
             WRITE SUPPLIER-INVOICE-RECORD
             PERFORM VARYING SI-LINE-IDX FROM 1 BY 1 UNTIL
             SI-LINE-IDX > SI-LINE-COUNT
               MOVE SPACES TO SUPPLIER-INVOICE-RECORD
               MOVE "D" TO SINV-LINE-TYPE
               MOVE SI-IN-SUPPLIER TO SINV-SUPPLIER
               MOVE SI-IN-INV-NUM TO SINV-INV-NUM
               MOVE SI-IN-PO-NUM TO SINV-PO-NUM
               MOVE SI-L-ING(SI-LINE-IDX) TO SINV-ING-CODE
               MOVE SI-L-PACKS(SI-LINE-IDX) TO SINV-PACKS
               MOVE SI-L-UNITS(SI-LINE-IDX) TO SINV-UNITS
               MOVE SI-L-PRICE(SI-LINE-IDX) TO SINV-PACK-PRICE
               MOVE SI-L-AMOUNT(SI-LINE-IDX) TO SINV-LINE-AMT
               MOVE SI-L-PO-PACKS(SI-LINE-IDX) TO SINV-PO-PACKS
               MOVE SI-L-RCVD-UNITS(SI-LINE-IDX) TO SINV-RCVD-UNITS
               MOVE SI-L-COST-PRICE(SI-LINE-IDX) TO SINV-COST-PRICE
               MOVE SI-L-FLAG(SI-LINE-IDX) TO SINV-MATCH-FLAG
               MOVE SI-L-MATCH-AMT(SI-LINE-IDX) TO SINV-MATCH-AMT
               WRITE SUPPLIER-INVOICE-RECORD
             END-PERFORM
             CLOSE INVOICE-FILE
             IF SI-HOLD-SW = "Y"
               DISPLAY "INVOICE " SI-IN-INV-NUM " SAVED AND HELD"
             ELSE
               DISPLAY "INVOICE " SI-IN-INV-NUM " SAVED AND APPROVED"
             END-IF
           END-IF.

       3000-APPROVE-HELD.
           MOVE 0 TO SI-HELD-COUNT.
           OPEN INPUT INVOICE-FILE.
           IF INVOICE-FILE-STATUS = "00"
             PERFORM UNTIL INVOICE-FILE-STATUS NOT = "00"
               READ INVOICE-FILE
                 AT END MOVE "10" TO INVOICE-FILE-STATUS
                 NOT AT END
                   IF SINV-IS-HEADER AND SINV-IS-HELD
                     COMPUTE SI-HELD-COUNT = SI-HELD-COUNT + 1
                     MOVE SINV-BILLED-AMT TO SI-DISPLAY-AMT
                     MOVE SINV-MATCHED-AMT TO SI-DISPLAY-AMT2
                     DISPLAY SINV-SUPPLIER " " SINV-INV-NUM " PO "
                       SINV-PO-NUM " BILLED " SI-DISPLAY-AMT
                       " MATCHED " SI-DISPLAY-AMT2 " BY "
                       SINV-KEYED-BY
                   END-IF
               END-READ
             END-PERFORM
             CLOSE INVOICE-FILE
           END-IF.
           IF SI-HELD-COUNT = 0
             DISPLAY "NO INVOICES WAITING FOR APPROVAL"
           ELSE
             PERFORM 0097-ASK-INVOICE-KEY
             PERFORM 0090-LOAD-RAW-INVOICES
             IF SI-RAW-HIT > 0
               MOVE SI-RAW-LINE(SI-RAW-HIT) TO SUPPLIER-INVOICE-RECORD
             END-IF
             EVALUATE TRUE
               WHEN SI-RAW-HIT = 0
                 DISPLAY "INVOICE " SI-IN-INV-NUM " OF " SI-IN-SUPPLIER
                   " NOT FOUND"
               WHEN NOT SINV-IS-HELD
                 DISPLAY "INVOICE " SI-IN-INV-NUM " IS NOT HELD"
               WHEN SINV-KEYED-BY = SI-USER-ID
                 DISPLAY "YOU KEYED THIS INVOICE - ANOTHER MANAGER MUST"
                   " APPROVE IT"
                 MOVE "RF" TO SI-SEC-EVENT
                 PERFORM 9500-WRITE-SECURITY-LOG
               WHEN OTHER
                 PERFORM 3100-DECIDE-HELD-INVOICE
             END-EVALUATE
           END-IF.

       3100-DECIDE-HELD-INVOICE.
           DISPLAY SI-MATCH-HEADING.
           PERFORM VARYING SI-RAW-IDX FROM SI-RAW-HIT BY 1 UNTIL
           SI-RAW-IDX > SI-RAW-COUNT
             MOVE SI-RAW-LINE(SI-RAW-IDX) TO SUPPLIER-INVOICE-RECORD
             IF SINV-IS-DETAIL AND SINV-SUPPLIER = SI-IN-SUPPLIER
             AND SINV-INV-NUM = SI-IN-INV-NUM
               MOVE SINV-ING-CODE TO SI-ML-ING
               MOVE SINV-PACKS TO SI-ML-PACKS
               MOVE SINV-PACK-PRICE TO SI-ML-PRICE
               MOVE SINV-PO-PACKS TO SI-ML-PO-PACKS
               MOVE SINV-RCVD-UNITS TO SI-ML-RCVD
               MOVE SINV-COST-PRICE TO SI-ML-COST
               MOVE SINV-MATCH-FLAG TO SI-ML-FLAG
               MOVE SINV-MATCH-AMT TO SI-ML-MATCHED
               DISPLAY SI-MATCH-LINE
             END-IF
           END-PERFORM.
           MOVE SI-RAW-LINE(SI-RAW-HIT) TO SUPPLIER-INVOICE-RECORD.
           MOVE SINV-BILLED-AMT TO SI-DISPLAY-AMT.
           MOVE SINV-MATCHED-AMT TO SI-DISPLAY-AMT2.
           DISPLAY "BILLED PHP " SI-DISPLAY-AMT "   MATCHED PHP "
             SI-DISPLAY-AMT2.
           DISPLAY "APPROVE AS BILLED (B), APPROVE MATCHED VALUE (M),"
             " REJECT (R), LEAVE HELD (BLANK) >> ".
           ACCEPT SI-CONFIRM.
           MOVE FUNCTION UPPER-CASE(SI-CONFIRM) TO SI-CONFIRM.
           EVALUATE SI-CONFIRM
             WHEN "B"
               MOVE "A" TO SINV-STATUS
               MOVE SINV-BILLED-AMT TO SINV-APPROVED-AMT
             WHEN "M"
               MOVE "A" TO SINV-STATUS
               MOVE SINV-MATCHED-AMT TO SINV-APPROVED-AMT
             WHEN "R"
               MOVE "X" TO SINV-STATUS
               MOVE 0 TO SINV-APPROVED-AMT
           END-EVALUATE.
           IF SI-CONFIRM = "B" OR SI-CONFIRM = "M" OR SI-CONFIRM = "R"
             MOVE SI-USER-ID TO SINV-APPROVED-BY
             MOVE SUPPLIER-INVOICE-RECORD TO SI-RAW-LINE(SI-RAW-HIT)
             PERFORM 0095-SAVE-RAW-INVOICES
             IF SINV-IS-REJECTED
               DISPLAY "INVOICE " SI-IN-INV-NUM " REJECTED"
             ELSE
               MOVE SINV-APPROVED-AMT TO SI-DISPLAY-AMT
               DISPLAY "INVOICE " SI-IN-INV-NUM " APPROVED FOR PHP "
                 SI-DISPLAY-AMT
             END-IF
           ELSE
             DISPLAY "INVOICE " SI-IN-INV-NUM " LEFT HELD"
           END-IF.

       4000-MARK-PAID.
           PERFORM 0097-ASK-INVOICE-KEY.
           PERFORM 0090-LOAD-RAW-INVOICES.
           IF SI-RAW-HIT > 0
             MOVE SI-RAW-LINE(SI-RAW-HIT) TO SUPPLIER-INVOICE-RECORD
           END-IF.
           EVALUATE TRUE
             WHEN SI-RAW-HIT = 0
               DISPLAY "INVOICE " SI-IN-INV-NUM " OF " SI-IN-SUPPLIER
                 " NOT FOUND"
             WHEN SINV-IS-PAID
               DISPLAY "INVOICE " SI-IN-INV-NUM " WAS PAID ON "
                 SINV-PAID-DATE
             WHEN NOT SINV-IS-APPROVED
               DISPLAY "INVOICE " SI-IN-INV-NUM " IS NOT APPROVED FOR"
                 " PAYMENT"
             WHEN OTHER
               MOVE SINV-APPROVED-AMT TO SI-DISPLAY-AMT
               DISPLAY "APPROVED PHP " SI-DISPLAY-AMT " DUE "
                 SINV-DUE-DATE
               DISPLAY "CHEQUE / TRANSFER REFERENCE >> "
               ACCEPT SI-IN-PAID-REF
               MOVE FUNCTION UPPER-CASE(SI-IN-PAID-REF) TO
                 SI-IN-PAID-REF
               DISPLAY "MARK PAID? Y/N >> "
               ACCEPT SI-CONFIRM
               MOVE FUNCTION UPPER-CASE(SI-CONFIRM) TO SI-CONFIRM
               IF SI-CONFIRM = "Y"
                 MOVE "P" TO SINV-STATUS
                 MOVE SI-TODAY TO SINV-PAID-DATE
                 MOVE SI-IN-PAID-REF TO SINV-PAID-REF
                 MOVE SUPPLIER-INVOICE-RECORD TO SI-RAW-LINE(SI-RAW-HIT)
                 PERFORM 0095-SAVE-RAW-INVOICES
                 DISPLAY "INVOICE " SI-IN-INV-NUM " MARKED PAID"
               ELSE
                 DISPLAY "NOTHING CHANGED"
               END-IF
           END-EVALUATE.

       5000-PAYABLES-REGISTER.
           PERFORM 0055-GET-TODAY.
           MOVE 0 TO SI-REG-COUNT.
           MOVE "N" TO SI-REG-FULL-SW.
           OPEN INPUT INVOICE-FILE.
           IF INVOICE-FILE-STATUS = "00"
             PERFORM UNTIL INVOICE-FILE-STATUS NOT = "00"
               READ INVOICE-FILE
                 AT END MOVE "10" TO INVOICE-FILE-STATUS
                 NOT AT END
                   IF SINV-IS-HEADER
                   AND (SINV-IS-APPROVED OR SINV-IS-HELD)
                     PERFORM 5100-INSERT-REGISTER-ENTRY
                   END-IF
               END-READ
             END-PERFORM
             CLOSE INVOICE-FILE
           ELSE
             DISPLAY "NO SUPPLIER INVOICES ON FILE YET"
           END-IF.
           IF SI-REG-FULL-SW = "Y"
             DISPLAY "MORE THAN " SI-REG-MAX " UNPAID INVOICES - LATER"
               " ONES LEFT OFF THE REGISTER"
           END-IF.
           MOVE 0 TO SI-REG-TOTAL.
           MOVE 0 TO SI-REG-OVERDUE.
           MOVE 0 TO SI-REG-HELD.
           MOVE 0 TO SI-OVERDUE-COUNT.
           OPEN OUTPUT REGISTER-FILE.
           MOVE SI-TODAY TO SI-RTL-DATE.
           WRITE REGISTER-LINE FROM SI-REG-TITLE-LINE.
           WRITE REGISTER-LINE FROM SI-REG-HEADING.
           DISPLAY " ".
           DISPLAY SI-REG-TITLE-LINE.
           DISPLAY SI-REG-HEADING.
           PERFORM VARYING SI-REG-IDX FROM 1 BY 1 UNTIL
           SI-REG-IDX > SI-REG-COUNT
             PERFORM 5200-WRITE-REGISTER-LINE
           END-PERFORM.
           MOVE "APPROVED AND UNPAID" TO SI-RSL-LABEL.
           MOVE SI-REG-TOTAL TO SI-RSL-VALUE.
           WRITE REGISTER-LINE FROM SI-REG-SUMMARY-LINE.
           DISPLAY SI-REG-SUMMARY-LINE.
           MOVE "  OF WHICH OVERDUE" TO SI-RSL-LABEL.
           MOVE SI-REG-OVERDUE TO SI-RSL-VALUE.
           WRITE REGISTER-LINE FROM SI-REG-SUMMARY-LINE.
           DISPLAY SI-REG-SUMMARY-LINE.
           MOVE "HELD - AS BILLED" TO SI-RSL-LABEL.
           MOVE SI-REG-HELD TO SI-RSL-VALUE.
           WRITE REGISTER-LINE FROM SI-REG-SUMMARY-LINE.
           DISPLAY SI-REG-SUMMARY-LINE.
           CLOSE REGISTER-FILE.
           DISPLAY "REGISTER WRITTEN TO PAYABLES-REGISTER.DAT".

       5100-INSERT-REGISTER-ENTRY.
           IF SI-REG-COUNT >= SI-REG-MAX
             MOVE "Y" TO SI-REG-FULL-SW
           ELSE
             MOVE SINV-DUE-DATE TO SI-RN-DUE
             MOVE SINV-SUPPLIER TO SI-RN-SUPPLIER
             MOVE SINV-INV-NUM TO SI-RN-INV-NUM
             MOVE SINV-PO-NUM TO SI-RN-PO-NUM
             MOVE SINV-INV-DATE TO SI-RN-INV-DATE
             MOVE SINV-STATUS TO SI-RN-STATUS
             IF SINV-IS-APPROVED
               MOVE SINV-APPROVED-AMT TO SI-RN-AMOUNT
             ELSE
               MOVE SINV-BILLED-AMT TO SI-RN-AMOUNT
             END-IF
             COMPUTE SI-REG-COUNT = SI-REG-COUNT + 1
             MOVE SI-REG-COUNT TO SI-REG-POS
             PERFORM UNTIL SI-REG-POS <= 1
             OR SI-R-DUE(SI-REG-POS - 1) <= SI-RN-DUE
               MOVE SI-REG-ENTRY(SI-REG-POS - 1) TO
                 SI-REG-ENTRY(SI-REG-POS)
               COMPUTE SI-REG-POS = SI-REG-POS - 1
             END-PERFORM
             MOVE SI-REG-NEW TO SI-REG-ENTRY(SI-REG-POS)
           END-IF.

       5200-WRITE-REGISTER-LINE.
           MOVE SI-R-DUE(SI-REG-IDX) TO SI-RL-DUE.
           MOVE SI-R-SUPPLIER(SI-REG-IDX) TO SI-RL-SUPPLIER.
           MOVE SI-R-INV-NUM(SI-REG-IDX) TO SI-RL-INV-NUM.
           MOVE SI-R-PO-NUM(SI-REG-IDX) TO SI-RL-PO-NUM.
           MOVE SI-R-INV-DATE(SI-REG-IDX) TO SI-RL-INV-DATE.
           MOVE SI-R-AMOUNT(SI-REG-IDX) TO SI-RL-AMOUNT.
           EVALUATE TRUE
             WHEN SI-R-STATUS(SI-REG-IDX) = "H"
               MOVE "HELD FOR APPROVAL" TO SI-RL-FLAG
               COMPUTE SI-REG-HELD = SI-REG-HELD +
                 SI-R-AMOUNT(SI-REG-IDX)
             WHEN SI-R-DUE(SI-REG-IDX) < SI-TODAY
               MOVE "** OVERDUE" TO SI-RL-FLAG
               COMPUTE SI-OVERDUE-COUNT = SI-OVERDUE-COUNT + 1
               COMPUTE SI-REG-OVERDUE = SI-REG-OVERDUE +
                 SI-R-AMOUNT(SI-REG-IDX)
               COMPUTE SI-REG-TOTAL = SI-REG-TOTAL +
                 SI-R-AMOUNT(SI-REG-IDX)
             WHEN OTHER
               MOVE SPACES TO SI-RL-FLAG
               COMPUTE SI-REG-TOTAL = SI-REG-TOTAL +
                 SI-R-AMOUNT(SI-REG-IDX)
           END-EVALUATE.
           WRITE REGISTER-LINE FROM SI-REG-DETAIL-LINE.
           DISPLAY SI-REG-DETAIL-LINE.

       6000-PAYABLES-AGING.
           PERFORM 0055-GET-TODAY.
           PERFORM 0060-LOAD-SUPPLIER-TABLE.
           OPEN INPUT INVOICE-FILE.
           IF INVOICE-FILE-STATUS = "00"
             PERFORM UNTIL INVOICE-FILE-STATUS NOT = "00"
               READ INVOICE-FILE
                 AT END MOVE "10" TO INVOICE-FILE-STATUS
                 NOT AT END
                   IF SINV-IS-HEADER AND SINV-IS-APPROVED
                     PERFORM 6100-AGE-ONE-INVOICE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE INVOICE-FILE
           ELSE
             DISPLAY "NO SUPPLIER INVOICES ON FILE YET"
           END-IF.
           MOVE 0 TO SI-AG-T-CURRENT.
           MOVE 0 TO SI-AG-T-30.
           MOVE 0 TO SI-AG-T-60.
           MOVE 0 TO SI-AG-T-90.
           MOVE 0 TO SI-AG-T-TOTAL.
           OPEN OUTPUT AGING-FILE.
           MOVE SI-TODAY TO SI-AGT-DATE.
           WRITE AGING-LINE FROM SI-AG-TITLE-LINE.
           WRITE AGING-LINE FROM SI-AG-HEADING.
           DISPLAY " ".
           DISPLAY SI-AG-TITLE-LINE.
           DISPLAY SI-AG-HEADING.
           PERFORM VARYING SI-SUP-IDX FROM 1 BY 1 UNTIL
           SI-SUP-IDX > SI-SUP-COUNT
             COMPUTE SI-SUP-TOTAL = SI-S-CURRENT(SI-SUP-IDX) +
               SI-S-30(SI-SUP-IDX) + SI-S-60(SI-SUP-IDX) +
               SI-S-90(SI-SUP-IDX)
             IF SI-SUP-TOTAL > 0
               MOVE SI-S-CODE(SI-SUP-IDX) TO SI-AGL-SUPPLIER
               MOVE SI-S-NAME(SI-SUP-IDX) TO SI-AGL-NAME
               MOVE SI-S-CURRENT(SI-SUP-IDX) TO SI-AGL-CURRENT
               MOVE SI-S-30(SI-SUP-IDX) TO SI-AGL-30
               MOVE SI-S-60(SI-SUP-IDX) TO SI-AGL-60
               MOVE SI-S-90(SI-SUP-IDX) TO SI-AGL-90
               MOVE SI-SUP-TOTAL TO SI-AGL-TOTAL
               WRITE AGING-LINE FROM SI-AG-DETAIL-LINE
               DISPLAY SI-AG-DETAIL-LINE
               COMPUTE SI-AG-T-CURRENT = SI-AG-T-CURRENT +
                 SI-S-CURRENT(SI-SUP-IDX)
               COMPUTE SI-AG-T-30 = SI-AG-T-30 + SI-S-30(SI-SUP-IDX)
               COMPUTE SI-AG-T-60 = SI-AG-T-60 + SI-S-60(SI-SUP-IDX)
               COMPUTE SI-AG-T-90 = SI-AG-T-90 + SI-S-90(SI-SUP-IDX)
               COMPUTE SI-AG-T-TOTAL = SI-AG-T-TOTAL + SI-SUP-TOTAL
             END-IF
           END-PERFORM.
           MOVE SPACES TO SI-AGL-SUPPLIER.
           MOVE "TOTAL" TO SI-AGL-NAME.
           MOVE SI-AG-T-CURRENT TO SI-AGL-CURRENT.
           MOVE SI-AG-T-30 TO SI-AGL-30.
           MOVE SI-AG-T-60 TO SI-AGL-60.
           MOVE SI-AG-T-90 TO SI-AGL-90.
           MOVE SI-AG-T-TOTAL TO SI-AGL-TOTAL.
           WRITE AGING-LINE FROM SI-AG-DETAIL-LINE.
           DISPLAY SI-AG-DETAIL-LINE.
           CLOSE AGING-FILE.
           DISPLAY "AGING WRITTEN TO PAYABLES-AGING.DAT".

       6100-AGE-ONE-INVOICE.
           MOVE SINV-SUPPLIER TO SI-IN-SUPPLIER.
           PERFORM 0065-FIND-SUPPLIER.
           IF SI-SUP-HIT = 0
             DISPLAY "INVOICE " SINV-INV-NUM " IS FOR SUPPLIER "
               SINV-SUPPLIER " - NOT ON THE SUPPLIER MASTER"
           ELSE
             MOVE 0 TO SI-AGE-DAYS
             IF SINV-INV-DATE(1:4) IS NUMERIC
             AND SINV-INV-DATE(6:2) IS NUMERIC
             AND SINV-INV-DATE(9:2) IS NUMERIC
               MOVE SINV-INV-DATE(1:4) TO SI-YMD(1:4)
               MOVE SINV-INV-DATE(6:2) TO SI-YMD(5:2)
               MOVE SINV-INV-DATE(9:2) TO SI-YMD(7:2)
               COMPUTE SI-AGE-DAYS = SI-TODAY-INT -
                 FUNCTION INTEGER-OF-DATE(SI-YMD)
             END-IF
             EVALUATE TRUE
               WHEN SI-AGE-DAYS < 30
                 COMPUTE SI-S-CURRENT(SI-SUP-HIT) =
                   SI-S-CURRENT(SI-SUP-HIT) + SINV-APPROVED-AMT
               WHEN SI-AGE-DAYS < 60
                 COMPUTE SI-S-30(SI-SUP-HIT) =
                   SI-S-30(SI-SUP-HIT) + SINV-APPROVED-AMT
               WHEN SI-AGE-DAYS < 90
                 COMPUTE SI-S-60(SI-SUP-HIT) =
                   SI-S-60(SI-SUP-HIT) + SINV-APPROVED-AMT
               WHEN OTHER
                 COMPUTE SI-S-90(SI-SUP-HIT) =
                   SI-S-90(SI-SUP-HIT) + SINV-APPROVED-AMT
             END-EVALUATE
           END-IF.

       9500-WRITE-SECURITY-LOG.
           OPEN EXTEND SECURITY-FILE.
           IF SECURITY-FILE-STATUS = "35"
             OPEN OUTPUT SECURITY-FILE
           END-IF.
           IF SECURITY-FILE-STATUS = "00"
             MOVE SPACES TO SECURITY-LOG-RECORD
             MOVE SI-TODAY TO SEC-DATE
             MOVE SI-TIME-NOW TO SEC-TIME
             MOVE "SUPINVOICE" TO SEC-PROGRAM
             MOVE SI-USER-ID TO SEC-EMP-ID
             MOVE SI-SEC-EVENT TO SEC-EVENT
             MOVE SI-USER-ROLE TO SEC-ROLE
             MOVE SI-SEC-ACTION TO SEC-ACTION
             WRITE SECURITY-LOG-RECORD
             CLOSE SECURITY-FILE
           END-IF.

           END PROGRAM SUPINVOICE.

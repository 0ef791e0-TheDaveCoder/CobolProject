      *>   (PO-STATUS-REPORT.DAT), and a PO stays open until the
      *>   goods are booked in through STOCKMAINT - so a missed flour
      *>   delivery is caught before Saturday, not during it.
      *> - Sign-on with a user id and PIN checked against
      *>   EMPLOYEE-MASTER.DAT. Any active employee may list
      *>   suppliers and open orders; adding suppliers and raising
      *>   purchase orders is for managers and owners. Failed
      *>   sign-ons and refused actions go to SECURITY-LOG.DAT.
      *> - Suppliers now carry payment terms in days (SUP-TERMS-DAYS),
      *>   asked when a supplier is added and changed with the new
      *>   SUPPLIER TERMS action (managers and owners). SUPINVOICE
      *>   dates each approved invoice's payment from them.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT REPORT-FILE ASSIGN TO "PO-STATUS-REPORT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS REPORT-FILE-STATUS.
            SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE-MASTER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS EMPLOYEE-FILE-STATUS.
            SELECT SECURITY-FILE ASSIGN TO "SECURITY-LOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SECURITY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
         FD REPORT-FILE.
         01 REPORT-LINE              PIC X(80).

         FD EMPLOYEE-FILE.
           COPY EMPREC.

         FD SECURITY-FILE.
           COPY SECREC.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-AREA.
           02 SUPPLIER-FILE-STATUS  PIC XX.
           02 PO-FILE-STATUS        PIC XX.
           02 PO-CONTROL-STATUS     PIC XX.
           02 REPORT-FILE-STATUS    PIC XX.
           02 EMPLOYEE-FILE-STATUS PIC XX.
           02 SECURITY-FILE-STATUS PIC XX.

       01 PU-SUP-AREA.
           02 PU-SUP-COUNT          PIC 9(2) VALUE 0.
             03 PU-S-NAME           PIC X(20).
             03 PU-S-CONTACT        PIC X(11).
             03 PU-S-LEAD           PIC 9(2).
             03 PU-S-TERMS          PIC 9(3).

       01 PU-ING-AREA.
           02 PU-ING-COUNT          PIC 9(2) VALUE 0.
             03 PU-I-PACK           PIC 9(4)V9(2).

       01 PU-INPUT-AREA.
           02 PU-USER-ID            PIC X(4) VALUE SPACES.
           02 PU-ACTION             PIC X.
           02 PU-DONE-SW            PIC X VALUE "N".
           02 PU-IN-CODE            PIC X(4).
           02 PU-IN-NAME            PIC X(20).
           02 PU-IN-CONTACT         PIC X(11).
           02 PU-IN-LEAD            PIC 9(2) VALUE 0.
           02 PU-IN-TERMS           PIC 9(3) VALUE 0.
           02 PU-CONFIRM            PIC X.

       01 PU-GEN-WORK-AREA.
           02 PU-DISPLAY-QTY        PIC ZZZZ9.99.
           02 PU-DISPLAY-PACKS      PIC ZZZ9.

       01 PU-AUTH-AREA.
           02 PU-USER-PIN           PIC X(6) VALUE SPACES.
           02 PU-USER-NAME          PIC X(20) VALUE SPACES.
           02 PU-USER-ROLE          PIC X VALUE SPACE.
           02 PU-SIGNED-ON-SW       PIC X VALUE "N".
           02 PU-TRIES              PIC 9 VALUE 0.
           02 PU-TRIES-MAX          PIC 9 VALUE 3.
           02 PU-EMP-FOUND-SW       PIC X VALUE "N".
           02 PU-EMP-PIN            PIC X(6) VALUE SPACES.
           02 PU-EMP-ACTIVE         PIC X VALUE SPACE.
           02 PU-ALLOWED-ROLES      PIC X(5) VALUE SPACES.
           02 PU-ROLE-IDX           PIC 9 VALUE 0.
           02 PU-ROLE-OK-SW         PIC X VALUE "N".
           02 PU-SEC-EVENT          PIC X(2) VALUE SPACES.
           02 PU-SEC-ACTION         PIC X(16) VALUE SPACES.

       01 WS-CURRENT-DATE-DATA.
           02 WS-CURRENT-DATE.
             03 WS-CURRENT-YEAR PIC 9(4).
             03 PU-F-MONTH PIC 9(2).
             03 FILLER     PIC X VALUE '-'.
             03 PU-F-DAY   PIC 9(2).
           02 PU-TIME-NOW.
             03 PU-F-HOUR  PIC 9(2).
             03 FILLER     PIC X VALUE ':'.
             03 PU-F-MIN   PIC 9(2).

       01 REPORT-HEADING-LINE       PIC X(80) VALUE
           "-- PURCHASE ORDER STATUS --".
       0050-START-PROGRAM.
           PERFORM 0055-GET-TODAY.
           DISPLAY "-- PURCHASING --".
           PERFORM 0072-SIGN-ON.
           PERFORM 0060-LOAD-SUPPLIER-TABLE.
           PERFORM UNTIL PU-DONE-SW = "Y"
             DISPLAY " "
             DISPLAY "LIST SUPPLIERS (L), ADD SUPPLIER (A),"
               " SUPPLIER TERMS (T), GENERATE ORDERS (G),"
             DISPLAY "OPEN/OVERDUE POS (O), EXIT (X) >> "
             ACCEPT PU-ACTION
             MOVE FUNCTION UPPER-CASE(PU-ACTION) TO PU-ACTION
             EVALUATE PU-ACTION
               WHEN "L" PERFORM 1000-LIST-SUPPLIERS
               WHEN "A"
                 MOVE "MO" TO PU-ALLOWED-ROLES
                 MOVE "ADD SUPPLIER" TO PU-SEC-ACTION
                 PERFORM 0076-CHECK-ROLE
                 IF PU-ROLE-OK-SW = "Y"
                   PERFORM 2000-ADD-SUPPLIER
                 END-IF
               WHEN "T"
                 MOVE "MO" TO PU-ALLOWED-ROLES
                 MOVE "SUPPLIER TERMS" TO PU-SEC-ACTION
                 PERFORM 0076-CHECK-ROLE
                 IF PU-ROLE-OK-SW = "Y"
                   PERFORM 2500-CHANGE-TERMS
                 END-IF
               WHEN "G"
                 MOVE "MO" TO PU-ALLOWED-ROLES
                 MOVE "GENERATE ORDERS" TO PU-SEC-ACTION
                 PERFORM 0076-CHECK-ROLE
                 IF PU-ROLE-OK-SW = "Y"
                   PERFORM 3000-GENERATE-ORDERS
                 END-IF
               WHEN "O" PERFORM 5000-OPEN-PO-REPORT
               WHEN "X" MOVE "Y" TO PU-DONE-SW
               WHEN OTHER DISPLAY "INVALID ACTION, TRY AGAIN"
           MOVE WS-CURRENT-YEAR TO PU-F-YEAR.
           MOVE WS-CURRENT-MONTH TO PU-F-MONTH.
           MOVE WS-CURRENT-DAY TO PU-F-DAY.
           MOVE WS-CURRENT-HOURS TO PU-F-HOUR.
           MOVE WS-CURRENT-MINUTE TO PU-F-MIN.

       0060-LOAD-SUPPLIER-TABLE.
           MOVE 0 TO PU-SUP-COUNT.
                   ELSE
                     MOVE 0 TO PU-S-LEAD(PU-SUP-COUNT)
                   END-IF
                   IF SUP-TERMS-DAYS IS NUMERIC
                     MOVE SUP-TERMS-DAYS TO PU-S-TERMS(PU-SUP-COUNT)
                   ELSE
                     MOVE 0 TO PU-S-TERMS(PU-SUP-COUNT)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE SUPPLIER-FILE
             MOVE PU-S-NAME(PU-SUP-IDX) TO SUP-NAME
             MOVE PU-S-CONTACT(PU-SUP-IDX) TO SUP-CONTACT
             MOVE PU-S-LEAD(PU-SUP-IDX) TO SUP-LEAD-DAYS
             MOVE PU-S-TERMS(PU-SUP-IDX) TO SUP-TERMS-DAYS
             WRITE SUPPLIER-RECORD
           END-PERFORM.
           CLOSE SUPPLIER-FILE.

       0072-SIGN-ON.
           MOVE "N" TO PU-SIGNED-ON-SW.
           MOVE 0 TO PU-TRIES.
           PERFORM UNTIL PU-SIGNED-ON-SW = "Y"
           OR PU-TRIES >= PU-TRIES-MAX
             COMPUTE PU-TRIES = PU-TRIES + 1
             MOVE SPACES TO PU-USER-ID
             PERFORM UNTIL PU-USER-ID NOT = SPACES
               DISPLAY "USER ID >> "
               ACCEPT PU-USER-ID
               MOVE FUNCTION UPPER-CASE(PU-USER-ID) TO PU-USER-ID
             END-PERFORM
             DISPLAY "PIN >> "
             ACCEPT PU-USER-PIN
             MOVE "SIGN-ON" TO PU-SEC-ACTION
             PERFORM 0074-FIND-EMPLOYEE
             EVALUATE TRUE
               WHEN PU-EMP-FOUND-SW NOT = "Y"
                 DISPLAY "EMPLOYEE " PU-USER-ID " NOT ON FILE"
                 MOVE "UI" TO PU-SEC-EVENT
                 PERFORM 6000-WRITE-SECURITY-LOG
               WHEN PU-EMP-ACTIVE NOT = "Y"
                 DISPLAY "EMPLOYEE " PU-USER-ID " IS NOT ACTIVE"
                 MOVE "IN" TO PU-SEC-EVENT
                 PERFORM 6000-WRITE-SECURITY-LOG
               WHEN PU-EMP-PIN NOT = PU-USER-PIN
                 DISPLAY "WRONG PIN"
                 MOVE "BP" TO PU-SEC-EVENT
                 PERFORM 6000-WRITE-SECURITY-LOG
               WHEN OTHER
                 MOVE "Y" TO PU-SIGNED-ON-SW
                 DISPLAY "SIGNED ON: " PU-USER-NAME
             END-EVALUATE
           END-PERFORM.
           IF PU-SIGNED-ON-SW NOT = "Y"
             DISPLAY "SIGN-ON FAILED - PROGRAM ENDED"
             STOP RUN
           END-IF.

       0074-FIND-EMPLOYEE.
           MOVE "N" TO PU-EMP-FOUND-SW.
           MOVE SPACE TO PU-USER-ROLE.
           MOVE SPACES TO PU-USER-NAME.
           OPEN INPUT EMPLOYEE-FILE.
           IF EMPLOYEE-FILE-STATUS = "00"
             PERFORM UNTIL EMPLOYEE-FILE-STATUS NOT = "00"
             OR PU-EMP-FOUND-SW = "Y"
               READ EMPLOYEE-FILE
                 AT END MOVE "10" TO EMPLOYEE-FILE-STATUS
                 NOT AT END
                   IF EMP-ID = PU-USER-ID
                     MOVE "Y" TO PU-EMP-FOUND-SW
                     MOVE EMP-NAME TO PU-USER-NAME
                     MOVE EMP-PIN TO PU-EMP-PIN
                     MOVE EMP-ROLE TO PU-USER-ROLE
                     MOVE EMP-ACTIVE TO PU-EMP-ACTIVE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE EMPLOYEE-FILE
           ELSE
             DISPLAY "NO EMPLOYEE-MASTER.DAT - SET UP STAFF IN EMPMAINT"
           END-IF.

       0076-CHECK-ROLE.
           MOVE "N" TO PU-ROLE-OK-SW.
           PERFORM VARYING PU-ROLE-IDX FROM 1 BY 1 UNTIL
           PU-ROLE-IDX > 5 OR PU-ROLE-OK-SW = "Y"
             IF PU-ALLOWED-ROLES(PU-ROLE-IDX:1) = PU-USER-ROLE
               MOVE "Y" TO PU-ROLE-OK-SW
             END-IF
           END-PERFORM.
           IF PU-ROLE-OK-SW NOT = "Y"
             DISPLAY PU-USER-ID " IS NOT ALLOWED TO DO " PU-SEC-ACTION
             MOVE "RF" TO PU-SEC-EVENT
             PERFORM 6000-WRITE-SECURITY-LOG
           END-IF.

       0080-LOAD-INGREDIENT-TABLE.
           MOVE 0 TO PU-ING-COUNT.
           OPEN INPUT INGREDIENT-FILE.

       1000-LIST-SUPPLIERS.
           DISPLAY " ".
           DISPLAY "CODE NAME                 CONTACT     LEAD"
             "     TERMS".
           PERFORM VARYING PU-SUP-IDX FROM 1 BY 1 UNTIL
           PU-SUP-IDX > PU-SUP-COUNT
             DISPLAY PU-S-CODE(PU-SUP-IDX) " "
               PU-S-NAME(PU-SUP-IDX) " "
               PU-S-CONTACT(PU-SUP-IDX) " "
               PU-S-LEAD(PU-SUP-IDX) " DAYS  "
               PU-S-TERMS(PU-SUP-IDX) " DAYS"
           END-PERFORM.
           DISPLAY PU-SUP-COUNT " SUPPLIER(S) ON FILE".

                 ACCEPT PU-IN-CONTACT
                 DISPLAY "LEAD TIME IN DAYS >> "
                 ACCEPT PU-IN-LEAD
                 DISPLAY "PAYMENT TERMS IN DAYS (0 = CASH ON DELIVERY)"
                   " >> "
                 ACCEPT PU-IN-TERMS
                 COMPUTE PU-SUP-COUNT = PU-SUP-COUNT + 1
                 MOVE PU-IN-CODE TO PU-S-CODE(PU-SUP-COUNT)
                 MOVE PU-IN-NAME TO PU-S-NAME(PU-SUP-COUNT)
                 MOVE PU-IN-CONTACT TO PU-S-CONTACT(PU-SUP-COUNT)
                 MOVE PU-IN-LEAD TO PU-S-LEAD(PU-SUP-COUNT)
                 MOVE PU-IN-TERMS TO PU-S-TERMS(PU-SUP-COUNT)
                 PERFORM 0070-SAVE-SUPPLIER-FILE
                 DISPLAY "ADDED " PU-IN-CODE
             END-EVALUATE
           END-IF.

       2500-CHANGE-TERMS.
           DISPLAY "SUPPLIER CODE >> ".
           ACCEPT PU-IN-CODE.
           MOVE FUNCTION UPPER-CASE(PU-IN-CODE) TO PU-IN-CODE.
           PERFORM 0065-FIND-SUPPLIER.
           IF PU-SUP-FOUND-SW NOT = "Y"
             DISPLAY "SUPPLIER " PU-IN-CODE " NOT ON FILE"
           ELSE
             DISPLAY PU-S-NAME(PU-SUP-FOUND-IDX) " TERMS NOW "
               PU-S-TERMS(PU-SUP-FOUND-IDX) " DAYS"
             DISPLAY "NEW PAYMENT TERMS IN DAYS >> "
             ACCEPT PU-IN-TERMS
             MOVE PU-IN-TERMS TO PU-S-TERMS(PU-SUP-FOUND-IDX)
             PERFORM 0070-SAVE-SUPPLIER-FILE
             DISPLAY "TERMS FOR " PU-IN-CODE " SET TO " PU-IN-TERMS
               " DAYS"
           END-IF.

       3000-GENERATE-ORDERS.
           PERFORM 0055-GET-TODAY.
           PERFORM 0080-LOAD-INGREDIENT-TABLE.
               END-IF
           END-EVALUATE.

       6000-WRITE-SECURITY-LOG.
           OPEN EXTEND SECURITY-FILE.
           IF SECURITY-FILE-STATUS = "35"
             OPEN OUTPUT SECURITY-FILE
           END-IF.
           IF SECURITY-FILE-STATUS = "00"
             MOVE SPACES TO SECURITY-LOG-RECORD
             MOVE PU-TODAY TO SEC-DATE
             MOVE PU-TIME-NOW TO SEC-TIME
             MOVE "PURCHASING" TO SEC-PROGRAM
             MOVE PU-USER-ID TO SEC-EMP-ID
             MOVE PU-SEC-EVENT TO SEC-EVENT
             MOVE PU-USER-ROLE TO SEC-ROLE
             MOVE PU-SEC-ACTION TO SEC-ACTION
             WRITE SECURITY-LOG-RECORD
             CLOSE SECURITY-FILE
           END-IF.

           END PROGRAM PURCHASING.

      *>   received - when the manager confirms the PO is complete it
      *>   is stamped received in PURCHASE-ORDER.DAT, which is what
      *>   closes the loop PURCHASING opened.
      *> - The user id is now checked with its PIN against
      *>   EMPLOYEE-MASTER.DAT, so STOCK-LEDGER.DAT shows who really
      *>   booked each movement. Any active employee may list stock;
      *>   deliveries, wastage and counts need kitchen, manager or
      *>   owner; unit costs, supplier links and the variance report
      *>   need manager or owner. Failed sign-ons and refused actions
      *>   go to SECURITY-LOG.DAT.
      *> - The purchase order a delivery is received against is now
      *>   asked before the delivery is booked and kept on the "DL"
      *>   ledger record (STK-PO-NUM), so SUPINVOICE can match the
      *>   supplier's invoice against the quantities actually booked
      *>   in for that PO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PO-FILE ASSIGN TO "PURCHASE-ORDER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PO-FILE-STATUS.
            SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE-MASTER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS EMPLOYEE-FILE-STATUS.
            SELECT SECURITY-FILE ASSIGN TO "SECURITY-LOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SECURITY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
         FD PO-FILE.
           COPY POREC.

         FD EMPLOYEE-FILE.
           COPY EMPREC.

         FD SECURITY-FILE.
           COPY SECREC.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-AREA.
           02 INGREDIENT-FILE-STATUS PIC XX.
           02 REPORT-FILE-STATUS    PIC XX.
           02 STOCK-LOCK-STATUS     PIC XX.
           02 PO-FILE-STATUS        PIC XX.
           02 EMPLOYEE-FILE-STATUS PIC XX.
           02 SECURITY-FILE-STATUS PIC XX.

       01 SM-LOCK-WORK-AREA.
           02 SM-LOCK-RETRY-COUNT   PIC 9(3) VALUE 0.
           02 SM-DISPLAY-SIGNED     PIC +ZZZZ9.99.
           02 SM-DISPLAY-COST       PIC ZZZZ9.99.

       01 SM-AUTH-AREA.
           02 SM-USER-PIN           PIC X(6) VALUE SPACES.
           02 SM-USER-NAME          PIC X(20) VALUE SPACES.
           02 SM-USER-ROLE          PIC X VALUE SPACE.
           02 SM-SIGNED-ON-SW       PIC X VALUE "N".
           02 SM-TRIES              PIC 9 VALUE 0.
           02 SM-TRIES-MAX          PIC 9 VALUE 3.
           02 SM-EMP-FOUND-SW       PIC X VALUE "N".
           02 SM-EMP-PIN            PIC X(6) VALUE SPACES.
           02 SM-EMP-ACTIVE         PIC X VALUE SPACE.
           02 SM-ALLOWED-ROLES      PIC X(5) VALUE SPACES.
           02 SM-ROLE-IDX           PIC 9 VALUE 0.
           02 SM-ROLE-OK-SW         PIC X VALUE "N".
           02 SM-SEC-EVENT          PIC X(2) VALUE SPACES.
           02 SM-SEC-ACTION         PIC X(16) VALUE SPACES.

       01 WS-CURRENT-DATE-DATA.
           02 WS-CURRENT-DATE.
             03 WS-CURRENT-YEAR PIC 9(4).
       0050-START-PROGRAM.
           PERFORM 0055-GET-TODAY.
           DISPLAY "-- STOCK MAINTENANCE --".
           PERFORM 0084-SIGN-ON.
           PERFORM 0060-LOAD-INGREDIENT-TABLE.
           IF SM-TABLE-COUNT = 0
             DISPLAY "NO INGREDIENT-MASTER.DAT - NOTHING TO MAINTAIN"
             MOVE FUNCTION UPPER-CASE(SM-ACTION) TO SM-ACTION
             EVALUATE SM-ACTION
               WHEN "L" PERFORM 1000-LIST-STOCK
               WHEN "D"
                 MOVE "KMO" TO SM-ALLOWED-ROLES
                 MOVE "DELIVERY IN" TO SM-SEC-ACTION
                 PERFORM 0088-CHECK-ROLE
                 IF SM-ROLE-OK-SW = "Y"
                   PERFORM 2000-BOOK-DELIVERY
                 END-IF
               WHEN "W"
                 MOVE "KMO" TO SM-ALLOWED-ROLES
                 MOVE "WASTAGE" TO SM-SEC-ACTION
                 PERFORM 0088-CHECK-ROLE
                 IF SM-ROLE-OK-SW = "Y"
                   PERFORM 3000-RECORD-WASTAGE
                 END-IF
               WHEN "C"
                 MOVE "KMO" TO SM-ALLOWED-ROLES
                 MOVE "PHYSICAL COUNT" TO SM-SEC-ACTION
                 PERFORM 0088-CHECK-ROLE
                 IF SM-ROLE-OK-SW = "Y"
                   PERFORM 4000-ENTER-COUNT
                 END-IF
               WHEN "U"
                 MOVE "MO" TO SM-ALLOWED-ROLES
                 MOVE "UNIT COST" TO SM-SEC-ACTION
                 PERFORM 0088-CHECK-ROLE
                 IF SM-ROLE-OK-SW = "Y"
                   PERFORM 6000-UPDATE-UNIT-COST
                 END-IF
               WHEN "K"
                 MOVE "MO" TO SM-ALLOWED-ROLES
                 MOVE "SUPPLIER LINK" TO SM-SEC-ACTION
                 PERFORM 0088-CHECK-ROLE
                 IF SM-ROLE-OK-SW = "Y"
                   PERFORM 6500-LINK-SUPPLIER
                 END-IF
               WHEN "V"
                 MOVE "MO" TO SM-ALLOWED-ROLES
                 MOVE "VARIANCE REPORT" TO SM-SEC-ACTION
                 PERFORM 0088-CHECK-ROLE
                 IF SM-ROLE-OK-SW = "Y"
                   PERFORM 7000-VARIANCE-REPORT
                 END-IF
               WHEN "X" MOVE "Y" TO SM-DONE-SW
               WHEN OTHER DISPLAY "INVALID ACTION, TRY AGAIN"
             END-EVALUATE
             MOVE SM-IN-CODE TO STK-ING-CODE
             MOVE SM-T-QTY(SM-FOUND-IDX) TO STK-NEW-ON-HAND
             MOVE SM-IN-REMARK TO STK-REMARK
             MOVE SM-IN-PO-NUM TO STK-PO-NUM
             WRITE STOCK-LEDGER-RECORD
             CLOSE LEDGER-FILE
           ELSE
               LEDGER-FILE-STATUS
           END-IF.

       0084-SIGN-ON.
           MOVE "N" TO SM-SIGNED-ON-SW.
           MOVE 0 TO SM-TRIES.
           PERFORM UNTIL SM-SIGNED-ON-SW = "Y"
           OR SM-TRIES >= SM-TRIES-MAX
             COMPUTE SM-TRIES = SM-TRIES + 1
             MOVE SPACES TO SM-USER-ID
             PERFORM UNTIL SM-USER-ID NOT = SPACES
               DISPLAY "USER ID >> "
               ACCEPT SM-USER-ID
               MOVE FUNCTION UPPER-CASE(SM-USER-ID) TO SM-USER-ID
             END-PERFORM
             DISPLAY "PIN >> "
             ACCEPT SM-USER-PIN
             MOVE "SIGN-ON" TO SM-SEC-ACTION
             PERFORM 0086-FIND-EMPLOYEE
             EVALUATE TRUE
               WHEN SM-EMP-FOUND-SW NOT = "Y"
                 DISPLAY "EMPLOYEE " SM-USER-ID " NOT ON FILE"
                 MOVE "UI" TO SM-SEC-EVENT
                 PERFORM 9500-WRITE-SECURITY-LOG
               WHEN SM-EMP-ACTIVE NOT = "Y"
                 DISPLAY "EMPLOYEE " SM-USER-ID " IS NOT ACTIVE"
                 MOVE "IN" TO SM-SEC-EVENT
                 PERFORM 9500-WRITE-SECURITY-LOG
               WHEN SM-EMP-PIN NOT = SM-USER-PIN
                 DISPLAY "WRONG PIN"
                 MOVE "BP" TO SM-SEC-EVENT
                 PERFORM 9500-WRITE-SECURITY-LOG
               WHEN OTHER
                 MOVE "Y" TO SM-SIGNED-ON-SW
                 DISPLAY "SIGNED ON: " SM-USER-NAME
             END-EVALUATE
           END-PERFORM.
           IF SM-SIGNED-ON-SW NOT = "Y"
             DISPLAY "SIGN-ON FAILED - PROGRAM ENDED"
             STOP RUN
           END-IF.

       0086-FIND-EMPLOYEE.
           MOVE "N" TO SM-EMP-FOUND-SW.
           MOVE SPACE TO SM-USER-ROLE.
           MOVE SPACES TO SM-USER-NAME.
           OPEN INPUT EMPLOYEE-FILE.
           IF EMPLOYEE-FILE-STATUS = "00"
             PERFORM UNTIL EMPLOYEE-FILE-STATUS NOT = "00"
             OR SM-EMP-FOUND-SW = "Y"
               READ EMPLOYEE-FILE
                 AT END MOVE "10" TO EMPLOYEE-FILE-STATUS
                 NOT AT END
                   IF EMP-ID = SM-USER-ID
                     MOVE "Y" TO SM-EMP-FOUND-SW
                     MOVE EMP-NAME TO SM-USER-NAME
                     MOVE EMP-PIN TO SM-EMP-PIN
                     MOVE EMP-ROLE TO SM-USER-ROLE
                     MOVE EMP-ACTIVE TO SM-EMP-ACTIVE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE EMPLOYEE-FILE
           ELSE
             DISPLAY "NO EMPLOYEE-MASTER.DAT - SET UP STAFF IN EMPMAINT"
           END-IF.

       0088-CHECK-ROLE.
           MOVE "N" TO SM-ROLE-OK-SW.
           PERFORM VARYING SM-ROLE-IDX FROM 1 BY 1 UNTIL
           SM-ROLE-IDX > 5 OR SM-ROLE-OK-SW = "Y"
             IF SM-ALLOWED-ROLES(SM-ROLE-IDX:1) = SM-USER-ROLE
               MOVE "Y" TO SM-ROLE-OK-SW
             END-IF
           END-PERFORM.
           IF SM-ROLE-OK-SW NOT = "Y"
             DISPLAY SM-USER-ID " IS NOT ALLOWED TO DO " SM-SEC-ACTION
             MOVE "RF" TO SM-SEC-EVENT
             PERFORM 9500-WRITE-SECURITY-LOG
           END-IF.

       1000-LIST-STOCK.
           DISPLAY " ".
           DISPLAY "CODE DESCRIPTION           ON HAND UNIT"
             ACCEPT SM-IN-REMARK
             DISPLAY "UNIT COST FROM INVOICE (0 = UNCHANGED) >> "
             ACCEPT SM-IN-COST
             DISPLAY "PO NUMBER BEING RECEIVED (0 = NONE) >> "
             ACCEPT SM-IN-PO-NUM
             PERFORM 8000-BEGIN-LOCKED-UPDATE
             IF SM-FOUND-SW = "Y"
               COMPUTE SM-T-QTY(SM-FOUND-IDX) =
           END-IF.

       2100-ASK-PO-RECEIVED.
           IF SM-IN-PO-NUM > 0
             DISPLAY "ALL LINES OF PO " SM-IN-PO-NUM
               " NOW DELIVERED? Y/N >> "
                 MOVE "WA" TO STK-MOVE-TYPE
                 COMPUTE STK-QTY = 0 - SM-IN-QTY
                 MOVE 0 TO STK-VARIANCE
                 MOVE 0 TO SM-IN-PO-NUM
                 PERFORM 0090-WRITE-LEDGER
                 MOVE SM-T-QTY(SM-FOUND-IDX) TO SM-DISPLAY-QTY
                 DISPLAY "WRITTEN OFF - ON HAND NOW " SM-DISPLAY-QTY
               MOVE "PC" TO STK-MOVE-TYPE
               MOVE SM-IN-QTY TO STK-QTY
               MOVE SM-VARIANCE TO STK-VARIANCE
               MOVE 0 TO SM-IN-PO-NUM
               PERFORM 0090-WRITE-LEDGER
               MOVE SM-VARIANCE TO SM-DISPLAY-SIGNED
               DISPLAY "COUNT BOOKED - VARIANCE " SM-DISPLAY-SIGNED
             END-IF
           END-IF.

       9500-WRITE-SECURITY-LOG.
           OPEN EXTEND SECURITY-FILE.
           IF SECURITY-FILE-STATUS = "35"
             OPEN OUTPUT SECURITY-FILE
           END-IF.
           IF SECURITY-FILE-STATUS = "00"
             MOVE SPACES TO SECURITY-LOG-RECORD
             MOVE SM-TODAY TO SEC-DATE
             MOVE SM-TIME-NOW TO SEC-TIME
             MOVE "STOCKMAINT" TO SEC-PROGRAM
             MOVE SM-USER-ID TO SEC-EMP-ID
             MOVE SM-SEC-EVENT TO SEC-EVENT
             MOVE SM-USER-ROLE TO SEC-ROLE
             MOVE SM-SEC-ACTION TO SEC-ACTION
             WRITE SECURITY-LOG-RECORD
             CLOSE SECURITY-FILE
           END-IF.

           END PROGRAM STOCKMAINT.

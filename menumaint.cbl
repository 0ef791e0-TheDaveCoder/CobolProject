      *>   Pending prices whose effective date has arrived are rolled
      *>   into the live price (and audited) whenever this program
      *>   runs.
      *> - The user id is now checked with its PIN against
      *>   EMPLOYEE-MASTER.DAT, so MENU-AUDIT.DAT shows who really
      *>   changed a price. Any active employee may list the menu;
      *>   adding, changing and deleting items is for managers and
      *>   owners. Failed sign-ons and refused actions go to
      *>   SECURITY-LOG.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT AUDIT-FILE ASSIGN TO "MENU-AUDIT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS AUDIT-FILE-STATUS.
            SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE-MASTER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS EMPLOYEE-FILE-STATUS.
            SELECT SECURITY-FILE ASSIGN TO "SECURITY-LOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SECURITY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
         FD AUDIT-FILE.
           COPY MAUDREC.

         FD EMPLOYEE-FILE.
           COPY EMPREC.

         FD SECURITY-FILE.
           COPY SECREC.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-AREA.
           02 MENU-FILE-STATUS     PIC XX.
           02 AUDIT-FILE-STATUS    PIC XX.
           02 EMPLOYEE-FILE-STATUS PIC XX.
           02 SECURITY-FILE-STATUS PIC XX.

       01 MM-TABLE-AREA.
           02 MM-TABLE-COUNT       PIC 9(2) VALUE 0.
           02 MM-DISPLAY-PRICE     PIC ZZZ9.99.
           02 MM-DISPLAY-NEW       PIC ZZZ9.99.

       01 MM-AUTH-AREA.
           02 MM-USER-PIN          PIC X(6) VALUE SPACES.
           02 MM-USER-NAME         PIC X(20) VALUE SPACES.
           02 MM-USER-ROLE         PIC X VALUE SPACE.
           02 MM-SIGNED-ON-SW      PIC X VALUE "N".
           02 MM-TRIES             PIC 9 VALUE 0.
           02 MM-TRIES-MAX         PIC 9 VALUE 3.
           02 MM-EMP-FOUND-SW      PIC X VALUE "N".
           02 MM-EMP-PIN           PIC X(6) VALUE SPACES.
           02 MM-EMP-ACTIVE        PIC X VALUE SPACE.
           02 MM-ALLOWED-ROLES     PIC X(5) VALUE SPACES.
           02 MM-ROLE-IDX          PIC 9 VALUE 0.
           02 MM-ROLE-OK-SW        PIC X VALUE "N".
           02 MM-SEC-EVENT         PIC X(2) VALUE SPACES.
           02 MM-SEC-ACTION        PIC X(16) VALUE SPACES.

       01 WS-CURRENT-DATE-DATA.
           02 WS-CURRENT-DATE.
             03 WS-CURRENT-YEAR PIC 9(4).
       0050-START-PROGRAM.
           PERFORM 0055-GET-TODAY.
           DISPLAY "-- MENU MAINTENANCE --".
           PERFORM 0080-SIGN-ON.
           PERFORM 0060-LOAD-MENU-TABLE.
           PERFORM 0070-ROLL-DUE-PRICES.
           PERFORM UNTIL MM-DONE-SW = "Y"
             MOVE FUNCTION UPPER-CASE(MM-ACTION) TO MM-ACTION
             EVALUATE MM-ACTION
               WHEN "L" PERFORM 1000-LIST-MENU
               WHEN "A"
                 MOVE "MO" TO MM-ALLOWED-ROLES
                 MOVE "ADD MENU ITEM" TO MM-SEC-ACTION
                 PERFORM 0090-CHECK-ROLE
                 IF MM-ROLE-OK-SW = "Y"
                   PERFORM 2000-ADD-ITEM
                 END-IF
               WHEN "C"
                 MOVE "MO" TO MM-ALLOWED-ROLES
                 MOVE "PRICE CHANGE" TO MM-SEC-ACTION
                 PERFORM 0090-CHECK-ROLE
                 IF MM-ROLE-OK-SW = "Y"
                   PERFORM 3000-CHANGE-PRICE
                 END-IF
               WHEN "D"
                 MOVE "MO" TO MM-ALLOWED-ROLES
                 MOVE "DELETE MENU ITEM" TO MM-SEC-ACTION
                 PERFORM 0090-CHECK-ROLE
                 IF MM-ROLE-OK-SW = "Y"
                   PERFORM 4000-DELETE-ITEM
                 END-IF
               WHEN "X" MOVE "Y" TO MM-DONE-SW
               WHEN OTHER DISPLAY "INVALID ACTION, TRY AGAIN"
             END-EVALUATE
             PERFORM 5000-SAVE-MENU-FILE
           END-IF.

       0080-SIGN-ON.
           MOVE "N" TO MM-SIGNED-ON-SW.
           MOVE 0 TO MM-TRIES.
           PERFORM UNTIL MM-SIGNED-ON-SW = "Y"
           OR MM-TRIES >= MM-TRIES-MAX
             COMPUTE MM-TRIES = MM-TRIES + 1
             MOVE SPACES TO MM-USER-ID
             PERFORM UNTIL MM-USER-ID NOT = SPACES
               DISPLAY "USER ID >> "
               ACCEPT MM-USER-ID
               MOVE FUNCTION UPPER-CASE(MM-USER-ID) TO MM-USER-ID
             END-PERFORM
             DISPLAY "PIN >> "
             ACCEPT MM-USER-PIN
             MOVE "SIGN-ON" TO MM-SEC-ACTION
             PERFORM 0085-FIND-EMPLOYEE
             EVALUATE TRUE
               WHEN MM-EMP-FOUND-SW NOT = "Y"
                 DISPLAY "EMPLOYEE " MM-USER-ID " NOT ON FILE"
                 MOVE "UI" TO MM-SEC-EVENT
                 PERFORM 7000-WRITE-SECURITY-LOG
               WHEN MM-EMP-ACTIVE NOT = "Y"
                 DISPLAY "EMPLOYEE " MM-USER-ID " IS NOT ACTIVE"
                 MOVE "IN" TO MM-SEC-EVENT
                 PERFORM 7000-WRITE-SECURITY-LOG
               WHEN MM-EMP-PIN NOT = MM-USER-PIN
                 DISPLAY "WRONG PIN"
                 MOVE "BP" TO MM-SEC-EVENT
                 PERFORM 7000-WRITE-SECURITY-LOG
               WHEN OTHER
                 MOVE "Y" TO MM-SIGNED-ON-SW
                 DISPLAY "SIGNED ON: " MM-USER-NAME
             END-EVALUATE
           END-PERFORM.
           IF MM-SIGNED-ON-SW NOT = "Y"
             DISPLAY "SIGN-ON FAILED - PROGRAM ENDED"
             STOP RUN
           END-IF.

       0085-FIND-EMPLOYEE.
           MOVE "N" TO MM-EMP-FOUND-SW.
           MOVE SPACE TO MM-USER-ROLE.
           MOVE SPACES TO MM-USER-NAME.
           OPEN INPUT EMPLOYEE-FILE.
           IF EMPLOYEE-FILE-STATUS = "00"
             PERFORM UNTIL EMPLOYEE-FILE-STATUS NOT = "00"
             OR MM-EMP-FOUND-SW = "Y"
               READ EMPLOYEE-FILE
                 AT END MOVE "10" TO EMPLOYEE-FILE-STATUS
                 NOT AT END
                   IF EMP-ID = MM-USER-ID
                     MOVE "Y" TO MM-EMP-FOUND-SW
                     MOVE EMP-NAME TO MM-USER-NAME
                     MOVE EMP-PIN TO MM-EMP-PIN
                     MOVE EMP-ROLE TO MM-USER-ROLE
                     MOVE EMP-ACTIVE TO MM-EMP-ACTIVE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE EMPLOYEE-FILE
           ELSE
             DISPLAY "NO EMPLOYEE-MASTER.DAT - SET UP STAFF IN EMPMAINT"
           END-IF.

       0090-CHECK-ROLE.
           MOVE "N" TO MM-ROLE-OK-SW.
           PERFORM VARYING MM-ROLE-IDX FROM 1 BY 1 UNTIL
           MM-ROLE-IDX > 5 OR MM-ROLE-OK-SW = "Y"
             IF MM-ALLOWED-ROLES(MM-ROLE-IDX:1) = MM-USER-ROLE
               MOVE "Y" TO MM-ROLE-OK-SW
             END-IF
           END-PERFORM.
           IF MM-ROLE-OK-SW NOT = "Y"
             DISPLAY MM-USER-ID " IS NOT ALLOWED TO DO " MM-SEC-ACTION
             MOVE "RF" TO MM-SEC-EVENT
             PERFORM 7000-WRITE-SECURITY-LOG
           END-IF.

       1000-LIST-MENU.
           DISPLAY " ".
           DISPLAY "CODE  PRICE    DESCRIPTION".
           WRITE MENU-AUDIT-RECORD.
           CLOSE AUDIT-FILE.

       7000-WRITE-SECURITY-LOG.
           OPEN EXTEND SECURITY-FILE.
           IF SECURITY-FILE-STATUS = "35"
             OPEN OUTPUT SECURITY-FILE
           END-IF.
           IF SECURITY-FILE-STATUS = "00"
             MOVE SPACES TO SECURITY-LOG-RECORD
             MOVE MM-TODAY TO SEC-DATE
             MOVE MM-TIME-NOW TO SEC-TIME
             MOVE "MENUMAINT" TO SEC-PROGRAM
             MOVE MM-USER-ID TO SEC-EMP-ID
             MOVE MM-SEC-EVENT TO SEC-EVENT
             MOVE MM-USER-ROLE TO SEC-ROLE
             MOVE MM-SEC-ACTION TO SEC-ACTION
             WRITE SECURITY-LOG-RECORD
             CLOSE SECURITY-FILE
           END-IF.

           END PROGRAM MENUMAINT.

       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "EMPMAINT".
       AUTHOR.     GROUP-5.

      *> MODIFICATION HISTORY
      *> - Initial employee maintenance program for
      *>   EMPLOYEE-MASTER.DAT: add an employee with a PIN and a role
      *>   (cashier, rider, kitchen, manager, owner), change a name,
      *>   role or PIN, and deactivate or reactivate someone who has
      *>   left or come back. Only an owner may change the file (a
      *>   manager may list it); the sign-on checks the id and PIN,
      *>   and failed attempts and refused actions go to
      *>   SECURITY-LOG.DAT like every other program. When the file
      *>   is empty the first employee may be keyed without a
      *>   sign-on and must be an owner, so the system can be set up.
      *>   The owner can also list SECURITY-LOG.DAT from here.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE-MASTER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS EMPLOYEE-FILE-STATUS.
            SELECT SECURITY-FILE ASSIGN TO "SECURITY-LOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SECURITY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
         FD EMPLOYEE-FILE.
           COPY EMPREC.

         FD SECURITY-FILE.
           COPY SECREC.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-AREA.
           02 EMPLOYEE-FILE-STATUS PIC XX.
           02 SECURITY-FILE-STATUS PIC XX.

       01 EM-TABLE-AREA.
           02 EM-TABLE-COUNT       PIC 9(3) VALUE 0.
           02 EM-TABLE-MAX         PIC 9(3) VALUE 100.
           02 EM-IDX               PIC 9(3) VALUE 0.
           02 EM-FOUND-SW          PIC X VALUE "N".
           02 EM-FOUND-IDX         PIC 9(3) VALUE 0.
           02 EM-TABLE-ENTRY OCCURS 100 TIMES.
             03 EM-T-ID            PIC X(4).
             03 EM-T-NAME          PIC X(20).
             03 EM-T-PIN           PIC X(6).
             03 EM-T-ROLE          PIC X.
             03 EM-T-ACTIVE        PIC X.

       01 EM-SWITCHES.
           02 EM-DONE-SW           PIC X VALUE "N".
           02 EM-SIGNED-ON-SW      PIC X VALUE "N".
           02 EM-SETUP-SW          PIC X VALUE "N".
           02 EM-PIN-OK-SW         PIC X VALUE "N".
           02 EM-ROLE-OK-SW        PIC X VALUE "N".

       01 EM-INPUT-AREA.
           02 EM-USER-ID           PIC X(4) VALUE SPACES.
           02 EM-USER-PIN          PIC X(6) VALUE SPACES.
           02 EM-USER-ROLE         PIC X VALUE SPACE.
           02 EM-TRIES             PIC 9 VALUE 0.
           02 EM-TRIES-MAX         PIC 9 VALUE 3.
           02 EM-ACTION            PIC X.
           02 EM-IN-ID             PIC X(4).
           02 EM-IN-NAME           PIC X(20).
           02 EM-IN-PIN            PIC X(6).
           02 EM-IN-ROLE           PIC X.
           02 EM-IN-ACTIVE         PIC X.
           02 EM-CONFIRM           PIC X.
           02 EM-PIN-LEN           PIC 9 VALUE 0.
           02 EM-LOG-COUNT         PIC 9(5) VALUE 0.

       01 EM-SECURITY-WORK.
           02 EM-SEC-EVENT         PIC X(2).
           02 EM-SEC-ID            PIC X(4).
           02 EM-SEC-ROLE          PIC X.
           02 EM-SEC-ACTION        PIC X(16).

       01 EM-DISPLAY-AREAS.
           02 EM-DISPLAY-ROLE      PIC X(8).
           02 EM-DISPLAY-STATUS    PIC X(8).

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

       01 EM-DT.
           02 EM-TODAY.
             03 EM-F-YEAR  PIC 9(4).
             03 FILLER     PIC X VALUE '-'.
             03 EM-F-MONTH PIC 9(2).
             03 FILLER     PIC X VALUE '-'.
             03 EM-F-DAY   PIC 9(2).
           02 EM-TIME-NOW.
             03 EM-F-HOUR  PIC 9(2).
             03 FILLER     PIC X VALUE ':'.
             03 EM-F-MIN   PIC 9(2).


       PROCEDURE DIVISION.
           PERFORM 0050-START-PROGRAM.

       0050-START-PROGRAM.
           PERFORM 0055-GET-TODAY.
           DISPLAY "-- EMPLOYEE MAINTENANCE --".
           PERFORM 0060-LOAD-EMPLOYEE-TABLE.
           IF EM-TABLE-COUNT = 0
             DISPLAY "NO EMPLOYEES ON FILE - KEY THE FIRST OWNER"
             MOVE "Y" TO EM-SETUP-SW
             PERFORM 2000-ADD-EMPLOYEE
             IF EM-TABLE-COUNT = 0
               DISPLAY "NO OWNER KEYED - NOTHING SAVED"
               STOP RUN
             END-IF
             MOVE "N" TO EM-SETUP-SW
           END-IF.
           PERFORM 0070-SIGN-ON.
           IF EM-SIGNED-ON-SW NOT = "Y"
             STOP RUN
           END-IF.
           PERFORM UNTIL EM-DONE-SW = "Y"
             DISPLAY " "
             DISPLAY "LIST (L), ADD (A), CHANGE (C), DEACTIVATE (D),"
               " REACTIVATE (R),"
             DISPLAY "SECURITY LOG (S), EXIT (X) >> "
             ACCEPT EM-ACTION
             MOVE FUNCTION UPPER-CASE(EM-ACTION) TO EM-ACTION
             EVALUATE EM-ACTION
               WHEN "L" PERFORM 1000-LIST-EMPLOYEES
               WHEN "A"
                 MOVE "ADD EMPLOYEE" TO EM-SEC-ACTION
                 PERFORM 0080-CHECK-OWNER
                 IF EM-ROLE-OK-SW = "Y"
                   PERFORM 2000-ADD-EMPLOYEE
                 END-IF
               WHEN "C"
                 MOVE "CHANGE EMPLOYEE" TO EM-SEC-ACTION
                 PERFORM 0080-CHECK-OWNER
                 IF EM-ROLE-OK-SW = "Y"
                   PERFORM 3000-CHANGE-EMPLOYEE
                 END-IF
               WHEN "D"
                 MOVE "DEACTIVATE EMP" TO EM-SEC-ACTION
                 PERFORM 0080-CHECK-OWNER
                 IF EM-ROLE-OK-SW = "Y"
                   MOVE "N" TO EM-IN-ACTIVE
                   PERFORM 4000-SET-ACTIVE-FLAG
                 END-IF
               WHEN "R"
                 MOVE "REACTIVATE EMP" TO EM-SEC-ACTION
                 PERFORM 0080-CHECK-OWNER
                 IF EM-ROLE-OK-SW = "Y"
                   MOVE "Y" TO EM-IN-ACTIVE
                   PERFORM 4000-SET-ACTIVE-FLAG
                 END-IF
               WHEN "S"
                 MOVE "SECURITY LOG" TO EM-SEC-ACTION
                 PERFORM 0080-CHECK-OWNER
                 IF EM-ROLE-OK-SW = "Y"
                   PERFORM 6000-LIST-SECURITY-LOG
                 END-IF
               WHEN "X" MOVE "Y" TO EM-DONE-SW
               WHEN OTHER DISPLAY "INVALID ACTION, TRY AGAIN"
             END-EVALUATE
           END-PERFORM.
           STOP RUN.

       0055-GET-TODAY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO EM-F-YEAR.
           MOVE WS-CURRENT-MONTH TO EM-F-MONTH.
           MOVE WS-CURRENT-DAY TO EM-F-DAY.
           MOVE WS-CURRENT-HOURS TO EM-F-HOUR.
           MOVE WS-CURRENT-MINUTE TO EM-F-MIN.

       0060-LOAD-EMPLOYEE-TABLE.
           MOVE 0 TO EM-TABLE-COUNT.
           OPEN INPUT EMPLOYEE-FILE.
           IF EMPLOYEE-FILE-STATUS = "00"
             PERFORM UNTIL EMPLOYEE-FILE-STATUS NOT = "00"
             OR EM-TABLE-COUNT >= EM-TABLE-MAX
               READ EMPLOYEE-FILE
                 AT END MOVE "10" TO EMPLOYEE-FILE-STATUS
                 NOT AT END
                   COMPUTE EM-TABLE-COUNT = EM-TABLE-COUNT + 1
                   MOVE EMP-ID TO EM-T-ID(EM-TABLE-COUNT)
                   MOVE EMP-NAME TO EM-T-NAME(EM-TABLE-COUNT)
                   MOVE EMP-PIN TO EM-T-PIN(EM-TABLE-COUNT)
                   MOVE EMP-ROLE TO EM-T-ROLE(EM-TABLE-COUNT)
                   MOVE EMP-ACTIVE TO EM-T-ACTIVE(EM-TABLE-COUNT)
               END-READ
             END-PERFORM
             CLOSE EMPLOYEE-FILE
           END-IF.

       0065-FIND-EMPLOYEE.
           MOVE "N" TO EM-FOUND-SW.
           MOVE 0 TO EM-FOUND-IDX.
           PERFORM VARYING EM-IDX FROM 1 BY 1 UNTIL
           EM-IDX > EM-TABLE-COUNT OR EM-FOUND-SW = "Y"
             IF EM-T-ID(EM-IDX) = EM-IN-ID
               MOVE "Y" TO EM-FOUND-SW
               MOVE EM-IDX TO EM-FOUND-IDX
             END-IF
           END-PERFORM.

       0070-SIGN-ON.
           MOVE "N" TO EM-SIGNED-ON-SW.
           MOVE 0 TO EM-TRIES.
           PERFORM UNTIL EM-SIGNED-ON-SW = "Y"
           OR EM-TRIES >= EM-TRIES-MAX
             COMPUTE EM-TRIES = EM-TRIES + 1
             MOVE SPACES TO EM-USER-ID
             PERFORM UNTIL EM-USER-ID NOT = SPACES
               DISPLAY "USER ID >> "
               ACCEPT EM-USER-ID
               MOVE FUNCTION UPPER-CASE(EM-USER-ID) TO EM-USER-ID
             END-PERFORM
             DISPLAY "PIN >> "
             ACCEPT EM-USER-PIN
             MOVE EM-USER-ID TO EM-IN-ID
             MOVE EM-USER-ID TO EM-SEC-ID
             MOVE SPACE TO EM-SEC-ROLE
             MOVE "SIGN-ON" TO EM-SEC-ACTION
             PERFORM 0065-FIND-EMPLOYEE
             EVALUATE TRUE
               WHEN EM-FOUND-SW NOT = "Y"
                 DISPLAY "EMPLOYEE " EM-USER-ID " NOT ON FILE"
                 MOVE "UI" TO EM-SEC-EVENT
                 PERFORM 7000-WRITE-SECURITY-LOG
               WHEN EM-T-ACTIVE(EM-FOUND-IDX) NOT = "Y"
                 DISPLAY "EMPLOYEE " EM-USER-ID " IS NOT ACTIVE"
                 MOVE "IN" TO EM-SEC-EVENT
                 PERFORM 7000-WRITE-SECURITY-LOG
               WHEN EM-T-PIN(EM-FOUND-IDX) NOT = EM-USER-PIN
                 DISPLAY "WRONG PIN"
                 MOVE "BP" TO EM-SEC-EVENT
                 PERFORM 7000-WRITE-SECURITY-LOG
               WHEN EM-T-ROLE(EM-FOUND-IDX) NOT = "M"
               AND EM-T-ROLE(EM-FOUND-IDX) NOT = "O"
                 DISPLAY "EMPLOYEE MAINTENANCE IS FOR MANAGERS AND"
                   " OWNERS ONLY"
                 MOVE "RF" TO EM-SEC-EVENT
                 MOVE EM-T-ROLE(EM-FOUND-IDX) TO EM-SEC-ROLE
                 PERFORM 7000-WRITE-SECURITY-LOG
                 MOVE EM-TRIES-MAX TO EM-TRIES
               WHEN OTHER
                 MOVE "Y" TO EM-SIGNED-ON-SW
                 MOVE EM-T-ROLE(EM-FOUND-IDX) TO EM-USER-ROLE
                 DISPLAY "SIGNED ON: " EM-T-NAME(EM-FOUND-IDX)
             END-EVALUATE
           END-PERFORM.

       0080-CHECK-OWNER.
           IF EM-USER-ROLE = "O"
             MOVE "Y" TO EM-ROLE-OK-SW
           ELSE
             MOVE "N" TO EM-ROLE-OK-SW
             DISPLAY "ONLY AN OWNER MAY DO " EM-SEC-ACTION
             MOVE "RF" TO EM-SEC-EVENT
             MOVE EM-USER-ID TO EM-SEC-ID
             MOVE EM-USER-ROLE TO EM-SEC-ROLE
             PERFORM 7000-WRITE-SECURITY-LOG
           END-IF.

       0090-SET-DISPLAY-ROLE.
           EVALUATE EM-T-ROLE(EM-IDX)
             WHEN "C" MOVE "CASHIER" TO EM-DISPLAY-ROLE
             WHEN "R" MOVE "RIDER" TO EM-DISPLAY-ROLE
             WHEN "K" MOVE "KITCHEN" TO EM-DISPLAY-ROLE
             WHEN "M" MOVE "MANAGER" TO EM-DISPLAY-ROLE
             WHEN "O" MOVE "OWNER" TO EM-DISPLAY-ROLE
             WHEN OTHER MOVE "?" TO EM-DISPLAY-ROLE
           END-EVALUATE.
           IF EM-T-ACTIVE(EM-IDX) = "Y"
             MOVE "ACTIVE" TO EM-DISPLAY-STATUS
           ELSE
             MOVE "INACTIVE" TO EM-DISPLAY-STATUS
           END-IF.

       1000-LIST-EMPLOYEES.
           DISPLAY " ".
           DISPLAY "ID   NAME                 ROLE     STATUS".
           PERFORM VARYING EM-IDX FROM 1 BY 1 UNTIL
           EM-IDX > EM-TABLE-COUNT
             PERFORM 0090-SET-DISPLAY-ROLE
             DISPLAY EM-T-ID(EM-IDX) " " EM-T-NAME(EM-IDX) " "
               EM-DISPLAY-ROLE " " EM-DISPLAY-STATUS
           END-PERFORM.
           DISPLAY EM-TABLE-COUNT " EMPLOYEE(S) ON FILE".

       2000-ADD-EMPLOYEE.
           IF EM-TABLE-COUNT >= EM-TABLE-MAX
             DISPLAY "EMPLOYEE FILE FULL"
           ELSE
             DISPLAY "NEW EMPLOYEE ID (4 CHARACTERS) >> "
             ACCEPT EM-IN-ID
             MOVE FUNCTION UPPER-CASE(EM-IN-ID) TO EM-IN-ID
             PERFORM 0065-FIND-EMPLOYEE
             EVALUATE TRUE
               WHEN EM-IN-ID = SPACES
                 DISPLAY "ID MAY NOT BE BLANK"
               WHEN EM-FOUND-SW = "Y"
                 DISPLAY "ID " EM-IN-ID " ALREADY ON FILE"
               WHEN OTHER
                 DISPLAY "NAME >> "
                 ACCEPT EM-IN-NAME
                 MOVE FUNCTION UPPER-CASE(EM-IN-NAME) TO EM-IN-NAME
                 IF EM-SETUP-SW = "Y"
                   MOVE "O" TO EM-IN-ROLE
                   DISPLAY "FIRST EMPLOYEE IS SET UP AS OWNER"
                 ELSE
                   PERFORM 2100-GET-ROLE
                 END-IF
                 PERFORM 2200-GET-PIN
                 COMPUTE EM-TABLE-COUNT = EM-TABLE-COUNT + 1
                 MOVE EM-IN-ID TO EM-T-ID(EM-TABLE-COUNT)
                 MOVE EM-IN-NAME TO EM-T-NAME(EM-TABLE-COUNT)
                 MOVE EM-IN-PIN TO EM-T-PIN(EM-TABLE-COUNT)
                 MOVE EM-IN-ROLE TO EM-T-ROLE(EM-TABLE-COUNT)
                 MOVE "Y" TO EM-T-ACTIVE(EM-TABLE-COUNT)
                 PERFORM 5000-SAVE-EMPLOYEE-FILE
                 DISPLAY "ADDED " EM-IN-ID
             END-EVALUATE
           END-IF.

       2100-GET-ROLE.
           MOVE SPACE TO EM-IN-ROLE.
           PERFORM UNTIL EM-IN-ROLE = "C" OR EM-IN-ROLE = "R"
           OR EM-IN-ROLE = "K" OR EM-IN-ROLE = "M" OR EM-IN-ROLE = "O"
             DISPLAY "ROLE - CASHIER (C) / RIDER (R) / KITCHEN (K) /"
               " MANAGER (M) / OWNER (O) >> "
             ACCEPT EM-IN-ROLE
             MOVE FUNCTION UPPER-CASE(EM-IN-ROLE) TO EM-IN-ROLE
           END-PERFORM.

       2200-GET-PIN.
           MOVE "N" TO EM-PIN-OK-SW.
           PERFORM UNTIL EM-PIN-OK-SW = "Y"
             DISPLAY "PIN (4 TO 6 DIGITS) >> "
             ACCEPT EM-IN-PIN
             MOVE 0 TO EM-PIN-LEN
             INSPECT EM-IN-PIN TALLYING EM-PIN-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
             IF EM-PIN-LEN >= 4
             AND EM-IN-PIN(1:EM-PIN-LEN) IS NUMERIC
               MOVE "Y" TO EM-PIN-OK-SW
             ELSE
               DISPLAY "INVALID PIN - KEY 4 TO 6 DIGITS"
             END-IF
           END-PERFORM.

       3000-CHANGE-EMPLOYEE.
           DISPLAY "EMPLOYEE ID TO CHANGE >> ".
           ACCEPT EM-IN-ID.
           MOVE FUNCTION UPPER-CASE(EM-IN-ID) TO EM-IN-ID.
           PERFORM 0065-FIND-EMPLOYEE.
           IF EM-FOUND-SW NOT = "Y"
             DISPLAY "ID " EM-IN-ID " NOT ON FILE"
           ELSE
             MOVE EM-FOUND-IDX TO EM-IDX
             PERFORM 0090-SET-DISPLAY-ROLE
             DISPLAY EM-IN-ID " " EM-T-NAME(EM-FOUND-IDX) " "
               EM-DISPLAY-ROLE
             DISPLAY "NEW NAME (BLANK = KEEP) >> "
             ACCEPT EM-IN-NAME
             IF EM-IN-NAME NOT = SPACES
               MOVE FUNCTION UPPER-CASE(EM-IN-NAME) TO
                 EM-T-NAME(EM-FOUND-IDX)
             END-IF
             DISPLAY "CHANGE ROLE? Y/N >> "
             ACCEPT EM-CONFIRM
             MOVE FUNCTION UPPER-CASE(EM-CONFIRM) TO EM-CONFIRM
             IF EM-CONFIRM = "Y"
               PERFORM 2100-GET-ROLE
               IF EM-IN-ID = EM-USER-ID AND EM-IN-ROLE NOT = "O"
                 DISPLAY "YOU MAY NOT TAKE OWNER OFF YOUR OWN ID"
               ELSE
                 MOVE EM-IN-ROLE TO EM-T-ROLE(EM-FOUND-IDX)
               END-IF
             END-IF
             DISPLAY "RESET PIN? Y/N >> "
             ACCEPT EM-CONFIRM
             MOVE FUNCTION UPPER-CASE(EM-CONFIRM) TO EM-CONFIRM
             IF EM-CONFIRM = "Y"
               PERFORM 2200-GET-PIN
               MOVE EM-IN-PIN TO EM-T-PIN(EM-FOUND-IDX)
             END-IF
             PERFORM 5000-SAVE-EMPLOYEE-FILE
             DISPLAY "CHANGED " EM-IN-ID
           END-IF.

       4000-SET-ACTIVE-FLAG.
           DISPLAY "EMPLOYEE ID >> ".
           ACCEPT EM-IN-ID.
           MOVE FUNCTION UPPER-CASE(EM-IN-ID) TO EM-IN-ID.
           PERFORM 0065-FIND-EMPLOYEE.
           EVALUATE TRUE
             WHEN EM-FOUND-SW NOT = "Y"
               DISPLAY "ID " EM-IN-ID " NOT ON FILE"
             WHEN EM-IN-ID = EM-USER-ID
               DISPLAY "YOU MAY NOT CHANGE YOUR OWN ACTIVE FLAG"
             WHEN EM-T-ACTIVE(EM-FOUND-IDX) = EM-IN-ACTIVE
               DISPLAY "NOTHING TO CHANGE FOR " EM-IN-ID
             WHEN OTHER
               MOVE EM-IN-ACTIVE TO EM-T-ACTIVE(EM-FOUND-IDX)
               PERFORM 5000-SAVE-EMPLOYEE-FILE
               IF EM-IN-ACTIVE = "Y"
                 DISPLAY "REACTIVATED " EM-IN-ID
               ELSE
                 DISPLAY "DEACTIVATED " EM-IN-ID
               END-IF
           END-EVALUATE.

       5000-SAVE-EMPLOYEE-FILE.
           OPEN OUTPUT EMPLOYEE-FILE.
           PERFORM VARYING EM-IDX FROM 1 BY 1 UNTIL
           EM-IDX > EM-TABLE-COUNT
             MOVE SPACES TO EMPLOYEE-RECORD
             MOVE EM-T-ID(EM-IDX) TO EMP-ID
             MOVE EM-T-NAME(EM-IDX) TO EMP-NAME
             MOVE EM-T-PIN(EM-IDX) TO EMP-PIN
             MOVE EM-T-ROLE(EM-IDX) TO EMP-ROLE
             MOVE EM-T-ACTIVE(EM-IDX) TO EMP-ACTIVE
             WRITE EMPLOYEE-RECORD
           END-PERFORM.
           CLOSE EMPLOYEE-FILE.

       6000-LIST-SECURITY-LOG.
           MOVE 0 TO EM-LOG-COUNT.
           OPEN INPUT SECURITY-FILE.
           IF SECURITY-FILE-STATUS = "00"
             DISPLAY " "
             DISPLAY "DATE       TIME  PROGRAM    TM ID   EV R ACTION"
             PERFORM UNTIL SECURITY-FILE-STATUS NOT = "00"
               READ SECURITY-FILE
                 AT END MOVE "10" TO SECURITY-FILE-STATUS
                 NOT AT END
                   COMPUTE EM-LOG-COUNT = EM-LOG-COUNT + 1
                   DISPLAY SEC-DATE " " SEC-TIME " " SEC-PROGRAM " "
                     SEC-TERMINAL-ID " " SEC-EMP-ID " " SEC-EVENT " "
                     SEC-ROLE " " SEC-ACTION
               END-READ
             END-PERFORM
             CLOSE SECURITY-FILE
           END-IF.
           DISPLAY EM-LOG-COUNT " SECURITY EVENT(S) ON FILE".
           DISPLAY "EV: UI UNKNOWN ID, IN INACTIVE, BP WRONG PIN,"
             " RF REFUSED".

       7000-WRITE-SECURITY-LOG.
           PERFORM 0055-GET-TODAY.
           OPEN EXTEND SECURITY-FILE.
           IF SECURITY-FILE-STATUS = "35"
             OPEN OUTPUT SECURITY-FILE
           END-IF.
           IF SECURITY-FILE-STATUS = "00"
             MOVE SPACES TO SECURITY-LOG-RECORD
             MOVE EM-TODAY TO SEC-DATE
             MOVE EM-TIME-NOW TO SEC-TIME
             MOVE "EMPMAINT" TO SEC-PROGRAM
             MOVE EM-SEC-ID TO SEC-EMP-ID
             MOVE EM-SEC-EVENT TO SEC-EVENT
             MOVE EM-SEC-ROLE TO SEC-ROLE
             MOVE EM-SEC-ACTION TO SEC-ACTION
             WRITE SECURITY-LOG-RECORD
             CLOSE SECURITY-FILE
           END-IF.

           END PROGRAM EMPMAINT.

       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ACCTMAINT".
       AUTHOR.     GROUP-5.

      *> MODIFICATION HISTORY
      *> - Initial charge account maintenance for CHARGE-ACCOUNTS.DAT
      *>   (see ACCTREC): list the accounts with their balance and
      *>   credit still available, add an account, change its
      *>   company name, contacts, credit limit and terms, and put it
      *>   on hold, close it or make it active again. Sign-on is
      *>   checked against EMPLOYEE-MASTER.DAT the same way MENUMAINT
      *>   does it; any active employee may list the accounts, every
      *>   change is for managers and owners, and refusals go to
      *>   SECURITY-LOG.DAT. The balance is only ever moved by the
      *>   till and RECEIVABLES, never keyed here, and is re-read from
      *>   the file just before it is saved so a charge rung while
      *>   this program was open is not lost.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT ACCOUNT-FILE ASSIGN TO "CHARGE-ACCOUNTS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ACCOUNT-FILE-STATUS.
            SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE-MASTER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS EMPLOYEE-FILE-STATUS.
            SELECT SECURITY-FILE ASSIGN TO "SECURITY-LOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SECURITY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
         FD ACCOUNT-FILE.
           COPY ACCTREC.

         FD EMPLOYEE-FILE.
           COPY EMPREC.

         FD SECURITY-FILE.
           COPY SECREC.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-AREA.
           02 ACCOUNT-FILE-STATUS  PIC XX.
           02 EMPLOYEE-FILE-STATUS PIC XX.
           02 SECURITY-FILE-STATUS PIC XX.

       01 AM-TABLE-AREA.
           02 AM-TABLE-COUNT       PIC 9(3) VALUE 0.
           02 AM-TABLE-MAX         PIC 9(3) VALUE 200.
           02 AM-IDX               PIC 9(3) VALUE 0.
           02 AM-FOUND-SW          PIC X VALUE "N".
           02 AM-FOUND-IDX         PIC 9(3) VALUE 0.
           02 AM-REF-IDX           PIC 9(3) VALUE 0.
           02 AM-CONTACT-IDX       PIC 9 VALUE 0.
           02 AM-TABLE-ENTRY OCCURS 200 TIMES.
             03 AM-T-NUM           PIC X(6).
             03 AM-T-COMPANY       PIC X(25).
             03 AM-T-CONTACT OCCURS 3 TIMES.
               04 AM-T-CONTACT-NAME  PIC X(15).
               04 AM-T-CONTACT-PHONE PIC X(9).
             03 AM-T-LIMIT         PIC 9(7)V9(2).
             03 AM-T-TERMS         PIC 9(3).
             03 AM-T-BALANCE       PIC S9(7)V9(2).
             03 AM-T-STATUS        PIC X.

       01 AM-SWITCHES.
           02 AM-DONE-SW           PIC X VALUE "N".
           02 AM-LIMIT-OK-SW       PIC X VALUE "N".
           02 AM-TERMS-OK-SW       PIC X VALUE "N".
           02 AM-STATUS-OK-SW      PIC X VALUE "N".

       01 AM-INPUT-AREA.
           02 AM-USER-ID           PIC X(4).
           02 AM-ACTION            PIC X.
           02 AM-IN-NUM            PIC X(6).
           02 AM-IN-COMPANY        PIC X(25).
           02 AM-IN-CONTACT-NAME   PIC X(15).
           02 AM-IN-CONTACT-PHONE  PIC X(9).
           02 AM-IN-LIMIT          PIC X(9).
           02 AM-IN-LIMIT-NUM REDEFINES AM-IN-LIMIT
                                   PIC 9(7)V9(2).
           02 AM-IN-TERMS          PIC X(3).
           02 AM-IN-TERMS-NUM REDEFINES AM-IN-TERMS
                                   PIC 9(3).
           02 AM-IN-STATUS         PIC X.
           02 AM-WORK-LIMIT        PIC 9(7)V9(2) VALUE 0.
           02 AM-WORK-TERMS        PIC 9(3) VALUE 0.
           02 AM-KEEP-SW           PIC X VALUE "N".

       01 AM-DISPLAY-AREAS.
           02 AM-DISPLAY-LIMIT     PIC ZZZZZZ9.99.
           02 AM-DISPLAY-BALANCE   PIC -ZZZZZZ9.99.
           02 AM-DISPLAY-AVAIL     PIC -ZZZZZZ9.99.
           02 AM-DISPLAY-TERMS     PIC ZZ9.
           02 AM-AVAILABLE         PIC S9(7)V9(2) VALUE 0.

       01 AM-AUTH-AREA.
           02 AM-USER-PIN          PIC X(6) VALUE SPACES.
           02 AM-USER-NAME         PIC X(20) VALUE SPACES.
           02 AM-USER-ROLE         PIC X VALUE SPACE.
           02 AM-SIGNED-ON-SW      PIC X VALUE "N".
           02 AM-TRIES             PIC 9 VALUE 0.
           02 AM-TRIES-MAX         PIC 9 VALUE 3.
           02 AM-EMP-FOUND-SW      PIC X VALUE "N".
           02 AM-EMP-PIN           PIC X(6) VALUE SPACES.
           02 AM-EMP-ACTIVE        PIC X VALUE SPACE.
           02 AM-ALLOWED-ROLES     PIC X(5) VALUE SPACES.
           02 AM-ROLE-IDX          PIC 9 VALUE 0.
           02 AM-ROLE-OK-SW        PIC X VALUE "N".
           02 AM-SEC-EVENT         PIC X(2) VALUE SPACES.
           02 AM-SEC-ACTION        PIC X(16) VALUE SPACES.

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

       01 AM-DT.
           02 AM-TODAY.
             03 AM-F-YEAR  PIC 9(4).
             03 FILLER     PIC X VALUE '-'.
             03 AM-F-MONTH PIC 9(2).
             03 FILLER     PIC X VALUE '-'.
             03 AM-F-DAY   PIC 9(2).
           02 AM-TIME-NOW.
             03 AM-F-HOUR  PIC 9(2).
             03 FILLER     PIC X VALUE ':'.
             03 AM-F-MIN   PIC 9(2).


       PROCEDURE DIVISION.
           PERFORM 0050-START-PROGRAM.

       0050-START-PROGRAM.
           PERFORM 0055-GET-TODAY.
           DISPLAY "-- CHARGE ACCOUNT MAINTENANCE --".
           PERFORM 0080-SIGN-ON.
           PERFORM 0060-LOAD-ACCOUNT-TABLE.
           PERFORM UNTIL AM-DONE-SW = "Y"
             DISPLAY " "
             DISPLAY "LIST (L), ADD (A), CHANGE (C), STATUS (S),"
               " EXIT (X) >> "
             ACCEPT AM-ACTION
             MOVE FUNCTION UPPER-CASE(AM-ACTION) TO AM-ACTION
             EVALUATE AM-ACTION
               WHEN "L" PERFORM 1000-LIST-ACCOUNTS
               WHEN "A"
                 MOVE "MO" TO AM-ALLOWED-ROLES
                 MOVE "ADD ACCOUNT" TO AM-SEC-ACTION
                 PERFORM 0090-CHECK-ROLE
                 IF AM-ROLE-OK-SW = "Y"
                   PERFORM 2000-ADD-ACCOUNT
                 END-IF
               WHEN "C"
                 MOVE "MO" TO AM-ALLOWED-ROLES
                 MOVE "CHANGE ACCOUNT" TO AM-SEC-ACTION
                 PERFORM 0090-CHECK-ROLE
                 IF AM-ROLE-OK-SW = "Y"
                   PERFORM 3000-CHANGE-ACCOUNT
                 END-IF
               WHEN "S"
                 MOVE "MO" TO AM-ALLOWED-ROLES
                 MOVE "ACCOUNT STATUS" TO AM-SEC-ACTION
                 PERFORM 0090-CHECK-ROLE
                 IF AM-ROLE-OK-SW = "Y"
                   PERFORM 4000-CHANGE-STATUS
                 END-IF
               WHEN "X" MOVE "Y" TO AM-DONE-SW
               WHEN OTHER DISPLAY "INVALID ACTION, TRY AGAIN"
             END-EVALUATE
           END-PERFORM.
           STOP RUN.

       0055-GET-TODAY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO AM-F-YEAR.
           MOVE WS-CURRENT-MONTH TO AM-F-MONTH.
           MOVE WS-CURRENT-DAY TO AM-F-DAY.
           MOVE WS-CURRENT-HOURS TO AM-F-HOUR.
           MOVE WS-CURRENT-MINUTE TO AM-F-MIN.

       0060-LOAD-ACCOUNT-TABLE.
           MOVE 0 TO AM-TABLE-COUNT.
           OPEN INPUT ACCOUNT-FILE.
           IF ACCOUNT-FILE-STATUS = "00"
             PERFORM UNTIL ACCOUNT-FILE-STATUS NOT = "00"
             OR AM-TABLE-COUNT >= AM-TABLE-MAX
               READ ACCOUNT-FILE
                 AT END MOVE "10" TO ACCOUNT-FILE-STATUS
                 NOT AT END
                   COMPUTE AM-TABLE-COUNT = AM-TABLE-COUNT + 1
                   PERFORM 0062-APPLY-ACCOUNT-RECORD
               END-READ
             END-PERFORM
             CLOSE ACCOUNT-FILE
           END-IF.

       0062-APPLY-ACCOUNT-RECORD.
           MOVE ACCT-NUM TO AM-T-NUM(AM-TABLE-COUNT).
           MOVE ACCT-COMPANY TO AM-T-COMPANY(AM-TABLE-COUNT).
           PERFORM VARYING AM-CONTACT-IDX FROM 1 BY 1 UNTIL
           AM-CONTACT-IDX > 3
             MOVE ACCT-CONTACT-NAME(AM-CONTACT-IDX) TO
               AM-T-CONTACT-NAME(AM-TABLE-COUNT, AM-CONTACT-IDX)
             MOVE ACCT-CONTACT-PHONE(AM-CONTACT-IDX) TO
               AM-T-CONTACT-PHONE(AM-TABLE-COUNT, AM-CONTACT-IDX)
           END-PERFORM.
           IF ACCT-CREDIT-LIMIT IS NUMERIC
             MOVE ACCT-CREDIT-LIMIT TO AM-T-LIMIT(AM-TABLE-COUNT)
           ELSE
             MOVE 0 TO AM-T-LIMIT(AM-TABLE-COUNT)
           END-IF.
           IF ACCT-TERMS-DAYS IS NUMERIC
             MOVE ACCT-TERMS-DAYS TO AM-T-TERMS(AM-TABLE-COUNT)
           ELSE
             MOVE 0 TO AM-T-TERMS(AM-TABLE-COUNT)
           END-IF.
           IF ACCT-BALANCE IS NUMERIC
             MOVE ACCT-BALANCE TO AM-T-BALANCE(AM-TABLE-COUNT)
           ELSE
             MOVE 0 TO AM-T-BALANCE(AM-TABLE-COUNT)
           END-IF.
           MOVE ACCT-STATUS TO AM-T-STATUS(AM-TABLE-COUNT).

       0065-FIND-ACCOUNT.
           MOVE "N" TO AM-FOUND-SW.
           MOVE 0 TO AM-FOUND-IDX.
           PERFORM VARYING AM-IDX FROM 1 BY 1 UNTIL
           AM-IDX > AM-TABLE-COUNT OR AM-FOUND-SW = "Y"
             IF AM-T-NUM(AM-IDX) = AM-IN-NUM
               MOVE "Y" TO AM-FOUND-SW
               MOVE AM-IDX TO AM-FOUND-IDX
             END-IF
           END-PERFORM.

       0080-SIGN-ON.
           MOVE "N" TO AM-SIGNED-ON-SW.
           MOVE 0 TO AM-TRIES.
           PERFORM UNTIL AM-SIGNED-ON-SW = "Y"
           OR AM-TRIES >= AM-TRIES-MAX
             COMPUTE AM-TRIES = AM-TRIES + 1
             MOVE SPACES TO AM-USER-ID
             PERFORM UNTIL AM-USER-ID NOT = SPACES
               DISPLAY "USER ID >> "
               ACCEPT AM-USER-ID
               MOVE FUNCTION UPPER-CASE(AM-USER-ID) TO AM-USER-ID
             END-PERFORM
             DISPLAY "PIN >> "
             ACCEPT AM-USER-PIN
             MOVE "SIGN-ON" TO AM-SEC-ACTION
             PERFORM 0085-FIND-EMPLOYEE
             EVALUATE TRUE
               WHEN AM-EMP-FOUND-SW NOT = "Y"
                 DISPLAY "EMPLOYEE " AM-USER-ID " NOT ON FILE"
                 MOVE "UI" TO AM-SEC-EVENT
                 PERFORM 7000-WRITE-SECURITY-LOG
               WHEN AM-EMP-ACTIVE NOT = "Y"
                 DISPLAY "EMPLOYEE " AM-USER-ID " IS NOT ACTIVE"
                 MOVE "IN" TO AM-SEC-EVENT
                 PERFORM 7000-WRITE-SECURITY-LOG
               WHEN AM-EMP-PIN NOT = AM-USER-PIN
                 DISPLAY "WRONG PIN"
                 MOVE "BP" TO AM-SEC-EVENT
                 PERFORM 7000-WRITE-SECURITY-LOG
               WHEN OTHER
                 MOVE "Y" TO AM-SIGNED-ON-SW
                 DISPLAY "SIGNED ON: " AM-USER-NAME
             END-EVALUATE
           END-PERFORM.
           IF AM-SIGNED-ON-SW NOT = "Y"
             DISPLAY "SIGN-ON FAILED - PROGRAM ENDED"
             STOP RUN
           END-IF.

       0085-FIND-EMPLOYEE.
           MOVE "N" TO AM-EMP-FOUND-SW.
           MOVE SPACE TO AM-USER-ROLE.
           MOVE SPACES TO AM-USER-NAME.
           OPEN INPUT EMPLOYEE-FILE.
           IF EMPLOYEE-FILE-STATUS = "00"
             PERFORM UNTIL EMPLOYEE-FILE-STATUS NOT = "00"
             OR AM-EMP-FOUND-SW = "Y"
               READ EMPLOYEE-FILE
                 AT END MOVE "10" TO EMPLOYEE-FILE-STATUS
                 NOT AT END
                   IF EMP-ID = AM-USER-ID
                     MOVE "Y" TO AM-EMP-FOUND-SW
                     MOVE EMP-NAME TO AM-USER-NAME
                     MOVE EMP-PIN TO AM-EMP-PIN
                     MOVE EMP-ROLE TO AM-USER-ROLE
                     MOVE EMP-ACTIVE TO AM-EMP-ACTIVE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE EMPLOYEE-FILE
           ELSE
             DISPLAY "NO EMPLOYEE-MASTER.DAT - SET UP STAFF IN EMPMAINT"
           END-IF.

       0090-CHECK-ROLE.
           MOVE "N" TO AM-ROLE-OK-SW.
           PERFORM VARYING AM-ROLE-IDX FROM 1 BY 1 UNTIL
           AM-ROLE-IDX > 5 OR AM-ROLE-OK-SW = "Y"
             IF AM-ALLOWED-ROLES(AM-ROLE-IDX:1) = AM-USER-ROLE
               MOVE "Y" TO AM-ROLE-OK-SW
             END-IF
           END-PERFORM.
           IF AM-ROLE-OK-SW NOT = "Y"
             DISPLAY AM-USER-ID " IS NOT ALLOWED TO DO " AM-SEC-ACTION
             MOVE "RF" TO AM-SEC-EVENT
             PERFORM 7000-WRITE-SECURITY-LOG
           END-IF.

       1000-LIST-ACCOUNTS.
           DISPLAY " ".
           DISPLAY "ACCT   COMPANY                   ST      LIMIT"
             "     BALANCE   AVAILABLE TERMS".
           PERFORM VARYING AM-IDX FROM 1 BY 1 UNTIL
           AM-IDX > AM-TABLE-COUNT
             MOVE AM-T-LIMIT(AM-IDX) TO AM-DISPLAY-LIMIT
             MOVE AM-T-BALANCE(AM-IDX) TO AM-DISPLAY-BALANCE
             COMPUTE AM-AVAILABLE = AM-T-LIMIT(AM-IDX) -
               AM-T-BALANCE(AM-IDX)
             MOVE AM-AVAILABLE TO AM-DISPLAY-AVAIL
             MOVE AM-T-TERMS(AM-IDX) TO AM-DISPLAY-TERMS
             DISPLAY AM-T-NUM(AM-IDX) " " AM-T-COMPANY(AM-IDX) " "
               AM-T-STATUS(AM-IDX) "  " AM-DISPLAY-LIMIT " "
               AM-DISPLAY-BALANCE " " AM-DISPLAY-AVAIL "  "
               AM-DISPLAY-TERMS
             PERFORM VARYING AM-CONTACT-IDX FROM 1 BY 1 UNTIL
             AM-CONTACT-IDX > 3
               IF AM-T-CONTACT-NAME(AM-IDX, AM-CONTACT-IDX)
               NOT = SPACES
                 DISPLAY "         CONTACT: "
                   AM-T-CONTACT-NAME(AM-IDX, AM-CONTACT-IDX) " "
                   AM-T-CONTACT-PHONE(AM-IDX, AM-CONTACT-IDX)
               END-IF
             END-PERFORM
           END-PERFORM.
           DISPLAY AM-TABLE-COUNT " ACCOUNT(S) ON FILE".

       2000-ADD-ACCOUNT.
           IF AM-TABLE-COUNT >= AM-TABLE-MAX
             DISPLAY "ACCOUNT FILE FULL - CANNOT ADD"
           ELSE
             DISPLAY "NEW ACCOUNT NUMBER (UP TO 6 CHARACTERS) >> "
             ACCEPT AM-IN-NUM
             MOVE FUNCTION UPPER-CASE(AM-IN-NUM) TO AM-IN-NUM
             PERFORM 0065-FIND-ACCOUNT
             EVALUATE TRUE
               WHEN AM-IN-NUM = SPACES
                 DISPLAY "ACCOUNT NUMBER MAY NOT BE BLANK"
               WHEN AM-FOUND-SW = "Y"
                 DISPLAY "ACCOUNT " AM-IN-NUM " ALREADY ON FILE"
               WHEN OTHER
                 MOVE SPACES TO AM-IN-COMPANY
                 PERFORM UNTIL AM-IN-COMPANY NOT = SPACES
                   DISPLAY "COMPANY NAME >> "
                   ACCEPT AM-IN-COMPANY
                   MOVE FUNCTION UPPER-CASE(AM-IN-COMPANY) TO
                     AM-IN-COMPANY
                 END-PERFORM
                 COMPUTE AM-TABLE-COUNT = AM-TABLE-COUNT + 1
                 MOVE AM-TABLE-COUNT TO AM-FOUND-IDX
                 MOVE AM-IN-NUM TO AM-T-NUM(AM-FOUND-IDX)
                 MOVE AM-IN-COMPANY TO AM-T-COMPANY(AM-FOUND-IDX)
                 PERFORM VARYING AM-CONTACT-IDX FROM 1 BY 1 UNTIL
                 AM-CONTACT-IDX > 3
                   MOVE SPACES TO
                     AM-T-CONTACT-NAME(AM-FOUND-IDX, AM-CONTACT-IDX)
                   MOVE SPACES TO
                     AM-T-CONTACT-PHONE(AM-FOUND-IDX, AM-CONTACT-IDX)
                 END-PERFORM
                 MOVE "N" TO AM-KEEP-SW
                 PERFORM 2200-GET-CONTACTS
                 PERFORM 2100-GET-LIMIT
                 MOVE AM-WORK-LIMIT TO AM-T-LIMIT(AM-FOUND-IDX)
                 PERFORM 2300-GET-TERMS
                 MOVE AM-WORK-TERMS TO AM-T-TERMS(AM-FOUND-IDX)
                 MOVE 0 TO AM-T-BALANCE(AM-FOUND-IDX)
                 MOVE "A" TO AM-T-STATUS(AM-FOUND-IDX)
                 PERFORM 5000-SAVE-ACCOUNT-FILE
                 DISPLAY "ADDED ACCOUNT " AM-IN-NUM
             END-EVALUATE
           END-IF.

       2100-GET-LIMIT.
           MOVE "N" TO AM-LIMIT-OK-SW.
           PERFORM UNTIL AM-LIMIT-OK-SW = "Y"
             DISPLAY "CREDIT LIMIT AS 9 DIGITS PPPPPPPCC"
               " (EG 005000000 = 50000.00) >> "
             ACCEPT AM-IN-LIMIT
             EVALUATE TRUE
               WHEN AM-IN-LIMIT = SPACES AND AM-KEEP-SW = "Y"
                 MOVE "Y" TO AM-LIMIT-OK-SW
               WHEN AM-IN-LIMIT IS NUMERIC AND AM-IN-LIMIT-NUM > 0
                 MOVE "Y" TO AM-LIMIT-OK-SW
                 MOVE AM-IN-LIMIT-NUM TO AM-WORK-LIMIT
               WHEN OTHER
                 DISPLAY "INVALID LIMIT - KEY EXACTLY 9 DIGITS"
             END-EVALUATE
           END-PERFORM.

       2200-GET-CONTACTS.
           PERFORM VARYING AM-CONTACT-IDX FROM 1 BY 1 UNTIL
           AM-CONTACT-IDX > 3
             IF AM-KEEP-SW = "Y"
               DISPLAY "CONTACT " AM-CONTACT-IDX " IS "
                 AM-T-CONTACT-NAME(AM-FOUND-IDX, AM-CONTACT-IDX) " "
                 AM-T-CONTACT-PHONE(AM-FOUND-IDX, AM-CONTACT-IDX)
               DISPLAY "CONTACT " AM-CONTACT-IDX
                 " NAME (BLANK = KEEP, * = REMOVE) >> "
             ELSE
               DISPLAY "CONTACT " AM-CONTACT-IDX
                 " NAME (BLANK = NONE) >> "
             END-IF
             ACCEPT AM-IN-CONTACT-NAME
             MOVE FUNCTION UPPER-CASE(AM-IN-CONTACT-NAME) TO
               AM-IN-CONTACT-NAME
             EVALUATE TRUE
               WHEN AM-IN-CONTACT-NAME = "*"
                 MOVE SPACES TO
                   AM-T-CONTACT-NAME(AM-FOUND-IDX, AM-CONTACT-IDX)
                 MOVE SPACES TO
                   AM-T-CONTACT-PHONE(AM-FOUND-IDX, AM-CONTACT-IDX)
               WHEN AM-IN-CONTACT-NAME = SPACES
                 CONTINUE
               WHEN OTHER
                 MOVE AM-IN-CONTACT-NAME TO
                   AM-T-CONTACT-NAME(AM-FOUND-IDX, AM-CONTACT-IDX)
                 DISPLAY "CONTACT PHONE >> "
                 ACCEPT AM-IN-CONTACT-PHONE
                 MOVE AM-IN-CONTACT-PHONE TO
                   AM-T-CONTACT-PHONE(AM-FOUND-IDX, AM-CONTACT-IDX)
             END-EVALUATE
           END-PERFORM.
           IF AM-T-CONTACT-NAME(AM-FOUND-IDX, 1) = SPACES
           AND AM-T-CONTACT-NAME(AM-FOUND-IDX, 2) = SPACES
           AND AM-T-CONTACT-NAME(AM-FOUND-IDX, 3) = SPACES
             DISPLAY "NO CONTACT ON FILE - NOBODY CAN AUTHORIZE A"
               " CHARGE UNTIL ONE IS ADDED"
           END-IF.

       2300-GET-TERMS.
           MOVE "N" TO AM-TERMS-OK-SW.
           PERFORM UNTIL AM-TERMS-OK-SW = "Y"
             DISPLAY "PAYMENT TERMS IN DAYS AS 3 DIGITS (EG 030) >> "
             ACCEPT AM-IN-TERMS
             EVALUATE TRUE
               WHEN AM-IN-TERMS = SPACES AND AM-KEEP-SW = "Y"
                 MOVE "Y" TO AM-TERMS-OK-SW
               WHEN AM-IN-TERMS IS NUMERIC
                 MOVE "Y" TO AM-TERMS-OK-SW
                 MOVE AM-IN-TERMS-NUM TO AM-WORK-TERMS
               WHEN OTHER
                 DISPLAY "INVALID TERMS - KEY EXACTLY 3 DIGITS"
             END-EVALUATE
           END-PERFORM.

       3000-CHANGE-ACCOUNT.
           DISPLAY "ACCOUNT NUMBER TO CHANGE >> ".
           ACCEPT AM-IN-NUM.
           MOVE FUNCTION UPPER-CASE(AM-IN-NUM) TO AM-IN-NUM.
           PERFORM 0065-FIND-ACCOUNT.
           IF AM-FOUND-SW NOT = "Y"
             DISPLAY "ACCOUNT " AM-IN-NUM " NOT ON FILE"
           ELSE
             MOVE "Y" TO AM-KEEP-SW
             DISPLAY "COMPANY IS " AM-T-COMPANY(AM-FOUND-IDX)
             DISPLAY "COMPANY NAME (BLANK = KEEP) >> "
             ACCEPT AM-IN-COMPANY
             MOVE FUNCTION UPPER-CASE(AM-IN-COMPANY) TO AM-IN-COMPANY
             IF AM-IN-COMPANY NOT = SPACES
               MOVE AM-IN-COMPANY TO AM-T-COMPANY(AM-FOUND-IDX)
             END-IF
             PERFORM 2200-GET-CONTACTS
             MOVE AM-T-LIMIT(AM-FOUND-IDX) TO AM-DISPLAY-LIMIT
             DISPLAY "CREDIT LIMIT IS PHP " AM-DISPLAY-LIMIT
               " (BLANK = KEEP)"
             MOVE AM-T-LIMIT(AM-FOUND-IDX) TO AM-WORK-LIMIT
             PERFORM 2100-GET-LIMIT
             MOVE AM-WORK-LIMIT TO AM-T-LIMIT(AM-FOUND-IDX)
             IF AM-T-BALANCE(AM-FOUND-IDX) > AM-WORK-LIMIT
               MOVE AM-T-BALANCE(AM-FOUND-IDX) TO AM-DISPLAY-BALANCE
               DISPLAY "BALANCE PHP " AM-DISPLAY-BALANCE
                 " IS OVER THE NEW LIMIT - NO FURTHER CHARGES UNTIL"
                 " IT IS PAID DOWN"
             END-IF
             MOVE AM-T-TERMS(AM-FOUND-IDX) TO AM-DISPLAY-TERMS
             DISPLAY "TERMS ARE " AM-DISPLAY-TERMS " DAYS (BLANK = KEEP)"
             MOVE AM-T-TERMS(AM-FOUND-IDX) TO AM-WORK-TERMS
             PERFORM 2300-GET-TERMS
             MOVE AM-WORK-TERMS TO AM-T-TERMS(AM-FOUND-IDX)
             PERFORM 5000-SAVE-ACCOUNT-FILE
             DISPLAY "ACCOUNT " AM-IN-NUM " CHANGED"
           END-IF.

       4000-CHANGE-STATUS.
           DISPLAY "ACCOUNT NUMBER >> ".
           ACCEPT AM-IN-NUM.
           MOVE FUNCTION UPPER-CASE(AM-IN-NUM) TO AM-IN-NUM.
           PERFORM 0065-FIND-ACCOUNT.
           IF AM-FOUND-SW NOT = "Y"
             DISPLAY "ACCOUNT " AM-IN-NUM " NOT ON FILE"
           ELSE
             DISPLAY AM-IN-NUM " " AM-T-COMPANY(AM-FOUND-IDX)
               " STATUS IS " AM-T-STATUS(AM-FOUND-IDX)
             MOVE "N" TO AM-STATUS-OK-SW
             PERFORM UNTIL AM-STATUS-OK-SW = "Y"
               DISPLAY "NEW STATUS - ACTIVE (A), ON HOLD (H),"
                 " CLOSED (C) >> "
               ACCEPT AM-IN-STATUS
               MOVE FUNCTION UPPER-CASE(AM-IN-STATUS) TO AM-IN-STATUS
               IF AM-IN-STATUS = "A" OR AM-IN-STATUS = "H"
               OR AM-IN-STATUS = "C"
                 MOVE "Y" TO AM-STATUS-OK-SW
               ELSE
                 DISPLAY "INVALID STATUS, TRY AGAIN"
               END-IF
             END-PERFORM
             IF AM-IN-STATUS = "C"
             AND AM-T-BALANCE(AM-FOUND-IDX) NOT = 0
               MOVE AM-T-BALANCE(AM-FOUND-IDX) TO AM-DISPLAY-BALANCE
               DISPLAY "ACCOUNT STILL HAS A BALANCE OF PHP "
                 AM-DISPLAY-BALANCE " - PUT IT ON HOLD INSTEAD"
             ELSE
               MOVE AM-IN-STATUS TO AM-T-STATUS(AM-FOUND-IDX)
               PERFORM 5000-SAVE-ACCOUNT-FILE
               DISPLAY "ACCOUNT " AM-IN-NUM " STATUS NOW " AM-IN-STATUS
             END-IF
           END-IF.

       5000-SAVE-ACCOUNT-FILE.
           PERFORM 5100-REFRESH-BALANCES.
           OPEN OUTPUT ACCOUNT-FILE.
           PERFORM VARYING AM-IDX FROM 1 BY 1 UNTIL
           AM-IDX > AM-TABLE-COUNT
             MOVE SPACES TO ACCOUNT-RECORD
             MOVE AM-T-NUM(AM-IDX) TO ACCT-NUM
             MOVE AM-T-COMPANY(AM-IDX) TO ACCT-COMPANY
             PERFORM VARYING AM-CONTACT-IDX FROM 1 BY 1 UNTIL
             AM-CONTACT-IDX > 3
               MOVE AM-T-CONTACT-NAME(AM-IDX, AM-CONTACT-IDX) TO
                 ACCT-CONTACT-NAME(AM-CONTACT-IDX)
               MOVE AM-T-CONTACT-PHONE(AM-IDX, AM-CONTACT-IDX) TO
                 ACCT-CONTACT-PHONE(AM-CONTACT-IDX)
             END-PERFORM
             MOVE AM-T-LIMIT(AM-IDX) TO ACCT-CREDIT-LIMIT
             MOVE AM-T-TERMS(AM-IDX) TO ACCT-TERMS-DAYS
             MOVE AM-T-BALANCE(AM-IDX) TO ACCT-BALANCE
             MOVE AM-T-STATUS(AM-IDX) TO ACCT-STATUS
             WRITE ACCOUNT-RECORD
           END-PERFORM.
           CLOSE ACCOUNT-FILE.

       5100-REFRESH-BALANCES.
           OPEN INPUT ACCOUNT-FILE.
           IF ACCOUNT-FILE-STATUS = "00"
             PERFORM UNTIL ACCOUNT-FILE-STATUS NOT = "00"
               READ ACCOUNT-FILE
                 AT END MOVE "10" TO ACCOUNT-FILE-STATUS
                 NOT AT END
                   IF ACCT-BALANCE IS NUMERIC
                     PERFORM VARYING AM-REF-IDX FROM 1 BY 1 UNTIL
                     AM-REF-IDX > AM-TABLE-COUNT
                       IF AM-T-NUM(AM-REF-IDX) = ACCT-NUM
                         MOVE ACCT-BALANCE TO AM-T-BALANCE(AM-REF-IDX)
                       END-IF
                     END-PERFORM
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ACCOUNT-FILE
           END-IF.

       7000-WRITE-SECURITY-LOG.
           OPEN EXTEND SECURITY-FILE.
           IF SECURITY-FILE-STATUS = "35"
             OPEN OUTPUT SECURITY-FILE
           END-IF.
           IF SECURITY-FILE-STATUS = "00"
             MOVE SPACES TO SECURITY-LOG-RECORD
             MOVE AM-TODAY TO SEC-DATE
             MOVE AM-TIME-NOW TO SEC-TIME
             MOVE "ACCTMAINT" TO SEC-PROGRAM
             MOVE AM-USER-ID TO SEC-EMP-ID
             MOVE AM-SEC-EVENT TO SEC-EVENT
             MOVE AM-USER-ROLE TO SEC-ROLE
             MOVE AM-SEC-ACTION TO SEC-ACTION
             WRITE SECURITY-LOG-RECORD
             CLOSE SECURITY-FILE
           END-IF.

           END PROGRAM ACCTMAINT.

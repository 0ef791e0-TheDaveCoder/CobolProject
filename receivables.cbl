       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "RECEIVABLES".
       AUTHOR.     GROUP-5.

      *> MODIFICATION HISTORY
      *> - Initial back-office receivables program for the corporate
      *>   charge accounts (CHARGE-ACCOUNTS.DAT, see ACCTREC). Open
      *>   items are worked out from AR-LEDGER.DAT (see ARLREC): every
      *>   "CH" charge is an open receipt, refunds and payments come
      *>   off the receipt they name, and money not tied to a receipt
      *>   is carried as unapplied credit on the account.
      *>   POST PAYMENT (managers and owners) takes the amount,
      *>   method and payer's reference, applies it to a chosen
      *>   receipt first and then to the oldest open receipts, writes
      *>   one "PM" ledger record per receipt paid (the remainder on
      *>   receipt zero) and takes the total off the account balance.
      *>   STATEMENT prints a month's statement per account to
      *>   AR-STATEMENT-YYYYMM.DAT: the balance brought forward from
      *>   the ledger, every charge and refund credit journaled that
      *>   month (the "K" records behind the "AR" headers, read from
      *>   SALES-ARCHIVE-YYYYMM.DAT and then the live journal, the
      *>   same way VATEXPORT reads them) and every payment posted,
      *>   in date order with a running balance. A month whose
      *>   journal charges do not agree with the ledger is flagged.
      *>   AGING writes AR-AGING-REPORT.DAT with each account's open
      *>   receipts aged from the receipt date into CURRENT, 30, 60
      *>   and 90+ day columns, and flags an account whose open items
      *>   do not add back to its balance. Sign-on is checked against
      *>   EMPLOYEE-MASTER.DAT the same way MENUMAINT does it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT ACCOUNT-FILE ASSIGN TO "CHARGE-ACCOUNTS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ACCOUNT-FILE-STATUS.
            SELECT AR-LEDGER-FILE ASSIGN TO "AR-LEDGER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS AR-LEDGER-FILE-STATUS.
            SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC RV-ARCHIVE-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ARCHIVE-FILE-STATUS.
            SELECT JOURNAL-FILE ASSIGN TO "SALES-JOURNAL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS JOURNAL-FILE-STATUS.
            SELECT STATEMENT-FILE ASSIGN TO DYNAMIC RV-STATEMENT-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS STATEMENT-FILE-STATUS.
            SELECT AGING-FILE ASSIGN TO "AR-AGING-REPORT.DAT"
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
         FD ACCOUNT-FILE.
           COPY ACCTREC.

         FD AR-LEDGER-FILE.
           COPY ARLREC.

         FD ARCHIVE-FILE.
         01 ARCHIVE-RECORD           PIC X(107).

         FD JOURNAL-FILE.
         01 JOURNAL-BUFFER           PIC X(107).

         FD STATEMENT-FILE.
         01 STATEMENT-LINE           PIC X(80).

         FD AGING-FILE.
         01 AGING-LINE               PIC X(90).

         FD EMPLOYEE-FILE.
           COPY EMPREC.

         FD SECURITY-FILE.
           COPY SECREC.

       WORKING-STORAGE SECTION.
         COPY JRNLREC.

       01 WS-FILE-STATUS-AREA.
           02 ACCOUNT-FILE-STATUS   PIC XX.
           02 AR-LEDGER-FILE-STATUS PIC XX.
           02 ARCHIVE-FILE-STATUS   PIC XX.
           02 JOURNAL-FILE-STATUS   PIC XX.
           02 STATEMENT-FILE-STATUS PIC XX.
           02 AGING-FILE-STATUS     PIC XX.
           02 EMPLOYEE-FILE-STATUS  PIC XX.
           02 SECURITY-FILE-STATUS  PIC XX.

       01 RV-ARCHIVE-NAME.
           02 FILLER                PIC X(14) VALUE "SALES-ARCHIVE-".
           02 RV-AN-YEAR            PIC X(4).
           02 RV-AN-MONTH           PIC X(2).
           02 FILLER                PIC X(4) VALUE ".DAT".

       01 RV-STATEMENT-NAME.
           02 FILLER                PIC X(13) VALUE "AR-STATEMENT-".
           02 RV-STN-YEAR           PIC X(4).
           02 RV-STN-MONTH          PIC X(2).
           02 FILLER                PIC X(4) VALUE ".DAT".

       01 RV-ACCOUNT-AREA.
           02 RV-ACCT-COUNT         PIC 9(3) VALUE 0.
           02 RV-ACCT-MAX           PIC 9(3) VALUE 200.
           02 RV-ACCT-IDX           PIC 9(3) VALUE 0.
           02 RV-ACCT-HIT           PIC 9(3) VALUE 0.
           02 RV-ACCT-FOUND-SW      PIC X VALUE "N".
           02 RV-SEARCH-ACCOUNT     PIC X(6) VALUE SPACES.
           02 RV-ACCT-ENTRY OCCURS 200 TIMES.
             03 RV-A-NUM            PIC X(6).
             03 RV-A-COMPANY        PIC X(25).
             03 RV-A-LIMIT          PIC 9(7)V9(2).
             03 RV-A-TERMS          PIC 9(3).
             03 RV-A-BALANCE        PIC S9(7)V9(2).
             03 RV-A-STATUS         PIC X.
             03 RV-A-UNAPPLIED      PIC S9(7)V9(2).
             03 RV-A-FORWARD        PIC S9(7)V9(2).
             03 RV-A-LED-CHG        PIC S9(7)V9(2).
             03 RV-A-JRN-CHG        PIC S9(7)V9(2).

       01 RV-OPEN-ITEM-AREA.
           02 RV-OI-COUNT           PIC 9(3) VALUE 0.
           02 RV-OI-MAX             PIC 9(3) VALUE 500.
           02 RV-OI-IDX             PIC 9(3) VALUE 0.
           02 RV-OI-HIT             PIC 9(3) VALUE 0.
           02 RV-OI-FULL-SW         PIC X VALUE "N".
           02 RV-OI-ENTRY OCCURS 500 TIMES.
             03 RV-OI-ACCOUNT       PIC X(6).
             03 RV-OI-RECEIPT       PIC 9(6).
             03 RV-OI-DATE          PIC X(10).
             03 RV-OI-DUE           PIC X(10).
             03 RV-OI-CHARGED       PIC 9(7)V9(2).
             03 RV-OI-OPEN          PIC S9(7)V9(2).

       01 RV-STATEMENT-AREA.
           02 RV-SE-COUNT           PIC 9(3) VALUE 0.
           02 RV-SE-MAX             PIC 9(3) VALUE 500.
           02 RV-SE-IDX             PIC 9(3) VALUE 0.
           02 RV-SE-POS             PIC 9(3) VALUE 0.
           02 RV-SE-FULL-SW         PIC X VALUE "N".
           02 RV-SE-ENTRY OCCURS 500 TIMES.
             03 RV-SE-KEY.
               04 RV-SE-ACCOUNT     PIC X(6).
               04 RV-SE-DATE        PIC X(10).
               04 RV-SE-TIME        PIC X(5).
             03 RV-SE-TYPE          PIC X(2).
             03 RV-SE-RECEIPT       PIC 9(6).
             03 RV-SE-AMOUNT        PIC 9(7)V9(2).
             03 RV-SE-DUE           PIC X(10).
             03 RV-SE-REF           PIC X(15).
           02 RV-SE-NEW.
             03 RV-SN-KEY.
               04 RV-SN-ACCOUNT     PIC X(6).
               04 RV-SN-DATE        PIC X(10).
               04 RV-SN-TIME        PIC X(5).
             03 RV-SN-TYPE          PIC X(2).
             03 RV-SN-RECEIPT       PIC 9(6).
             03 RV-SN-AMOUNT        PIC 9(7)V9(2).
             03 RV-SN-DUE           PIC X(10).
             03 RV-SN-REF           PIC X(15).

       01 RV-RAW-AREA.
           02 RV-RAW-COUNT          PIC 9(3) VALUE 0.
           02 RV-RAW-MAX            PIC 9(3) VALUE 200.
           02 RV-RAW-IDX            PIC 9(3) VALUE 0.
           02 RV-RAW-HIT            PIC 9(3) VALUE 0.
           02 RV-RAW-OVERFLOW-SW    PIC X VALUE "N".
           02 RV-RAW-LINE OCCURS 200 TIMES
                                    PIC X(126).

       01 RV-SWITCHES.
           02 RV-DONE-SW            PIC X VALUE "N".
           02 RV-AMOUNT-OK-SW       PIC X VALUE "N".
           02 RV-MONTH-OK-SW        PIC X VALUE "N".
           02 RV-PRINT-SW           PIC X VALUE "N".

       01 RV-INPUT-AREA.
           02 RV-USER-ID            PIC X(4).
           02 RV-ACTION             PIC X.
           02 RV-IN-ACCOUNT         PIC X(6).
           02 RV-IN-AMOUNT          PIC X(9).
           02 RV-IN-AMOUNT-NUM REDEFINES RV-IN-AMOUNT
                                    PIC 9(7)V9(2).
           02 RV-IN-RECEIPT         PIC X(6).
           02 RV-IN-RECEIPT-NUM REDEFINES RV-IN-RECEIPT
                                    PIC 9(6).
           02 RV-IN-METHOD          PIC X(2).
           02 RV-IN-REFERENCE       PIC X(15).
           02 RV-CONFIRM            PIC X.
           02 RV-TARGET-MONTH.
             03 RV-IN-YEAR          PIC X(4).
             03 RV-IN-SEP           PIC X.
             03 RV-IN-MONTH         PIC X(2).

       01 RV-WORK-AREA.
           02 RV-PAY-AMOUNT         PIC 9(7)V9(2) VALUE 0.
           02 RV-LEFT               PIC 9(7)V9(2) VALUE 0.
           02 RV-APPLY              PIC 9(7)V9(2) VALUE 0.
           02 RV-RUN-BALANCE        PIC S9(7)V9(2) VALUE 0.
           02 RV-PM-RECEIPT         PIC 9(6) VALUE 0.
           02 RV-PM-AMOUNT          PIC 9(7)V9(2) VALUE 0.
           02 RV-PM-COUNT           PIC 9(3) VALUE 0.
           02 RV-LAST-JRNL-TYPE     PIC X VALUE SPACE.
           02 RV-LAST-JRNL-RECEIPT  PIC 9(6) VALUE 0.
           02 RV-OPEN-TOTAL         PIC S9(7)V9(2) VALUE 0.
           02 RV-YMD                PIC 9(8) VALUE 0.
           02 RV-TODAY-INT          PIC 9(7) VALUE 0.
           02 RV-AGE-DAYS           PIC S9(5) VALUE 0.
           02 RV-LINE-COUNT         PIC 9(3) VALUE 0.
           02 RV-STMT-COUNT         PIC 9(3) VALUE 0.

       01 RV-AGING-TOTALS.
           02 RV-AC-CURRENT         PIC S9(7)V9(2) VALUE 0.
           02 RV-AC-30              PIC S9(7)V9(2) VALUE 0.
           02 RV-AC-60              PIC S9(7)V9(2) VALUE 0.
           02 RV-AC-90              PIC S9(7)V9(2) VALUE 0.
           02 RV-AC-TOTAL           PIC S9(7)V9(2) VALUE 0.
           02 RV-AG-T-CURRENT       PIC S9(9)V9(2) VALUE 0.
           02 RV-AG-T-30            PIC S9(9)V9(2) VALUE 0.
           02 RV-AG-T-60            PIC S9(9)V9(2) VALUE 0.
           02 RV-AG-T-90            PIC S9(9)V9(2) VALUE 0.
           02 RV-AG-T-TOTAL         PIC S9(9)V9(2) VALUE 0.

       01 RV-DISPLAY-AREAS.
           02 RV-DISPLAY-AMT        PIC -ZZZZZZ9.99.
           02 RV-DISPLAY-OPEN       PIC -ZZZZZZ9.99.
           02 RV-DISPLAY-COUNT      PIC ZZ9.

       01 RV-AUTH-AREA.
           02 RV-USER-PIN           PIC X(6) VALUE SPACES.
           02 RV-USER-NAME          PIC X(20) VALUE SPACES.
           02 RV-USER-ROLE          PIC X VALUE SPACE.
           02 RV-SIGNED-ON-SW       PIC X VALUE "N".
           02 RV-TRIES              PIC 9 VALUE 0.
           02 RV-TRIES-MAX          PIC 9 VALUE 3.
           02 RV-EMP-FOUND-SW       PIC X VALUE "N".
           02 RV-EMP-PIN            PIC X(6) VALUE SPACES.
           02 RV-EMP-ACTIVE         PIC X VALUE SPACE.
           02 RV-ALLOWED-ROLES      PIC X(5) VALUE SPACES.
           02 RV-ROLE-IDX           PIC 9 VALUE 0.
           02 RV-ROLE-OK-SW         PIC X VALUE "N".
           02 RV-SEC-EVENT          PIC X(2) VALUE SPACES.
           02 RV-SEC-ACTION         PIC X(16) VALUE SPACES.

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

       01 RV-DT.
           02 RV-TODAY.
             03 RV-F-YEAR  PIC 9(4).
             03 FILLER     PIC X VALUE '-'.
             03 RV-F-MONTH PIC 9(2).
             03 FILLER     PIC X VALUE '-'.
             03 RV-F-DAY   PIC 9(2).
           02 RV-TIME-NOW.
             03 RV-F-HOUR  PIC 9(2).
             03 FILLER     PIC X VALUE ':'.
             03 RV-F-MIN   PIC 9(2).

       01 RV-ITEM-HEADING           PIC X(80) VALUE
           "RECEIPT DATE       DUE DATE        CHARGED        OPEN".

       01 RV-ITEM-LINE.
           02 RV-IL-RECEIPT         PIC 9(6).
           02 FILLER                PIC X(2) VALUE SPACES.
           02 RV-IL-DATE            PIC X(10).
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RV-IL-DUE             PIC X(10).
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RV-IL-CHARGED         PIC -ZZZZZZ9.99.
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RV-IL-OPEN            PIC -ZZZZZZ9.99.

       01 RV-ST-TITLE-LINE.
           02 FILLER                PIC X(26) VALUE
               "-- STATEMENT OF ACCOUNT --".
           02 FILLER                PIC X(7) VALUE " MONTH ".
           02 RV-STL-MONTH          PIC X(7).
           02 FILLER                PIC X(9) VALUE " PRINTED ".
           02 RV-STL-PRINTED        PIC X(10).

       01 RV-ST-ACCOUNT-LINE.
           02 FILLER                PIC X(8) VALUE "ACCOUNT ".
           02 RV-SAL-NUM            PIC X(6).
           02 FILLER                PIC X(2) VALUE SPACES.
           02 RV-SAL-COMPANY        PIC X(25).
           02 FILLER                PIC X(7) VALUE " TERMS ".
           02 RV-SAL-TERMS          PIC ZZ9.
           02 FILLER                PIC X(14) VALUE " DAYS  LIMIT ".
           02 RV-SAL-LIMIT          PIC ZZZZZZ9.99.

       01 RV-ST-HEADING.
           02 FILLER                PIC X(43) VALUE
               "DATE       RCPT   ENTRY    REFERENCE       ".
           02 FILLER                PIC X(34) VALUE
               "DUE DATE        AMOUNT     BALANCE".

       01 RV-ST-DETAIL-LINE.
           02 RV-SL-DATE            PIC X(10).
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RV-SL-RECEIPT         PIC X(6).
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RV-SL-DESC            PIC X(8).
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RV-SL-REF             PIC X(15).
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RV-SL-DUE             PIC X(10).
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RV-SL-AMOUNT          PIC -ZZZZZZ9.99.
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RV-SL-BALANCE         PIC -ZZZZZZ9.99.

       01 RV-AG-TITLE-LINE.
           02 FILLER                PIC X(28) VALUE
               "-- RECEIVABLES AGING AS OF ".
           02 RV-AGT-DATE           PIC X(10).
           02 FILLER                PIC X(3) VALUE " --".

       01 RV-AG-HEADING.
           02 FILLER                PIC X(46) VALUE
               "ACCT   COMPANY             CURRENT     30 DAYS".
           02 FILLER                PIC X(36) VALUE
               "     60 DAYS    90+ DAYS       TOTAL".

       01 RV-AG-DETAIL-LINE.
           02 RV-AGL-ACCOUNT        PIC X(6).
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RV-AGL-COMPANY        PIC X(15).
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RV-AGL-CURRENT        PIC -ZZZZZZ9.99.
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RV-AGL-30             PIC -ZZZZZZ9.99.
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RV-AGL-60             PIC -ZZZZZZ9.99.
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RV-AGL-90             PIC -ZZZZZZ9.99.
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RV-AGL-TOTAL          PIC -ZZZZZZ9.99.


       PROCEDURE DIVISION.
           PERFORM 0050-START-PROGRAM.

       0050-START-PROGRAM.
           PERFORM 0055-GET-TODAY.
           DISPLAY "-- CHARGE ACCOUNT RECEIVABLES --".
           PERFORM 0080-SIGN-ON.
           PERFORM UNTIL RV-DONE-SW = "Y"
             DISPLAY " "
             DISPLAY "OPEN ITEMS (O), POST PAYMENT (P), STATEMENTS (S),"
               " AGING (G), EXIT (X) >> "
             ACCEPT RV-ACTION
             MOVE FUNCTION UPPER-CASE(RV-ACTION) TO RV-ACTION
             EVALUATE RV-ACTION
               WHEN "O" PERFORM 1000-SHOW-OPEN-ITEMS
               WHEN "P"
                 MOVE "MO" TO RV-ALLOWED-ROLES
                 MOVE "POST AR PAYMENT" TO RV-SEC-ACTION
                 PERFORM 0090-CHECK-ROLE
                 IF RV-ROLE-OK-SW = "Y"
                   PERFORM 2000-POST-PAYMENT
                 END-IF
               WHEN "S" PERFORM 3000-PRINT-STATEMENTS
               WHEN "G" PERFORM 4000-AGING-REPORT
               WHEN "X" MOVE "Y" TO RV-DONE-SW
               WHEN OTHER DISPLAY "INVALID ACTION, TRY AGAIN"
             END-EVALUATE
           END-PERFORM.
           STOP RUN.

       0055-GET-TODAY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO RV-F-YEAR.
           MOVE WS-CURRENT-MONTH TO RV-F-MONTH.
           MOVE WS-CURRENT-DAY TO RV-F-DAY.
           MOVE WS-CURRENT-HOURS TO RV-F-HOUR.
           MOVE WS-CURRENT-MINUTE TO RV-F-MIN.
           COMPUTE RV-YMD = (WS-CURRENT-YEAR * 10000) +
             (WS-CURRENT-MONTH * 100) + WS-CURRENT-DAY.
           COMPUTE RV-TODAY-INT = FUNCTION INTEGER-OF-DATE(RV-YMD).

       0060-LOAD-ACCOUNT-TABLE.
           MOVE 0 TO RV-ACCT-COUNT.
           OPEN INPUT ACCOUNT-FILE.
           IF ACCOUNT-FILE-STATUS = "00"
             PERFORM UNTIL ACCOUNT-FILE-STATUS NOT = "00"
             OR RV-ACCT-COUNT >= RV-ACCT-MAX
               READ ACCOUNT-FILE
                 AT END MOVE "10" TO ACCOUNT-FILE-STATUS
                 NOT AT END
                   COMPUTE RV-ACCT-COUNT = RV-ACCT-COUNT + 1
                   PERFORM 0062-APPLY-ACCOUNT-RECORD
               END-READ
             END-PERFORM
             CLOSE ACCOUNT-FILE
           ELSE
             DISPLAY "NO CHARGE-ACCOUNTS.DAT - SET UP ACCOUNTS IN"
               " ACCTMAINT"
           END-IF.

       0062-APPLY-ACCOUNT-RECORD.
           MOVE ACCT-NUM TO RV-A-NUM(RV-ACCT-COUNT).
           MOVE ACCT-COMPANY TO RV-A-COMPANY(RV-ACCT-COUNT).
           MOVE ACCT-STATUS TO RV-A-STATUS(RV-ACCT-COUNT).
           MOVE 0 TO RV-A-LIMIT(RV-ACCT-COUNT).
           MOVE 0 TO RV-A-TERMS(RV-ACCT-COUNT).
           MOVE 0 TO RV-A-BALANCE(RV-ACCT-COUNT).
           IF ACCT-CREDIT-LIMIT IS NUMERIC
             MOVE ACCT-CREDIT-LIMIT TO RV-A-LIMIT(RV-ACCT-COUNT)
           END-IF.
           IF ACCT-TERMS-DAYS IS NUMERIC
             MOVE ACCT-TERMS-DAYS TO RV-A-TERMS(RV-ACCT-COUNT)
           END-IF.
           IF ACCT-BALANCE IS NUMERIC
             MOVE ACCT-BALANCE TO RV-A-BALANCE(RV-ACCT-COUNT)
           END-IF.
           MOVE 0 TO RV-A-UNAPPLIED(RV-ACCT-COUNT).
           MOVE 0 TO RV-A-FORWARD(RV-ACCT-COUNT).
           MOVE 0 TO RV-A-LED-CHG(RV-ACCT-COUNT).
           MOVE 0 TO RV-A-JRN-CHG(RV-ACCT-COUNT).

       0065-FIND-ACCOUNT.
           MOVE "N" TO RV-ACCT-FOUND-SW.
           MOVE 0 TO RV-ACCT-HIT.
           PERFORM VARYING RV-ACCT-IDX FROM 1 BY 1 UNTIL
           RV-ACCT-IDX > RV-ACCT-COUNT OR RV-ACCT-FOUND-SW = "Y"
             IF RV-A-NUM(RV-ACCT-IDX) = RV-SEARCH-ACCOUNT
               MOVE "Y" TO RV-ACCT-FOUND-SW
               MOVE RV-ACCT-IDX TO RV-ACCT-HIT
             END-IF
           END-PERFORM.

       0070-ACCEPT-ACCOUNT.
           PERFORM 0060-LOAD-ACCOUNT-TABLE.
           DISPLAY "ACCOUNT NUMBER >> ".
           ACCEPT RV-IN-ACCOUNT.
           MOVE FUNCTION UPPER-CASE(RV-IN-ACCOUNT) TO RV-IN-ACCOUNT.
           MOVE RV-IN-ACCOUNT TO RV-SEARCH-ACCOUNT.
           PERFORM 0065-FIND-ACCOUNT.
           IF RV-ACCT-FOUND-SW NOT = "Y"
             DISPLAY "ACCOUNT " RV-IN-ACCOUNT " NOT ON FILE"
           ELSE
             DISPLAY RV-IN-ACCOUNT " " RV-A-COMPANY(RV-ACCT-HIT)
               " STATUS " RV-A-STATUS(RV-ACCT-HIT)
           END-IF.

       0080-SIGN-ON.
           MOVE "N" TO RV-SIGNED-ON-SW.
           MOVE 0 TO RV-TRIES.
           PERFORM UNTIL RV-SIGNED-ON-SW = "Y"
           OR RV-TRIES >= RV-TRIES-MAX
             COMPUTE RV-TRIES = RV-TRIES + 1
             MOVE SPACES TO RV-USER-ID
             PERFORM UNTIL RV-USER-ID NOT = SPACES
               DISPLAY "USER ID >> "
               ACCEPT RV-USER-ID
               MOVE FUNCTION UPPER-CASE(RV-USER-ID) TO RV-USER-ID
             END-PERFORM
             DISPLAY "PIN >> "
             ACCEPT RV-USER-PIN
             MOVE "SIGN-ON" TO RV-SEC-ACTION
             PERFORM 0085-FIND-EMPLOYEE
             EVALUATE TRUE
               WHEN RV-EMP-FOUND-SW NOT = "Y"
                 DISPLAY "EMPLOYEE " RV-USER-ID " NOT ON FILE"
                 MOVE "UI" TO RV-SEC-EVENT
                 PERFORM 7000-WRITE-SECURITY-LOG
               WHEN RV-EMP-ACTIVE NOT = "Y"
                 DISPLAY "EMPLOYEE " RV-USER-ID " IS NOT ACTIVE"
                 MOVE "IN" TO RV-SEC-EVENT
                 PERFORM 7000-WRITE-SECURITY-LOG
               WHEN RV-EMP-PIN NOT = RV-USER-PIN
                 DISPLAY "WRONG PIN"
                 MOVE "BP" TO RV-SEC-EVENT
                 PERFORM 7000-WRITE-SECURITY-LOG
               WHEN OTHER
                 MOVE "Y" TO RV-SIGNED-ON-SW
                 DISPLAY "SIGNED ON: " RV-USER-NAME
             END-EVALUATE
           END-PERFORM.
           IF RV-SIGNED-ON-SW NOT = "Y"
             DISPLAY "SIGN-ON FAILED - PROGRAM ENDED"
             STOP RUN
           END-IF.

       0085-FIND-EMPLOYEE.
           MOVE "N" TO RV-EMP-FOUND-SW.
           MOVE SPACE TO RV-USER-ROLE.
           MOVE SPACES TO RV-USER-NAME.
           OPEN INPUT EMPLOYEE-FILE.
           IF EMPLOYEE-FILE-STATUS = "00"
             PERFORM UNTIL EMPLOYEE-FILE-STATUS NOT = "00"
             OR RV-EMP-FOUND-SW = "Y"
               READ EMPLOYEE-FILE
                 AT END MOVE "10" TO EMPLOYEE-FILE-STATUS
                 NOT AT END
                   IF EMP-ID = RV-USER-ID
                     MOVE "Y" TO RV-EMP-FOUND-SW
                     MOVE EMP-NAME TO RV-USER-NAME
                     MOVE EMP-PIN TO RV-EMP-PIN
                     MOVE EMP-ROLE TO RV-USER-ROLE
                     MOVE EMP-ACTIVE TO RV-EMP-ACTIVE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE EMPLOYEE-FILE
           ELSE
             DISPLAY "NO EMPLOYEE-MASTER.DAT - SET UP STAFF IN EMPMAINT"
           END-IF.

       0090-CHECK-ROLE.
           MOVE "N" TO RV-ROLE-OK-SW.
           PERFORM VARYING RV-ROLE-IDX FROM 1 BY 1 UNTIL
           RV-ROLE-IDX > 5 OR RV-ROLE-OK-SW = "Y"
             IF RV-ALLOWED-ROLES(RV-ROLE-IDX:1) = RV-USER-ROLE
               MOVE "Y" TO RV-ROLE-OK-SW
             END-IF
           END-PERFORM.
           IF RV-ROLE-OK-SW NOT = "Y"
             DISPLAY RV-USER-ID " IS NOT ALLOWED TO DO " RV-SEC-ACTION
             MOVE "RF" TO RV-SEC-EVENT
             PERFORM 7000-WRITE-SECURITY-LOG
           END-IF.

       0100-LOAD-OPEN-ITEMS.
           MOVE 0 TO RV-OI-COUNT.
           MOVE "N" TO RV-OI-FULL-SW.
           PERFORM VARYING RV-ACCT-IDX FROM 1 BY 1 UNTIL
           RV-ACCT-IDX > RV-ACCT-COUNT
             MOVE 0 TO RV-A-UNAPPLIED(RV-ACCT-IDX)
           END-PERFORM.
           OPEN INPUT AR-LEDGER-FILE.
           IF AR-LEDGER-FILE-STATUS = "00"
             PERFORM UNTIL AR-LEDGER-FILE-STATUS NOT = "00"
               READ AR-LEDGER-FILE
                 AT END MOVE "10" TO AR-LEDGER-FILE-STATUS
                 NOT AT END
                   IF ARL-AMOUNT IS NUMERIC
                     PERFORM 0110-APPLY-LEDGER-RECORD
                   END-IF
               END-READ
             END-PERFORM
             CLOSE AR-LEDGER-FILE
           END-IF.
           IF RV-OI-FULL-SW = "Y"
             DISPLAY "MORE THAN " RV-OI-MAX " OPEN RECEIPTS - LATER"
               " CHARGES ARE LEFT OFF THE OPEN ITEMS"
           END-IF.

       0110-APPLY-LEDGER-RECORD.
           MOVE ARL-ACCOUNT-NUM TO RV-SEARCH-ACCOUNT.
           PERFORM 0065-FIND-ACCOUNT.
           PERFORM 0120-FIND-OPEN-ITEM.
           EVALUATE TRUE
             WHEN ARL-IS-CHARGE AND RV-OI-HIT > 0
               COMPUTE RV-OI-CHARGED(RV-OI-HIT) =
                 RV-OI-CHARGED(RV-OI-HIT) + ARL-AMOUNT
               COMPUTE RV-OI-OPEN(RV-OI-HIT) =
                 RV-OI-OPEN(RV-OI-HIT) + ARL-AMOUNT
             WHEN ARL-IS-CHARGE
               IF RV-OI-COUNT < RV-OI-MAX
                 COMPUTE RV-OI-COUNT = RV-OI-COUNT + 1
                 MOVE ARL-ACCOUNT-NUM TO RV-OI-ACCOUNT(RV-OI-COUNT)
                 MOVE ARL-RECEIPT-NUM TO RV-OI-RECEIPT(RV-OI-COUNT)
                 MOVE ARL-DATE TO RV-OI-DATE(RV-OI-COUNT)
                 MOVE ARL-DUE-DATE TO RV-OI-DUE(RV-OI-COUNT)
                 MOVE ARL-AMOUNT TO RV-OI-CHARGED(RV-OI-COUNT)
                 MOVE ARL-AMOUNT TO RV-OI-OPEN(RV-OI-COUNT)
               ELSE
                 MOVE "Y" TO RV-OI-FULL-SW
               END-IF
             WHEN (ARL-IS-REFUND OR ARL-IS-PAYMENT) AND RV-OI-HIT > 0
               COMPUTE RV-OI-OPEN(RV-OI-HIT) =
                 RV-OI-OPEN(RV-OI-HIT) - ARL-AMOUNT
               IF RV-OI-OPEN(RV-OI-HIT) <= 0
                 IF RV-ACCT-HIT > 0
                   COMPUTE RV-A-UNAPPLIED(RV-ACCT-HIT) =
                     RV-A-UNAPPLIED(RV-ACCT-HIT) -
                     RV-OI-OPEN(RV-OI-HIT)
                 END-IF
                 PERFORM 0130-DROP-OPEN-ITEM
               END-IF
             WHEN ARL-IS-REFUND OR ARL-IS-PAYMENT
               IF RV-ACCT-HIT > 0
                 COMPUTE RV-A-UNAPPLIED(RV-ACCT-HIT) =
                   RV-A-UNAPPLIED(RV-ACCT-HIT) + ARL-AMOUNT
               END-IF
           END-EVALUATE.

       0120-FIND-OPEN-ITEM.
           MOVE 0 TO RV-OI-HIT.
           IF ARL-RECEIPT-NUM > 0
             PERFORM VARYING RV-OI-IDX FROM 1 BY 1 UNTIL
             RV-OI-IDX > RV-OI-COUNT OR RV-OI-HIT > 0
               IF RV-OI-ACCOUNT(RV-OI-IDX) = ARL-ACCOUNT-NUM
               AND RV-OI-RECEIPT(RV-OI-IDX) = ARL-RECEIPT-NUM
                 MOVE RV-OI-IDX TO RV-OI-HIT
               END-IF
             END-PERFORM
           END-IF.

       0130-DROP-OPEN-ITEM.
           PERFORM VARYING RV-OI-IDX FROM RV-OI-HIT BY 1 UNTIL
           RV-OI-IDX >= RV-OI-COUNT
             MOVE RV-OI-ENTRY(RV-OI-IDX + 1) TO RV-OI-ENTRY(RV-OI-IDX)
           END-PERFORM.
           COMPUTE RV-OI-COUNT = RV-OI-COUNT - 1.

       1000-SHOW-OPEN-ITEMS.
           PERFORM 0070-ACCEPT-ACCOUNT.
           IF RV-ACCT-FOUND-SW = "Y"
             PERFORM 0100-LOAD-OPEN-ITEMS
             PERFORM 1100-LIST-ACCOUNT-ITEMS
           END-IF.

       1100-LIST-ACCOUNT-ITEMS.
           MOVE RV-IN-ACCOUNT TO RV-SEARCH-ACCOUNT.
           PERFORM 0065-FIND-ACCOUNT.
           MOVE 0 TO RV-LINE-COUNT.
           MOVE 0 TO RV-OPEN-TOTAL.
           DISPLAY RV-ITEM-HEADING.
           PERFORM VARYING RV-OI-IDX FROM 1 BY 1 UNTIL
           RV-OI-IDX > RV-OI-COUNT
             IF RV-OI-ACCOUNT(RV-OI-IDX) = RV-IN-ACCOUNT
               COMPUTE RV-LINE-COUNT = RV-LINE-COUNT + 1
               COMPUTE RV-OPEN-TOTAL = RV-OPEN-TOTAL +
                 RV-OI-OPEN(RV-OI-IDX)
               MOVE RV-OI-RECEIPT(RV-OI-IDX) TO RV-IL-RECEIPT
               MOVE RV-OI-DATE(RV-OI-IDX) TO RV-IL-DATE
               MOVE RV-OI-DUE(RV-OI-IDX) TO RV-IL-DUE
               MOVE RV-OI-CHARGED(RV-OI-IDX) TO RV-IL-CHARGED
               MOVE RV-OI-OPEN(RV-OI-IDX) TO RV-IL-OPEN
               DISPLAY RV-ITEM-LINE
             END-IF
           END-PERFORM.
           MOVE RV-LINE-COUNT TO RV-DISPLAY-COUNT.
           MOVE RV-OPEN-TOTAL TO RV-DISPLAY-AMT.
           DISPLAY RV-DISPLAY-COUNT " OPEN RECEIPT(S) TOTALLING PHP "
             RV-DISPLAY-AMT.
           IF RV-A-UNAPPLIED(RV-ACCT-HIT) NOT = 0
             MOVE RV-A-UNAPPLIED(RV-ACCT-HIT) TO RV-DISPLAY-AMT
             DISPLAY "UNAPPLIED CREDIT ON ACCOUNT: PHP " RV-DISPLAY-AMT
           END-IF.
           MOVE RV-A-BALANCE(RV-ACCT-HIT) TO RV-DISPLAY-AMT.
           DISPLAY "BALANCE ON ACCOUNT FILE: PHP " RV-DISPLAY-AMT.

       2000-POST-PAYMENT.
           PERFORM 0070-ACCEPT-ACCOUNT.
           IF RV-ACCT-FOUND-SW = "Y"
             PERFORM 0100-LOAD-OPEN-ITEMS
             PERFORM 1100-LIST-ACCOUNT-ITEMS
             PERFORM 2100-GET-PAYMENT-DETAILS
             MOVE RV-PAY-AMOUNT TO RV-DISPLAY-AMT
             DISPLAY "POST PHP " RV-DISPLAY-AMT " FROM ACCOUNT "
               RV-IN-ACCOUNT "? Y/N >> "
             ACCEPT RV-CONFIRM
             MOVE FUNCTION UPPER-CASE(RV-CONFIRM) TO RV-CONFIRM
             IF RV-CONFIRM = "Y"
               PERFORM 2200-APPLY-PAYMENT
             ELSE
               DISPLAY "PAYMENT NOT POSTED"
             END-IF
           END-IF.

       2100-GET-PAYMENT-DETAILS.
           MOVE "N" TO RV-AMOUNT-OK-SW.
           PERFORM UNTIL RV-AMOUNT-OK-SW = "Y"
             DISPLAY "AMOUNT RECEIVED AS 9 DIGITS PPPPPPPCC"
               " (EG 000150000 = 1500.00) >> "
             ACCEPT RV-IN-AMOUNT
             IF RV-IN-AMOUNT IS NUMERIC AND RV-IN-AMOUNT-NUM > 0
               MOVE "Y" TO RV-AMOUNT-OK-SW
               MOVE RV-IN-AMOUNT-NUM TO RV-PAY-AMOUNT
             ELSE
               DISPLAY "INVALID AMOUNT - KEY EXACTLY 9 DIGITS"
             END-IF
           END-PERFORM.
           MOVE SPACES TO RV-IN-METHOD.
           PERFORM UNTIL RV-IN-METHOD = "CA" OR RV-IN-METHOD = "CK"
           OR RV-IN-METHOD = "BT" OR RV-IN-METHOD = "GC"
             DISPLAY "PAID BY - CASH (CA), CHEQUE (CK),"
               " BANK TRANSFER (BT), GCASH (GC) >> "
             ACCEPT RV-IN-METHOD
             MOVE FUNCTION UPPER-CASE(RV-IN-METHOD) TO RV-IN-METHOD
           END-PERFORM.
           DISPLAY "CHEQUE / TRANSFER REFERENCE (BLANK IF NONE) >> ".
           ACCEPT RV-IN-REFERENCE.
           MOVE FUNCTION UPPER-CASE(RV-IN-REFERENCE) TO RV-IN-REFERENCE.
           MOVE 0 TO RV-PM-RECEIPT.
           DISPLAY "APPLY FIRST TO RECEIPT (BLANK = OLDEST FIRST) >> ".
           ACCEPT RV-IN-RECEIPT.
           IF RV-IN-RECEIPT NOT = SPACES
             IF RV-IN-RECEIPT IS NUMERIC
               MOVE RV-IN-RECEIPT-NUM TO ARL-RECEIPT-NUM
               MOVE RV-IN-ACCOUNT TO ARL-ACCOUNT-NUM
               PERFORM 0120-FIND-OPEN-ITEM
               IF RV-OI-HIT > 0
                 MOVE RV-IN-RECEIPT-NUM TO RV-PM-RECEIPT
               ELSE
                 DISPLAY "RECEIPT " RV-IN-RECEIPT
                   " IS NOT OPEN ON THIS ACCOUNT - OLDEST FIRST"
               END-IF
             ELSE
               DISPLAY "RECEIPT NUMBER MUST BE 6 DIGITS - OLDEST FIRST"
             END-IF
           END-IF.

       2200-APPLY-PAYMENT.
           PERFORM 2400-LOAD-RAW-ACCOUNTS.
           IF RV-RAW-HIT = 0
             DISPLAY "ACCOUNT " RV-IN-ACCOUNT " NOT FOUND ON RE-READ"
               " - PAYMENT NOT POSTED"
           ELSE
             MOVE RV-PAY-AMOUNT TO RV-LEFT
             MOVE 0 TO RV-PM-COUNT
             IF RV-PM-RECEIPT > 0
               MOVE RV-PM-RECEIPT TO ARL-RECEIPT-NUM
               MOVE RV-IN-ACCOUNT TO ARL-ACCOUNT-NUM
               PERFORM 0120-FIND-OPEN-ITEM
               PERFORM 2210-APPLY-TO-ITEM
             END-IF
             PERFORM VARYING RV-OI-IDX FROM 1 BY 1 UNTIL
             RV-OI-IDX > RV-OI-COUNT OR RV-LEFT = 0
               IF RV-OI-ACCOUNT(RV-OI-IDX) = RV-IN-ACCOUNT
               AND RV-OI-OPEN(RV-OI-IDX) > 0
                 MOVE RV-OI-IDX TO RV-OI-HIT
                 PERFORM 2210-APPLY-TO-ITEM
               END-IF
             END-PERFORM
             IF RV-LEFT > 0
               MOVE 0 TO RV-PM-RECEIPT
               MOVE RV-LEFT TO RV-PM-AMOUNT
               COMPUTE RV-RUN-BALANCE = RV-RUN-BALANCE - RV-LEFT
               PERFORM 2300-WRITE-PAYMENT-LEDGER
               MOVE RV-LEFT TO RV-DISPLAY-AMT
               DISPLAY "PHP " RV-DISPLAY-AMT
                 " LEFT AS UNAPPLIED CREDIT ON THE ACCOUNT"
               MOVE 0 TO RV-LEFT
             END-IF
             PERFORM 2450-REWRITE-ACCOUNTS
             MOVE RV-PM-COUNT TO RV-DISPLAY-COUNT
             MOVE RV-RUN-BALANCE TO RV-DISPLAY-AMT
             DISPLAY "PAYMENT POSTED IN " RV-DISPLAY-COUNT
               " LEDGER RECORD(S) - NEW BALANCE PHP " RV-DISPLAY-AMT
           END-IF.

       2210-APPLY-TO-ITEM.
           IF RV-OI-OPEN(RV-OI-HIT) > RV-LEFT
             MOVE RV-LEFT TO RV-APPLY
           ELSE
             MOVE RV-OI-OPEN(RV-OI-HIT) TO RV-APPLY
           END-IF.
           IF RV-APPLY > 0
             COMPUTE RV-OI-OPEN(RV-OI-HIT) =
               RV-OI-OPEN(RV-OI-HIT) - RV-APPLY
             COMPUTE RV-LEFT = RV-LEFT - RV-APPLY
             COMPUTE RV-RUN-BALANCE = RV-RUN-BALANCE - RV-APPLY
             MOVE RV-OI-RECEIPT(RV-OI-HIT) TO RV-PM-RECEIPT
             MOVE RV-APPLY TO RV-PM-AMOUNT
             PERFORM 2300-WRITE-PAYMENT-LEDGER
             MOVE RV-APPLY TO RV-DISPLAY-AMT
             DISPLAY "PHP " RV-DISPLAY-AMT " APPLIED TO RECEIPT "
               RV-PM-RECEIPT
           END-IF.

       2300-WRITE-PAYMENT-LEDGER.
           OPEN EXTEND AR-LEDGER-FILE.
           IF AR-LEDGER-FILE-STATUS = "35"
             OPEN OUTPUT AR-LEDGER-FILE
           END-IF.
           IF AR-LEDGER-FILE-STATUS = "00"
             MOVE SPACES TO AR-LEDGER-RECORD
             MOVE RV-TODAY TO ARL-DATE
             MOVE RV-TIME-NOW TO ARL-TIME
             MOVE RV-IN-ACCOUNT TO ARL-ACCOUNT-NUM
             MOVE "PM" TO ARL-EVENT-TYPE
             MOVE RV-PM-RECEIPT TO ARL-RECEIPT-NUM
             MOVE RV-PM-AMOUNT TO ARL-AMOUNT
             MOVE RV-IN-METHOD TO ARL-PAY-METHOD
             MOVE RV-IN-REFERENCE TO ARL-REFERENCE
             MOVE RV-RUN-BALANCE TO ARL-BALANCE
             MOVE RV-USER-ID TO ARL-USER-ID
             WRITE AR-LEDGER-RECORD
             CLOSE AR-LEDGER-FILE
             COMPUTE RV-PM-COUNT = RV-PM-COUNT + 1
           END-IF.

       2400-LOAD-RAW-ACCOUNTS.
           MOVE 0 TO RV-RAW-COUNT.
           MOVE 0 TO RV-RAW-HIT.
           MOVE "N" TO RV-RAW-OVERFLOW-SW.
           MOVE 0 TO RV-RUN-BALANCE.
           OPEN INPUT ACCOUNT-FILE.
           IF ACCOUNT-FILE-STATUS = "00"
             PERFORM UNTIL ACCOUNT-FILE-STATUS NOT = "00"
               READ ACCOUNT-FILE
                 AT END MOVE "10" TO ACCOUNT-FILE-STATUS
                 NOT AT END
                   IF RV-RAW-COUNT >= RV-RAW-MAX
                     MOVE "Y" TO RV-RAW-OVERFLOW-SW
                   ELSE
                     COMPUTE RV-RAW-COUNT = RV-RAW-COUNT + 1
                     MOVE ACCOUNT-RECORD TO RV-RAW-LINE(RV-RAW-COUNT)
                     IF ACCT-NUM = RV-IN-ACCOUNT
                       MOVE RV-RAW-COUNT TO RV-RAW-HIT
                       IF ACCT-BALANCE IS NUMERIC
                         MOVE ACCT-BALANCE TO RV-RUN-BALANCE
                       END-IF
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ACCOUNT-FILE
           END-IF.

       2450-REWRITE-ACCOUNTS.
           IF RV-RAW-OVERFLOW-SW = "Y"
             DISPLAY "CHARGE-ACCOUNTS.DAT TOO LARGE TO UPDATE - BALANCE"
               " OF ACCOUNT " RV-IN-ACCOUNT " MUST BE CORRECTED"
           ELSE
             MOVE RV-RAW-LINE(RV-RAW-HIT) TO ACCOUNT-RECORD
             MOVE RV-RUN-BALANCE TO ACCT-BALANCE
             MOVE ACCOUNT-RECORD TO RV-RAW-LINE(RV-RAW-HIT)
             OPEN OUTPUT ACCOUNT-FILE
             PERFORM VARYING RV-RAW-IDX FROM 1 BY 1 UNTIL
             RV-RAW-IDX > RV-RAW-COUNT
               MOVE RV-RAW-LINE(RV-RAW-IDX) TO ACCOUNT-RECORD
               WRITE ACCOUNT-RECORD
             END-PERFORM
             CLOSE ACCOUNT-FILE
             MOVE RV-RUN-BALANCE TO RV-A-BALANCE(RV-ACCT-HIT)
           END-IF.

       3000-PRINT-STATEMENTS.
           PERFORM 0060-LOAD-ACCOUNT-TABLE.
           PERFORM 3100-GET-STATEMENT-MONTH.
           DISPLAY "ACCOUNT NUMBER (BLANK = ALL ACCOUNTS) >> ".
           ACCEPT RV-IN-ACCOUNT.
           MOVE FUNCTION UPPER-CASE(RV-IN-ACCOUNT) TO RV-IN-ACCOUNT.
           MOVE "Y" TO RV-ACCT-FOUND-SW.
           IF RV-IN-ACCOUNT NOT = SPACES
             MOVE RV-IN-ACCOUNT TO RV-SEARCH-ACCOUNT
             PERFORM 0065-FIND-ACCOUNT
           END-IF.
           IF RV-ACCT-FOUND-SW NOT = "Y"
             DISPLAY "ACCOUNT " RV-IN-ACCOUNT " NOT ON FILE"
           ELSE
             MOVE 0 TO RV-SE-COUNT
             MOVE "N" TO RV-SE-FULL-SW
             PERFORM 3200-READ-JOURNAL-CHARGES
             PERFORM 3300-READ-LEDGER-MONTH
             IF RV-SE-FULL-SW = "Y"
               DISPLAY "MORE THAN " RV-SE-MAX " STATEMENT LINES IN THE"
                 " MONTH - LATER LINES LEFT OFF"
             END-IF
             MOVE 0 TO RV-STMT-COUNT
             OPEN OUTPUT STATEMENT-FILE
             PERFORM VARYING RV-ACCT-HIT FROM 1 BY 1 UNTIL
             RV-ACCT-HIT > RV-ACCT-COUNT
               IF RV-IN-ACCOUNT = SPACES
               OR RV-A-NUM(RV-ACCT-HIT) = RV-IN-ACCOUNT
                 PERFORM 3400-PRINT-ONE-STATEMENT
               END-IF
             END-PERFORM
             CLOSE STATEMENT-FILE
             MOVE RV-STMT-COUNT TO RV-DISPLAY-COUNT
             DISPLAY RV-DISPLAY-COUNT " STATEMENT(S) WRITTEN TO "
               RV-STATEMENT-NAME
           END-IF.

       3100-GET-STATEMENT-MONTH.
           MOVE "N" TO RV-MONTH-OK-SW.
           PERFORM UNTIL RV-MONTH-OK-SW = "Y"
             DISPLAY "STATEMENT MONTH YYYY-MM (BLANK = THIS MONTH) >> "
             ACCEPT RV-TARGET-MONTH
             IF RV-TARGET-MONTH = SPACES
               MOVE WS-CURRENT-YEAR TO RV-IN-YEAR
               MOVE "-" TO RV-IN-SEP
               MOVE WS-CURRENT-MONTH TO RV-IN-MONTH
               MOVE "Y" TO RV-MONTH-OK-SW
             ELSE
               IF RV-IN-YEAR IS NUMERIC AND RV-IN-SEP = "-"
               AND RV-IN-MONTH IS NUMERIC
               AND RV-IN-MONTH >= "01" AND RV-IN-MONTH <= "12"
                 MOVE "Y" TO RV-MONTH-OK-SW
               ELSE
                 DISPLAY "INVALID MONTH - USE YYYY-MM"
               END-IF
             END-IF
           END-PERFORM.
           MOVE RV-IN-YEAR TO RV-AN-YEAR.
           MOVE RV-IN-MONTH TO RV-AN-MONTH.
           MOVE RV-IN-YEAR TO RV-STN-YEAR.
           MOVE RV-IN-MONTH TO RV-STN-MONTH.

       3200-READ-JOURNAL-CHARGES.
           MOVE SPACE TO RV-LAST-JRNL-TYPE.
           MOVE 0 TO RV-LAST-JRNL-RECEIPT.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS = "00"
             DISPLAY "READING " RV-ARCHIVE-NAME
             PERFORM UNTIL ARCHIVE-FILE-STATUS NOT = "00"
               READ ARCHIVE-FILE
                 AT END MOVE "10" TO ARCHIVE-FILE-STATUS
                 NOT AT END
                   MOVE ARCHIVE-RECORD TO JOURNAL-RECORD
                   PERFORM 3210-APPLY-JOURNAL-RECORD
               END-READ
             END-PERFORM
             CLOSE ARCHIVE-FILE
           ELSE
             DISPLAY "NO ARCHIVE FOR " RV-TARGET-MONTH
           END-IF.
           MOVE SPACE TO RV-LAST-JRNL-TYPE.
           MOVE 0 TO RV-LAST-JRNL-RECEIPT.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS = "00"
             DISPLAY "READING SALES-JOURNAL.DAT"
             PERFORM UNTIL JOURNAL-FILE-STATUS NOT = "00"
               READ JOURNAL-FILE
                 AT END MOVE "10" TO JOURNAL-FILE-STATUS
                 NOT AT END
                   MOVE JOURNAL-BUFFER TO JOURNAL-RECORD
                   PERFORM 3210-APPLY-JOURNAL-RECORD
               END-READ
             END-PERFORM
             CLOSE JOURNAL-FILE
           END-IF.

       3210-APPLY-JOURNAL-RECORD.
           IF JRNL-IS-CHARGE
           AND JRNL-DATE(1:7) = RV-TARGET-MONTH
           AND JRNL-CHG-AMOUNT IS NUMERIC
           AND JRNL-RECEIPT-NUM = RV-LAST-JRNL-RECEIPT
           AND (RV-LAST-JRNL-TYPE = "H" OR RV-LAST-JRNL-TYPE = "R")
             MOVE JRNL-CHG-ACCOUNT TO RV-SEARCH-ACCOUNT
             PERFORM 0065-FIND-ACCOUNT
             IF RV-ACCT-FOUND-SW = "Y"
               MOVE SPACES TO RV-SE-NEW
               MOVE JRNL-CHG-ACCOUNT TO RV-SN-ACCOUNT
               MOVE JRNL-DATE TO RV-SN-DATE
               MOVE JRNL-TIME TO RV-SN-TIME
               MOVE JRNL-RECEIPT-NUM TO RV-SN-RECEIPT
               MOVE JRNL-CHG-AMOUNT TO RV-SN-AMOUNT
               IF RV-LAST-JRNL-TYPE = "H"
                 MOVE "CH" TO RV-SN-TYPE
                 MOVE JRNL-CHG-DUE-DATE TO RV-SN-DUE
                 MOVE JRNL-CHG-CONTACT TO RV-SN-REF
                 COMPUTE RV-A-JRN-CHG(RV-ACCT-HIT) =
                   RV-A-JRN-CHG(RV-ACCT-HIT) + JRNL-CHG-AMOUNT
               ELSE
                 MOVE "RF" TO RV-SN-TYPE
                 MOVE "REFUND" TO RV-SN-REF
                 COMPUTE RV-A-JRN-CHG(RV-ACCT-HIT) =
                   RV-A-JRN-CHG(RV-ACCT-HIT) - JRNL-CHG-AMOUNT
               END-IF
               PERFORM 3350-INSERT-STATEMENT-LINE
             END-IF
           END-IF.
           IF NOT JRNL-IS-CHARGE
             MOVE JRNL-LINE-TYPE TO RV-LAST-JRNL-TYPE
             MOVE JRNL-RECEIPT-NUM TO RV-LAST-JRNL-RECEIPT
           END-IF.

       3300-READ-LEDGER-MONTH.
           PERFORM VARYING RV-ACCT-IDX FROM 1 BY 1 UNTIL
           RV-ACCT-IDX > RV-ACCT-COUNT
             MOVE 0 TO RV-A-FORWARD(RV-ACCT-IDX)
             MOVE 0 TO RV-A-LED-CHG(RV-ACCT-IDX)
           END-PERFORM.
           OPEN INPUT AR-LEDGER-FILE.
           IF AR-LEDGER-FILE-STATUS = "00"
             PERFORM UNTIL AR-LEDGER-FILE-STATUS NOT = "00"
               READ AR-LEDGER-FILE
                 AT END MOVE "10" TO AR-LEDGER-FILE-STATUS
                 NOT AT END
                   IF ARL-AMOUNT IS NUMERIC
                     PERFORM 3310-APPLY-LEDGER-MONTH
                   END-IF
               END-READ
             END-PERFORM
             CLOSE AR-LEDGER-FILE
           END-IF.

       3310-APPLY-LEDGER-MONTH.
           MOVE ARL-ACCOUNT-NUM TO RV-SEARCH-ACCOUNT.
           PERFORM 0065-FIND-ACCOUNT.
           IF RV-ACCT-FOUND-SW = "Y"
             EVALUATE TRUE
               WHEN ARL-DATE(1:7) < RV-TARGET-MONTH
                 IF ARL-IS-CHARGE
                   COMPUTE RV-A-FORWARD(RV-ACCT-HIT) =
                     RV-A-FORWARD(RV-ACCT-HIT) + ARL-AMOUNT
                 ELSE
                   COMPUTE RV-A-FORWARD(RV-ACCT-HIT) =
                     RV-A-FORWARD(RV-ACCT-HIT) - ARL-AMOUNT
                 END-IF
               WHEN ARL-DATE(1:7) = RV-TARGET-MONTH
                 EVALUATE TRUE
                   WHEN ARL-IS-CHARGE
                     COMPUTE RV-A-LED-CHG(RV-ACCT-HIT) =
                       RV-A-LED-CHG(RV-ACCT-HIT) + ARL-AMOUNT
                   WHEN ARL-IS-REFUND
                     COMPUTE RV-A-LED-CHG(RV-ACCT-HIT) =
                       RV-A-LED-CHG(RV-ACCT-HIT) - ARL-AMOUNT
                   WHEN ARL-IS-PAYMENT
                     MOVE SPACES TO RV-SE-NEW
                     MOVE ARL-ACCOUNT-NUM TO RV-SN-ACCOUNT
                     MOVE ARL-DATE TO RV-SN-DATE
                     MOVE ARL-TIME TO RV-SN-TIME
                     MOVE "PM" TO RV-SN-TYPE
                     MOVE ARL-RECEIPT-NUM TO RV-SN-RECEIPT
                     MOVE ARL-AMOUNT TO RV-SN-AMOUNT
                     STRING ARL-PAY-METHOD " " ARL-REFERENCE
                       DELIMITED BY SIZE INTO RV-SN-REF
                     PERFORM 3350-INSERT-STATEMENT-LINE
                 END-EVALUATE
             END-EVALUATE
           END-IF.

       3350-INSERT-STATEMENT-LINE.
           IF RV-SE-COUNT >= RV-SE-MAX
             MOVE "Y" TO RV-SE-FULL-SW
           ELSE
             COMPUTE RV-SE-COUNT = RV-SE-COUNT + 1
             MOVE RV-SE-COUNT TO RV-SE-POS
             PERFORM UNTIL RV-SE-POS <= 1
             OR RV-SE-KEY(RV-SE-POS - 1) <= RV-SN-KEY
               MOVE RV-SE-ENTRY(RV-SE-POS - 1) TO
                 RV-SE-ENTRY(RV-SE-POS)
               COMPUTE RV-SE-POS = RV-SE-POS - 1
             END-PERFORM
             MOVE RV-SE-NEW TO RV-SE-ENTRY(RV-SE-POS)
           END-IF.

       3400-PRINT-ONE-STATEMENT.
           MOVE "N" TO RV-PRINT-SW.
           IF RV-IN-ACCOUNT NOT = SPACES
           OR RV-A-FORWARD(RV-ACCT-HIT) NOT = 0
             MOVE "Y" TO RV-PRINT-SW
           END-IF.
           PERFORM VARYING RV-SE-IDX FROM 1 BY 1 UNTIL
           RV-SE-IDX > RV-SE-COUNT OR RV-PRINT-SW = "Y"
             IF RV-SE-ACCOUNT(RV-SE-IDX) = RV-A-NUM(RV-ACCT-HIT)
               MOVE "Y" TO RV-PRINT-SW
             END-IF
           END-PERFORM.
           IF RV-PRINT-SW = "Y"
             COMPUTE RV-STMT-COUNT = RV-STMT-COUNT + 1
             MOVE RV-TARGET-MONTH TO RV-STL-MONTH
             MOVE RV-TODAY TO RV-STL-PRINTED
             WRITE STATEMENT-LINE FROM RV-ST-TITLE-LINE
             MOVE RV-A-NUM(RV-ACCT-HIT) TO RV-SAL-NUM
             MOVE RV-A-COMPANY(RV-ACCT-HIT) TO RV-SAL-COMPANY
             MOVE RV-A-TERMS(RV-ACCT-HIT) TO RV-SAL-TERMS
             MOVE RV-A-LIMIT(RV-ACCT-HIT) TO RV-SAL-LIMIT
             WRITE STATEMENT-LINE FROM RV-ST-ACCOUNT-LINE
             WRITE STATEMENT-LINE FROM RV-ST-HEADING
             MOVE RV-A-FORWARD(RV-ACCT-HIT) TO RV-RUN-BALANCE
             MOVE SPACES TO RV-ST-DETAIL-LINE
             MOVE "BALANCE FORWARD" TO RV-SL-REF
             MOVE RV-RUN-BALANCE TO RV-SL-BALANCE
             WRITE STATEMENT-LINE FROM RV-ST-DETAIL-LINE
             PERFORM VARYING RV-SE-IDX FROM 1 BY 1 UNTIL
             RV-SE-IDX > RV-SE-COUNT
               IF RV-SE-ACCOUNT(RV-SE-IDX) = RV-A-NUM(RV-ACCT-HIT)
                 PERFORM 3410-PRINT-STATEMENT-LINE
               END-IF
             END-PERFORM
             MOVE SPACES TO RV-ST-DETAIL-LINE
             MOVE "CLOSING BALANCE" TO RV-SL-REF
             MOVE RV-RUN-BALANCE TO RV-SL-BALANCE
             WRITE STATEMENT-LINE FROM RV-ST-DETAIL-LINE
             IF RV-A-JRN-CHG(RV-ACCT-HIT) NOT =
                RV-A-LED-CHG(RV-ACCT-HIT)
               MOVE "** JOURNAL CHARGES DO NOT AGREE WITH AR-LEDGER.DAT"
                 TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               DISPLAY "ACCOUNT " RV-A-NUM(RV-ACCT-HIT)
                 ": JOURNAL CHARGES DO NOT AGREE WITH THE LEDGER"
             END-IF
             MOVE SPACES TO STATEMENT-LINE
             WRITE STATEMENT-LINE
             MOVE RV-RUN-BALANCE TO RV-DISPLAY-AMT
             DISPLAY RV-A-NUM(RV-ACCT-HIT) " "
               RV-A-COMPANY(RV-ACCT-HIT) " CLOSING BALANCE PHP "
               RV-DISPLAY-AMT
           END-IF.

       3410-PRINT-STATEMENT-LINE.
           MOVE SPACES TO RV-ST-DETAIL-LINE.
           MOVE RV-SE-DATE(RV-SE-IDX) TO RV-SL-DATE.
           IF RV-SE-RECEIPT(RV-SE-IDX) > 0
             MOVE RV-SE-RECEIPT(RV-SE-IDX) TO RV-SL-RECEIPT
           END-IF.
           MOVE RV-SE-REF(RV-SE-IDX) TO RV-SL-REF.
           MOVE RV-SE-DUE(RV-SE-IDX) TO RV-SL-DUE.
           EVALUATE RV-SE-TYPE(RV-SE-IDX)
             WHEN "CH"
               MOVE "CHARGE" TO RV-SL-DESC
               COMPUTE RV-RUN-BALANCE = RV-RUN-BALANCE +
                 RV-SE-AMOUNT(RV-SE-IDX)
               MOVE RV-SE-AMOUNT(RV-SE-IDX) TO RV-SL-AMOUNT
             WHEN "RF"
               MOVE "CREDIT" TO RV-SL-DESC
               COMPUTE RV-RUN-BALANCE = RV-RUN-BALANCE -
                 RV-SE-AMOUNT(RV-SE-IDX)
               COMPUTE RV-SL-AMOUNT = 0 - RV-SE-AMOUNT(RV-SE-IDX)
             WHEN OTHER
               MOVE "PAYMENT" TO RV-SL-DESC
               COMPUTE RV-RUN-BALANCE = RV-RUN-BALANCE -
                 RV-SE-AMOUNT(RV-SE-IDX)
               COMPUTE RV-SL-AMOUNT = 0 - RV-SE-AMOUNT(RV-SE-IDX)
           END-EVALUATE.
           MOVE RV-RUN-BALANCE TO RV-SL-BALANCE.
           WRITE STATEMENT-LINE FROM RV-ST-DETAIL-LINE.

       4000-AGING-REPORT.
           PERFORM 0060-LOAD-ACCOUNT-TABLE.
           PERFORM 0100-LOAD-OPEN-ITEMS.
           MOVE 0 TO RV-AG-T-CURRENT.
           MOVE 0 TO RV-AG-T-30.
           MOVE 0 TO RV-AG-T-60.
           MOVE 0 TO RV-AG-T-90.
           MOVE 0 TO RV-AG-T-TOTAL.
           OPEN OUTPUT AGING-FILE.
           MOVE RV-TODAY TO RV-AGT-DATE.
           WRITE AGING-LINE FROM RV-AG-TITLE-LINE.
           DISPLAY RV-AG-TITLE-LINE.
           WRITE AGING-LINE FROM RV-AG-HEADING.
           DISPLAY RV-AG-HEADING.
           PERFORM VARYING RV-ACCT-HIT FROM 1 BY 1 UNTIL
           RV-ACCT-HIT > RV-ACCT-COUNT
             PERFORM 4100-AGE-ONE-ACCOUNT
           END-PERFORM.
           MOVE SPACES TO RV-AG-DETAIL-LINE.
           MOVE "TOTAL" TO RV-AGL-COMPANY.
           MOVE RV-AG-T-CURRENT TO RV-AGL-CURRENT.
           MOVE RV-AG-T-30 TO RV-AGL-30.
           MOVE RV-AG-T-60 TO RV-AGL-60.
           MOVE RV-AG-T-90 TO RV-AGL-90.
           MOVE RV-AG-T-TOTAL TO RV-AGL-TOTAL.
           WRITE AGING-LINE FROM RV-AG-DETAIL-LINE.
           DISPLAY RV-AG-DETAIL-LINE.
           CLOSE AGING-FILE.
           DISPLAY "AGING WRITTEN TO AR-AGING-REPORT.DAT".

       4100-AGE-ONE-ACCOUNT.
           MOVE 0 TO RV-AC-CURRENT.
           MOVE 0 TO RV-AC-30.
           MOVE 0 TO RV-AC-60.
           MOVE 0 TO RV-AC-90.
           PERFORM VARYING RV-OI-IDX FROM 1 BY 1 UNTIL
           RV-OI-IDX > RV-OI-COUNT
             IF RV-OI-ACCOUNT(RV-OI-IDX) = RV-A-NUM(RV-ACCT-HIT)
               PERFORM 4110-AGE-ONE-ITEM
             END-IF
           END-PERFORM.
           COMPUTE RV-AC-TOTAL = RV-AC-CURRENT + RV-AC-30 + RV-AC-60
             + RV-AC-90 - RV-A-UNAPPLIED(RV-ACCT-HIT).
           IF RV-AC-TOTAL NOT = 0
           OR RV-A-BALANCE(RV-ACCT-HIT) NOT = 0
             MOVE SPACES TO RV-AG-DETAIL-LINE
             MOVE RV-A-NUM(RV-ACCT-HIT) TO RV-AGL-ACCOUNT
             MOVE RV-A-COMPANY(RV-ACCT-HIT) TO RV-AGL-COMPANY
             MOVE RV-AC-CURRENT TO RV-AGL-CURRENT
             MOVE RV-AC-30 TO RV-AGL-30
             MOVE RV-AC-60 TO RV-AGL-60
             MOVE RV-AC-90 TO RV-AGL-90
             MOVE RV-AC-TOTAL TO RV-AGL-TOTAL
             WRITE AGING-LINE FROM RV-AG-DETAIL-LINE
             DISPLAY RV-AG-DETAIL-LINE
             IF RV-A-UNAPPLIED(RV-ACCT-HIT) NOT = 0
               MOVE RV-A-UNAPPLIED(RV-ACCT-HIT) TO RV-DISPLAY-AMT
               MOVE SPACES TO AGING-LINE
               STRING "       LESS UNAPPLIED CREDIT PHP " RV-DISPLAY-AMT
                 DELIMITED BY SIZE INTO AGING-LINE
               WRITE AGING-LINE
               DISPLAY AGING-LINE
             END-IF
             IF RV-AC-TOTAL NOT = RV-A-BALANCE(RV-ACCT-HIT)
               MOVE RV-A-BALANCE(RV-ACCT-HIT) TO RV-DISPLAY-AMT
               MOVE SPACES TO AGING-LINE
               STRING "       ** ACCOUNT FILE BALANCE IS PHP "
                 RV-DISPLAY-AMT " - CHECK AR-LEDGER.DAT"
                 DELIMITED BY SIZE INTO AGING-LINE
               WRITE AGING-LINE
               DISPLAY AGING-LINE
             END-IF
           END-IF.
           COMPUTE RV-AG-T-CURRENT = RV-AG-T-CURRENT + RV-AC-CURRENT.
           COMPUTE RV-AG-T-30 = RV-AG-T-30 + RV-AC-30.
           COMPUTE RV-AG-T-60 = RV-AG-T-60 + RV-AC-60.
           COMPUTE RV-AG-T-90 = RV-AG-T-90 + RV-AC-90.
           COMPUTE RV-AG-T-TOTAL = RV-AG-T-TOTAL + RV-AC-TOTAL.

       4110-AGE-ONE-ITEM.
           MOVE 0 TO RV-AGE-DAYS.
           IF RV-OI-DATE(RV-OI-IDX)(1:4) IS NUMERIC
           AND RV-OI-DATE(RV-OI-IDX)(6:2) IS NUMERIC
           AND RV-OI-DATE(RV-OI-IDX)(9:2) IS NUMERIC
             MOVE RV-OI-DATE(RV-OI-IDX)(1:4) TO RV-YMD(1:4)
             MOVE RV-OI-DATE(RV-OI-IDX)(6:2) TO RV-YMD(5:2)
             MOVE RV-OI-DATE(RV-OI-IDX)(9:2) TO RV-YMD(7:2)
             COMPUTE RV-AGE-DAYS = RV-TODAY-INT -
               FUNCTION INTEGER-OF-DATE(RV-YMD)
           END-IF.
           EVALUATE TRUE
             WHEN RV-AGE-DAYS < 30
               COMPUTE RV-AC-CURRENT = RV-AC-CURRENT +
                 RV-OI-OPEN(RV-OI-IDX)
             WHEN RV-AGE-DAYS < 60
               COMPUTE RV-AC-30 = RV-AC-30 + RV-OI-OPEN(RV-OI-IDX)
             WHEN RV-AGE-DAYS < 90
               COMPUTE RV-AC-60 = RV-AC-60 + RV-OI-OPEN(RV-OI-IDX)
             WHEN OTHER
               COMPUTE RV-AC-90 = RV-AC-90 + RV-OI-OPEN(RV-OI-IDX)
           END-EVALUATE.

       7000-WRITE-SECURITY-LOG.
           OPEN EXTEND SECURITY-FILE.
           IF SECURITY-FILE-STATUS = "35"
             OPEN OUTPUT SECURITY-FILE
           END-IF.
           IF SECURITY-FILE-STATUS = "00"
             MOVE SPACES TO SECURITY-LOG-RECORD
             MOVE RV-TODAY TO SEC-DATE
             MOVE RV-TIME-NOW TO SEC-TIME
             MOVE "RECEIVABLES" TO SEC-PROGRAM
             MOVE RV-USER-ID TO SEC-EMP-ID
             MOVE RV-SEC-EVENT TO SEC-EVENT
             MOVE RV-USER-ROLE TO SEC-ROLE
             MOVE RV-SEC-ACTION TO SEC-ACTION
             WRITE SECURITY-LOG-RECORD
             CLOSE SECURITY-FILE
           END-IF.

           END PROGRAM RECEIVABLES.

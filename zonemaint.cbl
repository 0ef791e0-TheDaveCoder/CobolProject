       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ZONEMAINT".
       AUTHOR.     GROUP-5.

      *> MODIFICATION HISTORY
      *> - Initial delivery zone maintenance for ZONE-MASTER.DAT (see
      *>   ZONEREC): list the zones with the areas they cover, their
      *>   delivery fee, minimum order and promised minutes, add a
      *>   zone, change its areas and terms, and stop or resume
      *>   deliveries to it. Sign-on is checked against
      *>   EMPLOYEE-MASTER.DAT the same way ACCTMAINT does it; any
      *>   active employee may list the zones, every change is for
      *>   managers and owners, and refusals go to SECURITY-LOG.DAT.
      *>   A zone is never deleted, only made unserviceable, because
      *>   customer records and the dispatch queue still carry it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT ZONE-FILE ASSIGN TO "ZONE-MASTER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ZONE-FILE-STATUS.
            SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE-MASTER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS EMPLOYEE-FILE-STATUS.
            SELECT SECURITY-FILE ASSIGN TO "SECURITY-LOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SECURITY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
         FD ZONE-FILE.
           COPY ZONEREC.

         FD EMPLOYEE-FILE.
           COPY EMPREC.

         FD SECURITY-FILE.
           COPY SECREC.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-AREA.
           02 ZONE-FILE-STATUS     PIC XX.
           02 EMPLOYEE-FILE-STATUS PIC XX.
           02 SECURITY-FILE-STATUS PIC XX.

       01 ZM-TABLE-AREA.
           02 ZM-TABLE-COUNT       PIC 9(2) VALUE 0.
           02 ZM-TABLE-MAX         PIC 9(2) VALUE 50.
           02 ZM-IDX               PIC 9(2) VALUE 0.
           02 ZM-FOUND-SW          PIC X VALUE "N".
           02 ZM-FOUND-IDX         PIC 9(2) VALUE 0.
           02 ZM-TABLE-ENTRY OCCURS 50 TIMES.
             03 ZM-T-CODE          PIC X(3).
             03 ZM-T-AREAS         PIC X(40).
             03 ZM-T-FEE           PIC 9(3)V9(2).
             03 ZM-T-MIN-ORDER     PIC 9(5)V9(2).
             03 ZM-T-MINUTES       PIC 9(3).
             03 ZM-T-SERVICEABLE   PIC X.

       01 ZM-SWITCHES.
           02 ZM-DONE-SW           PIC X VALUE "N".
           02 ZM-FEE-OK-SW         PIC X VALUE "N".
           02 ZM-MIN-OK-SW         PIC X VALUE "N".
           02 ZM-MINUTES-OK-SW     PIC X VALUE "N".
           02 ZM-SERVICE-OK-SW     PIC X VALUE "N".

       01 ZM-INPUT-AREA.
           02 ZM-USER-ID           PIC X(4).
           02 ZM-ACTION            PIC X.
           02 ZM-IN-CODE           PIC X(3).
           02 ZM-IN-AREAS          PIC X(40).
           02 ZM-IN-FEE            PIC X(5).
           02 ZM-IN-FEE-NUM REDEFINES ZM-IN-FEE
                                   PIC 9(3)V9(2).
           02 ZM-IN-MIN            PIC X(7).
           02 ZM-IN-MIN-NUM REDEFINES ZM-IN-MIN
                                   PIC 9(5)V9(2).
           02 ZM-IN-MINUTES        PIC X(3).
           02 ZM-IN-MINUTES-NUM REDEFINES ZM-IN-MINUTES
                                   PIC 9(3).
           02 ZM-IN-SERVICEABLE    PIC X.
           02 ZM-WORK-FEE          PIC 9(3)V9(2) VALUE 0.
           02 ZM-WORK-MIN          PIC 9(5)V9(2) VALUE 0.
           02 ZM-WORK-MINUTES      PIC 9(3) VALUE 0.
           02 ZM-KEEP-SW           PIC X VALUE "N".

       01 ZM-DISPLAY-AREAS.
           02 ZM-DISPLAY-FEE       PIC ZZ9.99.
           02 ZM-DISPLAY-MIN       PIC ZZZZ9.99.
           02 ZM-DISPLAY-MINUTES   PIC ZZ9.

       01 ZM-AUTH-AREA.
           02 ZM-USER-PIN          PIC X(6) VALUE SPACES.
           02 ZM-USER-NAME         PIC X(20) VALUE SPACES.
           02 ZM-USER-ROLE         PIC X VALUE SPACE.
           02 ZM-SIGNED-ON-SW      PIC X VALUE "N".
           02 ZM-TRIES             PIC 9 VALUE 0.
           02 ZM-TRIES-MAX         PIC 9 VALUE 3.
           02 ZM-EMP-FOUND-SW      PIC X VALUE "N".
           02 ZM-EMP-PIN           PIC X(6) VALUE SPACES.
           02 ZM-EMP-ACTIVE        PIC X VALUE SPACE.
           02 ZM-ALLOWED-ROLES     PIC X(5) VALUE SPACES.
           02 ZM-ROLE-IDX          PIC 9 VALUE 0.
           02 ZM-ROLE-OK-SW        PIC X VALUE "N".
           02 ZM-SEC-EVENT         PIC X(2) VALUE SPACES.
           02 ZM-SEC-ACTION        PIC X(16) VALUE SPACES.

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

       01 ZM-DT.
           02 ZM-TODAY.
             03 ZM-F-YEAR  PIC 9(4).
             03 FILLER     PIC X VALUE '-'.
             03 ZM-F-MONTH PIC 9(2).
             03 FILLER     PIC X VALUE '-'.
             03 ZM-F-DAY   PIC 9(2).
           02 ZM-TIME-NOW.
             03 ZM-F-HOUR  PIC 9(2).
             03 FILLER     PIC X VALUE ':'.
             03 ZM-F-MIN   PIC 9(2).


       PROCEDURE DIVISION.
           PERFORM 0050-START-PROGRAM.

       0050-START-PROGRAM.
           PERFORM 0055-GET-TODAY.
           DISPLAY "-- DELIVERY ZONE MAINTENANCE --".
           PERFORM 0080-SIGN-ON.
           PERFORM 0060-LOAD-ZONE-TABLE.
           PERFORM UNTIL ZM-DONE-SW = "Y"
             DISPLAY " "
             DISPLAY "LIST (L), ADD (A), CHANGE (C), SERVICEABLE (S),"
               " EXIT (X) >> "
             ACCEPT ZM-ACTION
             MOVE FUNCTION UPPER-CASE(ZM-ACTION) TO ZM-ACTION
             EVALUATE ZM-ACTION
               WHEN "L" PERFORM 1000-LIST-ZONES
               WHEN "A"
                 MOVE "MO" TO ZM-ALLOWED-ROLES
                 MOVE "ADD ZONE" TO ZM-SEC-ACTION
                 PERFORM 0090-CHECK-ROLE
                 IF ZM-ROLE-OK-SW = "Y"
                   PERFORM 2000-ADD-ZONE
                 END-IF
               WHEN "C"
                 MOVE "MO" TO ZM-ALLOWED-ROLES
                 MOVE "CHANGE ZONE" TO ZM-SEC-ACTION
                 PERFORM 0090-CHECK-ROLE
                 IF ZM-ROLE-OK-SW = "Y"
                   PERFORM 3000-CHANGE-ZONE
                 END-IF
               WHEN "S"
                 MOVE "MO" TO ZM-ALLOWED-ROLES
                 MOVE "ZONE SERVICE" TO ZM-SEC-ACTION
                 PERFORM 0090-CHECK-ROLE
                 IF ZM-ROLE-OK-SW = "Y"
                   PERFORM 4000-CHANGE-SERVICEABLE
                 END-IF
               WHEN "X" MOVE "Y" TO ZM-DONE-SW
               WHEN OTHER DISPLAY "INVALID ACTION, TRY AGAIN"
             END-EVALUATE
           END-PERFORM.
           STOP RUN.

       0055-GET-TODAY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO ZM-F-YEAR.
           MOVE WS-CURRENT-MONTH TO ZM-F-MONTH.
           MOVE WS-CURRENT-DAY TO ZM-F-DAY.
           MOVE WS-CURRENT-HOURS TO ZM-F-HOUR.
           MOVE WS-CURRENT-MINUTE TO ZM-F-MIN.

       0060-LOAD-ZONE-TABLE.
           MOVE 0 TO ZM-TABLE-COUNT.
           OPEN INPUT ZONE-FILE.
           IF ZONE-FILE-STATUS = "00"
             PERFORM UNTIL ZONE-FILE-STATUS NOT = "00"
             OR ZM-TABLE-COUNT >= ZM-TABLE-MAX
               READ ZONE-FILE
                 AT END MOVE "10" TO ZONE-FILE-STATUS
                 NOT AT END
                   COMPUTE ZM-TABLE-COUNT = ZM-TABLE-COUNT + 1
                   PERFORM 0062-APPLY-ZONE-RECORD
               END-READ
             END-PERFORM
             CLOSE ZONE-FILE
           END-IF.

       0062-APPLY-ZONE-RECORD.
           MOVE ZONE-CODE TO ZM-T-CODE(ZM-TABLE-COUNT).
           MOVE ZONE-AREAS TO ZM-T-AREAS(ZM-TABLE-COUNT).
           IF ZONE-FEE IS NUMERIC
             MOVE ZONE-FEE TO ZM-T-FEE(ZM-TABLE-COUNT)
           ELSE
             MOVE 0 TO ZM-T-FEE(ZM-TABLE-COUNT)
           END-IF.
           IF ZONE-MIN-ORDER IS NUMERIC
             MOVE ZONE-MIN-ORDER TO ZM-T-MIN-ORDER(ZM-TABLE-COUNT)
           ELSE
             MOVE 0 TO ZM-T-MIN-ORDER(ZM-TABLE-COUNT)
           END-IF.
           IF ZONE-PROMISE-MINS IS NUMERIC
             MOVE ZONE-PROMISE-MINS TO ZM-T-MINUTES(ZM-TABLE-COUNT)
           ELSE
             MOVE 0 TO ZM-T-MINUTES(ZM-TABLE-COUNT)
           END-IF.
           MOVE ZONE-SERVICEABLE TO ZM-T-SERVICEABLE(ZM-TABLE-COUNT).

       0065-FIND-ZONE.
           MOVE "N" TO ZM-FOUND-SW.
           MOVE 0 TO ZM-FOUND-IDX.
           PERFORM VARYING ZM-IDX FROM 1 BY 1 UNTIL
           ZM-IDX > ZM-TABLE-COUNT OR ZM-FOUND-SW = "Y"
             IF ZM-T-CODE(ZM-IDX) = ZM-IN-CODE
               MOVE "Y" TO ZM-FOUND-SW
               MOVE ZM-IDX TO ZM-FOUND-IDX
             END-IF
           END-PERFORM.

       0080-SIGN-ON.
           MOVE "N" TO ZM-SIGNED-ON-SW.
           MOVE 0 TO ZM-TRIES.
           PERFORM UNTIL ZM-SIGNED-ON-SW = "Y"
           OR ZM-TRIES >= ZM-TRIES-MAX
             COMPUTE ZM-TRIES = ZM-TRIES + 1
             MOVE SPACES TO ZM-USER-ID
             PERFORM UNTIL ZM-USER-ID NOT = SPACES
               DISPLAY "USER ID >> "
               ACCEPT ZM-USER-ID
               MOVE FUNCTION UPPER-CASE(ZM-USER-ID) TO ZM-USER-ID
             END-PERFORM
             DISPLAY "PIN >> "
             ACCEPT ZM-USER-PIN
             MOVE "SIGN-ON" TO ZM-SEC-ACTION
             PERFORM 0085-FIND-EMPLOYEE
             EVALUATE TRUE
               WHEN ZM-EMP-FOUND-SW NOT = "Y"
                 DISPLAY "EMPLOYEE " ZM-USER-ID " NOT ON FILE"
                 MOVE "UI" TO ZM-SEC-EVENT
                 PERFORM 7000-WRITE-SECURITY-LOG
               WHEN ZM-EMP-ACTIVE NOT = "Y"
                 DISPLAY "EMPLOYEE " ZM-USER-ID " IS NOT ACTIVE"
                 MOVE "IN" TO ZM-SEC-EVENT
                 PERFORM 7000-WRITE-SECURITY-LOG
               WHEN ZM-EMP-PIN NOT = ZM-USER-PIN
                 DISPLAY "WRONG PIN"
                 MOVE "BP" TO ZM-SEC-EVENT
                 PERFORM 7000-WRITE-SECURITY-LOG
               WHEN OTHER
                 MOVE "Y" TO ZM-SIGNED-ON-SW
                 DISPLAY "SIGNED ON: " ZM-USER-NAME
             END-EVALUATE
           END-PERFORM.
           IF ZM-SIGNED-ON-SW NOT = "Y"
             DISPLAY "SIGN-ON FAILED - PROGRAM ENDED"
             STOP RUN
           END-IF.

       0085-FIND-EMPLOYEE.
           MOVE "N" TO ZM-EMP-FOUND-SW.
           MOVE SPACE TO ZM-USER-ROLE.
           MOVE SPACES TO ZM-USER-NAME.
           OPEN INPUT EMPLOYEE-FILE.
           IF EMPLOYEE-FILE-STATUS = "00"
             PERFORM UNTIL EMPLOYEE-FILE-STATUS NOT = "00"
             OR ZM-EMP-FOUND-SW = "Y"
               READ EMPLOYEE-FILE
                 AT END MOVE "10" TO EMPLOYEE-FILE-STATUS
                 NOT AT END
                   IF EMP-ID = ZM-USER-ID
                     MOVE "Y" TO ZM-EMP-FOUND-SW
                     MOVE EMP-NAME TO ZM-USER-NAME
                     MOVE EMP-PIN TO ZM-EMP-PIN
                     MOVE EMP-ROLE TO ZM-USER-ROLE
                     MOVE EMP-ACTIVE TO ZM-EMP-ACTIVE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE EMPLOYEE-FILE
           ELSE
             DISPLAY "NO EMPLOYEE-MASTER.DAT - SET UP STAFF IN EMPMAINT"
           END-IF.

       0090-CHECK-ROLE.
           MOVE "N" TO ZM-ROLE-OK-SW.
           PERFORM VARYING ZM-ROLE-IDX FROM 1 BY 1 UNTIL
           ZM-ROLE-IDX > 5 OR ZM-ROLE-OK-SW = "Y"
             IF ZM-ALLOWED-ROLES(ZM-ROLE-IDX:1) = ZM-USER-ROLE
               MOVE "Y" TO ZM-ROLE-OK-SW
             END-IF
           END-PERFORM.
           IF ZM-ROLE-OK-SW NOT = "Y"
             DISPLAY ZM-USER-ID " IS NOT ALLOWED TO DO " ZM-SEC-ACTION
             MOVE "RF" TO ZM-SEC-EVENT
             PERFORM 7000-WRITE-SECURITY-LOG
           END-IF.

       1000-LIST-ZONES.
           DISPLAY " ".
           DISPLAY "ZON S    FEE  MIN ORDER MINS AREAS".
           PERFORM VARYING ZM-IDX FROM 1 BY 1 UNTIL
           ZM-IDX > ZM-TABLE-COUNT
             MOVE ZM-T-FEE(ZM-IDX) TO ZM-DISPLAY-FEE
             MOVE ZM-T-MIN-ORDER(ZM-IDX) TO ZM-DISPLAY-MIN
             MOVE ZM-T-MINUTES(ZM-IDX) TO ZM-DISPLAY-MINUTES
             DISPLAY ZM-T-CODE(ZM-IDX) " " ZM-T-SERVICEABLE(ZM-IDX)
               " " ZM-DISPLAY-FEE "  " ZM-DISPLAY-MIN "  "
               ZM-DISPLAY-MINUTES " " ZM-T-AREAS(ZM-IDX)
           END-PERFORM.
           DISPLAY ZM-TABLE-COUNT " ZONE(S) ON FILE".

       2000-ADD-ZONE.
           IF ZM-TABLE-COUNT >= ZM-TABLE-MAX
             DISPLAY "ZONE FILE FULL - CANNOT ADD"
           ELSE
             DISPLAY "NEW ZONE CODE (UP TO 3 CHARACTERS) >> "
             ACCEPT ZM-IN-CODE
             MOVE FUNCTION UPPER-CASE(ZM-IN-CODE) TO ZM-IN-CODE
             PERFORM 0065-FIND-ZONE
             EVALUATE TRUE
               WHEN ZM-IN-CODE = SPACES
                 DISPLAY "ZONE CODE MAY NOT BE BLANK"
               WHEN ZM-FOUND-SW = "Y"
                 DISPLAY "ZONE " ZM-IN-CODE " ALREADY ON FILE"
               WHEN OTHER
                 MOVE SPACES TO ZM-IN-AREAS
                 PERFORM UNTIL ZM-IN-AREAS NOT = SPACES
                   DISPLAY "AREAS / BARANGAYS COVERED >> "
                   ACCEPT ZM-IN-AREAS
                   MOVE FUNCTION UPPER-CASE(ZM-IN-AREAS) TO
                     ZM-IN-AREAS
                 END-PERFORM
                 COMPUTE ZM-TABLE-COUNT = ZM-TABLE-COUNT + 1
                 MOVE ZM-TABLE-COUNT TO ZM-FOUND-IDX
                 MOVE ZM-IN-CODE TO ZM-T-CODE(ZM-FOUND-IDX)
                 MOVE ZM-IN-AREAS TO ZM-T-AREAS(ZM-FOUND-IDX)
                 MOVE "N" TO ZM-KEEP-SW
                 PERFORM 2100-GET-FEE
                 MOVE ZM-WORK-FEE TO ZM-T-FEE(ZM-FOUND-IDX)
                 PERFORM 2200-GET-MIN-ORDER
                 MOVE ZM-WORK-MIN TO ZM-T-MIN-ORDER(ZM-FOUND-IDX)
                 PERFORM 2300-GET-MINUTES
                 MOVE ZM-WORK-MINUTES TO ZM-T-MINUTES(ZM-FOUND-IDX)
                 MOVE "Y" TO ZM-T-SERVICEABLE(ZM-FOUND-IDX)
                 PERFORM 5000-SAVE-ZONE-FILE
                 DISPLAY "ADDED ZONE " ZM-IN-CODE
             END-EVALUATE
           END-IF.

       2100-GET-FEE.
           MOVE "N" TO ZM-FEE-OK-SW.
           PERFORM UNTIL ZM-FEE-OK-SW = "Y"
             DISPLAY "DELIVERY FEE AS 5 DIGITS PPPCC"
               " (EG 04900 = 49.00) >> "
             ACCEPT ZM-IN-FEE
             EVALUATE TRUE
               WHEN ZM-IN-FEE = SPACES AND ZM-KEEP-SW = "Y"
                 MOVE "Y" TO ZM-FEE-OK-SW
               WHEN ZM-IN-FEE IS NUMERIC
                 MOVE "Y" TO ZM-FEE-OK-SW
                 MOVE ZM-IN-FEE-NUM TO ZM-WORK-FEE
               WHEN OTHER
                 DISPLAY "INVALID FEE - KEY EXACTLY 5 DIGITS"
             END-EVALUATE
           END-PERFORM.

       2200-GET-MIN-ORDER.
           MOVE "N" TO ZM-MIN-OK-SW.
           PERFORM UNTIL ZM-MIN-OK-SW = "Y"
             DISPLAY "MINIMUM ORDER AS 7 DIGITS PPPPPCC"
               " (EG 0030000 = 300.00) >> "
             ACCEPT ZM-IN-MIN
             EVALUATE TRUE
               WHEN ZM-IN-MIN = SPACES AND ZM-KEEP-SW = "Y"
                 MOVE "Y" TO ZM-MIN-OK-SW
               WHEN ZM-IN-MIN IS NUMERIC
                 MOVE "Y" TO ZM-MIN-OK-SW
                 MOVE ZM-IN-MIN-NUM TO ZM-WORK-MIN
               WHEN OTHER
                 DISPLAY "INVALID MINIMUM - KEY EXACTLY 7 DIGITS"
             END-EVALUATE
           END-PERFORM.

       2300-GET-MINUTES.
           MOVE "N" TO ZM-MINUTES-OK-SW.
           PERFORM UNTIL ZM-MINUTES-OK-SW = "Y"
             DISPLAY "PROMISED DELIVERY MINUTES AS 3 DIGITS"
               " (EG 045) >> "
             ACCEPT ZM-IN-MINUTES
             EVALUATE TRUE
               WHEN ZM-IN-MINUTES = SPACES AND ZM-KEEP-SW = "Y"
                 MOVE "Y" TO ZM-MINUTES-OK-SW
               WHEN ZM-IN-MINUTES IS NUMERIC
               AND ZM-IN-MINUTES-NUM > 0
                 MOVE "Y" TO ZM-MINUTES-OK-SW
                 MOVE ZM-IN-MINUTES-NUM TO ZM-WORK-MINUTES
               WHEN OTHER
                 DISPLAY "INVALID MINUTES - KEY EXACTLY 3 DIGITS"
             END-EVALUATE
           END-PERFORM.

       3000-CHANGE-ZONE.
           DISPLAY "ZONE CODE TO CHANGE >> ".
           ACCEPT ZM-IN-CODE.
           MOVE FUNCTION UPPER-CASE(ZM-IN-CODE) TO ZM-IN-CODE.
           PERFORM 0065-FIND-ZONE.
           IF ZM-FOUND-SW NOT = "Y"
             DISPLAY "ZONE " ZM-IN-CODE " NOT ON FILE"
           ELSE
             MOVE "Y" TO ZM-KEEP-SW
             DISPLAY "AREAS ARE " ZM-T-AREAS(ZM-FOUND-IDX)
             DISPLAY "AREAS / BARANGAYS COVERED (BLANK = KEEP) >> "
             ACCEPT ZM-IN-AREAS
             MOVE FUNCTION UPPER-CASE(ZM-IN-AREAS) TO ZM-IN-AREAS
             IF ZM-IN-AREAS NOT = SPACES
               MOVE ZM-IN-AREAS TO ZM-T-AREAS(ZM-FOUND-IDX)
             END-IF
             MOVE ZM-T-FEE(ZM-FOUND-IDX) TO ZM-DISPLAY-FEE
             DISPLAY "DELIVERY FEE IS PHP " ZM-DISPLAY-FEE
               " (BLANK = KEEP)"
             MOVE ZM-T-FEE(ZM-FOUND-IDX) TO ZM-WORK-FEE
             PERFORM 2100-GET-FEE
             MOVE ZM-WORK-FEE TO ZM-T-FEE(ZM-FOUND-IDX)
             MOVE ZM-T-MIN-ORDER(ZM-FOUND-IDX) TO ZM-DISPLAY-MIN
             DISPLAY "MINIMUM ORDER IS PHP " ZM-DISPLAY-MIN
               " (BLANK = KEEP)"
             MOVE ZM-T-MIN-ORDER(ZM-FOUND-IDX) TO ZM-WORK-MIN
             PERFORM 2200-GET-MIN-ORDER
             MOVE ZM-WORK-MIN TO ZM-T-MIN-ORDER(ZM-FOUND-IDX)
             MOVE ZM-T-MINUTES(ZM-FOUND-IDX) TO ZM-DISPLAY-MINUTES
             DISPLAY "PROMISED WITHIN " ZM-DISPLAY-MINUTES
               " MINUTES (BLANK = KEEP)"
             MOVE ZM-T-MINUTES(ZM-FOUND-IDX) TO ZM-WORK-MINUTES
             PERFORM 2300-GET-MINUTES
             MOVE ZM-WORK-MINUTES TO ZM-T-MINUTES(ZM-FOUND-IDX)
             PERFORM 5000-SAVE-ZONE-FILE
             DISPLAY "ZONE " ZM-IN-CODE " CHANGED"
           END-IF.

       4000-CHANGE-SERVICEABLE.
           DISPLAY "ZONE CODE >> ".
           ACCEPT ZM-IN-CODE.
           MOVE FUNCTION UPPER-CASE(ZM-IN-CODE) TO ZM-IN-CODE.
           PERFORM 0065-FIND-ZONE.
           IF ZM-FOUND-SW NOT = "Y"
             DISPLAY "ZONE " ZM-IN-CODE " NOT ON FILE"
           ELSE
             DISPLAY ZM-IN-CODE " " ZM-T-AREAS(ZM-FOUND-IDX)
               " SERVICEABLE IS " ZM-T-SERVICEABLE(ZM-FOUND-IDX)
             MOVE "N" TO ZM-SERVICE-OK-SW
             PERFORM UNTIL ZM-SERVICE-OK-SW = "Y"
               DISPLAY "TAKE DELIVERIES TO THIS ZONE? Y/N >> "
               ACCEPT ZM-IN-SERVICEABLE
               MOVE FUNCTION UPPER-CASE(ZM-IN-SERVICEABLE) TO
                 ZM-IN-SERVICEABLE
               IF ZM-IN-SERVICEABLE = "Y" OR ZM-IN-SERVICEABLE = "N"
                 MOVE "Y" TO ZM-SERVICE-OK-SW
               ELSE
                 DISPLAY "INVALID ANSWER, TRY AGAIN"
               END-IF
             END-PERFORM
             MOVE ZM-IN-SERVICEABLE TO ZM-T-SERVICEABLE(ZM-FOUND-IDX)
             PERFORM 5000-SAVE-ZONE-FILE
             DISPLAY "ZONE " ZM-IN-CODE " SERVICEABLE NOW "
               ZM-IN-SERVICEABLE
           END-IF.

       5000-SAVE-ZONE-FILE.
           OPEN OUTPUT ZONE-FILE.
           PERFORM VARYING ZM-IDX FROM 1 BY 1 UNTIL
           ZM-IDX > ZM-TABLE-COUNT
             MOVE SPACES TO ZONE-RECORD
             MOVE ZM-T-CODE(ZM-IDX) TO ZONE-CODE
             MOVE ZM-T-AREAS(ZM-IDX) TO ZONE-AREAS
             MOVE ZM-T-FEE(ZM-IDX) TO ZONE-FEE
             MOVE ZM-T-MIN-ORDER(ZM-IDX) TO ZONE-MIN-ORDER
             MOVE ZM-T-MINUTES(ZM-IDX) TO ZONE-PROMISE-MINS
             MOVE ZM-T-SERVICEABLE(ZM-IDX) TO ZONE-SERVICEABLE
             WRITE ZONE-RECORD
           END-PERFORM.
           CLOSE ZONE-FILE.

       7000-WRITE-SECURITY-LOG.
           OPEN EXTEND SECURITY-FILE.
           IF SECURITY-FILE-STATUS = "35"
             OPEN OUTPUT SECURITY-FILE
           END-IF.
           IF SECURITY-FILE-STATUS = "00"
             MOVE SPACES TO SECURITY-LOG-RECORD
             MOVE ZM-TODAY TO SEC-DATE
             MOVE ZM-TIME-NOW TO SEC-TIME
             MOVE "ZONEMAINT" TO SEC-PROGRAM
             MOVE ZM-USER-ID TO SEC-EMP-ID
             MOVE ZM-SEC-EVENT TO SEC-EVENT
             MOVE ZM-USER-ROLE TO SEC-ROLE
             MOVE ZM-SEC-ACTION TO SEC-ACTION
             WRITE SECURITY-LOG-RECORD
             CLOSE SECURITY-FILE
           END-IF.

           END PROGRAM ZONEMAINT.

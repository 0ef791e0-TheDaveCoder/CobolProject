       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MASTCHECK".
       AUTHOR.     GROUP-5.

      *> MODIFICATION HISTORY
      *> - Initial cross-reference check of the master files, run
      *>   before opening. It reads MENU-MASTER, RECIPE-MASTER,
      *>   PROMO-MASTER, INGREDIENT-MASTER, SUPPLIER-MASTER and
      *>   MODIFIER-MASTER, the open purchase orders in
      *>   PURCHASE-ORDER.DAT, the "B" bookings in ADVANCE-ORDERS.DAT
      *>   and the tabs in OPEN-CHECKS.DAT, and reports every broken
      *>   reference by file and key to MASTER-CHECK-REPORT.DAT:
      *>   recipe lines for a menu code or ingredient not on file,
      *>   promos on a menu code not on file, ingredients whose
      *>   supplier is not on file, modifiers naming a menu code or
      *>   ingredient not on file, open PO lines for ingredients not
      *>   on file, bookings and open tabs holding item codes that
      *>   have been deleted, duplicate codes, and masters holding
      *>   more records than the order terminal loads. These are
      *>   errors and fail the check. Sellable items with no recipe,
      *>   ingredients with no supplier or pack size and promos past
      *>   their end date are reported as warnings and do not fail
      *>   it. The result is shown as PASS or FAIL and the opening
      *>   manager or owner signs it off with id and PIN; every run
      *>   is logged to MASTER-CHECK-LOG.DAT with who signed it off.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT MENU-FILE ASSIGN TO "MENU-MASTER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS MENU-FILE-STATUS.
            SELECT RECIPE-FILE ASSIGN TO "RECIPE-MASTER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RECIPE-FILE-STATUS.
            SELECT PROMO-FILE ASSIGN TO "PROMO-MASTER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PROMO-FILE-STATUS.
            SELECT INGREDIENT-FILE ASSIGN TO "INGREDIENT-MASTER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS INGREDIENT-FILE-STATUS.
            SELECT SUPPLIER-FILE ASSIGN TO "SUPPLIER-MASTER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SUPPLIER-FILE-STATUS.
            SELECT MODIFIER-FILE ASSIGN TO "MODIFIER-MASTER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS MODIFIER-FILE-STATUS.
            SELECT PO-FILE ASSIGN TO "PURCHASE-ORDER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PO-FILE-STATUS.
            SELECT ADVANCE-FILE ASSIGN TO "ADVANCE-ORDERS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ADVANCE-FILE-STATUS.
            SELECT CHECK-FILE ASSIGN TO "OPEN-CHECKS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CHECK-FILE-STATUS.
            SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE-MASTER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS EMPLOYEE-FILE-STATUS.
            SELECT SECURITY-FILE ASSIGN TO "SECURITY-LOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SECURITY-FILE-STATUS.
            SELECT MCHK-LOG-FILE ASSIGN TO "MASTER-CHECK-LOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS MCHK-LOG-FILE-STATUS.
            SELECT REPORT-FILE ASSIGN TO "MASTER-CHECK-REPORT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
         FD MENU-FILE.
           COPY MENUREC.

         FD RECIPE-FILE.
           COPY RCPREC.

         FD PROMO-FILE.
           COPY PROMOREC.

         FD INGREDIENT-FILE.
           COPY INGREC.

         FD SUPPLIER-FILE.
           COPY SUPREC.

         FD MODIFIER-FILE.
           COPY MODREC.

         FD PO-FILE.
           COPY POREC.

         FD ADVANCE-FILE.
           COPY AORDREC.

         FD CHECK-FILE.
           COPY CHKREC.

         FD EMPLOYEE-FILE.
           COPY EMPREC.

         FD SECURITY-FILE.
           COPY SECREC.

         FD MCHK-LOG-FILE.
           COPY MCHKREC.

         FD REPORT-FILE.
         01 REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-AREA.
           02 MENU-FILE-STATUS      PIC XX.
           02 RECIPE-FILE-STATUS    PIC XX.
           02 PROMO-FILE-STATUS     PIC XX.
           02 INGREDIENT-FILE-STATUS PIC XX.
           02 SUPPLIER-FILE-STATUS  PIC XX.
           02 MODIFIER-FILE-STATUS  PIC XX.
           02 PO-FILE-STATUS        PIC XX.
           02 ADVANCE-FILE-STATUS   PIC XX.
           02 CHECK-FILE-STATUS     PIC XX.
           02 EMPLOYEE-FILE-STATUS  PIC XX.
           02 SECURITY-FILE-STATUS  PIC XX.
           02 MCHK-LOG-FILE-STATUS  PIC XX.
           02 REPORT-FILE-STATUS    PIC XX.

      *> How many records of each master the order terminal loads;
      *> anything past these is never seen at the till.
       01 MC-TILL-LIMITS.
           02 MC-TILL-MENU-MAX      PIC 9(3) VALUE 50.
           02 MC-TILL-ING-MAX       PIC 9(3) VALUE 30.
           02 MC-TILL-RCP-MAX       PIC 9(3) VALUE 60.
           02 MC-TILL-MOD-MAX       PIC 9(3) VALUE 30.
           02 MC-TILL-PRM-MAX       PIC 9(3) VALUE 20.

       01 MC-MENU-AREA.
           02 MC-MENU-COUNT         PIC 9(3) VALUE 0.
           02 MC-MENU-MAX           PIC 9(3) VALUE 99.
           02 MC-MENU-READ          PIC 9(3) VALUE 0.
           02 MC-MENU-IDX           PIC 9(3) VALUE 0.
           02 MC-MENU-HIT           PIC 9(3) VALUE 0.
           02 MC-MENU-LOOKUP        PIC X(2).
           02 MC-MENU-ENTRY OCCURS 99 TIMES.
             03 MC-M-CODE           PIC X(2).
             03 MC-M-RECIPE-SW      PIC X.

       01 MC-ING-AREA.
           02 MC-ING-COUNT          PIC 9(3) VALUE 0.
           02 MC-ING-MAX            PIC 9(3) VALUE 99.
           02 MC-ING-READ           PIC 9(3) VALUE 0.
           02 MC-ING-IDX            PIC 9(3) VALUE 0.
           02 MC-ING-HIT            PIC 9(3) VALUE 0.
           02 MC-ING-LOOKUP         PIC X(4).
           02 MC-ING-ENTRY OCCURS 99 TIMES.
             03 MC-I-CODE           PIC X(4).
             03 MC-I-SUPPLIER       PIC X(4).
             03 MC-I-PACK-SW        PIC X.

       01 MC-SUP-AREA.
           02 MC-SUP-COUNT          PIC 9(3) VALUE 0.
           02 MC-SUP-MAX            PIC 9(3) VALUE 99.
           02 MC-SUP-IDX            PIC 9(3) VALUE 0.
           02 MC-SUP-HIT            PIC 9(3) VALUE 0.
           02 MC-SUP-LOOKUP         PIC X(4).
           02 MC-SUP-ENTRY OCCURS 99 TIMES.
             03 MC-S-CODE           PIC X(4).

       01 MC-MOD-AREA.
           02 MC-MOD-COUNT          PIC 9(3) VALUE 0.
           02 MC-MOD-MAX            PIC 9(3) VALUE 99.
           02 MC-MOD-READ           PIC 9(3) VALUE 0.
           02 MC-MOD-IDX            PIC 9(3) VALUE 0.
           02 MC-MOD-HIT            PIC 9(3) VALUE 0.
           02 MC-MOD-LOOKUP         PIC X(3).
           02 MC-SLOT-IDX           PIC 9 VALUE 0.
           02 MC-MOD-ENTRY OCCURS 99 TIMES.
             03 MC-MD-CODE          PIC X(3).

       01 MC-PRM-AREA.
           02 MC-PRM-COUNT          PIC 9(3) VALUE 0.
           02 MC-PRM-MAX            PIC 9(3) VALUE 99.
           02 MC-PRM-READ           PIC 9(3) VALUE 0.
           02 MC-PRM-IDX            PIC 9(3) VALUE 0.
           02 MC-PRM-HIT            PIC 9(3) VALUE 0.
           02 MC-PRM-ENTRY OCCURS 99 TIMES.
             03 MC-P-CODE           PIC X(6).

       01 MC-CONTROL-AREA.
           02 MC-RCP-READ           PIC 9(4) VALUE 0.
           02 MC-PO-OPEN-SW         PIC X VALUE "N".
           02 MC-PO-NUM             PIC 9(6) VALUE 0.
           02 MC-BOOK-OPEN-SW       PIC X VALUE "N".
           02 MC-BOOK-NUM           PIC 9(4) VALUE 0.
           02 MC-ERRORS             PIC 9(4) VALUE 0.
           02 MC-WARNINGS           PIC 9(4) VALUE 0.
           02 MC-RESULT             PIC X VALUE "P".
           02 MC-SIGNED-BY          PIC X(4) VALUE SPACES.
           02 MC-SIGNED-TIME        PIC X(5) VALUE SPACES.
           02 MC-CONFIRM            PIC X VALUE SPACE.
           02 MC-NUM-6              PIC 9(6) VALUE 0.
           02 MC-NUM-4              PIC 9(4) VALUE 0.
           02 MC-NUM-3              PIC 9(3) VALUE 0.

       01 MC-FINDING.
           02 MC-F-SEVERITY         PIC X(5).
           02 MC-F-FILE             PIC X(20).
           02 MC-F-KEY              PIC X(20).
           02 MC-F-PROBLEM          PIC X(50).

       01 MC-AUTH-AREA.
           02 MC-USER-ID            PIC X(4) VALUE SPACES.
           02 MC-USER-PIN           PIC X(6) VALUE SPACES.
           02 MC-USER-NAME          PIC X(20) VALUE SPACES.
           02 MC-USER-ROLE          PIC X VALUE SPACE.
           02 MC-SIGNED-ON-SW       PIC X VALUE "N".
           02 MC-TRIES              PIC 9 VALUE 0.
           02 MC-TRIES-MAX          PIC 9 VALUE 3.
           02 MC-EMP-FOUND-SW       PIC X VALUE "N".
           02 MC-EMP-PIN            PIC X(6) VALUE SPACES.
           02 MC-EMP-ACTIVE         PIC X VALUE SPACE.
           02 MC-ALLOWED-ROLES      PIC X(5) VALUE SPACES.
           02 MC-ROLE-IDX           PIC 9 VALUE 0.
           02 MC-ROLE-OK-SW         PIC X VALUE "N".
           02 MC-SEC-EVENT          PIC X(2) VALUE SPACES.
           02 MC-SEC-ACTION         PIC X(16) VALUE SPACES.

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

       01 MC-DT.
           02 MC-TODAY.
             03 MC-F-YEAR  PIC 9(4).
             03 FILLER     PIC X VALUE '-'.
             03 MC-F-MONTH PIC 9(2).
             03 FILLER     PIC X VALUE '-'.
             03 MC-F-DAY   PIC 9(2).
           02 MC-TIME-NOW.
             03 MC-F-HOUR  PIC 9(2).
             03 FILLER     PIC X VALUE ':'.
             03 MC-F-MIN   PIC 9(2).

       01 REPORT-TITLE-LINE.
           02 FILLER                PIC X(40) VALUE
               "-- MASTER FILE CROSS-REFERENCE CHECK ".
           02 RPT-TITLE-DATE        PIC X(10).
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RPT-TITLE-TIME        PIC X(5).
           02 FILLER                PIC X(3) VALUE " --".

       01 REPORT-COLUMN-LINE.
           02 FILLER                PIC X(40) VALUE
               "SEV   FILE                 KEY          ".
           02 FILLER                PIC X(20) VALUE
               "        PROBLEM".

       01 REPORT-FINDING-LINE.
           02 RPT-SEVERITY          PIC X(5).
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RPT-FILE              PIC X(20).
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RPT-KEY               PIC X(20).
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RPT-PROBLEM           PIC X(50).

       01 REPORT-COUNT-LINE.
           02 RPT-COUNT-LABEL       PIC X(30).
           02 RPT-COUNT-VALUE       PIC ZZZ9.


       PROCEDURE DIVISION.
           PERFORM 0050-START-PROGRAM.

       0050-START-PROGRAM.
           PERFORM 0055-GET-TODAY.
           DISPLAY "-- MASTER FILE CROSS-REFERENCE CHECK --".
           OPEN OUTPUT REPORT-FILE.
           MOVE MC-TODAY TO RPT-TITLE-DATE.
           MOVE MC-TIME-NOW TO RPT-TITLE-TIME.
           MOVE REPORT-TITLE-LINE TO REPORT-LINE.
           PERFORM 0990-PRINT-LINE.
           MOVE REPORT-COLUMN-LINE TO REPORT-LINE.
           PERFORM 0990-PRINT-LINE.
           PERFORM 0060-LOAD-MENU-TABLE.
           PERFORM 0070-LOAD-SUPPLIER-TABLE.
           PERFORM 0080-LOAD-INGREDIENT-TABLE.
           PERFORM 1000-CHECK-RECIPES.
           PERFORM 2000-CHECK-MENU-RECIPES.
           PERFORM 3000-CHECK-PROMOS.
           PERFORM 4000-CHECK-INGREDIENTS.
           PERFORM 4500-CHECK-MODIFIERS.
           PERFORM 5000-CHECK-PURCHASE-ORDERS.
           PERFORM 6000-CHECK-BOOKINGS.
           PERFORM 6500-CHECK-OPEN-TABS.
           PERFORM 7000-WRITE-RESULT.
           CLOSE REPORT-FILE.
           DISPLAY "REPORT WRITTEN TO MASTER-CHECK-REPORT.DAT".
           PERFORM 8000-SIGN-OFF.
           PERFORM 8500-WRITE-CHECK-LOG.
           STOP RUN.

       0055-GET-TODAY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO MC-F-YEAR.
           MOVE WS-CURRENT-MONTH TO MC-F-MONTH.
           MOVE WS-CURRENT-DAY TO MC-F-DAY.
           MOVE WS-CURRENT-HOURS TO MC-F-HOUR.
           MOVE WS-CURRENT-MINUTE TO MC-F-MIN.

       0060-LOAD-MENU-TABLE.
           OPEN INPUT MENU-FILE.
           IF MENU-FILE-STATUS = "00"
             PERFORM UNTIL MENU-FILE-STATUS NOT = "00"
               READ MENU-FILE
                 AT END MOVE "10" TO MENU-FILE-STATUS
                 NOT AT END
                   COMPUTE MC-MENU-READ = MC-MENU-READ + 1
                   MOVE MENU-CODE TO MC-MENU-LOOKUP
                   PERFORM 0065-FIND-MENU-CODE
                   IF MC-MENU-HIT > 0
                     MOVE "ERROR" TO MC-F-SEVERITY
                     MOVE "MENU-MASTER" TO MC-F-FILE
                     MOVE MENU-CODE TO MC-F-KEY
                     MOVE "DUPLICATE MENU CODE" TO MC-F-PROBLEM
                     PERFORM 0900-REPORT-FINDING
                   ELSE
                     IF MC-MENU-COUNT < MC-MENU-MAX
                       COMPUTE MC-MENU-COUNT = MC-MENU-COUNT + 1
                       MOVE MENU-CODE TO MC-M-CODE(MC-MENU-COUNT)
                       MOVE "N" TO MC-M-RECIPE-SW(MC-MENU-COUNT)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE MENU-FILE
           ELSE
             MOVE "ERROR" TO MC-F-SEVERITY
             MOVE "MENU-MASTER" TO MC-F-FILE
             MOVE SPACES TO MC-F-KEY
             MOVE "FILE NOT FOUND - NO MENU CODE CAN BE CHECKED"
               TO MC-F-PROBLEM
             PERFORM 0900-REPORT-FINDING
           END-IF.
           IF MC-MENU-READ > MC-TILL-MENU-MAX
             MOVE "MENU-MASTER" TO MC-F-FILE
             MOVE MC-TILL-MENU-MAX TO MC-NUM-3
             PERFORM 0950-REPORT-OVER-LIMIT
           END-IF.

       0065-FIND-MENU-CODE.
           MOVE 0 TO MC-MENU-HIT.
           PERFORM VARYING MC-MENU-IDX FROM 1 BY 1 UNTIL
           MC-MENU-IDX > MC-MENU-COUNT OR MC-MENU-HIT > 0
             IF MC-M-CODE(MC-MENU-IDX) = MC-MENU-LOOKUP
               MOVE MC-MENU-IDX TO MC-MENU-HIT
             END-IF
           END-PERFORM.

       0070-LOAD-SUPPLIER-TABLE.
           OPEN INPUT SUPPLIER-FILE.
           IF SUPPLIER-FILE-STATUS = "00"
             PERFORM UNTIL SUPPLIER-FILE-STATUS NOT = "00"
               READ SUPPLIER-FILE
                 AT END MOVE "10" TO SUPPLIER-FILE-STATUS
                 NOT AT END
                   MOVE SUP-CODE TO MC-SUP-LOOKUP
                   PERFORM 0075-FIND-SUPPLIER
                   IF MC-SUP-HIT > 0
                     MOVE "ERROR" TO MC-F-SEVERITY
                     MOVE "SUPPLIER-MASTER" TO MC-F-FILE
                     MOVE SUP-CODE TO MC-F-KEY
                     MOVE "DUPLICATE SUPPLIER CODE" TO MC-F-PROBLEM
                     PERFORM 0900-REPORT-FINDING
                   ELSE
                     IF MC-SUP-COUNT < MC-SUP-MAX
                       COMPUTE MC-SUP-COUNT = MC-SUP-COUNT + 1
                       MOVE SUP-CODE TO MC-S-CODE(MC-SUP-COUNT)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE SUPPLIER-FILE
           END-IF.

       0075-FIND-SUPPLIER.
           MOVE 0 TO MC-SUP-HIT.
           PERFORM VARYING MC-SUP-IDX FROM 1 BY 1 UNTIL
           MC-SUP-IDX > MC-SUP-COUNT OR MC-SUP-HIT > 0
             IF MC-S-CODE(MC-SUP-IDX) = MC-SUP-LOOKUP
               MOVE MC-SUP-IDX TO MC-SUP-HIT
             END-IF
           END-PERFORM.

       0080-LOAD-INGREDIENT-TABLE.
           OPEN INPUT INGREDIENT-FILE.
           IF INGREDIENT-FILE-STATUS = "00"
             PERFORM UNTIL INGREDIENT-FILE-STATUS NOT = "00"
               READ INGREDIENT-FILE
                 AT END MOVE "10" TO INGREDIENT-FILE-STATUS
                 NOT AT END
                   COMPUTE MC-ING-READ = MC-ING-READ + 1
                   MOVE ING-CODE TO MC-ING-LOOKUP
                   PERFORM 0085-FIND-INGREDIENT
                   IF MC-ING-HIT > 0
                     MOVE "ERROR" TO MC-F-SEVERITY
                     MOVE "INGREDIENT-MASTER" TO MC-F-FILE
                     MOVE ING-CODE TO MC-F-KEY
                     MOVE "DUPLICATE INGREDIENT CODE" TO MC-F-PROBLEM
                     PERFORM 0900-REPORT-FINDING
                   ELSE
                     IF MC-ING-COUNT < MC-ING-MAX
                       COMPUTE MC-ING-COUNT = MC-ING-COUNT + 1
                       MOVE ING-CODE TO MC-I-CODE(MC-ING-COUNT)
                       MOVE ING-SUPPLIER TO MC-I-SUPPLIER(MC-ING-COUNT)
                       MOVE "N" TO MC-I-PACK-SW(MC-ING-COUNT)
                       IF ING-PACK-SIZE IS NUMERIC
                         IF ING-PACK-SIZE > 0
                           MOVE "Y" TO MC-I-PACK-SW(MC-ING-COUNT)
                         END-IF
                       END-IF
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE INGREDIENT-FILE
           ELSE
             MOVE "WARN" TO MC-F-SEVERITY
             MOVE "INGREDIENT-MASTER" TO MC-F-FILE
             MOVE SPACES TO MC-F-KEY
             MOVE "FILE NOT FOUND - NO STOCK IS TRACKED"
               TO MC-F-PROBLEM
             PERFORM 0900-REPORT-FINDING
           END-IF.
           IF MC-ING-READ > MC-TILL-ING-MAX
             MOVE "INGREDIENT-MASTER" TO MC-F-FILE
             MOVE MC-TILL-ING-MAX TO MC-NUM-3
             PERFORM 0950-REPORT-OVER-LIMIT
           END-IF.

       0085-FIND-INGREDIENT.
           MOVE 0 TO MC-ING-HIT.
           PERFORM VARYING MC-ING-IDX FROM 1 BY 1 UNTIL
           MC-ING-IDX > MC-ING-COUNT OR MC-ING-HIT > 0
             IF MC-I-CODE(MC-ING-IDX) = MC-ING-LOOKUP
               MOVE MC-ING-IDX TO MC-ING-HIT
             END-IF
           END-PERFORM.

      *> Each recipe line must name a menu code and an ingredient that
      *> are both on file and a quantity the till can deplete. The
      *> menu codes that do have a recipe are marked on the way.
       1000-CHECK-RECIPES.
           OPEN INPUT RECIPE-FILE.
           IF RECIPE-FILE-STATUS = "00"
             PERFORM UNTIL RECIPE-FILE-STATUS NOT = "00"
               READ RECIPE-FILE
                 AT END MOVE "10" TO RECIPE-FILE-STATUS
                 NOT AT END
                   COMPUTE MC-RCP-READ = MC-RCP-READ + 1
                   PERFORM 1010-CHECK-RECIPE-LINE
               END-READ
             END-PERFORM
             CLOSE RECIPE-FILE
           ELSE
             MOVE "WARN" TO MC-F-SEVERITY
             MOVE "RECIPE-MASTER" TO MC-F-FILE
             MOVE SPACES TO MC-F-KEY
             MOVE "FILE NOT FOUND - NO STOCK IS TRACKED"
               TO MC-F-PROBLEM
             PERFORM 0900-REPORT-FINDING
           END-IF.
           IF MC-RCP-READ > MC-TILL-RCP-MAX
             MOVE "RECIPE-MASTER" TO MC-F-FILE
             MOVE MC-TILL-RCP-MAX TO MC-NUM-3
             PERFORM 0950-REPORT-OVER-LIMIT
           END-IF.

       1010-CHECK-RECIPE-LINE.
           MOVE "RECIPE-MASTER" TO MC-F-FILE.
           MOVE SPACES TO MC-F-KEY.
           STRING RCP-MENU-CODE "/" RCP-ING-CODE
             DELIMITED BY SIZE INTO MC-F-KEY.
           MOVE RCP-MENU-CODE TO MC-MENU-LOOKUP.
           PERFORM 0065-FIND-MENU-CODE.
           IF MC-MENU-HIT > 0
             MOVE "Y" TO MC-M-RECIPE-SW(MC-MENU-HIT)
           ELSE
             MOVE "ERROR" TO MC-F-SEVERITY
             MOVE "MENU CODE NOT ON MENU-MASTER" TO MC-F-PROBLEM
             PERFORM 0900-REPORT-FINDING
           END-IF.
           MOVE RCP-ING-CODE TO MC-ING-LOOKUP.
           PERFORM 0085-FIND-INGREDIENT.
           IF MC-ING-HIT = 0
             MOVE "ERROR" TO MC-F-SEVERITY
             MOVE "INGREDIENT NOT ON INGREDIENT-MASTER" TO MC-F-PROBLEM
             PERFORM 0900-REPORT-FINDING
           END-IF.
           IF RCP-QTY-PER-ITEM IS NOT NUMERIC
             MOVE "ERROR" TO MC-F-SEVERITY
             MOVE "QUANTITY PER ITEM IS NOT A NUMBER" TO MC-F-PROBLEM
             PERFORM 0900-REPORT-FINDING
           ELSE
             IF RCP-QTY-PER-ITEM = 0
               MOVE "WARN" TO MC-F-SEVERITY
               MOVE "QUANTITY PER ITEM IS ZERO" TO MC-F-PROBLEM
               PERFORM 0900-REPORT-FINDING
             END-IF
           END-IF.

       2000-CHECK-MENU-RECIPES.
           PERFORM VARYING MC-MENU-IDX FROM 1 BY 1 UNTIL
           MC-MENU-IDX > MC-MENU-COUNT
             IF MC-M-RECIPE-SW(MC-MENU-IDX) NOT = "Y"
               MOVE "WARN" TO MC-F-SEVERITY
               MOVE "MENU-MASTER" TO MC-F-FILE
               MOVE MC-M-CODE(MC-MENU-IDX) TO MC-F-KEY
               MOVE "NO RECIPE - SELLS WITHOUT STOCK TRACKING"
                 TO MC-F-PROBLEM
               PERFORM 0900-REPORT-FINDING
             END-IF
           END-PERFORM.

      *> Happy hour and combo promos only ever match a menu code; a
      *> voucher needs none, but one that names a code must name a
      *> live one. A promo past its end date is harmless at the till
      *> and is only warned about.
       3000-CHECK-PROMOS.
           OPEN INPUT PROMO-FILE.
           IF PROMO-FILE-STATUS = "00"
             PERFORM UNTIL PROMO-FILE-STATUS NOT = "00"
               READ PROMO-FILE
                 AT END MOVE "10" TO PROMO-FILE-STATUS
                 NOT AT END
                   COMPUTE MC-PRM-READ = MC-PRM-READ + 1
                   PERFORM 3010-CHECK-PROMO-RECORD
               END-READ
             END-PERFORM
             CLOSE PROMO-FILE
           END-IF.
           IF MC-PRM-READ > MC-TILL-PRM-MAX
             MOVE "PROMO-MASTER" TO MC-F-FILE
             MOVE MC-TILL-PRM-MAX TO MC-NUM-3
             PERFORM 0950-REPORT-OVER-LIMIT
           END-IF.

       3010-CHECK-PROMO-RECORD.
           MOVE "PROMO-MASTER" TO MC-F-FILE.
           MOVE PRM-CODE TO MC-F-KEY.
           MOVE 0 TO MC-PRM-HIT.
           PERFORM VARYING MC-PRM-IDX FROM 1 BY 1 UNTIL
           MC-PRM-IDX > MC-PRM-COUNT OR MC-PRM-HIT > 0
             IF MC-P-CODE(MC-PRM-IDX) = PRM-CODE
               MOVE MC-PRM-IDX TO MC-PRM-HIT
             END-IF
           END-PERFORM.
           IF MC-PRM-HIT > 0
             MOVE "ERROR" TO MC-F-SEVERITY
             MOVE "DUPLICATE PROMO CODE" TO MC-F-PROBLEM
             PERFORM 0900-REPORT-FINDING
           ELSE
             IF MC-PRM-COUNT < MC-PRM-MAX
               COMPUTE MC-PRM-COUNT = MC-PRM-COUNT + 1
               MOVE PRM-CODE TO MC-P-CODE(MC-PRM-COUNT)
             END-IF
           END-IF.
           MOVE PRM-MENU-CODE TO MC-MENU-LOOKUP.
           PERFORM 0065-FIND-MENU-CODE.
           EVALUATE TRUE
             WHEN PRM-IS-HAPPY-HOUR OR PRM-IS-COMBO
               IF PRM-MENU-CODE = SPACES
                 MOVE "ERROR" TO MC-F-SEVERITY
                 MOVE "NO MENU CODE - PROMO CAN NEVER APPLY"
                   TO MC-F-PROBLEM
                 PERFORM 0900-REPORT-FINDING
               ELSE
                 IF MC-MENU-HIT = 0
                   PERFORM 3020-REPORT-DEAD-PROMO-CODE
                 END-IF
               END-IF
             WHEN PRM-IS-VOUCHER
               IF PRM-MENU-CODE NOT = SPACES AND MC-MENU-HIT = 0
                 PERFORM 3020-REPORT-DEAD-PROMO-CODE
               END-IF
             WHEN OTHER
               MOVE "ERROR" TO MC-F-SEVERITY
               MOVE "UNKNOWN PROMO TYPE" TO MC-F-PROBLEM
               PERFORM 0900-REPORT-FINDING
           END-EVALUATE.
           IF PRM-DATE-TO NOT = SPACES AND PRM-DATE-TO < MC-TODAY
             MOVE "WARN" TO MC-F-SEVERITY
             MOVE SPACES TO MC-F-PROBLEM
             STRING "PROMO EXPIRED " PRM-DATE-TO
               DELIMITED BY SIZE INTO MC-F-PROBLEM
             PERFORM 0900-REPORT-FINDING
           END-IF.

       3020-REPORT-DEAD-PROMO-CODE.
           MOVE "ERROR" TO MC-F-SEVERITY.
           MOVE SPACES TO MC-F-PROBLEM.
           STRING "MENU CODE " PRM-MENU-CODE " NOT ON MENU-MASTER"
             DELIMITED BY SIZE INTO MC-F-PROBLEM.
           PERFORM 0900-REPORT-FINDING.

       4000-CHECK-INGREDIENTS.
           MOVE "INGREDIENT-MASTER" TO MC-F-FILE.
           PERFORM VARYING MC-ING-IDX FROM 1 BY 1 UNTIL
           MC-ING-IDX > MC-ING-COUNT
             MOVE MC-I-CODE(MC-ING-IDX) TO MC-F-KEY
             IF MC-I-SUPPLIER(MC-ING-IDX) = SPACES
               MOVE "WARN" TO MC-F-SEVERITY
               MOVE "NO SUPPLIER - CANNOT BE REORDERED"
                 TO MC-F-PROBLEM
               PERFORM 0900-REPORT-FINDING
             ELSE
               MOVE MC-I-SUPPLIER(MC-ING-IDX) TO MC-SUP-LOOKUP
               PERFORM 0075-FIND-SUPPLIER
               IF MC-SUP-HIT = 0
                 MOVE "ERROR" TO MC-F-SEVERITY
                 MOVE SPACES TO MC-F-PROBLEM
                 STRING "SUPPLIER " MC-I-SUPPLIER(MC-ING-IDX)
                   " NOT ON SUPPLIER-MASTER"
                   DELIMITED BY SIZE INTO MC-F-PROBLEM
                 PERFORM 0900-REPORT-FINDING
               END-IF
             END-IF
             IF MC-I-PACK-SW(MC-ING-IDX) NOT = "Y"
               MOVE "WARN" TO MC-F-SEVERITY
               MOVE "NO PACK SIZE - CANNOT BE REORDERED"
                 TO MC-F-PROBLEM
               PERFORM 0900-REPORT-FINDING
             END-IF
           END-PERFORM.

      *> A modifier's menu code slots ("**" is every item) and its
      *> ingredient adjustments must all name codes on file. The
      *> modifier codes are kept for the open tab check.
       4500-CHECK-MODIFIERS.
           OPEN INPUT MODIFIER-FILE.
           IF MODIFIER-FILE-STATUS = "00"
             PERFORM UNTIL MODIFIER-FILE-STATUS NOT = "00"
               READ MODIFIER-FILE
                 AT END MOVE "10" TO MODIFIER-FILE-STATUS
                 NOT AT END
                   COMPUTE MC-MOD-READ = MC-MOD-READ + 1
                   PERFORM 4510-CHECK-MODIFIER-RECORD
               END-READ
             END-PERFORM
             CLOSE MODIFIER-FILE
           END-IF.
           IF MC-MOD-READ > MC-TILL-MOD-MAX
             MOVE "MODIFIER-MASTER" TO MC-F-FILE
             MOVE MC-TILL-MOD-MAX TO MC-NUM-3
             PERFORM 0950-REPORT-OVER-LIMIT
           END-IF.

       4510-CHECK-MODIFIER-RECORD.
           MOVE "MODIFIER-MASTER" TO MC-F-FILE.
           MOVE MOD-CODE TO MC-F-KEY.
           MOVE MOD-CODE TO MC-MOD-LOOKUP.
           PERFORM 4520-FIND-MODIFIER.
           IF MC-MOD-HIT > 0
             MOVE "ERROR" TO MC-F-SEVERITY
             MOVE "DUPLICATE MODIFIER CODE" TO MC-F-PROBLEM
             PERFORM 0900-REPORT-FINDING
           ELSE
             IF MC-MOD-COUNT < MC-MOD-MAX
               COMPUTE MC-MOD-COUNT = MC-MOD-COUNT + 1
               MOVE MOD-CODE TO MC-MD-CODE(MC-MOD-COUNT)
             END-IF
           END-IF.
           PERFORM VARYING MC-SLOT-IDX FROM 1 BY 1 UNTIL
           MC-SLOT-IDX > 8
             IF MOD-MENU-CODE(MC-SLOT-IDX) NOT = SPACES
             AND MOD-MENU-CODE(MC-SLOT-IDX) NOT = "**"
               MOVE MOD-MENU-CODE(MC-SLOT-IDX) TO MC-MENU-LOOKUP
               PERFORM 0065-FIND-MENU-CODE
               IF MC-MENU-HIT = 0
                 MOVE "ERROR" TO MC-F-SEVERITY
                 MOVE SPACES TO MC-F-PROBLEM
                 STRING "MENU CODE " MOD-MENU-CODE(MC-SLOT-IDX)
                   " NOT ON MENU-MASTER"
                   DELIMITED BY SIZE INTO MC-F-PROBLEM
                 PERFORM 0900-REPORT-FINDING
               END-IF
             END-IF
           END-PERFORM.
           PERFORM VARYING MC-SLOT-IDX FROM 1 BY 1 UNTIL
           MC-SLOT-IDX > 3
             IF MOD-ING-CODE(MC-SLOT-IDX) NOT = SPACES
               MOVE MOD-ING-CODE(MC-SLOT-IDX) TO MC-ING-LOOKUP
               PERFORM 0085-FIND-INGREDIENT
               IF MC-ING-HIT = 0
                 MOVE "ERROR" TO MC-F-SEVERITY
                 MOVE SPACES TO MC-F-PROBLEM
                 STRING "INGREDIENT " MOD-ING-CODE(MC-SLOT-IDX)
                   " NOT ON INGREDIENT-MASTER"
                   DELIMITED BY SIZE INTO MC-F-PROBLEM
                 PERFORM 0900-REPORT-FINDING
               END-IF
             END-IF
           END-PERFORM.

       4520-FIND-MODIFIER.
           MOVE 0 TO MC-MOD-HIT.
           PERFORM VARYING MC-MOD-IDX FROM 1 BY 1 UNTIL
           MC-MOD-IDX > MC-MOD-COUNT OR MC-MOD-HIT > 0
             IF MC-MD-CODE(MC-MOD-IDX) = MC-MOD-LOOKUP
               MOVE MC-MOD-IDX TO MC-MOD-HIT
             END-IF
           END-PERFORM.

      *> Only purchase orders still open can still be booked in, so
      *> received ones are left alone.
       5000-CHECK-PURCHASE-ORDERS.
           MOVE "N" TO MC-PO-OPEN-SW.
           OPEN INPUT PO-FILE.
           IF PO-FILE-STATUS = "00"
             PERFORM UNTIL PO-FILE-STATUS NOT = "00"
               READ PO-FILE
                 AT END MOVE "10" TO PO-FILE-STATUS
                 NOT AT END
                   EVALUATE TRUE
                     WHEN PO-IS-HEADER
                       PERFORM 5010-CHECK-PO-HEADER
                     WHEN PO-IS-DETAIL
                       IF MC-PO-OPEN-SW = "Y"
                         PERFORM 5020-CHECK-PO-LINE
                       END-IF
                   END-EVALUATE
               END-READ
             END-PERFORM
             CLOSE PO-FILE
           END-IF.

       5010-CHECK-PO-HEADER.
           MOVE "N" TO MC-PO-OPEN-SW.
           IF PO-IS-OPEN
             MOVE "Y" TO MC-PO-OPEN-SW
             MOVE PO-NUM TO MC-PO-NUM
             MOVE PO-SUPPLIER TO MC-SUP-LOOKUP
             PERFORM 0075-FIND-SUPPLIER
             IF MC-SUP-HIT = 0
               MOVE "ERROR" TO MC-F-SEVERITY
               MOVE "PURCHASE-ORDER" TO MC-F-FILE
               MOVE SPACES TO MC-F-KEY
               STRING "PO " PO-NUM DELIMITED BY SIZE INTO MC-F-KEY
               MOVE SPACES TO MC-F-PROBLEM
               STRING "OPEN PO - SUPPLIER " PO-SUPPLIER
                 " NOT ON SUPPLIER-MASTER"
                 DELIMITED BY SIZE INTO MC-F-PROBLEM
               PERFORM 0900-REPORT-FINDING
             END-IF
           END-IF.

       5020-CHECK-PO-LINE.
           MOVE PO-ING-CODE TO MC-ING-LOOKUP.
           PERFORM 0085-FIND-INGREDIENT.
           IF MC-ING-HIT = 0
             MOVE "ERROR" TO MC-F-SEVERITY
             MOVE "PURCHASE-ORDER" TO MC-F-FILE
             MOVE SPACES TO MC-F-KEY
             STRING "PO " MC-PO-NUM " " PO-ING-CODE
               DELIMITED BY SIZE INTO MC-F-KEY
             MOVE "OPEN PO - INGREDIENT NOT ON INGREDIENT-MASTER"
               TO MC-F-PROBLEM
             PERFORM 0900-REPORT-FINDING
           END-IF.

      *> Only bookings still "B" will be fulfilled at the till;
      *> fulfilled and cancelled ones are history.
       6000-CHECK-BOOKINGS.
           MOVE "N" TO MC-BOOK-OPEN-SW.
           OPEN INPUT ADVANCE-FILE.
           IF ADVANCE-FILE-STATUS = "00"
             PERFORM UNTIL ADVANCE-FILE-STATUS NOT = "00"
               READ ADVANCE-FILE
                 AT END MOVE "10" TO ADVANCE-FILE-STATUS
                 NOT AT END
                   EVALUATE TRUE
                     WHEN ADV-IS-HEADER
                       MOVE "N" TO MC-BOOK-OPEN-SW
                       IF ADV-IS-BOOKED
                         MOVE "Y" TO MC-BOOK-OPEN-SW
                         MOVE ADV-BOOKING-NUM TO MC-BOOK-NUM
                       END-IF
                     WHEN ADV-IS-DETAIL
                       IF MC-BOOK-OPEN-SW = "Y"
                         PERFORM 6010-CHECK-BOOKED-LINE
                       END-IF
                   END-EVALUATE
               END-READ
             END-PERFORM
             CLOSE ADVANCE-FILE
           END-IF.

       6010-CHECK-BOOKED-LINE.
           MOVE ADV-ITEM-CODE TO MC-MENU-LOOKUP.
           PERFORM 0065-FIND-MENU-CODE.
           IF MC-MENU-HIT = 0
             MOVE "ERROR" TO MC-F-SEVERITY
             MOVE "ADVANCE-ORDERS" TO MC-F-FILE
             MOVE SPACES TO MC-F-KEY
             STRING "BOOKING " MC-BOOK-NUM " " ADV-ITEM-CODE
               DELIMITED BY SIZE INTO MC-F-KEY
             MOVE "OPEN BOOKING - ITEM NOT ON MENU-MASTER"
               TO MC-F-PROBLEM
             PERFORM 0900-REPORT-FINDING
           END-IF.

      *> A tab left open over night is settled through the normal
      *> payment path, so its item and modifier codes must still be
      *> on file.
       6500-CHECK-OPEN-TABS.
           OPEN INPUT CHECK-FILE.
           IF CHECK-FILE-STATUS = "00"
             PERFORM UNTIL CHECK-FILE-STATUS NOT = "00"
               READ CHECK-FILE
                 AT END MOVE "10" TO CHECK-FILE-STATUS
                 NOT AT END
                   IF CHK-IS-LINE
                     PERFORM 6510-CHECK-TAB-LINE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CHECK-FILE
           END-IF.

       6510-CHECK-TAB-LINE.
           MOVE "OPEN-CHECKS" TO MC-F-FILE.
           MOVE SPACES TO MC-F-KEY.
           STRING "TABLE " CHK-TABLE-NUM " " CHK-ITEM-CODE
             DELIMITED BY SIZE INTO MC-F-KEY.
           MOVE CHK-ITEM-CODE TO MC-MENU-LOOKUP.
           PERFORM 0065-FIND-MENU-CODE.
           IF MC-MENU-HIT = 0
             MOVE "ERROR" TO MC-F-SEVERITY
             MOVE "OPEN TAB - ITEM NOT ON MENU-MASTER" TO MC-F-PROBLEM
             PERFORM 0900-REPORT-FINDING
           END-IF.
           PERFORM VARYING MC-SLOT-IDX FROM 1 BY 1 UNTIL
           MC-SLOT-IDX > 3
             IF CHK-MOD-CODE(MC-SLOT-IDX) NOT = SPACES
               MOVE CHK-MOD-CODE(MC-SLOT-IDX) TO MC-MOD-LOOKUP
               PERFORM 4520-FIND-MODIFIER
               IF MC-MOD-HIT = 0
                 MOVE "ERROR" TO MC-F-SEVERITY
                 MOVE SPACES TO MC-F-PROBLEM
                 STRING "OPEN TAB - MODIFIER " CHK-MOD-CODE(MC-SLOT-IDX)
                   " NOT ON MODIFIER-MASTER"
                   DELIMITED BY SIZE INTO MC-F-PROBLEM
                 PERFORM 0900-REPORT-FINDING
               END-IF
             END-IF
           END-PERFORM.

       7000-WRITE-RESULT.
           IF MC-ERRORS > 0
             MOVE "F" TO MC-RESULT
           ELSE
             MOVE "P" TO MC-RESULT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 0990-PRINT-LINE.
           MOVE "ERRORS (BROKEN REFERENCES)" TO RPT-COUNT-LABEL.
           MOVE MC-ERRORS TO RPT-COUNT-VALUE.
           MOVE REPORT-COUNT-LINE TO REPORT-LINE.
           PERFORM 0990-PRINT-LINE.
           MOVE "WARNINGS" TO RPT-COUNT-LABEL.
           MOVE MC-WARNINGS TO RPT-COUNT-VALUE.
           MOVE REPORT-COUNT-LINE TO REPORT-LINE.
           PERFORM 0990-PRINT-LINE.
           IF MC-RESULT = "P"
             MOVE "RESULT: PASS" TO REPORT-LINE
           ELSE
             MOVE "RESULT: FAIL - FIX THE ERRORS BEFORE OPENING"
               TO REPORT-LINE
           END-IF.
           PERFORM 0990-PRINT-LINE.

       0900-REPORT-FINDING.
           IF MC-F-SEVERITY = "ERROR"
             COMPUTE MC-ERRORS = MC-ERRORS + 1
           ELSE
             COMPUTE MC-WARNINGS = MC-WARNINGS + 1
           END-IF.
           MOVE MC-F-SEVERITY TO RPT-SEVERITY.
           MOVE MC-F-FILE TO RPT-FILE.
           MOVE MC-F-KEY TO RPT-KEY.
           MOVE MC-F-PROBLEM TO RPT-PROBLEM.
           MOVE REPORT-FINDING-LINE TO REPORT-LINE.
           PERFORM 0990-PRINT-LINE.

       0950-REPORT-OVER-LIMIT.
           MOVE "ERROR" TO MC-F-SEVERITY.
           MOVE SPACES TO MC-F-KEY.
           MOVE SPACES TO MC-F-PROBLEM.
           STRING "MORE THAN " MC-NUM-3
             " RECORDS - THE TILL IGNORES THE REST"
             DELIMITED BY SIZE INTO MC-F-PROBLEM.
           PERFORM 0900-REPORT-FINDING.

       0990-PRINT-LINE.
           WRITE REPORT-LINE.
           DISPLAY REPORT-LINE.

      *> The opening manager or owner signs the result off with id
      *> and PIN. A failed check can still be signed off - the sign-
      *> off records who saw it - but the till warns about it.
       8000-SIGN-OFF.
           DISPLAY " ".
           IF MC-RESULT = "P"
             DISPLAY "CHECK PASSED - SIGN OFF NOW? Y/N >> "
           ELSE
             DISPLAY "CHECK FAILED - SIGN OFF THE FAILURE NOW? Y/N >> "
           END-IF.
           ACCEPT MC-CONFIRM.
           MOVE FUNCTION UPPER-CASE(MC-CONFIRM) TO MC-CONFIRM.
           IF MC-CONFIRM = "Y"
             PERFORM 8010-SIGN-ON
             IF MC-SIGNED-ON-SW = "Y"
               MOVE "MO" TO MC-ALLOWED-ROLES
               MOVE "MASTER CHECK" TO MC-SEC-ACTION
               PERFORM 8030-CHECK-ROLE
               IF MC-ROLE-OK-SW = "Y"
                 PERFORM 0055-GET-TODAY
                 MOVE MC-USER-ID TO MC-SIGNED-BY
                 MOVE MC-TIME-NOW TO MC-SIGNED-TIME
                 DISPLAY "CHECK SIGNED OFF BY " MC-USER-NAME
               END-IF
             END-IF
           END-IF.
           IF MC-SIGNED-BY = SPACES
             DISPLAY "CHECK NOT SIGNED OFF - RUN MASTCHECK AGAIN"
               " BEFORE OPENING"
           END-IF.

       8010-SIGN-ON.
           MOVE "N" TO MC-SIGNED-ON-SW.
           MOVE 0 TO MC-TRIES.
           PERFORM UNTIL MC-SIGNED-ON-SW = "Y"
           OR MC-TRIES >= MC-TRIES-MAX
             COMPUTE MC-TRIES = MC-TRIES + 1
             MOVE SPACES TO MC-USER-ID
             PERFORM UNTIL MC-USER-ID NOT = SPACES
               DISPLAY "USER ID >> "
               ACCEPT MC-USER-ID
               MOVE FUNCTION UPPER-CASE(MC-USER-ID) TO MC-USER-ID
             END-PERFORM
             DISPLAY "PIN >> "
             ACCEPT MC-USER-PIN
             MOVE "SIGN-ON" TO MC-SEC-ACTION
             PERFORM 8020-FIND-EMPLOYEE
             EVALUATE TRUE
               WHEN MC-EMP-FOUND-SW NOT = "Y"
                 DISPLAY "EMPLOYEE " MC-USER-ID " NOT ON FILE"
                 MOVE "UI" TO MC-SEC-EVENT
                 PERFORM 9000-WRITE-SECURITY-LOG
               WHEN MC-EMP-ACTIVE NOT = "Y"
                 DISPLAY "EMPLOYEE " MC-USER-ID " IS NOT ACTIVE"
                 MOVE "IN" TO MC-SEC-EVENT
                 PERFORM 9000-WRITE-SECURITY-LOG
               WHEN MC-EMP-PIN NOT = MC-USER-PIN
                 DISPLAY "WRONG PIN"
                 MOVE "BP" TO MC-SEC-EVENT
                 PERFORM 9000-WRITE-SECURITY-LOG
               WHEN OTHER
                 MOVE "Y" TO MC-SIGNED-ON-SW
             END-EVALUATE
           END-PERFORM.
           IF MC-SIGNED-ON-SW NOT = "Y"
             DISPLAY "SIGN-ON FAILED"
           END-IF.

       8020-FIND-EMPLOYEE.
           MOVE "N" TO MC-EMP-FOUND-SW.
           MOVE SPACE TO MC-USER-ROLE.
           MOVE SPACES TO MC-USER-NAME.
           OPEN INPUT EMPLOYEE-FILE.
           IF EMPLOYEE-FILE-STATUS = "00"
             PERFORM UNTIL EMPLOYEE-FILE-STATUS NOT = "00"
             OR MC-EMP-FOUND-SW = "Y"
               READ EMPLOYEE-FILE
                 AT END MOVE "10" TO EMPLOYEE-FILE-STATUS
                 NOT AT END
                   IF EMP-ID = MC-USER-ID
                     MOVE "Y" TO MC-EMP-FOUND-SW
                     MOVE EMP-NAME TO MC-USER-NAME
                     MOVE EMP-PIN TO MC-EMP-PIN
                     MOVE EMP-ROLE TO MC-USER-ROLE
                     MOVE EMP-ACTIVE TO MC-EMP-ACTIVE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE EMPLOYEE-FILE
           ELSE
             DISPLAY "NO EMPLOYEE-MASTER.DAT - SET UP STAFF IN EMPMAINT"
           END-IF.

       8030-CHECK-ROLE.
           MOVE "N" TO MC-ROLE-OK-SW.
           PERFORM VARYING MC-ROLE-IDX FROM 1 BY 1 UNTIL
           MC-ROLE-IDX > 5 OR MC-ROLE-OK-SW = "Y"
             IF MC-ALLOWED-ROLES(MC-ROLE-IDX:1) = MC-USER-ROLE
               MOVE "Y" TO MC-ROLE-OK-SW
             END-IF
           END-PERFORM.
           IF MC-ROLE-OK-SW NOT = "Y"
             DISPLAY MC-USER-ID " IS NOT ALLOWED TO DO " MC-SEC-ACTION
             MOVE "RF" TO MC-SEC-EVENT
             PERFORM 9000-WRITE-SECURITY-LOG
           END-IF.

       8500-WRITE-CHECK-LOG.
           OPEN EXTEND MCHK-LOG-FILE.
           IF MCHK-LOG-FILE-STATUS = "35"
             OPEN OUTPUT MCHK-LOG-FILE
           END-IF.
           IF MCHK-LOG-FILE-STATUS = "00"
             MOVE SPACES TO MASTER-CHECK-RECORD
             MOVE RPT-TITLE-DATE TO MCHK-DATE
             MOVE RPT-TITLE-TIME TO MCHK-TIME
             MOVE MC-RESULT TO MCHK-RESULT
             MOVE MC-ERRORS TO MCHK-ERRORS
             MOVE MC-WARNINGS TO MCHK-WARNINGS
             MOVE MC-SIGNED-BY TO MCHK-SIGNED-BY
             MOVE MC-SIGNED-TIME TO MCHK-SIGNED-TIME
             WRITE MASTER-CHECK-RECORD
             CLOSE MCHK-LOG-FILE
           END-IF.

       9000-WRITE-SECURITY-LOG.
           OPEN EXTEND SECURITY-FILE.
           IF SECURITY-FILE-STATUS = "35"
             OPEN OUTPUT SECURITY-FILE
           END-IF.
           IF SECURITY-FILE-STATUS = "00"
             MOVE SPACES TO SECURITY-LOG-RECORD
             MOVE MC-TODAY TO SEC-DATE
             MOVE MC-TIME-NOW TO SEC-TIME
             MOVE "MASTCHECK" TO SEC-PROGRAM
             MOVE MC-USER-ID TO SEC-EMP-ID
             MOVE MC-SEC-EVENT TO SEC-EVENT
             MOVE MC-USER-ROLE TO SEC-ROLE
             MOVE MC-SEC-ACTION TO SEC-ACTION
             WRITE SECURITY-LOG-RECORD
             CLOSE SECURITY-FILE
           END-IF.

           END PROGRAM MASTCHECK.

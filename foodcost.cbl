       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "FOODCOST".
       AUTHOR.     GROUP-5.

      *> MODIFICATION HISTORY
      *> - Initial actual-versus-theoretical food cost report for the
      *>   period between two physical counts in STOCK-LEDGER.DAT.
      *>   Each ingredient's period runs from its last "PC" count on
      *>   the opening date to its last "PC" count on the closing
      *>   date. Actual usage is the opening count plus the "DL"
      *>   deliveries less the "WA" wastage booked in between, less
      *>   the closing count. Theoretical usage explodes the "D" item
      *>   lines sold in between (less refund "V" lines, from the
      *>   monthly archives SALES-ARCHIVE-YYYYMM.DAT and then the live
      *>   journal) through RECIPE-MASTER.DAT, with the ingredient
      *>   adjustments of any "M" modifier lines through
      *>   MODIFIER-MASTER.DAT, exactly as the till depletes stock.
      *>   FOOD-COST-REPORT.DAT shows both figures per ingredient with
      *>   the unexplained variance in units and in pesos at
      *>   ING-UNIT-COST and the wastage on its own, and closes with
      *>   theoretical and actual food cost percent against the net
      *>   sales rung up over the same period.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT INGREDIENT-FILE ASSIGN TO "INGREDIENT-MASTER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS INGREDIENT-FILE-STATUS.
            SELECT RECIPE-FILE ASSIGN TO "RECIPE-MASTER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RECIPE-FILE-STATUS.
            SELECT MODIFIER-FILE ASSIGN TO "MODIFIER-MASTER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS MODIFIER-FILE-STATUS.
            SELECT LEDGER-FILE ASSIGN TO "STOCK-LEDGER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS LEDGER-FILE-STATUS.
            SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC FC-ARCHIVE-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ARCHIVE-FILE-STATUS.
            SELECT JOURNAL-FILE ASSIGN TO "SALES-JOURNAL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS JOURNAL-FILE-STATUS.
            SELECT REPORT-FILE ASSIGN TO "FOOD-COST-REPORT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
         FD INGREDIENT-FILE.
           COPY INGREC.

         FD RECIPE-FILE.
           COPY RCPREC.

         FD MODIFIER-FILE.
           COPY MODREC.

         FD LEDGER-FILE.
           COPY STKREC.

         FD ARCHIVE-FILE.
         01 ARCHIVE-RECORD           PIC X(107).

         FD JOURNAL-FILE.
         01 JOURNAL-BUFFER           PIC X(107).

         FD REPORT-FILE.
         01 REPORT-LINE              PIC X(130).

       WORKING-STORAGE SECTION.
         COPY JRNLREC.

       01 WS-FILE-STATUS-AREA.
           02 INGREDIENT-FILE-STATUS PIC XX.
           02 RECIPE-FILE-STATUS    PIC XX.
           02 MODIFIER-FILE-STATUS  PIC XX.
           02 LEDGER-FILE-STATUS    PIC XX.
           02 ARCHIVE-FILE-STATUS   PIC XX.
           02 JOURNAL-FILE-STATUS   PIC XX.
           02 REPORT-FILE-STATUS    PIC XX.

       01 FC-ARCHIVE-NAME.
           02 FILLER                PIC X(14) VALUE "SALES-ARCHIVE-".
           02 FC-AN-YEAR            PIC 9(4).
           02 FC-AN-MONTH           PIC 9(2).
           02 FILLER                PIC X(4) VALUE ".DAT".

       01 FC-CONTROL-AREA.
           02 FC-IN-DATE.
             03 FC-IN-YEAR          PIC X(4).
             03 FC-IN-SEP1          PIC X.
             03 FC-IN-MONTH         PIC X(2).
             03 FC-IN-SEP2          PIC X.
             03 FC-IN-DAY           PIC X(2).
           02 FC-DATE-OK-SW         PIC X VALUE "N".
           02 FC-OPEN-DATE          PIC X(10).
           02 FC-CLOSE-DATE         PIC X(10).
           02 FC-OPEN-STAMP         PIC X(15) VALUE SPACES.
           02 FC-CLOSE-STAMP        PIC X(15) VALUE SPACES.
           02 FC-REC-STAMP          PIC X(15).
           02 FC-LINE-SIGN          PIC S9 VALUE +1.
           02 FC-SALE-LINES         PIC 9(6) VALUE 0.
           02 FC-LAST-MONTH         PIC 9(6) VALUE 0.
           02 FC-THIS-MONTH         PIC 9(6) VALUE 0.

       01 FC-ING-AREA.
           02 FC-ING-COUNT          PIC 9(2) VALUE 0.
           02 FC-ING-MAX            PIC 9(2) VALUE 30.
           02 FC-ING-IDX            PIC 9(2) VALUE 0.
           02 FC-ING-HIT            PIC 9(2) VALUE 0.
           02 FC-ING-LOOKUP         PIC X(4).
           02 FC-ING-ENTRY OCCURS 30 TIMES.
             03 FC-I-CODE           PIC X(4).
             03 FC-I-DESC           PIC X(20).
             03 FC-I-UNIT           PIC X(4).
             03 FC-I-COST           PIC 9(5)V9(2).
             03 FC-I-OPEN-STAMP     PIC X(15).
             03 FC-I-OPEN-QTY       PIC S9(5)V9(2).
             03 FC-I-CLOSE-STAMP    PIC X(15).
             03 FC-I-CLOSE-QTY      PIC S9(5)V9(2).
             03 FC-I-DELIVERED      PIC S9(6)V9(2).
             03 FC-I-WASTED         PIC S9(6)V9(2).
             03 FC-I-THEORY         PIC S9(6)V9(2).

       01 FC-RCP-AREA.
           02 FC-RCP-COUNT          PIC 9(2) VALUE 0.
           02 FC-RCP-MAX            PIC 9(2) VALUE 60.
           02 FC-RCP-IDX            PIC 9(2) VALUE 0.
           02 FC-RCP-ENTRY OCCURS 60 TIMES.
             03 FC-R-MENU-CODE      PIC X(2).
             03 FC-R-ING-CODE       PIC X(4).
             03 FC-R-QTY            PIC 9(3)V9(2).

       01 FC-MOD-AREA.
           02 FC-MOD-COUNT          PIC 9(2) VALUE 0.
           02 FC-MOD-MAX            PIC 9(2) VALUE 30.
           02 FC-MOD-IDX            PIC 9(2) VALUE 0.
           02 FC-MOD-HIT            PIC 9(2) VALUE 0.
           02 FC-ADJ-IDX            PIC 9 VALUE 0.
           02 FC-MOD-ENTRY OCCURS 30 TIMES.
             03 FC-MD-CODE          PIC X(3).
             03 FC-MD-ADJUST OCCURS 3 TIMES.
               04 FC-MD-ING-CODE    PIC X(4).
               04 FC-MD-ING-QTY     PIC S9(3)V9(2).

       01 FC-WORK-AREA.
           02 FC-USE-QTY            PIC S9(6)V9(2) VALUE 0.
           02 FC-ACTUAL             PIC S9(6)V9(2) VALUE 0.
           02 FC-VARIANCE           PIC S9(6)V9(2) VALUE 0.
           02 FC-VAR-PESOS          PIC S9(7)V9(2) VALUE 0.
           02 FC-WASTE-PESOS        PIC S9(7)V9(2) VALUE 0.
           02 FC-T-ACTUAL-COST      PIC S9(9)V9(2) VALUE 0.
           02 FC-T-THEORY-COST      PIC S9(9)V9(2) VALUE 0.
           02 FC-T-VAR-PESOS        PIC S9(9)V9(2) VALUE 0.
           02 FC-T-WASTE-PESOS      PIC S9(9)V9(2) VALUE 0.
           02 FC-NET-SALES          PIC S9(9)V9(2) VALUE 0.
           02 FC-HDR-AMOUNT         PIC S9(7)V9(2) VALUE 0.
           02 FC-PCT                PIC S9(5)V9(2) VALUE 0.
           02 FC-UNCOUNTED          PIC 9(2) VALUE 0.

       01 FC-DISPLAY-AREAS.
           02 FC-DISPLAY-COUNT      PIC ZZZZZ9.

       01 REPORT-TITLE-LINE.
           02 FILLER                PIC X(40) VALUE
               "-- ACTUAL VS THEORETICAL FOOD COST FROM ".
           02 RPT-TITLE-OPEN-DATE   PIC X(10).
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RPT-TITLE-OPEN-TIME   PIC X(5).
           02 FILLER                PIC X(4) VALUE " TO ".
           02 RPT-TITLE-CLOSE-DATE  PIC X(10).
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RPT-TITLE-CLOSE-TIME  PIC X(5).
           02 FILLER                PIC X(3) VALUE " --".

       01 REPORT-COLUMN-LINE.
           02 FILLER                PIC X(40) VALUE
               "CODE DESCRIPTION      OPENING DELIVERED ".
           02 FILLER                PIC X(40) VALUE
               "   WASTED   CLOSING    ACTUAL    THEORY ".
           02 FILLER                PIC X(36) VALUE
               " VARIANCE  VAR PESOS  WASTE PHP FLAG".

       01 REPORT-DETAIL-LINE.
           02 RPT-CODE              PIC X(4).
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RPT-DESC              PIC X(14).
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RPT-OPENING           PIC -ZZZZ9.99.
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RPT-DELIVERED         PIC -ZZZZ9.99.
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RPT-WASTED            PIC -ZZZZ9.99.
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RPT-CLOSING           PIC -ZZZZ9.99.
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RPT-ACTUAL            PIC -ZZZZ9.99.
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RPT-THEORY            PIC -ZZZZ9.99.
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RPT-VARIANCE          PIC -ZZZZ9.99.
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RPT-VAR-PESOS         PIC -ZZZZZ9.99.
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RPT-WASTE-PESOS       PIC -ZZZZZ9.99.
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RPT-FLAG              PIC X(16).

       01 REPORT-TOTAL-LINE.
           02 RPT-TOTAL-LABEL       PIC X(40).
           02 RPT-TOTAL-VALUE       PIC -ZZZZZZZZ9.99.

       01 REPORT-PCT-LINE.
           02 RPT-PCT-LABEL         PIC X(40).
           02 FILLER                PIC X(6) VALUE SPACES.
           02 RPT-PCT-VALUE         PIC -ZZZ9.99.
           02 FILLER                PIC X(2) VALUE " %".


       PROCEDURE DIVISION.
           PERFORM 0050-START-PROGRAM.

       0050-START-PROGRAM.
           DISPLAY "-- ACTUAL VS THEORETICAL FOOD COST --".
           DISPLAY "OPENING COUNT DATE YYYY-MM-DD >> ".
           PERFORM 0055-ASK-DATE.
           MOVE FC-IN-DATE TO FC-OPEN-DATE.
           DISPLAY "CLOSING COUNT DATE YYYY-MM-DD >> ".
           PERFORM 0055-ASK-DATE.
           MOVE FC-IN-DATE TO FC-CLOSE-DATE.
           IF FC-CLOSE-DATE <= FC-OPEN-DATE
             DISPLAY "CLOSING COUNT MUST BE AFTER THE OPENING COUNT"
             STOP RUN
           END-IF.
           PERFORM 0060-LOAD-INGREDIENT-TABLE.
           PERFORM 0070-LOAD-RECIPE-TABLE.
           PERFORM 0080-LOAD-MODIFIER-TABLE.
           IF FC-ING-COUNT = 0
             DISPLAY "NO INGREDIENT-MASTER.DAT - NOTHING TO REPORT"
             STOP RUN
           END-IF.
           PERFORM 0100-FIND-COUNTS.
           IF FC-OPEN-STAMP = SPACES
             DISPLAY "NO PHYSICAL COUNT ON " FC-OPEN-DATE
               " IN STOCK-LEDGER.DAT"
             STOP RUN
           END-IF.
           IF FC-CLOSE-STAMP = SPACES
             DISPLAY "NO PHYSICAL COUNT ON " FC-CLOSE-DATE
               " IN STOCK-LEDGER.DAT"
             STOP RUN
           END-IF.
           PERFORM 0200-ADD-MOVEMENTS.
           PERFORM 0300-EXPLODE-SALES.
           PERFORM 0400-WRITE-REPORT.
           STOP RUN.

       0055-ASK-DATE.
           MOVE "N" TO FC-DATE-OK-SW.
           PERFORM UNTIL FC-DATE-OK-SW = "Y"
             ACCEPT FC-IN-DATE
             IF FC-IN-YEAR IS NUMERIC AND FC-IN-MONTH IS NUMERIC
             AND FC-IN-DAY IS NUMERIC
             AND FC-IN-SEP1 = "-" AND FC-IN-SEP2 = "-"
             AND FC-IN-MONTH >= "01" AND FC-IN-MONTH <= "12"
             AND FC-IN-DAY >= "01" AND FC-IN-DAY <= "31"
               MOVE "Y" TO FC-DATE-OK-SW
             ELSE
               DISPLAY "INVALID DATE - USE YYYY-MM-DD >> "
             END-IF
           END-PERFORM.

       0060-LOAD-INGREDIENT-TABLE.
           OPEN INPUT INGREDIENT-FILE.
           IF INGREDIENT-FILE-STATUS = "00"
             PERFORM UNTIL INGREDIENT-FILE-STATUS NOT = "00"
             OR FC-ING-COUNT >= FC-ING-MAX
               READ INGREDIENT-FILE
                 AT END MOVE "10" TO INGREDIENT-FILE-STATUS
                 NOT AT END
                   COMPUTE FC-ING-COUNT = FC-ING-COUNT + 1
                   MOVE ING-CODE TO FC-I-CODE(FC-ING-COUNT)
                   MOVE ING-DESC TO FC-I-DESC(FC-ING-COUNT)
                   MOVE ING-UNIT TO FC-I-UNIT(FC-ING-COUNT)
                   IF ING-UNIT-COST IS NUMERIC
                     MOVE ING-UNIT-COST TO FC-I-COST(FC-ING-COUNT)
                   ELSE
                     MOVE 0 TO FC-I-COST(FC-ING-COUNT)
                   END-IF
                   MOVE SPACES TO FC-I-OPEN-STAMP(FC-ING-COUNT)
                   MOVE SPACES TO FC-I-CLOSE-STAMP(FC-ING-COUNT)
                   MOVE 0 TO FC-I-OPEN-QTY(FC-ING-COUNT)
                   MOVE 0 TO FC-I-CLOSE-QTY(FC-ING-COUNT)
                   MOVE 0 TO FC-I-DELIVERED(FC-ING-COUNT)
                   MOVE 0 TO FC-I-WASTED(FC-ING-COUNT)
                   MOVE 0 TO FC-I-THEORY(FC-ING-COUNT)
               END-READ
             END-PERFORM
             CLOSE INGREDIENT-FILE
           END-IF.

       0065-FIND-INGREDIENT.
           MOVE 0 TO FC-ING-HIT.
           PERFORM VARYING FC-ING-IDX FROM 1 BY 1 UNTIL
           FC-ING-IDX > FC-ING-COUNT OR FC-ING-HIT > 0
             IF FC-I-CODE(FC-ING-IDX) = FC-ING-LOOKUP
               MOVE FC-ING-IDX TO FC-ING-HIT
             END-IF
           END-PERFORM.

       0070-LOAD-RECIPE-TABLE.
           OPEN INPUT RECIPE-FILE.
           IF RECIPE-FILE-STATUS = "00"
             PERFORM UNTIL RECIPE-FILE-STATUS NOT = "00"
             OR FC-RCP-COUNT >= FC-RCP-MAX
               READ RECIPE-FILE
                 AT END MOVE "10" TO RECIPE-FILE-STATUS
                 NOT AT END
                   COMPUTE FC-RCP-COUNT = FC-RCP-COUNT + 1
                   MOVE RCP-MENU-CODE TO FC-R-MENU-CODE(FC-RCP-COUNT)
                   MOVE RCP-ING-CODE TO FC-R-ING-CODE(FC-RCP-COUNT)
                   MOVE RCP-QTY-PER-ITEM TO FC-R-QTY(FC-RCP-COUNT)
               END-READ
             END-PERFORM
             CLOSE RECIPE-FILE
           ELSE
             DISPLAY "NO RECIPE-MASTER.DAT - THEORETICAL USAGE IS ZERO"
           END-IF.

       0080-LOAD-MODIFIER-TABLE.
           OPEN INPUT MODIFIER-FILE.
           IF MODIFIER-FILE-STATUS = "00"
             PERFORM UNTIL MODIFIER-FILE-STATUS NOT = "00"
             OR FC-MOD-COUNT >= FC-MOD-MAX
               READ MODIFIER-FILE
                 AT END MOVE "10" TO MODIFIER-FILE-STATUS
                 NOT AT END
                   COMPUTE FC-MOD-COUNT = FC-MOD-COUNT + 1
                   MOVE MOD-CODE TO FC-MD-CODE(FC-MOD-COUNT)
                   PERFORM VARYING FC-ADJ-IDX FROM 1 BY 1 UNTIL
                   FC-ADJ-IDX > 3
                     IF MOD-ING-CODE(FC-ADJ-IDX) NOT = SPACES
                     AND MOD-ING-QTY(FC-ADJ-IDX) IS NUMERIC
                       MOVE MOD-ING-CODE(FC-ADJ-IDX) TO
                         FC-MD-ING-CODE(FC-MOD-COUNT, FC-ADJ-IDX)
                       MOVE MOD-ING-QTY(FC-ADJ-IDX) TO
                         FC-MD-ING-QTY(FC-MOD-COUNT, FC-ADJ-IDX)
                     ELSE
                       MOVE SPACES TO
                         FC-MD-ING-CODE(FC-MOD-COUNT, FC-ADJ-IDX)
                       MOVE 0 TO FC-MD-ING-QTY(FC-MOD-COUNT, FC-ADJ-IDX)
                     END-IF
                   END-PERFORM
               END-READ
             END-PERFORM
             CLOSE MODIFIER-FILE
           END-IF.

      *> The last count of an ingredient on each date is the one that
      *> stands, so later recounts on the same day replace earlier
      *> ones. The period stamps (latest count on each date, any
      *> ingredient) bound the sales taken for net sales.
       0100-FIND-COUNTS.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-FILE-STATUS = "00"
             PERFORM UNTIL LEDGER-FILE-STATUS NOT = "00"
               READ LEDGER-FILE
                 AT END MOVE "10" TO LEDGER-FILE-STATUS
                 NOT AT END
                   IF STK-IS-COUNT
                   AND (STK-DATE = FC-OPEN-DATE
                   OR STK-DATE = FC-CLOSE-DATE)
                     PERFORM 0110-APPLY-COUNT
                   END-IF
               END-READ
             END-PERFORM
             CLOSE LEDGER-FILE
           ELSE
             DISPLAY "NO STOCK LEDGER ON FILE YET"
           END-IF.

       0110-APPLY-COUNT.
           MOVE STK-DATE TO FC-REC-STAMP(1:10).
           MOVE STK-TIME TO FC-REC-STAMP(11:5).
           MOVE STK-ING-CODE TO FC-ING-LOOKUP.
           PERFORM 0065-FIND-INGREDIENT.
           IF FC-ING-HIT > 0 AND STK-QTY IS NUMERIC
             IF STK-DATE = FC-OPEN-DATE
               MOVE FC-REC-STAMP TO FC-I-OPEN-STAMP(FC-ING-HIT)
               MOVE STK-QTY TO FC-I-OPEN-QTY(FC-ING-HIT)
               IF FC-REC-STAMP > FC-OPEN-STAMP
               OR FC-OPEN-STAMP = SPACES
                 MOVE FC-REC-STAMP TO FC-OPEN-STAMP
               END-IF
             ELSE
               MOVE FC-REC-STAMP TO FC-I-CLOSE-STAMP(FC-ING-HIT)
               MOVE STK-QTY TO FC-I-CLOSE-QTY(FC-ING-HIT)
               IF FC-REC-STAMP > FC-CLOSE-STAMP
               OR FC-CLOSE-STAMP = SPACES
                 MOVE FC-REC-STAMP TO FC-CLOSE-STAMP
               END-IF
             END-IF
           END-IF.

       0200-ADD-MOVEMENTS.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-FILE-STATUS = "00"
             PERFORM UNTIL LEDGER-FILE-STATUS NOT = "00"
               READ LEDGER-FILE
                 AT END MOVE "10" TO LEDGER-FILE-STATUS
                 NOT AT END
                   IF (STK-IS-DELIVERY OR STK-IS-WASTAGE)
                   AND STK-QTY IS NUMERIC
                     PERFORM 0210-APPLY-MOVEMENT
                   END-IF
               END-READ
             END-PERFORM
             CLOSE LEDGER-FILE
           END-IF.

       0210-APPLY-MOVEMENT.
           MOVE STK-DATE TO FC-REC-STAMP(1:10).
           MOVE STK-TIME TO FC-REC-STAMP(11:5).
           MOVE STK-ING-CODE TO FC-ING-LOOKUP.
           PERFORM 0065-FIND-INGREDIENT.
           IF FC-ING-HIT > 0
             IF FC-I-OPEN-STAMP(FC-ING-HIT) NOT = SPACES
             AND FC-I-CLOSE-STAMP(FC-ING-HIT) NOT = SPACES
             AND FC-REC-STAMP > FC-I-OPEN-STAMP(FC-ING-HIT)
             AND FC-REC-STAMP <= FC-I-CLOSE-STAMP(FC-ING-HIT)
               IF STK-IS-DELIVERY
                 COMPUTE FC-I-DELIVERED(FC-ING-HIT) =
                   FC-I-DELIVERED(FC-ING-HIT) + STK-QTY
               ELSE
                 COMPUTE FC-I-WASTED(FC-ING-HIT) =
                   FC-I-WASTED(FC-ING-HIT) - STK-QTY
               END-IF
             END-IF
           END-IF.

      *> Every month from the opening count through the closing count
      *> is read from its archive, then the live journal for whatever
      *> has not been archived yet.
       0300-EXPLODE-SALES.
           MOVE FC-OPEN-DATE(1:4) TO FC-AN-YEAR.
           MOVE FC-OPEN-DATE(6:2) TO FC-AN-MONTH.
           MOVE FC-CLOSE-DATE(1:4) TO FC-LAST-MONTH(1:4).
           MOVE FC-CLOSE-DATE(6:2) TO FC-LAST-MONTH(5:2).
           COMPUTE FC-THIS-MONTH = (FC-AN-YEAR * 100) + FC-AN-MONTH.
           PERFORM UNTIL FC-THIS-MONTH > FC-LAST-MONTH
             PERFORM 0310-READ-ONE-ARCHIVE
             IF FC-AN-MONTH = 12
               MOVE 1 TO FC-AN-MONTH
               COMPUTE FC-AN-YEAR = FC-AN-YEAR + 1
             ELSE
               COMPUTE FC-AN-MONTH = FC-AN-MONTH + 1
             END-IF
             COMPUTE FC-THIS-MONTH = (FC-AN-YEAR * 100) + FC-AN-MONTH
           END-PERFORM.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS = "00"
             DISPLAY "READING SALES-JOURNAL.DAT"
             PERFORM UNTIL JOURNAL-FILE-STATUS NOT = "00"
               READ JOURNAL-FILE
                 AT END MOVE "10" TO JOURNAL-FILE-STATUS
                 NOT AT END
                   MOVE JOURNAL-BUFFER TO JOURNAL-RECORD
                   PERFORM 0320-APPLY-JOURNAL-RECORD
               END-READ
             END-PERFORM
             CLOSE JOURNAL-FILE
           END-IF.

       0310-READ-ONE-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS = "00"
             DISPLAY "READING " FC-ARCHIVE-NAME
             PERFORM UNTIL ARCHIVE-FILE-STATUS NOT = "00"
               READ ARCHIVE-FILE
                 AT END MOVE "10" TO ARCHIVE-FILE-STATUS
                 NOT AT END
                   MOVE ARCHIVE-RECORD TO JOURNAL-RECORD
                   PERFORM 0320-APPLY-JOURNAL-RECORD
               END-READ
             END-PERFORM
             CLOSE ARCHIVE-FILE
           END-IF.

       0320-APPLY-JOURNAL-RECORD.
           MOVE JRNL-DATE TO FC-REC-STAMP(1:10).
           MOVE JRNL-TIME TO FC-REC-STAMP(11:5).
           EVALUATE TRUE
             WHEN JRNL-IS-DETAIL
               MOVE +1 TO FC-LINE-SIGN
               PERFORM 0330-EXPLODE-ITEM-LINE
             WHEN JRNL-IS-REFUND-ITEM
               MOVE -1 TO FC-LINE-SIGN
               PERFORM 0330-EXPLODE-ITEM-LINE
             WHEN JRNL-IS-MODIFIER
               PERFORM 0340-EXPLODE-MODIFIER-LINE
             WHEN JRNL-IS-HEADER
               IF FC-REC-STAMP > FC-OPEN-STAMP
               AND FC-REC-STAMP <= FC-CLOSE-STAMP
               AND JRNL-ORDER-TOTAL IS NUMERIC
                 MOVE JRNL-ORDER-TOTAL TO FC-HDR-AMOUNT
                 IF JRNL-DELIVERY-FEE IS NUMERIC
                   COMPUTE FC-HDR-AMOUNT = FC-HDR-AMOUNT -
                     JRNL-DELIVERY-FEE
                 END-IF
                 COMPUTE FC-NET-SALES = FC-NET-SALES + FC-HDR-AMOUNT
               END-IF
             WHEN JRNL-IS-REFUND
               IF FC-REC-STAMP > FC-OPEN-STAMP
               AND FC-REC-STAMP <= FC-CLOSE-STAMP
               AND JRNL-RFND-AMOUNT IS NUMERIC
                 MOVE JRNL-RFND-AMOUNT TO FC-HDR-AMOUNT
                 IF JRNL-RFND-DELIVERY-FEE IS NUMERIC
                   COMPUTE FC-HDR-AMOUNT = FC-HDR-AMOUNT -
                     JRNL-RFND-DELIVERY-FEE
                 END-IF
                 COMPUTE FC-NET-SALES = FC-NET-SALES - FC-HDR-AMOUNT
               END-IF
           END-EVALUATE.

       0330-EXPLODE-ITEM-LINE.
           IF JRNL-ITEM-QTY IS NUMERIC
             COMPUTE FC-SALE-LINES = FC-SALE-LINES + 1
             PERFORM VARYING FC-RCP-IDX FROM 1 BY 1 UNTIL
             FC-RCP-IDX > FC-RCP-COUNT
               IF FC-R-MENU-CODE(FC-RCP-IDX) = JRNL-ITEM-CODE
                 MOVE FC-R-ING-CODE(FC-RCP-IDX) TO FC-ING-LOOKUP
                 COMPUTE FC-USE-QTY = FC-R-QTY(FC-RCP-IDX) *
                   JRNL-ITEM-QTY * FC-LINE-SIGN
                 PERFORM 0350-ADD-THEORETICAL-USE
               END-IF
             END-PERFORM
           END-IF.

       0340-EXPLODE-MODIFIER-LINE.
           MOVE 0 TO FC-MOD-HIT.
           PERFORM VARYING FC-MOD-IDX FROM 1 BY 1 UNTIL
           FC-MOD-IDX > FC-MOD-COUNT OR FC-MOD-HIT > 0
             IF FC-MD-CODE(FC-MOD-IDX) = JRNL-MOD-CODE
               MOVE FC-MOD-IDX TO FC-MOD-HIT
             END-IF
           END-PERFORM.
           IF FC-MOD-HIT > 0 AND JRNL-MOD-QTY IS NUMERIC
             PERFORM VARYING FC-ADJ-IDX FROM 1 BY 1 UNTIL
             FC-ADJ-IDX > 3
               IF FC-MD-ING-QTY(FC-MOD-HIT, FC-ADJ-IDX) NOT = 0
                 MOVE FC-MD-ING-CODE(FC-MOD-HIT, FC-ADJ-IDX) TO
                   FC-ING-LOOKUP
                 COMPUTE FC-USE-QTY =
                   FC-MD-ING-QTY(FC-MOD-HIT, FC-ADJ-IDX) *
                   JRNL-MOD-QTY * FC-LINE-SIGN
                 PERFORM 0350-ADD-THEORETICAL-USE
               END-IF
             END-PERFORM
           END-IF.

      *> A sale counts against an ingredient only when it falls
      *> between that ingredient's own two counts.
       0350-ADD-THEORETICAL-USE.
           PERFORM 0065-FIND-INGREDIENT.
           IF FC-ING-HIT > 0
             IF FC-I-OPEN-STAMP(FC-ING-HIT) NOT = SPACES
             AND FC-I-CLOSE-STAMP(FC-ING-HIT) NOT = SPACES
             AND FC-REC-STAMP > FC-I-OPEN-STAMP(FC-ING-HIT)
             AND FC-REC-STAMP <= FC-I-CLOSE-STAMP(FC-ING-HIT)
               COMPUTE FC-I-THEORY(FC-ING-HIT) =
                 FC-I-THEORY(FC-ING-HIT) + FC-USE-QTY
             END-IF
           END-IF.

       0400-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE FC-OPEN-STAMP(1:10) TO RPT-TITLE-OPEN-DATE.
           MOVE FC-OPEN-STAMP(11:5) TO RPT-TITLE-OPEN-TIME.
           MOVE FC-CLOSE-STAMP(1:10) TO RPT-TITLE-CLOSE-DATE.
           MOVE FC-CLOSE-STAMP(11:5) TO RPT-TITLE-CLOSE-TIME.
           WRITE REPORT-LINE FROM REPORT-TITLE-LINE.
           WRITE REPORT-LINE FROM REPORT-COLUMN-LINE.
           DISPLAY " ".
           DISPLAY REPORT-TITLE-LINE.
           DISPLAY REPORT-COLUMN-LINE.
           PERFORM 0410-REPORT-ONE-INGREDIENT
             VARYING FC-ING-IDX FROM 1 BY 1
             UNTIL FC-ING-IDX > FC-ING-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "NET SALES (EXCL DELIVERY FEES)" TO RPT-TOTAL-LABEL.
           MOVE FC-NET-SALES TO RPT-TOTAL-VALUE.
           PERFORM 0420-WRITE-TOTAL-LINE.
           MOVE "THEORETICAL FOOD COST" TO RPT-TOTAL-LABEL.
           MOVE FC-T-THEORY-COST TO RPT-TOTAL-VALUE.
           PERFORM 0420-WRITE-TOTAL-LINE.
           MOVE "ACTUAL FOOD COST" TO RPT-TOTAL-LABEL.
           MOVE FC-T-ACTUAL-COST TO RPT-TOTAL-VALUE.
           PERFORM 0420-WRITE-TOTAL-LINE.
           MOVE "UNEXPLAINED VARIANCE" TO RPT-TOTAL-LABEL.
           MOVE FC-T-VAR-PESOS TO RPT-TOTAL-VALUE.
           PERFORM 0420-WRITE-TOTAL-LINE.
           MOVE "WASTAGE WRITTEN OFF" TO RPT-TOTAL-LABEL.
           MOVE FC-T-WASTE-PESOS TO RPT-TOTAL-VALUE.
           PERFORM 0420-WRITE-TOTAL-LINE.
           IF FC-NET-SALES > 0
             MOVE "THEORETICAL FOOD COST PERCENT" TO RPT-PCT-LABEL
             COMPUTE FC-PCT ROUNDED = FC-T-THEORY-COST * 100 /
               FC-NET-SALES
             PERFORM 0430-WRITE-PCT-LINE
             MOVE "ACTUAL FOOD COST PERCENT" TO RPT-PCT-LABEL
             COMPUTE FC-PCT ROUNDED = FC-T-ACTUAL-COST * 100 /
               FC-NET-SALES
             PERFORM 0430-WRITE-PCT-LINE
             MOVE "UNEXPLAINED VARIANCE PERCENT" TO RPT-PCT-LABEL
             COMPUTE FC-PCT ROUNDED = FC-T-VAR-PESOS * 100 /
               FC-NET-SALES
             PERFORM 0430-WRITE-PCT-LINE
             MOVE "WASTAGE PERCENT" TO RPT-PCT-LABEL
             COMPUTE FC-PCT ROUNDED = FC-T-WASTE-PESOS * 100 /
               FC-NET-SALES
             PERFORM 0430-WRITE-PCT-LINE
           ELSE
             MOVE "NO NET SALES IN THE PERIOD - NO PERCENTAGES"
               TO REPORT-LINE
             WRITE REPORT-LINE
             DISPLAY REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.
           MOVE FC-SALE-LINES TO FC-DISPLAY-COUNT.
           DISPLAY "SALE LINES EXPLODED: " FC-DISPLAY-COUNT.
           IF FC-UNCOUNTED > 0
             DISPLAY FC-UNCOUNTED " INGREDIENT(S) NOT COUNTED ON BOTH"
               " DATES - LEFT OUT OF THE TOTALS"
           END-IF.
           DISPLAY "REPORT WRITTEN TO FOOD-COST-REPORT.DAT".

       0410-REPORT-ONE-INGREDIENT.
           MOVE SPACES TO REPORT-DETAIL-LINE.
           MOVE FC-I-CODE(FC-ING-IDX) TO RPT-CODE.
           MOVE FC-I-DESC(FC-ING-IDX) TO RPT-DESC.
           IF FC-I-OPEN-STAMP(FC-ING-IDX) = SPACES
           OR FC-I-CLOSE-STAMP(FC-ING-IDX) = SPACES
             COMPUTE FC-UNCOUNTED = FC-UNCOUNTED + 1
             IF FC-I-OPEN-STAMP(FC-ING-IDX) = SPACES
               MOVE "NO OPENING COUNT" TO RPT-FLAG
             ELSE
               MOVE "NO CLOSING COUNT" TO RPT-FLAG
             END-IF
           ELSE
             COMPUTE FC-ACTUAL = FC-I-OPEN-QTY(FC-ING-IDX) +
               FC-I-DELIVERED(FC-ING-IDX) - FC-I-WASTED(FC-ING-IDX) -
               FC-I-CLOSE-QTY(FC-ING-IDX)
             COMPUTE FC-VARIANCE = FC-ACTUAL - FC-I-THEORY(FC-ING-IDX)
             COMPUTE FC-VAR-PESOS ROUNDED = FC-VARIANCE *
               FC-I-COST(FC-ING-IDX)
             COMPUTE FC-WASTE-PESOS ROUNDED = FC-I-WASTED(FC-ING-IDX) *
               FC-I-COST(FC-ING-IDX)
             COMPUTE FC-T-ACTUAL-COST ROUNDED = FC-T-ACTUAL-COST +
               (FC-ACTUAL * FC-I-COST(FC-ING-IDX))
             COMPUTE FC-T-THEORY-COST ROUNDED = FC-T-THEORY-COST +
               (FC-I-THEORY(FC-ING-IDX) * FC-I-COST(FC-ING-IDX))
             COMPUTE FC-T-VAR-PESOS = FC-T-VAR-PESOS + FC-VAR-PESOS
             COMPUTE FC-T-WASTE-PESOS = FC-T-WASTE-PESOS +
               FC-WASTE-PESOS
             MOVE FC-I-OPEN-QTY(FC-ING-IDX) TO RPT-OPENING
             MOVE FC-I-DELIVERED(FC-ING-IDX) TO RPT-DELIVERED
             MOVE FC-I-WASTED(FC-ING-IDX) TO RPT-WASTED
             MOVE FC-I-CLOSE-QTY(FC-ING-IDX) TO RPT-CLOSING
             MOVE FC-ACTUAL TO RPT-ACTUAL
             MOVE FC-I-THEORY(FC-ING-IDX) TO RPT-THEORY
             MOVE FC-VARIANCE TO RPT-VARIANCE
             MOVE FC-VAR-PESOS TO RPT-VAR-PESOS
             MOVE FC-WASTE-PESOS TO RPT-WASTE-PESOS
             IF FC-I-COST(FC-ING-IDX) = 0
               MOVE "NO UNIT COST" TO RPT-FLAG
             END-IF
           END-IF.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
           DISPLAY REPORT-DETAIL-LINE.

       0420-WRITE-TOTAL-LINE.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
           DISPLAY REPORT-TOTAL-LINE.

       0430-WRITE-PCT-LINE.
           WRITE REPORT-LINE FROM REPORT-PCT-LINE.
           DISPLAY REPORT-PCT-LINE.

           END PROGRAM FOODCOST.

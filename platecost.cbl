      *>   called out rather than silently priced at zero, and the
      *>   whole list goes to PLATE-COST-REPORT.DAT so MENUMAINT
      *>   price reviews start from numbers.
      *> - Modifiers and add-ons from MODIFIER-MASTER.DAT are costed
      *>   after the menu items: each ingredient adjustment priced at
      *>   unit cost (an ingredient left off is a saving and costs
      *>   negative), against the modifier price, with the same
      *>   margin and LOW MARGIN flagging. Free modifiers are shown
      *>   as NO CHARGE rather than as a margin.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT INGREDIENT-FILE ASSIGN TO "INGREDIENT-MASTER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS INGREDIENT-FILE-STATUS.
            SELECT MODIFIER-FILE ASSIGN TO "MODIFIER-MASTER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS MODIFIER-FILE-STATUS.
            SELECT REPORT-FILE ASSIGN TO "PLATE-COST-REPORT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS REPORT-FILE-STATUS.
         FD INGREDIENT-FILE.
           COPY INGREC.

         FD MODIFIER-FILE.
           COPY MODREC.

         FD REPORT-FILE.
         01 REPORT-LINE              PIC X(90).

           02 MENU-FILE-STATUS      PIC XX.
           02 RECIPE-FILE-STATUS    PIC XX.
           02 INGREDIENT-FILE-STATUS PIC XX.
           02 MODIFIER-FILE-STATUS  PIC XX.
           02 REPORT-FILE-STATUS    PIC XX.

       01 PC-MENU-AREA.
           02 PC-ING-IDX            PIC 9(2) VALUE 0.
           02 PC-ING-FOUND-SW       PIC X VALUE "N".
           02 PC-ING-FOUND-IDX      PIC 9(2) VALUE 0.
           02 PC-ING-LOOKUP         PIC X(4).
           02 PC-ING-ENTRY OCCURS 30 TIMES.
             03 PC-I-CODE           PIC X(4).
             03 PC-I-COST           PIC 9(5)V9(2).
             03 PC-I-COSTED-SW      PIC X.

       01 PC-MOD-AREA.
           02 PC-MOD-COUNT          PIC 9(2) VALUE 0.
           02 PC-MOD-MAX            PIC 9(2) VALUE 30.
           02 PC-MOD-IDX            PIC 9(2) VALUE 0.
           02 PC-ADJ-IDX            PIC 9 VALUE 0.
           02 PC-MOD-ENTRY OCCURS 30 TIMES.
             03 PC-MD-CODE          PIC X(3).
             03 PC-MD-DESC          PIC X(20).
             03 PC-MD-PRICE         PIC 9(4)V9(2).
             03 PC-MD-ADJUST OCCURS 3 TIMES.
               04 PC-MD-ING-CODE    PIC X(4).
               04 PC-MD-ING-QTY     PIC S9(3)V9(2).

       01 PC-WORK-AREA.
           02 PC-THRESHOLD          PIC 9(2)V9(2) VALUE 0.
           02 PC-PLATE-COST         PIC 9(6)V9(2) VALUE 0.
           02 PC-MOD-COST           PIC S9(6)V9(2) VALUE 0.
           02 PC-MARGIN             PIC S9(6)V9(2) VALUE 0.
           02 PC-MARGIN-PCT         PIC S9(3)V9(2) VALUE 0.
           02 PC-RECIPE-LINES       PIC 9(2) VALUE 0.
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RPT-FLAG              PIC X(24).

       01 REPORT-MOD-HEADING-LINE   PIC X(90) VALUE
           "-- MODIFIERS --".
       01 REPORT-MOD-COLUMN-LINE    PIC X(90) VALUE
           "MOD  PRICE    COST        MARGIN    MARGIN%".

       01 REPORT-MOD-DETAIL-LINE.
           02 RPT-MOD-CODE          PIC X(3).
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RPT-MOD-PRICE         PIC ZZZ9.99.
           02 FILLER                PIC X(2) VALUE SPACES.
           02 RPT-MOD-COST          PIC -ZZZZ9.99.
           02 FILLER                PIC X(2) VALUE SPACES.
           02 RPT-MOD-MARGIN        PIC -ZZZZ9.99.
           02 FILLER                PIC X(2) VALUE SPACES.
           02 RPT-MOD-MARGIN-PCT    PIC -ZZ9.99.
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RPT-MOD-FLAG          PIC X(24).


       PROCEDURE DIVISION.
           PERFORM 0050-START-PROGRAM.
           PERFORM 0060-LOAD-MENU-TABLE.
           PERFORM 0070-LOAD-RECIPE-TABLE.
           PERFORM 0080-LOAD-INGREDIENT-TABLE.
           PERFORM 0085-LOAD-MODIFIER-TABLE.
           IF PC-MENU-COUNT = 0
             DISPLAY "NO MENU-MASTER.DAT - NOTHING TO COST"
             STOP RUN
           PERFORM 0200-COST-ONE-ITEM
             VARYING PC-MENU-IDX FROM 1 BY 1
             UNTIL PC-MENU-IDX > PC-MENU-COUNT.
           IF PC-MOD-COUNT > 0
             WRITE REPORT-LINE FROM REPORT-MOD-HEADING-LINE
             WRITE REPORT-LINE FROM REPORT-MOD-COLUMN-LINE
             DISPLAY REPORT-MOD-HEADING-LINE
             DISPLAY REPORT-MOD-COLUMN-LINE
             PERFORM 0300-COST-ONE-MODIFIER
               VARYING PC-MOD-IDX FROM 1 BY 1
               UNTIL PC-MOD-IDX > PC-MOD-COUNT
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY PC-LOW-COUNT " ITEM(S) BELOW " PC-THRESHOLD
             " PERCENT MARGIN".
             CLOSE INGREDIENT-FILE
           END-IF.

       0085-LOAD-MODIFIER-TABLE.
           OPEN INPUT MODIFIER-FILE.
           IF MODIFIER-FILE-STATUS = "00"
             PERFORM UNTIL MODIFIER-FILE-STATUS NOT = "00"
             OR PC-MOD-COUNT >= PC-MOD-MAX
               READ MODIFIER-FILE
                 AT END MOVE "10" TO MODIFIER-FILE-STATUS
                 NOT AT END
                   COMPUTE PC-MOD-COUNT = PC-MOD-COUNT + 1
                   MOVE MOD-CODE TO PC-MD-CODE(PC-MOD-COUNT)
                   MOVE MOD-DESC TO PC-MD-DESC(PC-MOD-COUNT)
                   IF MOD-PRICE IS NUMERIC
                     MOVE MOD-PRICE TO PC-MD-PRICE(PC-MOD-COUNT)
                   ELSE
                     MOVE 0 TO PC-MD-PRICE(PC-MOD-COUNT)
                   END-IF
                   PERFORM VARYING PC-ADJ-IDX FROM 1 BY 1 UNTIL
                   PC-ADJ-IDX > 3
                     IF MOD-ING-CODE(PC-ADJ-IDX) NOT = SPACES
                     AND MOD-ING-QTY(PC-ADJ-IDX) IS NUMERIC
                       MOVE MOD-ING-CODE(PC-ADJ-IDX) TO
                         PC-MD-ING-CODE(PC-MOD-COUNT, PC-ADJ-IDX)
                       MOVE MOD-ING-QTY(PC-ADJ-IDX) TO
                         PC-MD-ING-QTY(PC-MOD-COUNT, PC-ADJ-IDX)
                     ELSE
                       MOVE SPACES TO
                         PC-MD-ING-CODE(PC-MOD-COUNT, PC-ADJ-IDX)
                       MOVE 0 TO PC-MD-ING-QTY(PC-MOD-COUNT, PC-ADJ-IDX)
                     END-IF
                   END-PERFORM
               END-READ
             END-PERFORM
             CLOSE MODIFIER-FILE
           END-IF.

       0090-FIND-INGREDIENT.
           MOVE "N" TO PC-ING-FOUND-SW.
           MOVE 0 TO PC-ING-FOUND-IDX.
           PERFORM VARYING PC-ING-IDX FROM 1 BY 1 UNTIL
           PC-ING-IDX > PC-ING-COUNT OR PC-ING-FOUND-SW = "Y"
             IF PC-I-CODE(PC-ING-IDX) = PC-ING-LOOKUP
               MOVE "Y" TO PC-ING-FOUND-SW
               MOVE PC-ING-IDX TO PC-ING-FOUND-IDX
             END-IF
           PC-RCP-IDX > PC-RCP-COUNT
             IF PC-R-MENU-CODE(PC-RCP-IDX) = PC-M-CODE(PC-MENU-IDX)
               COMPUTE PC-RECIPE-LINES = PC-RECIPE-LINES + 1
               MOVE PC-R-ING-CODE(PC-RCP-IDX) TO PC-ING-LOOKUP
               PERFORM 0090-FIND-INGREDIENT
               IF PC-ING-FOUND-SW = "Y"
               AND PC-I-COSTED-SW(PC-ING-FOUND-IDX) = "Y"
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
           DISPLAY REPORT-DETAIL-LINE.

       0300-COST-ONE-MODIFIER.
           MOVE 0 TO PC-MOD-COST.
           MOVE "N" TO PC-UNCOSTED-SW.
           PERFORM VARYING PC-ADJ-IDX FROM 1 BY 1 UNTIL PC-ADJ-IDX > 3
             IF PC-MD-ING-QTY(PC-MOD-IDX, PC-ADJ-IDX) NOT = 0
               MOVE PC-MD-ING-CODE(PC-MOD-IDX, PC-ADJ-IDX) TO
                 PC-ING-LOOKUP
               PERFORM 0090-FIND-INGREDIENT
               IF PC-ING-FOUND-SW = "Y"
               AND PC-I-COSTED-SW(PC-ING-FOUND-IDX) = "Y"
                 COMPUTE PC-MOD-COST ROUNDED = PC-MOD-COST +
                   (PC-MD-ING-QTY(PC-MOD-IDX, PC-ADJ-IDX) *
                   PC-I-COST(PC-ING-FOUND-IDX))
               ELSE
                 MOVE "Y" TO PC-UNCOSTED-SW
               END-IF
             END-IF
           END-PERFORM.
           MOVE SPACES TO RPT-MOD-FLAG.
           MOVE PC-MD-CODE(PC-MOD-IDX) TO RPT-MOD-CODE.
           MOVE PC-MD-PRICE(PC-MOD-IDX) TO RPT-MOD-PRICE.
           MOVE PC-MOD-COST TO RPT-MOD-COST.
           COMPUTE PC-MARGIN = PC-MD-PRICE(PC-MOD-IDX) - PC-MOD-COST.
           MOVE PC-MARGIN TO RPT-MOD-MARGIN.
           IF PC-MD-PRICE(PC-MOD-IDX) > 0
             COMPUTE PC-MARGIN-PCT ROUNDED = PC-MARGIN * 100 /
               PC-MD-PRICE(PC-MOD-IDX)
           ELSE
             MOVE 0 TO PC-MARGIN-PCT
           END-IF.
           MOVE PC-MARGIN-PCT TO RPT-MOD-MARGIN-PCT.
           EVALUATE TRUE
             WHEN PC-UNCOSTED-SW = "Y"
               MOVE "UNCOSTED INGREDIENTS" TO RPT-MOD-FLAG
             WHEN PC-MD-PRICE(PC-MOD-IDX) = 0
               MOVE "NO CHARGE" TO RPT-MOD-FLAG
             WHEN PC-MARGIN-PCT < PC-THRESHOLD
               MOVE "** LOW MARGIN" TO RPT-MOD-FLAG
               COMPUTE PC-LOW-COUNT = PC-LOW-COUNT + 1
           END-EVALUATE.
           WRITE REPORT-LINE FROM REPORT-MOD-DETAIL-LINE.
           DISPLAY REPORT-MOD-DETAIL-LINE.

           END PROGRAM PLATECOST.

      *>   hours down, Monday through Sunday across - so the dead
      *>   hours for the happy-hour windows in PROMO-MASTER.DAT and
      *>   the weekdays that carry the week stop being guesses.
      *> - Modifier "M" lines are rolled up per modifier code (net of
      *>   refunds, signed by the "D" or "V" line they follow) into
      *>   a MODIFIERS block at the end of the report: the month's
      *>   quantity and peso amount for each add-on, so the ones
      *>   nobody orders can be dropped from MODIFIER-MASTER.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               04 SX-IT-HOUR-ENTRY OCCURS 24 TIMES.
                 05 SX-IT-QTY       PIC S9(5).

       01 SX-MOD-AREA.
           02 SX-MOD-COUNT          PIC 9(2) VALUE 0.
           02 SX-MOD-MAX            PIC 9(2) VALUE 30.
           02 SX-MOD-IDX            PIC 9(2) VALUE 0.
           02 SX-MOD-FOUND-SW       PIC X VALUE "N".
           02 SX-MOD-ENTRY OCCURS 30 TIMES.
             03 SX-MD-CODE          PIC X(3).
             03 SX-MD-DESC          PIC X(20).
             03 SX-MD-QTY           PIC S9(5).
             03 SX-MD-AMOUNT        PIC S9(7)V9(2).

       01 SX-DISPLAY-AREAS.
           02 SX-DISPLAY-COUNT      PIC ZZZZZ9.
           02 SX-DISPLAY-TOTAL      PIC -ZZZZZZ9.
       01 REPORT-COLUMN-LINE        PIC X(80) VALUE
           "HOUR    MON   TUE   WED   THU   FRI   SAT   SUN".

       01 REPORT-MOD-LINE.
           02 RPT-MOD-CODE          PIC X(3).
           02 FILLER                PIC X(2) VALUE SPACES.
           02 RPT-MOD-DESC          PIC X(20).
           02 RPT-MOD-QTY           PIC -ZZZZ9.
           02 FILLER                PIC X(2) VALUE SPACES.
           02 RPT-MOD-AMOUNT        PIC -ZZZZZZ9.99.

       01 REPORT-HOUR-LINE.
           02 RPT-HOUR              PIC 9(2).
           02 FILLER                PIC X(3) VALUE ":00".
               WHEN JRNL-IS-REFUND-ITEM
                 MOVE -1 TO SX-LINE-SIGN
                 PERFORM 0120-APPLY-ITEM-LINE
               WHEN JRNL-IS-MODIFIER
                 PERFORM 0140-APPLY-MODIFIER-LINE
             END-EVALUATE
           END-IF.

             END-IF
           END-IF.

       0140-APPLY-MODIFIER-LINE.
           MOVE "N" TO SX-MOD-FOUND-SW.
           PERFORM VARYING SX-MOD-IDX FROM 1 BY 1 UNTIL
           SX-MOD-IDX > SX-MOD-COUNT OR SX-MOD-FOUND-SW = "Y"
             IF SX-MD-CODE(SX-MOD-IDX) = JRNL-MOD-CODE
               MOVE "Y" TO SX-MOD-FOUND-SW
             END-IF
           END-PERFORM.
           IF SX-MOD-FOUND-SW = "Y"
             COMPUTE SX-MOD-IDX = SX-MOD-IDX - 1
           ELSE
             IF SX-MOD-COUNT >= SX-MOD-MAX
               MOVE 0 TO SX-MOD-IDX
               DISPLAY "MODIFIER TABLE FULL, SKIPPING CODE "
                 JRNL-MOD-CODE
             ELSE
               COMPUTE SX-MOD-COUNT = SX-MOD-COUNT + 1
               MOVE SX-MOD-COUNT TO SX-MOD-IDX
               MOVE JRNL-MOD-CODE TO SX-MD-CODE(SX-MOD-IDX)
               MOVE JRNL-MOD-DESC TO SX-MD-DESC(SX-MOD-IDX)
               MOVE 0 TO SX-MD-QTY(SX-MOD-IDX)
               MOVE 0 TO SX-MD-AMOUNT(SX-MOD-IDX)
             END-IF
           END-IF.
           IF SX-MOD-IDX > 0
           AND JRNL-MOD-QTY IS NUMERIC
           AND JRNL-MOD-PRICE IS NUMERIC
             COMPUTE SX-MD-QTY(SX-MOD-IDX) = SX-MD-QTY(SX-MOD-IDX) +
               (JRNL-MOD-QTY * SX-LINE-SIGN)
             COMPUTE SX-MD-AMOUNT(SX-MOD-IDX) =
               SX-MD-AMOUNT(SX-MOD-IDX) +
               (JRNL-MOD-PRICE * SX-LINE-SIGN)
           END-IF.

       0300-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           SX-ITEM-IDX > SX-ITEM-COUNT
             PERFORM 0310-WRITE-ITEM-BLOCK
           END-PERFORM.
           IF SX-MOD-COUNT > 0
             MOVE SPACES TO REPORT-LINE
             WRITE REPORT-LINE
             MOVE "== MODIFIERS" TO REPORT-LINE
             WRITE REPORT-LINE
             MOVE "CODE DESCRIPTION             QTY       AMOUNT"
               TO REPORT-LINE
             WRITE REPORT-LINE
             PERFORM VARYING SX-MOD-IDX FROM 1 BY 1 UNTIL
             SX-MOD-IDX > SX-MOD-COUNT
               MOVE SX-MD-CODE(SX-MOD-IDX) TO RPT-MOD-CODE
               MOVE SX-MD-DESC(SX-MOD-IDX) TO RPT-MOD-DESC
               MOVE SX-MD-QTY(SX-MOD-IDX) TO RPT-MOD-QTY
               MOVE SX-MD-AMOUNT(SX-MOD-IDX) TO RPT-MOD-AMOUNT
               WRITE REPORT-LINE FROM REPORT-MOD-LINE
             END-PERFORM
           END-IF.
           CLOSE REPORT-FILE.
           MOVE SX-LINE-COUNT TO SX-DISPLAY-COUNT.
           DISPLAY "ITEM LINES ROLLED UP: " SX-DISPLAY-COUNT.

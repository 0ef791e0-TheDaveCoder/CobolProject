      *> - Advance-order deposit "A" records are shown on their own
      *>   DEPOSITS TAKEN line: cash held against a booking, not a
      *>   sale, so they are never added to the grand total.
      *> - No-sale/void "X" records (an order abandoned after a till
      *>   crash, or closed out with no items) are counted on their
      *>   own NO-SALE/VOIDS line with the value that had been keyed,
      *>   so every receipt number drawn that day shows up somewhere
      *>   on the reading. They are never added to the grand total.
      *> - Modifier "M" records are totalled on their own MODIFIERS
      *>   SOLD and MODIFIER SALES lines, signed by the "D" or "V"
      *>   record they follow, since the per-item amounts carry the
      *>   item price only.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           02 WS-REFUND-COUNT        PIC 9(5) VALUE 0.
           02 WS-REFUND-TOTAL        PIC 9(7)V9(2) VALUE 0.
           02 WS-DEPOSIT-TOTAL       PIC 9(7)V9(2) VALUE 0.
           02 WS-VOID-COUNT          PIC 9(5) VALUE 0.
           02 WS-VOID-TOTAL          PIC 9(7)V9(2) VALUE 0.
           02 WS-MOD-QTY             PIC S9(5) VALUE 0.
           02 WS-MOD-TOTAL           PIC S9(7)V9(2) VALUE 0.

       01 Z-CONTROL-AREA.
           02 Z-BUSINESS-DATE.
             WHEN JRNL-IS-REFUND-ITEM
               MOVE -1 TO WS-ITEM-SIGN
               PERFORM 0120-ACCUMULATE-ITEM
             WHEN JRNL-IS-MODIFIER
               IF JRNL-MOD-QTY IS NUMERIC
               AND JRNL-MOD-PRICE IS NUMERIC
                 COMPUTE WS-MOD-QTY = WS-MOD-QTY +
                   (JRNL-MOD-QTY * WS-ITEM-SIGN)
                 COMPUTE WS-MOD-TOTAL = WS-MOD-TOTAL +
                   (JRNL-MOD-PRICE * WS-ITEM-SIGN)
               END-IF
             WHEN JRNL-IS-REFUND
               IF JRNL-RFND-AMOUNT IS NUMERIC
                 COMPUTE WS-REFUND-COUNT = WS-REFUND-COUNT + 1
                 COMPUTE WS-PROMO-TOTAL = WS-PROMO-TOTAL +
                   JRNL-PROMO-AMT
               END-IF
             WHEN JRNL-IS-VOID
               COMPUTE WS-VOID-COUNT = WS-VOID-COUNT + 1
               IF JRNL-VOID-VALUE IS NUMERIC
                 COMPUTE WS-VOID-TOTAL = WS-VOID-TOTAL +
                   JRNL-VOID-VALUE
               END-IF
             WHEN JRNL-IS-CLOSE
               MOVE "Y" TO Z-ALREADY-CLOSED-SW
           END-EVALUATE.
             WRITE ZREPORT-LINE FROM REPORT-ITEM-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-SUMMARY-LINE.
           MOVE "MODIFIERS SOLD" TO RPT-SUM-LABEL.
           MOVE WS-MOD-QTY TO WS-DISPLAY-QTY.
           MOVE WS-DISPLAY-QTY TO RPT-SUM-VALUE.
           WRITE ZREPORT-LINE FROM REPORT-SUMMARY-LINE.
           MOVE SPACES TO REPORT-SUMMARY-LINE.
           MOVE "MODIFIER SALES" TO RPT-SUM-LABEL.
           MOVE WS-MOD-TOTAL TO WS-DISPLAY-AMOUNT.
           MOVE WS-DISPLAY-AMOUNT TO RPT-SUM-VALUE.
           WRITE ZREPORT-LINE FROM REPORT-SUMMARY-LINE.
           MOVE SPACES TO REPORT-SUMMARY-LINE.
           MOVE "TRANSACTION COUNT" TO RPT-SUM-LABEL.
           MOVE WS-TXN-COUNT TO WS-DISPLAY-TXN.
           MOVE WS-DISPLAY-TXN TO RPT-SUM-VALUE.
           MOVE WS-DISPLAY-AMOUNT TO RPT-SUM-VALUE.
           WRITE ZREPORT-LINE FROM REPORT-SUMMARY-LINE.
           MOVE SPACES TO REPORT-SUMMARY-LINE.
           MOVE "NO-SALE/VOIDS" TO RPT-SUM-LABEL.
           MOVE WS-VOID-COUNT TO WS-DISPLAY-TXN.
           MOVE WS-DISPLAY-TXN TO RPT-SUM-VALUE.
           WRITE ZREPORT-LINE FROM REPORT-SUMMARY-LINE.
           MOVE SPACES TO REPORT-SUMMARY-LINE.
           MOVE "NO-SALE/VOID VALUE" TO RPT-SUM-LABEL.
           MOVE WS-VOID-TOTAL TO WS-DISPLAY-AMOUNT.
           MOVE WS-DISPLAY-AMOUNT TO RPT-SUM-VALUE.
           WRITE ZREPORT-LINE FROM REPORT-SUMMARY-LINE.
           MOVE SPACES TO REPORT-SUMMARY-LINE.
           MOVE "GRAND TOTAL" TO RPT-SUM-LABEL.
           MOVE WS-GRAND-TOTAL TO WS-DISPLAY-AMOUNT.
           MOVE WS-DISPLAY-AMOUNT TO RPT-SUM-VALUE.
             DISPLAY WS-IT-CODE(WS-ITEM-IDX) " QTY " WS-DISPLAY-QTY
               " PHP " WS-DISPLAY-AMOUNT
           END-PERFORM.
           MOVE WS-MOD-QTY TO WS-DISPLAY-QTY.
           MOVE WS-MOD-TOTAL TO WS-DISPLAY-AMOUNT.
           DISPLAY "MODIFIERS   : " WS-DISPLAY-QTY " PHP "
             WS-DISPLAY-AMOUNT.
           MOVE WS-TXN-COUNT TO WS-DISPLAY-TXN.
           DISPLAY "TRANSACTIONS: " WS-DISPLAY-TXN.
           MOVE WS-PROMO-TOTAL TO WS-DISPLAY-AMOUNT.
           DISPLAY "REFUND AMT  : PHP " WS-DISPLAY-AMOUNT.
           MOVE WS-DEPOSIT-TOTAL TO WS-DISPLAY-AMOUNT.
           DISPLAY "DEPOSITS    : PHP " WS-DISPLAY-AMOUNT.
           MOVE WS-VOID-COUNT TO WS-DISPLAY-TXN.
           MOVE WS-VOID-TOTAL TO WS-DISPLAY-AMOUNT.
           DISPLAY "NO-SALE/VOID: " WS-DISPLAY-TXN " PHP "
             WS-DISPLAY-AMOUNT.
           MOVE WS-GRAND-TOTAL TO WS-DISPLAY-AMOUNT.
           DISPLAY "GRAND TOTAL : PHP " WS-DISPLAY-AMOUNT.


      *> for a physical count STK-QTY is the counted quantity and
      *> STK-VARIANCE is counted minus the expected on-hand at count
      *> time. STK-NEW-ON-HAND is the on-hand after the movement, so
      *> the ledger can be replayed against the master. A delivery
      *> booked against a purchase order carries the PO number in
      *> STK-PO-NUM (zero otherwise) so SUPINVOICE can match the
      *> supplier's invoice against what actually came in. Records
      *> from before the field read back with spaces there - test
      *> with IS NUMERIC before using.
       01 STOCK-LEDGER-RECORD.
           02 STK-DATE             PIC X(10).
           02 STK-TIME             PIC X(5).
           02 STK-VARIANCE         PIC S9(5)V9(2)
                                   SIGN LEADING SEPARATE.
           02 STK-REMARK           PIC X(20).
           02 STK-PO-NUM           PIC 9(6).

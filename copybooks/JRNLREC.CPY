      *> JRNL-TERMINAL-ID identifies which till wrote the record now
      *> that more than one terminal can run at once; records from
      *> before the second till read back with spaces there.
      *> A receipt number drawn for an order that never reached
      *> payment - closed out with no items, or abandoned after the
      *> till went down mid-order - writes one "X" no-sale/void
      *> record so the number is not left as a hole: the receipt
      *> number, the cashier who keyed it and the till (in
      *> JRNL-TERMINAL-ID), a reason code, and the line count and
      *> value of what had been keyed. Nothing was sold, so readers
      *> never add it to sales; JRNLAUDIT counts the number as used.
      *> A modifier attached to an order line (see MODREC) writes one
      *> "M" record straight after the "D" record it belongs to: the
      *> item code and quantity of that line, the modifier code and
      *> description, and the modifier's extended price (modifier
      *> price times line quantity) in JRNL-MOD-PRICE, which sits
      *> where JRNL-ITEM-PRICE sits on a "D" record. The "D" price
      *> stays the item alone, so the header total is the "D" and
      *> "M" amounts together. A refunded line writes its modifiers
      *> as "M" records after the "V" record the same way; readers
      *> take the sign of an "M" record from the "D" or "V" record
      *> it follows.
      *> A sale charged to a corporate account (pay method "AR", see
      *> ACCTREC) writes one "K" record straight after its "H"
      *> header: the account number, the contact who authorized the
      *> charge, the amount charged (also carried in
      *> JRNL-CASH-TENDERED on the header, as for "GC"/"CR") and the
      *> due date from the account's terms. A refund of a charged
      *> receipt writes a "K" record straight after its "R" record
      *> with the amount credited back to the account and the id of
      *> the manager who authorized the refund in JRNL-CHG-CONTACT
      *> (no due date). Readers take
      *> the sign of a "K" record from the "H" or "R" record it
      *> follows; no cash changes hands on either.
       01 JOURNAL-RECORD.
           02 JRNL-LINE-TYPE       PIC X.
               88 JRNL-IS-HEADER   VALUE "H".
               88 JRNL-IS-REFUND   VALUE "R".
               88 JRNL-IS-REFUND-ITEM VALUE "V".
               88 JRNL-IS-DEPOSIT  VALUE "A".
               88 JRNL-IS-VOID     VALUE "X".
               88 JRNL-IS-MODIFIER VALUE "M".
               88 JRNL-IS-CHARGE   VALUE "K".
           02 JRNL-RECEIPT-NUM     PIC 9(6).
           02 JRNL-DATE            PIC X(10).
           02 JRNL-TIME            PIC X(5).
                   04 JRNL-RFND-DELIVERY-FEE PIC 9(3)V9(2).
                   04 JRNL-RFND-SC-DISCOUNT PIC 9(7)V9(2).
                   04 FILLER            PIC X(40).
               03 JRNL-VOID-AREA REDEFINES JRNL-HEADER-AREA.
                   04 JRNL-VOID-REASON  PIC X(2).
                       88 JRNL-VOID-NO-ITEMS  VALUE "NI".
                       88 JRNL-VOID-ABANDONED VALUE "AB".
                   04 JRNL-VOID-CASHIER-ID PIC X(4).
                   04 JRNL-VOID-LINES   PIC 9(2).
                   04 JRNL-VOID-VALUE   PIC 9(7)V9(2).
                   04 FILLER            PIC X(63).
               03 JRNL-MOD-AREA REDEFINES JRNL-HEADER-AREA.
                   04 JRNL-MOD-ITEM-CODE PIC X(2).
                   04 JRNL-MOD-QTY      PIC 9(2).
                   04 JRNL-MOD-PRICE    PIC 9(6)V9(2).
                   04 JRNL-MOD-CODE     PIC X(3).
                   04 JRNL-MOD-DESC     PIC X(20).
                   04 FILLER            PIC X(45).
               03 JRNL-CHARGE-AREA REDEFINES JRNL-HEADER-AREA.
                   04 JRNL-CHG-ACCOUNT  PIC X(6).
                   04 JRNL-CHG-CONTACT  PIC X(15).
                   04 JRNL-CHG-AMOUNT   PIC 9(7)V9(2).
                   04 JRNL-CHG-DUE-DATE PIC X(10).
                   04 FILLER            PIC X(40).
           02 JRNL-TERMINAL-ID     PIC X(2).

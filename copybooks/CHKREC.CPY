      *> CHKREC.CPY
      *> Record layout for the dine-in open check file
      *> (OPEN-CHECKS.DAT). Opening a check against a table number
      *> appends one "H" header (table, the receipt number drawn for
      *> the tab, when it was opened, who opened it, on which till);
      *> every round fired to the kitchen appends one "L" record per
      *> line with the round number, the unit price it was keyed at
      *> and up to three modifier codes with their unit prices (see
      *> MODREC), unused slots blank. The stock for a round is
      *> depleted when the round is fired. Settling the check rings
      *> the lines up as one receipt under the tab's receipt number
      *> and drops the check's records from the file; a transfer
      *> rewrites the table number on all of them. Whatever is left
      *> in the file is the list of tabs still open.
       01 OPEN-CHECK-RECORD.
           02 CHK-REC-TYPE         PIC X.
               88 CHK-IS-HEADER    VALUE "H".
               88 CHK-IS-LINE      VALUE "L".
           02 CHK-TABLE-NUM        PIC 9(3).
           02 CHK-RECEIPT-NUM      PIC 9(6).
           02 CHK-VARIABLE-AREA.
               03 CHK-HEADER-AREA.
                   04 CHK-OPEN-DATE     PIC X(10).
                   04 CHK-OPEN-TIME     PIC X(5).
                   04 CHK-CASHIER-ID    PIC X(4).
                   04 CHK-TERMINAL-ID   PIC X(2).
                   04 FILLER            PIC X(19).
               03 CHK-LINE-AREA REDEFINES CHK-HEADER-AREA.
                   04 CHK-ROUND-NUM     PIC 9(2).
                   04 CHK-ITEM-CODE     PIC X(2).
                   04 CHK-ITEM-QTY      PIC 9(2).
                   04 CHK-ITEM-PRICE    PIC 9(4)V9(2).
                   04 CHK-MOD-ENTRY OCCURS 3 TIMES.
                       05 CHK-MOD-CODE  PIC X(3).
                       05 CHK-MOD-PRICE PIC 9(4)V9(2).
                   04 FILLER            PIC X(1).

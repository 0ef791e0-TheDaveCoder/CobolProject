      *> CKPTREC.CPY
      *> Record layout for the per-terminal in-progress order
      *> checkpoint (ORDER-CKPT-<terminal id>.DAT). The order
      *> terminal rewrites the whole file every time the order in
      *> hand changes: one "H" header as soon as the receipt number
      *> is drawn (receipt number, who keyed it, on which till), then
      *> one "L" record per confirmed line with the price it was
      *> keyed at. A voided line simply drops out of the next
      *> rewrite. The file is emptied once the order reaches the
      *> journal (sold, or written off as a "X" no-sale/void), so a
      *> checkpoint still holding a header at sign-on means the till
      *> went down mid-order; the cashier then resumes it (the lines
      *> are re-depleted from stock, which was never saved) or
      *> abandons it, which journals the "X" record so the receipt
      *> number is accounted for.
      *> An "L" record also carries up to three modifier codes
      *> attached to the line (see MODREC) with the unit price each
      *> was keyed at; unused slots are blank.
       01 CHECKPOINT-RECORD.
           02 CKPT-LINE-TYPE       PIC X.
               88 CKPT-IS-HEADER   VALUE "H".
               88 CKPT-IS-LINE     VALUE "L".
           02 CKPT-RECEIPT-NUM     PIC 9(6).
           02 CKPT-VARIABLE-AREA.
               03 CKPT-HEADER-AREA.
                   04 CKPT-DATE         PIC X(10).
                   04 CKPT-TIME         PIC X(5).
                   04 CKPT-CASHIER-ID   PIC X(4).
                   04 CKPT-TERMINAL-ID  PIC X(2).
                   04 FILLER            PIC X(19).
               03 CKPT-LINE-AREA REDEFINES CKPT-HEADER-AREA.
                   04 CKPT-ITEM-CODE    PIC X(2).
                   04 CKPT-ITEM-QTY     PIC 9(2).
                   04 CKPT-ITEM-PRICE   PIC 9(4)V9(2).
                   04 CKPT-MOD-ENTRY OCCURS 3 TIMES.
                       05 CKPT-MOD-CODE  PIC X(3).
                       05 CKPT-MOD-PRICE PIC 9(4)V9(2).
                   04 FILLER            PIC X(3).

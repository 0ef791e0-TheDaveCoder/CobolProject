      *> SINVREC.CPY
      *> Record layout for the supplier invoice file
      *> (SUPPLIER-INVOICE.DAT). SUPINVOICE appends one "H" header per
      *> supplier invoice keyed against a purchase order, followed by
      *> one "D" record per invoice line, all sharing the supplier
      *> code and the supplier's own invoice number - the same
      *> header/detail shape as PURCHASE-ORDER.DAT. Each line is
      *> matched when it is keyed against the packs ordered on the PO
      *> and the "DL" quantities booked in against it in
      *> STOCK-LEDGER.DAT (less what earlier invoices for the PO
      *> already billed), and its pack price against ING-UNIT-COST
      *> times ING-PACK-SIZE; the figures it was matched on are kept
      *> on the line with the result in SINV-MATCH-FLAG:
      *>   OK  billed within what was ordered, received and agreed
      *>   QT  more billed than ordered or received
      *>   PR  pack price above the cost on file
      *>   QP  both
      *>   NP  ingredient not on the purchase order
      *> SINV-MATCH-AMT is what the line comes to at the quantity
      *> received and the lower of the two prices. An invoice whose
      *> lines all match goes straight to "A" approved; any other is
      *> "H" held until a manager other than the one who keyed it
      *> approves it as billed or at the matched value, or rejects
      *> it. SINV-APPROVED-AMT is what will be paid; SINV-DUE-DATE is
      *> the invoice date plus the supplier's SUP-TERMS-DAYS. A paid
      *> invoice is stamped "P" with the date and payment reference.
       01 SUPPLIER-INVOICE-RECORD.
           02 SINV-LINE-TYPE       PIC X.
               88 SINV-IS-HEADER   VALUE "H".
               88 SINV-IS-DETAIL   VALUE "D".
           02 SINV-SUPPLIER        PIC X(4).
           02 SINV-INV-NUM         PIC X(12).
           02 SINV-PO-NUM          PIC 9(6).
           02 SINV-VARIABLE-AREA.
               03 SINV-HEADER-AREA.
                   04 SINV-INV-DATE     PIC X(10).
                   04 SINV-DUE-DATE     PIC X(10).
                   04 SINV-BILLED-AMT   PIC 9(7)V9(2).
                   04 SINV-MATCHED-AMT  PIC 9(7)V9(2).
                   04 SINV-APPROVED-AMT PIC 9(7)V9(2).
                   04 SINV-STATUS       PIC X.
                       88 SINV-IS-HELD     VALUE "H".
                       88 SINV-IS-APPROVED VALUE "A".
                       88 SINV-IS-REJECTED VALUE "X".
                       88 SINV-IS-PAID     VALUE "P".
                   04 SINV-KEYED-BY     PIC X(4).
                   04 SINV-APPROVED-BY  PIC X(4).
                   04 SINV-PAID-DATE    PIC X(10).
                   04 SINV-PAID-REF     PIC X(12).
               03 SINV-ITEM-AREA REDEFINES SINV-HEADER-AREA.
                   04 SINV-ING-CODE     PIC X(4).
                   04 SINV-PACKS        PIC 9(4).
                   04 SINV-UNITS        PIC 9(5)V9(2).
                   04 SINV-PACK-PRICE   PIC 9(5)V9(2).
                   04 SINV-LINE-AMT     PIC 9(7)V9(2).
                   04 SINV-PO-PACKS     PIC 9(4).
                   04 SINV-RCVD-UNITS   PIC 9(5)V9(2).
                   04 SINV-COST-PRICE   PIC 9(5)V9(2).
                   04 SINV-MATCH-FLAG   PIC X(2).
                       88 SINV-LINE-MATCHED VALUE "OK".
                   04 SINV-MATCH-AMT    PIC 9(7)V9(2).
                   04 FILLER            PIC X(18).

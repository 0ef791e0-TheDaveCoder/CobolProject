      *> in PURCHASING. SUP-LEAD-DAYS is the promised days from
      *> placing a purchase order to delivery; PURCHASING uses it to
      *> set the PO due date and to report orders outstanding past
      *> it. SUP-TERMS-DAYS is the supplier's payment terms, the days
      *> from the invoice date to the date payment is due; SUPINVOICE
      *> uses it to set the due date of each approved invoice on the
      *> payables register. Ingredients are tied to a supplier
      *> through ING-SUPPLIER on the stock master. Records from
      *> before the terms were kept read back with spaces there -
      *> test with IS NUMERIC before using.
       01 SUPPLIER-RECORD.
           02 SUP-CODE             PIC X(4).
           02 SUP-NAME             PIC X(20).
           02 SUP-CONTACT          PIC X(11).
           02 SUP-LEAD-DAYS        PIC 9(2).
           02 SUP-TERMS-DAYS       PIC 9(3).

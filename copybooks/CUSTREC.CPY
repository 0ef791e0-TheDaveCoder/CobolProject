      *> must also be written to POINTS-LEDGER.DAT (see PTSREC) so a
      *> disputed balance can be traced. Records from before the
      *> points field read back with spaces there - test with
      *> IS NUMERIC before using. CUST-ZONE is the delivery zone of
      *> the address on file (see ZONEREC), picked at the till; it is
      *> blank on records from before zones were kept and for
      *> customers who have never had a delivery.
       01 CUSTOMER-RECORD.
           02 CUST-PHONE           PIC X(9).
           02 CUST-NAME            PIC X(15).
           02 CUST-ADDRESS         PIC X(15).
           02 CUST-POINTS          PIC 9(5).
           02 CUST-ZONE            PIC X(3).

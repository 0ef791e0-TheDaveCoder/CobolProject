      *> MCHKREC.CPY
      *> Record layout for the master file check log
      *> (MASTER-CHECK-LOG.DAT). MASTCHECK appends one record every
      *> time it runs the cross-reference check over the masters and
      *> the open bookings and purchase orders: when it ran, whether
      *> it passed ("P", no broken references) or failed ("F"), how
      *> many errors and warnings it found, and the manager or owner
      *> who signed the result off before opening, with the time
      *> they did (blank when nobody signed it off). The order
      *> terminal looks for today's signed-off record when it comes
      *> up and warns the cashier when there is none or it failed.
       01 MASTER-CHECK-RECORD.
           02 MCHK-DATE            PIC X(10).
           02 MCHK-TIME            PIC X(5).
           02 MCHK-RESULT          PIC X.
               88 MCHK-PASSED      VALUE "P".
               88 MCHK-FAILED      VALUE "F".
           02 MCHK-ERRORS          PIC 9(4).
           02 MCHK-WARNINGS        PIC 9(4).
           02 MCHK-SIGNED-BY       PIC X(4).
           02 MCHK-SIGNED-TIME     PIC X(5).

      *> the amount to collect; the DISPATCH program assigns the
      *> rider, stamps out-the-door and delivered times, and
      *> reconciles each rider's COD remittance at close.
      *> DSP-ZONE is the delivery zone (see ZONEREC) and
      *> DSP-PROMISED-BY the time the order was promised for, the
      *> receipt time plus the zone's DSP-PROMISE-MINS, in the same
      *> "YYYY-MM-DD HH:MM" form as the out and delivered times.
      *> Records from before zones were kept have these blank.
       01 DISPATCH-RECORD.
           02 DSP-RECEIPT-NUM      PIC 9(6).
           02 DSP-DATE             PIC X(10).
           02 DSP-RIDER-ID         PIC X(4).
           02 DSP-OUT-TIME         PIC X(16).
           02 DSP-DLVD-TIME        PIC X(16).
           02 DSP-ZONE             PIC X(3).
           02 DSP-PROMISE-MINS     PIC 9(3).
           02 DSP-PROMISED-BY      PIC X(16).

      *> ticket so prep times can be reported per item code and per
      *> hour. Served tickets from a prior day are purged by the
      *> KITCHEN program on its next file update.
      *> KTQ-MOD-TEXT carries the modifiers attached to the line
      *> ("EXTRA CHEESE, NO PINEAPPLE") so the board shows the cook
      *> what to change; records from before the field read back
      *> with spaces there.
      *> KTQ-TABLE-NUM and KTQ-ROUND-NUM are set on the rounds fired
      *> from a dine-in open check: every round goes out under the
      *> tab's one receipt number, so the round number tells one
      *> ticket from the next. Zero (or spaces on older records) on
      *> everything else.
       01 KITCHEN-QUEUE-RECORD.
           02 KTQ-RECEIPT-NUM      PIC 9(6).
           02 KTQ-DATE             PIC X(10).
           02 KTQ-READY-TIME       PIC X(16).
           02 KTQ-SERVED-TIME      PIC X(16).
           02 KTQ-TERMINAL-ID      PIC X(2).
           02 KTQ-MOD-TEXT         PIC X(40).
           02 KTQ-TABLE-NUM        PIC 9(3).
           02 KTQ-ROUND-NUM        PIC 9(2).

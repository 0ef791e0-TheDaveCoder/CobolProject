      *> was paid so a return goes back the same way. Records from
      *> before that field read back with spaces there (cash is
      *> assumed).
      *> A booking for a corporate charge account (see ACCTREC) takes
      *> no deposit: ADV-DEPOSIT-PAY is "AR", and ADV-ACCOUNT-NUM and
      *> ADV-ACCOUNT-CONTACT name the account and the contact who
      *> authorized it, so fulfillment charges the account without
      *> asking again. Blank on every other booking and on records
      *> from before the fields were added.
       01 ADVANCE-ORDER-RECORD.
           02 ADV-LINE-TYPE        PIC X.
               88 ADV-IS-HEADER    VALUE "H".
                   04 ADV-ITEM-QTY      PIC 9(2).
                   04 FILLER            PIC X(76).
           02 ADV-DEPOSIT-PAY      PIC X(2).
           02 ADV-ACCOUNT-NUM      PIC X(6).
           02 ADV-ACCOUNT-CONTACT  PIC X(15).

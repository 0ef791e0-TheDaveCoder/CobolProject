      *> ARLREC.CPY
      *> Record layout for the charge account ledger
      *> (AR-LEDGER.DAT). One record for every movement on a charge
      *> account balance: "CH" when the till charges a receipt to the
      *> account (with the due date from the account's terms), "RF"
      *> when a refund of a charged receipt is credited back to it,
      *> and "PM" when RECEIVABLES posts a customer payment. A payment
      *> is written as one "PM" record per receipt it is applied to;
      *> money left over after every open receipt is paid goes on a
      *> "PM" record with ARL-RECEIPT-NUM zero and stays on the
      *> account as a credit. ARL-BALANCE is the account balance
      *> after the movement, so the balance can be walked forward
      *> from any point in the ledger; RECEIVABLES works out the open
      *> amount of each receipt from here for payment posting and
      *> aging. ARL-REFERENCE carries the authorizing contact on a
      *> charge and the payer's cheque or transfer reference on a
      *> payment.
       01 AR-LEDGER-RECORD.
           02 ARL-DATE             PIC X(10).
           02 ARL-TIME             PIC X(5).
           02 ARL-ACCOUNT-NUM      PIC X(6).
           02 ARL-EVENT-TYPE       PIC X(2).
               88 ARL-IS-CHARGE    VALUE "CH".
               88 ARL-IS-REFUND    VALUE "RF".
               88 ARL-IS-PAYMENT   VALUE "PM".
           02 ARL-RECEIPT-NUM      PIC 9(6).
           02 ARL-AMOUNT           PIC 9(7)V9(2).
           02 ARL-DUE-DATE         PIC X(10).
           02 ARL-PAY-METHOD       PIC X(2).
           02 ARL-REFERENCE        PIC X(15).
           02 ARL-BALANCE          PIC S9(7)V9(2)
                                   SIGN LEADING SEPARATE.
           02 ARL-USER-ID          PIC X(4).
           02 ARL-TERMINAL-ID      PIC X(2).

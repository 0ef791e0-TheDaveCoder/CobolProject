      *> ACCTREC.CPY
      *> Record layout for the corporate charge account master
      *> (CHARGE-ACCOUNTS.DAT). One record per office, school or
      *> other customer allowed to order now and be billed monthly
      *> ("AR" at the till). Up to three contacts may authorize a
      *> charge; unused contact slots are blank. ACCT-TERMS-DAYS is
      *> the days from the receipt date to the due date of the
      *> charge. ACCT-BALANCE is what the account owes: the till adds
      *> every charge and takes off every refund of a charge, and
      *> RECEIVABLES takes off every payment posted; each of those
      *> movements is also written to AR-LEDGER.DAT (see ARLREC) so a
      *> disputed balance can be traced. A charge is refused when it
      *> would take the balance over ACCT-CREDIT-LIMIT, and only an
      *> account with ACCT-STATUS "A" may charge at all. Maintain the
      *> file with ACCTMAINT; the balance itself is never keyed.
       01 ACCOUNT-RECORD.
           02 ACCT-NUM             PIC X(6).
           02 ACCT-COMPANY         PIC X(25).
           02 ACCT-CONTACT-ENTRY OCCURS 3 TIMES.
               03 ACCT-CONTACT-NAME  PIC X(15).
               03 ACCT-CONTACT-PHONE PIC X(9).
           02 ACCT-CREDIT-LIMIT    PIC 9(7)V9(2).
           02 ACCT-TERMS-DAYS      PIC 9(3).
           02 ACCT-BALANCE         PIC S9(7)V9(2)
                                   SIGN LEADING SEPARATE.
           02 ACCT-STATUS          PIC X.
               88 ACCT-IS-ACTIVE   VALUE "A".
               88 ACCT-IS-ON-HOLD  VALUE "H".
               88 ACCT-IS-CLOSED   VALUE "C".
               88 ACCT-STATUS-VALID VALUE "A" "H" "C".

      *> SECREC.CPY
      *> Record layout for the security log (SECURITY-LOG.DAT).
      *> Every program that checks an id and PIN against
      *> EMPLOYEE-MASTER.DAT appends one record here when the check
      *> fails (unknown id, inactive employee, wrong PIN) or when a
      *> valid employee tries an action their role does not allow,
      *> so the owner can review who tried what, where and when.
      *> SEC-EMP-ID is the id as keyed; SEC-ACTION names what was
      *> being attempted (SIGN-ON, REFUND, PAID-OUT, PRICE CHANGE,
      *> ...).
       01 SECURITY-LOG-RECORD.
           02 SEC-DATE             PIC X(10).
           02 SEC-TIME             PIC X(5).
           02 SEC-PROGRAM          PIC X(10).
           02 SEC-TERMINAL-ID      PIC X(2).
           02 SEC-EMP-ID           PIC X(4).
           02 SEC-EVENT            PIC X(2).
               88 SEC-UNKNOWN-ID   VALUE "UI".
               88 SEC-INACTIVE     VALUE "IN".
               88 SEC-BAD-PIN      VALUE "BP".
               88 SEC-REFUSED      VALUE "RF".
           02 SEC-ROLE             PIC X.
           02 SEC-ACTION           PIC X(16).

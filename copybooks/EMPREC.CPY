      *> EMPREC.CPY
      *> Record layout for the employee master file
      *> (EMPLOYEE-MASTER.DAT). One record per person who signs on
      *> to any program: the order terminals, MENUMAINT, STOCKMAINT,
      *> PURCHASING and EMPMAINT all look the id up here and check
      *> the PIN and role before letting the action through. An
      *> employee who leaves is marked inactive (EMP-ACTIVE "N")
      *> rather than deleted, so old journal and audit records still
      *> resolve to a name. Maintain the file with EMPMAINT; when the
      *> file is empty EMPMAINT lets the first owner be keyed without
      *> a sign-on so the system can be set up.
       01 EMPLOYEE-RECORD.
           02 EMP-ID               PIC X(4).
           02 EMP-NAME             PIC X(20).
           02 EMP-PIN              PIC X(6).
           02 EMP-ROLE             PIC X.
               88 EMP-IS-CASHIER   VALUE "C".
               88 EMP-IS-RIDER     VALUE "R".
               88 EMP-IS-KITCHEN   VALUE "K".
               88 EMP-IS-MANAGER   VALUE "M".
               88 EMP-IS-OWNER     VALUE "O".
               88 EMP-ROLE-VALID   VALUE "C" "R" "K" "M" "O".
           02 EMP-ACTIVE           PIC X.
               88 EMP-IS-ACTIVE    VALUE "Y".

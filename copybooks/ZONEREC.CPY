      *> ZONEREC.CPY
      *> Record layout for the delivery zone master
      *> (ZONE-MASTER.DAT). One record per delivery zone, maintained
      *> with ZONEMAINT. ZONE-AREAS lists the barangays and streets
      *> the zone covers so the cashier can pick the zone for a new
      *> address. The till charges ZONE-FEE on a delivery to the
      *> zone, refuses a delivery whose items come to less than
      *> ZONE-MIN-ORDER, and promises the order within
      *> ZONE-PROMISE-MINS of the receipt time; DISPATCH measures
      *> on-time delivery against that promise. Only a zone with
      *> ZONE-SERVICEABLE "Y" takes deliveries at all. The zone a
      *> customer lives in is kept on the customer master
      *> (CUST-ZONE, see CUSTREC).
       01 ZONE-RECORD.
           02 ZONE-CODE            PIC X(3).
           02 ZONE-AREAS           PIC X(40).
           02 ZONE-FEE             PIC 9(3)V9(2).
           02 ZONE-MIN-ORDER       PIC 9(5)V9(2).
           02 ZONE-PROMISE-MINS    PIC 9(3).
           02 ZONE-SERVICEABLE     PIC X.
               88 ZONE-IS-SERVICEABLE VALUE "Y".

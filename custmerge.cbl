      *>   balance already on the indexed record is read back and
      *>   kept, so a rerun of this utility can no longer wipe out
      *>   points a customer has earned.
      *> - The customer master now carries the customer's delivery
      *>   zone: converted records start with no zone (the till asks
      *>   for it on the next delivery), and a merged duplicate keeps
      *>   the zone already on the indexed record, like its points.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           MOVE OLD-CUST-NAME TO CUST-NAME.
           MOVE OLD-CUST-ADDRESS TO CUST-ADDRESS.
           MOVE 0 TO CUST-POINTS.
           MOVE SPACES TO CUST-ZONE.
           MOVE "N" TO MRG-DUP-SW.
           WRITE CUSTOMER-RECORD
             INVALID KEY MOVE "Y" TO MRG-DUP-SW

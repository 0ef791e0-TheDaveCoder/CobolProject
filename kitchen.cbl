      *>   are searched - a second line with the same item code on
      *>   one receipt (PZ twice) is no longer dropped, and every
      *>   line of a newly arrived receipt is taken in.
      *> - Ticket lines now carry the modifiers the till attached to
      *>   them ("EXTRA CHEESE, NO PINEAPPLE"); the board shows them
      *>   on a second line under the item and keeps them through
      *>   every rewrite of the queue file.
      *> - Rounds fired from a dine-in open check all carry the tab's
      *>   one receipt number, so a ticket is now a receipt plus its
      *>   round number: the merge before a save takes in a new round
      *>   of a receipt already on the board, a bump moves the
      *>   earliest round of the receipt not yet served, and the
      *>   list shows the table and round over each such ticket.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             03 KQ-T-READY-TIME     PIC X(16).
             03 KQ-T-SERVED-TIME    PIC X(16).
             03 KQ-T-TERMINAL       PIC X(2).
             03 KQ-T-MOD-TEXT       PIC X(40).
             03 KQ-T-TABLE          PIC 9(3).
             03 KQ-T-ROUND          PIC 9(2).

       01 KQ-INPUT-AREA.
           02 KQ-ACTION             PIC X.
           02 KQ-OLD-STATUS         PIC X.
           02 KQ-NEW-STATUS         PIC X.
           02 KQ-LAST-RECEIPT       PIC 9(6) VALUE 0.
           02 KQ-LAST-ROUND         PIC 9(2) VALUE 0.
           02 KQ-BUMP-ROUND         PIC 9(2) VALUE 0.
           02 KQ-IN-ROUND           PIC 9(2) VALUE 0.

       01 KQ-PREP-WORK-AREA.
           02 KQ-PLACED-MINS        PIC 9(5) VALUE 0.
               MOVE KTQ-SERVED-TIME TO
                 KQ-T-SERVED-TIME(KQ-TABLE-COUNT)
               MOVE KTQ-TERMINAL-ID TO KQ-T-TERMINAL(KQ-TABLE-COUNT)
               MOVE KTQ-MOD-TEXT TO KQ-T-MOD-TEXT(KQ-TABLE-COUNT)
               IF KTQ-TABLE-NUM IS NUMERIC
               AND KTQ-ROUND-NUM IS NUMERIC
                 MOVE KTQ-TABLE-NUM TO KQ-T-TABLE(KQ-TABLE-COUNT)
                 MOVE KTQ-ROUND-NUM TO KQ-T-ROUND(KQ-TABLE-COUNT)
               ELSE
                 MOVE 0 TO KQ-T-TABLE(KQ-TABLE-COUNT)
                 MOVE 0 TO KQ-T-ROUND(KQ-TABLE-COUNT)
               END-IF
             END-IF
           END-IF.


       0069-MERGE-ONE-RECORD.
           MOVE "N" TO KQ-MRG-FOUND-SW.
           IF KTQ-ROUND-NUM IS NUMERIC
             MOVE KTQ-ROUND-NUM TO KQ-IN-ROUND
           ELSE
             MOVE 0 TO KQ-IN-ROUND
           END-IF.
           PERFORM VARYING KQ-MRG-IDX FROM 1 BY 1 UNTIL
           KQ-MRG-IDX > KQ-MRG-BASE-COUNT OR KQ-MRG-FOUND-SW = "Y"
             IF KQ-T-RECEIPT(KQ-MRG-IDX) = KTQ-RECEIPT-NUM
             AND KQ-T-ROUND(KQ-MRG-IDX) = KQ-IN-ROUND
               MOVE "Y" TO KQ-MRG-FOUND-SW
             END-IF
           END-PERFORM.
               MOVE KQ-T-READY-TIME(KQ-IDX) TO KTQ-READY-TIME
               MOVE KQ-T-SERVED-TIME(KQ-IDX) TO KTQ-SERVED-TIME
               MOVE KQ-T-TERMINAL(KQ-IDX) TO KTQ-TERMINAL-ID
               MOVE KQ-T-MOD-TEXT(KQ-IDX) TO KTQ-MOD-TEXT
               MOVE KQ-T-TABLE(KQ-IDX) TO KTQ-TABLE-NUM
               MOVE KQ-T-ROUND(KQ-IDX) TO KTQ-ROUND-NUM
               WRITE KITCHEN-QUEUE-RECORD
             END-PERFORM
             CLOSE KITCHEN-FILE
           DISPLAY " ".
           DISPLAY "RCPT   S TAKEN IT QTY    T TM".
           MOVE 0 TO KQ-LAST-RECEIPT.
           MOVE 0 TO KQ-LAST-ROUND.
           PERFORM VARYING KQ-IDX FROM 1 BY 1 UNTIL
           KQ-IDX > KQ-TABLE-COUNT
             IF KQ-T-STATUS(KQ-IDX) NOT = "S"
               IF KQ-T-RECEIPT(KQ-IDX) NOT = KQ-LAST-RECEIPT
               OR KQ-T-ROUND(KQ-IDX) NOT = KQ-LAST-ROUND
                 IF KQ-LAST-RECEIPT NOT = 0
                   DISPLAY " "
                 END-IF
                 IF KQ-T-TABLE(KQ-IDX) > 0
                   DISPLAY "TABLE " KQ-T-TABLE(KQ-IDX) " ROUND "
                     KQ-T-ROUND(KQ-IDX)
                 END-IF
               END-IF
               MOVE KQ-T-RECEIPT(KQ-IDX) TO KQ-LAST-RECEIPT
               MOVE KQ-T-ROUND(KQ-IDX) TO KQ-LAST-ROUND
               MOVE SPACES TO QUEUE-LIST-LINE
               MOVE KQ-T-RECEIPT(KQ-IDX) TO QL-RECEIPT
               MOVE KQ-T-STATUS(KQ-IDX) TO QL-STATUS
               MOVE KQ-T-TYPE(KQ-IDX) TO QL-TYPE
               MOVE KQ-T-TERMINAL(KQ-IDX) TO QL-TERMINAL
               DISPLAY QUEUE-LIST-LINE
               IF KQ-T-MOD-TEXT(KQ-IDX) NOT = SPACES
                 DISPLAY "         + " KQ-T-MOD-TEXT(KQ-IDX)
               END-IF
             END-IF
           END-PERFORM.

           ACCEPT KQ-IN-RECEIPT.
           MOVE "N" TO KQ-FOUND-SW.
           MOVE SPACE TO KQ-OLD-STATUS.
           MOVE 0 TO KQ-BUMP-ROUND.
           PERFORM VARYING KQ-IDX FROM 1 BY 1 UNTIL
           KQ-IDX > KQ-TABLE-COUNT OR KQ-OLD-STATUS NOT = SPACE
             IF KQ-T-RECEIPT(KQ-IDX) = KQ-IN-RECEIPT
               MOVE "Y" TO KQ-FOUND-SW
               IF KQ-T-STATUS(KQ-IDX) NOT = "S"
                 MOVE KQ-T-STATUS(KQ-IDX) TO KQ-OLD-STATUS
                 MOVE KQ-T-ROUND(KQ-IDX) TO KQ-BUMP-ROUND
               END-IF
             END-IF
           END-PERFORM.
           IF KQ-FOUND-SW NOT = "Y"
               PERFORM VARYING KQ-IDX FROM 1 BY 1 UNTIL
               KQ-IDX > KQ-TABLE-COUNT
                 IF KQ-T-RECEIPT(KQ-IDX) = KQ-IN-RECEIPT
                 AND KQ-T-ROUND(KQ-IDX) = KQ-BUMP-ROUND
                 AND KQ-T-STATUS(KQ-IDX) = KQ-OLD-STATUS
                   MOVE KQ-NEW-STATUS TO KQ-T-STATUS(KQ-IDX)
                   EVALUATE KQ-NEW-STATUS

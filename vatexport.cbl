      *>   money columns were widened a character to carry the sign.
      *> - Journal buffers widened to 107 bytes for the terminal id
      *>   now carried on the end of every journal record.
      *> - Sales charged to a corporate account (pay method "AR") get
      *>   their own CHARGE column after CARD instead of being lumped
      *>   in with cash, and a refund of a charged receipt comes off
      *>   that column. The export line widened to 122 bytes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         01 JOURNAL-BUFFER           PIC X(107).

         FD EXPORT-FILE.
         01 EXPORT-LINE              PIC X(122).

       WORKING-STORAGE SECTION.
         COPY JRNLREC.
             03 VX-D-CASH           PIC S9(8)V9(2).
             03 VX-D-GCASH          PIC S9(8)V9(2).
             03 VX-D-CARD           PIC S9(8)V9(2).
             03 VX-D-CHARGE         PIC S9(8)V9(2).

       01 VX-MONTH-TOTALS.
           02 VX-M-GROSS            PIC S9(9)V9(2) VALUE 0.
           02 VX-M-CASH             PIC S9(9)V9(2) VALUE 0.
           02 VX-M-GCASH            PIC S9(9)V9(2) VALUE 0.
           02 VX-M-CARD             PIC S9(9)V9(2) VALUE 0.
           02 VX-M-CHARGE           PIC S9(9)V9(2) VALUE 0.

       01 VX-COUNTERS.
           02 VX-HEADER-COUNT       PIC 9(5) VALUE 0.
             03 WS-CURRENT-SECOND PIC 9(2).
             03 WS-CURRENT-MILLISECONDS PIC 9(2).

       01 VX-EXPORT-HEADER          PIC X(122) VALUE
           "DATE      |      GROSS|    VATABLE|        VAT|     EXEMPT|     SC-PWD|       CASH|      GCASH|       CARD|     CHARGE".

       01 VX-EXPORT-DETAIL.
           02 VXL-DATE              PIC X(10).
           02 VXL-GCASH             PIC -ZZZZZZ9.99.
           02 FILLER                PIC X VALUE "|".
           02 VXL-CARD              PIC -ZZZZZZ9.99.
           02 FILLER                PIC X VALUE "|".
           02 VXL-CHARGE            PIC -ZZZZZZ9.99.


       PROCEDURE DIVISION.
             MOVE 0 TO VX-D-CASH(VX-IDX)
             MOVE 0 TO VX-D-GCASH(VX-IDX)
             MOVE 0 TO VX-D-CARD(VX-IDX)
             MOVE 0 TO VX-D-CHARGE(VX-IDX)
           END-PERFORM.

       0100-ROLL-UP-SOURCE.
             WHEN "CR"
               COMPUTE VX-D-CARD(VX-DAY) = VX-D-CARD(VX-DAY) +
                 VX-HDR-TOTAL
             WHEN "AR"
               COMPUTE VX-D-CHARGE(VX-DAY) = VX-D-CHARGE(VX-DAY) +
                 VX-HDR-TOTAL
             WHEN OTHER
               COMPUTE VX-D-CASH(VX-DAY) = VX-D-CASH(VX-DAY) +
                 VX-HDR-TOTAL
               WHEN "CR"
                 COMPUTE VX-D-CARD(VX-DAY) = VX-D-CARD(VX-DAY) -
                   VX-HDR-TOTAL
               WHEN "AR"
                 COMPUTE VX-D-CHARGE(VX-DAY) = VX-D-CHARGE(VX-DAY) -
                   VX-HDR-TOTAL
               WHEN OTHER
                 COMPUTE VX-D-CASH(VX-DAY) = VX-D-CASH(VX-DAY) -
                   VX-HDR-TOTAL
           MOVE VX-D-CASH(VX-IDX) TO VXL-CASH.
           MOVE VX-D-GCASH(VX-IDX) TO VXL-GCASH.
           MOVE VX-D-CARD(VX-IDX) TO VXL-CARD.
           MOVE VX-D-CHARGE(VX-IDX) TO VXL-CHARGE.
           WRITE EXPORT-LINE FROM VX-EXPORT-DETAIL.
           COMPUTE VX-M-GROSS = VX-M-GROSS + VX-D-GROSS(VX-IDX).
           COMPUTE VX-M-VATABLE = VX-M-VATABLE + VX-D-VATABLE(VX-IDX).
           COMPUTE VX-M-CASH = VX-M-CASH + VX-D-CASH(VX-IDX).
           COMPUTE VX-M-GCASH = VX-M-GCASH + VX-D-GCASH(VX-IDX).
           COMPUTE VX-M-CARD = VX-M-CARD + VX-D-CARD(VX-IDX).
           COMPUTE VX-M-CHARGE = VX-M-CHARGE + VX-D-CHARGE(VX-IDX).

       0320-WRITE-TRAILER.
           MOVE SPACES TO VXL-DATE.
           MOVE VX-M-CASH TO VXL-CASH.
           MOVE VX-M-GCASH TO VXL-GCASH.
           MOVE VX-M-CARD TO VXL-CARD.
           MOVE VX-M-CHARGE TO VXL-CHARGE.
           WRITE EXPORT-LINE FROM VX-EXPORT-DETAIL.

           END PROGRAM VATEXPORT.

      *>   events) are counted into the expected drawer with their
      *>   own DEPOSITS TAKEN line, since the cash is in the till
      *>   even though the sale is not rung until fulfillment day.
      *> - Dine-in checks still open in OPEN-CHECKS.DAT are counted
      *>   per cashier and terminal that opened them, with their
      *>   running value, on OPEN TABS / OPEN TAB VALUE lines. The
      *>   money is not in the drawer yet, so they do not touch the
      *>   expected cash; checks left open from an earlier date are
      *>   flagged on the console.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT JOURNAL-FILE ASSIGN TO "SALES-JOURNAL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS JOURNAL-FILE-STATUS.
            SELECT CHECK-FILE ASSIGN TO "OPEN-CHECKS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CHECK-FILE-STATUS.
            SELECT REPORT-FILE ASSIGN TO "SHIFT-CLOSE-REPORT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS REPORT-FILE-STATUS.
         FD JOURNAL-FILE.
           COPY JRNLREC.

         FD CHECK-FILE.
           COPY CHKREC.

         FD REPORT-FILE.
         01 REPORT-LINE              PIC X(80).

       01 WS-FILE-STATUS-AREA.
           02 SHIFT-FILE-STATUS     PIC XX.
           02 JOURNAL-FILE-STATUS   PIC XX.
           02 CHECK-FILE-STATUS     PIC XX.
           02 REPORT-FILE-STATUS    PIC XX.

       01 SC-CONTROL-AREA.
             03 SC-DEPOSITS         PIC 9(7)V9(2).
             03 SC-TENDERED         PIC 9(8)V9(2).
             03 SC-CHANGE           PIC 9(8)V9(2).
             03 SC-TABS             PIC 9(3).
             03 SC-TAB-VALUE        PIC 9(8)V9(2).

       01 SC-CHECK-AREA.
           02 SC-CHK-COUNT          PIC 9(2) VALUE 0.
           02 SC-CHK-MAX            PIC 9(2) VALUE 30.
           02 SC-CHK-IDX            PIC 9(2) VALUE 0.
           02 SC-CHK-HIT            PIC 9(2) VALUE 0.
           02 SC-OLD-CHECKS         PIC 9(3) VALUE 0.
           02 SC-MOD-IDX            PIC 9 VALUE 0.
           02 SC-LINE-VALUE         PIC 9(7)V9(2) VALUE 0.
           02 SC-CHK-ENTRY OCCURS 30 TIMES.
             03 SC-CHK-RECEIPT      PIC 9(6).
             03 SC-CHK-SC-IDX       PIC 9(2).

       01 SC-DISPLAY-AREAS.
           02 SC-DISPLAY-AMOUNT     PIC ZZZZZZ9.99.
           02 FILLER                PIC X(4) VALUE "PHP ".
           02 RPT-AMT-VALUE         PIC X(12).

       01 REPORT-TABS-LINE.
           02 FILLER                PIC X(20) VALUE "OPEN TABS".
           02 FILLER                PIC X(4) VALUE SPACES.
           02 RPT-TABS-COUNT        PIC ZZ9.


       PROCEDURE DIVISION.
           PERFORM 0050-START-PROGRAM.
           PERFORM 0055-GET-BUSINESS-DATE.
           PERFORM 0100-ROLL-UP-SHIFT-LOG.
           PERFORM 0200-ROLL-UP-JOURNAL.
           PERFORM 0250-ROLL-UP-OPEN-CHECKS.
           IF SC-COUNT = 0
             DISPLAY "NO SHIFT ACTIVITY FOR " SC-BUSINESS-DATE
             STOP RUN
               MOVE 0 TO SC-DEPOSITS(SC-FOUND-IDX)
               MOVE 0 TO SC-TENDERED(SC-FOUND-IDX)
               MOVE 0 TO SC-CHANGE(SC-FOUND-IDX)
               MOVE 0 TO SC-TABS(SC-FOUND-IDX)
               MOVE 0 TO SC-TAB-VALUE(SC-FOUND-IDX)
               MOVE "Y" TO SC-FOUND-SW
             ELSE
               DISPLAY "CASHIER TABLE FULL, SKIPPING ID " SC-LOOKUP-ID
               SC-CHANGE(SC-FOUND-IDX) + JRNL-CHANGE-DUE
           END-IF.

       0250-ROLL-UP-OPEN-CHECKS.
           OPEN INPUT CHECK-FILE.
           IF CHECK-FILE-STATUS = "00"
             PERFORM UNTIL CHECK-FILE-STATUS NOT = "00"
               READ CHECK-FILE
                 AT END MOVE "10" TO CHECK-FILE-STATUS
                 NOT AT END
                   EVALUATE TRUE
                     WHEN CHK-IS-HEADER
                       PERFORM 0260-APPLY-CHECK-HEADER
                     WHEN CHK-IS-LINE
                       PERFORM 0270-APPLY-CHECK-LINE
                   END-EVALUATE
               END-READ
             END-PERFORM
             CLOSE CHECK-FILE
           END-IF.
           IF SC-OLD-CHECKS > 0
             DISPLAY "*** " SC-OLD-CHECKS
               " CHECK(S) STILL OPEN FROM BEFORE " SC-BUSINESS-DATE
               " ***"
           END-IF.

       0260-APPLY-CHECK-HEADER.
           IF CHK-OPEN-DATE < SC-BUSINESS-DATE
             COMPUTE SC-OLD-CHECKS = SC-OLD-CHECKS + 1
           END-IF.
           IF CHK-OPEN-DATE = SC-BUSINESS-DATE
             MOVE CHK-CASHIER-ID TO SC-LOOKUP-ID
             MOVE CHK-TERMINAL-ID TO SC-LOOKUP-TERM
             PERFORM 0060-FIND-CASHIER
             IF SC-FOUND-SW = "Y"
               COMPUTE SC-TABS(SC-FOUND-IDX) =
                 SC-TABS(SC-FOUND-IDX) + 1
               IF SC-CHK-COUNT < SC-CHK-MAX
                 COMPUTE SC-CHK-COUNT = SC-CHK-COUNT + 1
                 MOVE CHK-RECEIPT-NUM TO SC-CHK-RECEIPT(SC-CHK-COUNT)
                 MOVE SC-FOUND-IDX TO SC-CHK-SC-IDX(SC-CHK-COUNT)
               END-IF
             END-IF
           END-IF.

       0270-APPLY-CHECK-LINE.
           MOVE 0 TO SC-CHK-HIT.
           PERFORM VARYING SC-CHK-IDX FROM 1 BY 1 UNTIL
           SC-CHK-IDX > SC-CHK-COUNT OR SC-CHK-HIT > 0
             IF SC-CHK-RECEIPT(SC-CHK-IDX) = CHK-RECEIPT-NUM
               MOVE SC-CHK-IDX TO SC-CHK-HIT
             END-IF
           END-PERFORM.
           IF SC-CHK-HIT > 0
           AND CHK-ITEM-QTY IS NUMERIC
           AND CHK-ITEM-PRICE IS NUMERIC
             COMPUTE SC-LINE-VALUE = CHK-ITEM-PRICE * CHK-ITEM-QTY
             PERFORM VARYING SC-MOD-IDX FROM 1 BY 1 UNTIL
             SC-MOD-IDX > 3
               IF CHK-MOD-CODE(SC-MOD-IDX) NOT = SPACES
               AND CHK-MOD-PRICE(SC-MOD-IDX) IS NUMERIC
                 COMPUTE SC-LINE-VALUE = SC-LINE-VALUE +
                   (CHK-MOD-PRICE(SC-MOD-IDX) * CHK-ITEM-QTY)
               END-IF
             END-PERFORM
             MOVE SC-CHK-SC-IDX(SC-CHK-HIT) TO SC-FOUND-IDX
             COMPUTE SC-TAB-VALUE(SC-FOUND-IDX) =
               SC-TAB-VALUE(SC-FOUND-IDX) + SC-LINE-VALUE
           END-IF.

       0300-RECONCILE-CASHIER.
           COMPUTE SC-EXPECTED-AMT =
             SC-FLOAT(SC-IDX) + SC-PAID-IN(SC-IDX)
           COMPUTE SC-OVER-SHORT = SC-COUNTED-AMT - SC-EXPECTED-AMT.
           MOVE SC-OVER-SHORT TO SC-DISPLAY-SIGNED.
           DISPLAY "OVER(+)/SHORT(-)    : PHP " SC-DISPLAY-SIGNED.
           IF SC-TABS(SC-IDX) > 0
             MOVE SC-TAB-VALUE(SC-IDX) TO SC-DISPLAY-AMOUNT
             DISPLAY "OPEN TABS NOT SETTLED: " SC-TABS(SC-IDX)
               " (PHP " SC-DISPLAY-AMOUNT ")"
           END-IF.
           MOVE SC-ID(SC-IDX) TO RPT-CASHIER-ID.
           MOVE SC-TERM(SC-IDX) TO RPT-TERMINAL-ID.
           WRITE REPORT-LINE FROM REPORT-CASHIER-LINE.
           MOVE SC-OVER-SHORT TO SC-DISPLAY-SIGNED.
           MOVE SC-DISPLAY-SIGNED TO SC-AMT-TEXT.
           PERFORM 0310-WRITE-AMOUNT-LINE.
           MOVE SC-TABS(SC-IDX) TO RPT-TABS-COUNT.
           WRITE REPORT-LINE FROM REPORT-TABS-LINE.
           MOVE "OPEN TAB VALUE" TO SC-AMT-LABEL.
           MOVE SC-TAB-VALUE(SC-IDX) TO SC-DISPLAY-AMOUNT.
           MOVE SC-DISPLAY-AMOUNT TO SC-AMT-TEXT.
           PERFORM 0310-WRITE-AMOUNT-LINE.

       0310-WRITE-AMOUNT-LINE.
           MOVE SC-AMT-LABEL TO RPT-AMT-LABEL.

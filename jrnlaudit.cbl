      *>   highest live receipt and CTL-LAST-RECEIPT-NUM. If the live
      *>   journal holds more headers than the table carries, the gap
      *>   check is skipped with a warning rather than guessed at.
      *> - No-sale/void "X" records (an order abandoned after a till
      *>   crash, or closed out with no items) now count as a use of
      *>   their receipt number: the number goes into the seen table
      *>   like a header's, so it is no longer reported as missing and
      *>   is still caught if it was also used by a sale. They are
      *>   counted on their own summary line and carry no detail
      *>   lines, so they are not checked for amounts.
      *> - Modifier "M" records are added into the detail amounts of
      *>   the receipt whose "D" line they follow, since the header
      *>   total now covers item and modifier prices together. An
      *>   "M" following a refund "V" belongs to the refund and is
      *>   only counted; one with no "D" or "V" in front of it on the
      *>   same receipt is reported like a detail without a header.
      *> - A dine-in open check draws its receipt number when the
      *>   check is opened but reaches the journal only when it is
      *>   settled, so a gap whose number is still held by a check in
      *>   OPEN-CHECKS.DAT is reported as an OPEN CHECK (with its
      *>   table number) on its own summary line instead of as a
      *>   missing receipt number.
      *> - Charge account "K" records are counted on their own
      *>   summary line. A "K" that does not follow the "H" or "R"
      *>   record of its own receipt is reported as a charge without
      *>   a header, and an "AR" header with no "K" record behind it
      *>   is reported as a charge sale with no account.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CONTROL-FILE ASSIGN TO "RECEIPT-CONTROL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CONTROL-FILE-STATUS.
            SELECT CHECK-FILE ASSIGN TO "OPEN-CHECKS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CHECK-FILE-STATUS.
            SELECT REPORT-FILE ASSIGN TO "JOURNAL-AUDIT-REPORT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS REPORT-FILE-STATUS.
         FD CONTROL-FILE.
           COPY CTLREC.

         FD CHECK-FILE.
           COPY CHKREC.

         FD REPORT-FILE.
         01 REPORT-LINE              PIC X(80).

       01 WS-FILE-STATUS-AREA.
           02 JOURNAL-FILE-STATUS   PIC XX.
           02 CONTROL-FILE-STATUS   PIC XX.
           02 CHECK-FILE-STATUS     PIC XX.
           02 REPORT-FILE-STATUS    PIC XX.

       01 AUD-CONTROL-AREA.
           02 AUD-SEEN-RECEIPT OCCURS 500 TIMES
                                    PIC 9(6).

       01 AUD-OPEN-CHECK-AREA.
           02 AUD-CHK-COUNT         PIC 9(2) VALUE 0.
           02 AUD-CHK-MAX           PIC 9(2) VALUE 30.
           02 AUD-CHK-IDX           PIC 9(2) VALUE 0.
           02 AUD-CHK-HIT           PIC 9(2) VALUE 0.
           02 AUD-CHK-ENTRY OCCURS 30 TIMES.
             03 AUD-CHK-RECEIPT     PIC 9(6).
             03 AUD-CHK-TABLE       PIC 9(3).

       01 AUD-GROUP-AREA.
           02 AUD-CUR-RECEIPT       PIC 9(6) VALUE 0.
           02 AUD-DETAIL-SUM        PIC 9(8)V9(2) VALUE 0.
           02 AUD-HDR-PROMO         PIC 9(7)V9(2) VALUE 0.
           02 AUD-HDR-SENIOR        PIC X VALUE "N".
           02 AUD-HDR-NEW-FMT-SW    PIC X VALUE "N".
           02 AUD-HDR-PAY           PIC X(2) VALUE SPACES.
           02 AUD-HDR-CHARGED-SW    PIC X VALUE "N".
           02 AUD-LAST-ITEM-TYPE    PIC X VALUE SPACE.
           02 AUD-LAST-ITEM-RECEIPT PIC 9(6) VALUE 0.

       01 AUD-WORK-AREA.
           02 AUD-GROSS-NET         PIC S9(8)V9(2) VALUE 0.
           02 AUD-REFUND-COUNT      PIC 9(5) VALUE 0.
           02 AUD-RFND-ITEM-COUNT   PIC 9(5) VALUE 0.
           02 AUD-BAD-REFUND-COUNT  PIC 9(5) VALUE 0.
           02 AUD-VOID-COUNT        PIC 9(5) VALUE 0.
           02 AUD-MOD-COUNT         PIC 9(5) VALUE 0.
           02 AUD-OPEN-CHK-COUNT    PIC 9(5) VALUE 0.
           02 AUD-CHARGE-COUNT      PIC 9(5) VALUE 0.

       01 AUD-DISPLAY-AREAS.
           02 AUD-DISPLAY-COUNT     PIC ZZZZ9.

       0050-START-PROGRAM.
           PERFORM 0060-READ-RECEIPT-CONTROL.
           PERFORM 0070-READ-OPEN-CHECKS.
           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE.
           DISPLAY REPORT-HEADING-LINE.
             CLOSE CONTROL-FILE
           END-IF.

       0070-READ-OPEN-CHECKS.
           OPEN INPUT CHECK-FILE.
           IF CHECK-FILE-STATUS = "00"
             PERFORM UNTIL CHECK-FILE-STATUS NOT = "00"
               READ CHECK-FILE
                 AT END MOVE "10" TO CHECK-FILE-STATUS
                 NOT AT END
                   IF CHK-IS-HEADER
                   AND AUD-CHK-COUNT < AUD-CHK-MAX
                     COMPUTE AUD-CHK-COUNT = AUD-CHK-COUNT + 1
                     MOVE CHK-RECEIPT-NUM TO
                       AUD-CHK-RECEIPT(AUD-CHK-COUNT)
                     MOVE CHK-TABLE-NUM TO AUD-CHK-TABLE(AUD-CHK-COUNT)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CHECK-FILE
           END-IF.

       0100-WALK-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS = "00"
               PERFORM 0150-APPLY-REFUND
             WHEN JRNL-IS-REFUND-ITEM
               COMPUTE AUD-RFND-ITEM-COUNT = AUD-RFND-ITEM-COUNT + 1
             WHEN JRNL-IS-VOID
               PERFORM 0160-APPLY-VOID
             WHEN JRNL-IS-MODIFIER
               PERFORM 0135-APPLY-MODIFIER
             WHEN JRNL-IS-CHARGE
               PERFORM 0137-APPLY-CHARGE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF NOT JRNL-IS-MODIFIER
             MOVE JRNL-LINE-TYPE TO AUD-LAST-ITEM-TYPE
             MOVE JRNL-RECEIPT-NUM TO AUD-LAST-ITEM-RECEIPT
           END-IF.

       0120-START-HEADER-GROUP.
           IF AUD-HAVE-GROUP-SW = "Y"
           MOVE 0 TO AUD-DETAIL-SUM.
           MOVE 0 TO AUD-DETAIL-COUNT.
           MOVE JRNL-ORDER-TOTAL TO AUD-HDR-TOTAL.
           MOVE JRNL-PAY-METHOD TO AUD-HDR-PAY.
           MOVE "N" TO AUD-HDR-CHARGED-SW.
           IF JRNL-DELIVERY-FEE IS NUMERIC
           AND JRNL-SC-DISCOUNT IS NUMERIC
           AND JRNL-PROMO-DISCOUNT IS NUMERIC
             PERFORM 0250-WRITE-FINDING
           END-IF.

       0135-APPLY-MODIFIER.
           COMPUTE AUD-MOD-COUNT = AUD-MOD-COUNT + 1.
           EVALUATE TRUE
             WHEN AUD-LAST-ITEM-RECEIPT NOT = JRNL-RECEIPT-NUM
             OR (AUD-LAST-ITEM-TYPE NOT = "D"
             AND AUD-LAST-ITEM-TYPE NOT = "V")
               COMPUTE AUD-ORPHAN-COUNT = AUD-ORPHAN-COUNT + 1
               MOVE SPACES TO REPORT-FINDING-LINE
               MOVE "MODIFIER WITHOUT DETAIL, RCPT " TO RPT-FINDING-TEXT
               MOVE JRNL-RECEIPT-NUM TO RPT-FINDING-RECEIPT
               MOVE JRNL-MOD-CODE TO RPT-FINDING-EXTRA
               PERFORM 0250-WRITE-FINDING
             WHEN AUD-LAST-ITEM-TYPE = "D"
             AND AUD-HAVE-GROUP-SW = "Y"
             AND JRNL-RECEIPT-NUM = AUD-CUR-RECEIPT
             AND JRNL-MOD-PRICE IS NUMERIC
               COMPUTE AUD-DETAIL-SUM = AUD-DETAIL-SUM + JRNL-MOD-PRICE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       0137-APPLY-CHARGE.
           COMPUTE AUD-CHARGE-COUNT = AUD-CHARGE-COUNT + 1.
           IF AUD-LAST-ITEM-RECEIPT NOT = JRNL-RECEIPT-NUM
           OR (AUD-LAST-ITEM-TYPE NOT = "H"
           AND AUD-LAST-ITEM-TYPE NOT = "R")
             COMPUTE AUD-ORPHAN-COUNT = AUD-ORPHAN-COUNT + 1
             MOVE SPACES TO REPORT-FINDING-LINE
             MOVE "CHARGE WITHOUT HEADER, RCPT  " TO RPT-FINDING-TEXT
             MOVE JRNL-RECEIPT-NUM TO RPT-FINDING-RECEIPT
             MOVE JRNL-CHG-ACCOUNT TO RPT-FINDING-EXTRA
             PERFORM 0250-WRITE-FINDING
           ELSE
             IF AUD-LAST-ITEM-TYPE = "H"
               MOVE "Y" TO AUD-HDR-CHARGED-SW
             END-IF
           END-IF.

       0140-NOTE-RECEIPT-NUMBER.
           MOVE JRNL-RECEIPT-NUM TO AUD-GAP-RECEIPT.
           PERFORM 0145-SEARCH-SEEN-TABLE.
             PERFORM 0250-WRITE-FINDING
           END-IF.

       0160-APPLY-VOID.
           IF AUD-HAVE-GROUP-SW = "Y"
             PERFORM 0200-FINALIZE-GROUP
           END-IF.
           COMPUTE AUD-VOID-COUNT = AUD-VOID-COUNT + 1.
           PERFORM 0140-NOTE-RECEIPT-NUMBER.

       0200-FINALIZE-GROUP.
           MOVE "N" TO AUD-HAVE-GROUP-SW.
           IF AUD-HDR-PAY = "AR" AND AUD-HDR-CHARGED-SW NOT = "Y"
             COMPUTE AUD-ORPHAN-COUNT = AUD-ORPHAN-COUNT + 1
             MOVE SPACES TO REPORT-FINDING-LINE
             MOVE "CHARGE SALE WITH NO ACCOUNT " TO RPT-FINDING-TEXT
             MOVE AUD-CUR-RECEIPT TO RPT-FINDING-RECEIPT
             PERFORM 0250-WRITE-FINDING
           END-IF.
           IF AUD-DETAIL-COUNT = 0
             COMPUTE AUD-NO-DETAIL-COUNT = AUD-NO-DETAIL-COUNT + 1
             MOVE SPACES TO REPORT-FINDING-LINE
               BY 1 UNTIL AUD-GAP-RECEIPT > AUD-CHECK-HIGH
                 PERFORM 0145-SEARCH-SEEN-TABLE
                 IF AUD-SEEN-FOUND-SW NOT = "Y"
                   PERFORM 0310-SEARCH-OPEN-CHECKS
                   MOVE SPACES TO REPORT-FINDING-LINE
                   IF AUD-CHK-HIT > 0
                     COMPUTE AUD-OPEN-CHK-COUNT = AUD-OPEN-CHK-COUNT + 1
                     MOVE "OPEN CHECK (NOT YET SETTLED) " TO
                       RPT-FINDING-TEXT
                     STRING "TABLE " AUD-CHK-TABLE(AUD-CHK-HIT)
                       DELIMITED BY SIZE INTO RPT-FINDING-EXTRA
                   ELSE
                     COMPUTE AUD-MISSING-COUNT = AUD-MISSING-COUNT + 1
                     MOVE "MISSING RECEIPT NUMBER      " TO
                       RPT-FINDING-TEXT
                   END-IF
                   MOVE AUD-GAP-RECEIPT TO RPT-FINDING-RECEIPT
                   PERFORM 0250-WRITE-FINDING
                 END-IF
             END-IF
           END-IF.

       0310-SEARCH-OPEN-CHECKS.
           MOVE 0 TO AUD-CHK-HIT.
           PERFORM VARYING AUD-CHK-IDX FROM 1 BY 1 UNTIL
           AUD-CHK-IDX > AUD-CHK-COUNT OR AUD-CHK-HIT > 0
             IF AUD-CHK-RECEIPT(AUD-CHK-IDX) = AUD-GAP-RECEIPT
               MOVE AUD-CHK-IDX TO AUD-CHK-HIT
             END-IF
           END-PERFORM.

       0400-WRITE-SUMMARY.
           MOVE "HEADERS AUDITED" TO RPT-SUM-LABEL.
           MOVE AUD-HEADER-COUNT TO AUD-DISPLAY-COUNT.
           MOVE "REFUNDS FOR UNSEEN RECEIPTS" TO RPT-SUM-LABEL.
           MOVE AUD-BAD-REFUND-COUNT TO AUD-DISPLAY-COUNT.
           PERFORM 0410-WRITE-SUMMARY-LINE.
           MOVE "NO-SALE/VOID RECORDS" TO RPT-SUM-LABEL.
           MOVE AUD-VOID-COUNT TO AUD-DISPLAY-COUNT.
           PERFORM 0410-WRITE-SUMMARY-LINE.
           MOVE "MODIFIER RECORDS" TO RPT-SUM-LABEL.
           MOVE AUD-MOD-COUNT TO AUD-DISPLAY-COUNT.
           PERFORM 0410-WRITE-SUMMARY-LINE.
           MOVE "OPEN CHECKS (UNSETTLED)" TO RPT-SUM-LABEL.
           MOVE AUD-OPEN-CHK-COUNT TO AUD-DISPLAY-COUNT.
           PERFORM 0410-WRITE-SUMMARY-LINE.
           MOVE "CHARGE ACCOUNT RECORDS" TO RPT-SUM-LABEL.
           MOVE AUD-CHARGE-COUNT TO AUD-DISPLAY-COUNT.
           PERFORM 0410-WRITE-SUMMARY-LINE.

       0410-WRITE-SUMMARY-LINE.
           MOVE AUD-DISPLAY-COUNT TO RPT-SUM-VALUE.

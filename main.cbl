      *>   mistyped method would have slipped into the non-cash path
      *>   and left the sale uncollected and invisible to both the
      *>   drawer count and the settlement match.
      *> - Crash recovery: the order in hand is checkpointed to a
      *>   per-terminal ORDER-CKPT-<terminal>.DAT (see CKPTREC) as
      *>   soon as its receipt number is drawn and again every time a
      *>   line is confirmed or voided, and emptied once the order
      *>   reaches the journal. If the till went down mid-order, the
      *>   next sign-on on that terminal offers to resume the order
      *>   (lines re-priced and re-depleted, since the stock was
      *>   never saved) or abandon it. An abandoned order, or one
      *>   closed out with no items, journals an "X" no-sale/void
      *>   record with the receipt number, cashier and terminal, so
      *>   JRNLAUDIT no longer reports the burned number as a gap.
      *> - Sign-on, refund authorization, paid-outs and booking
      *>   cancellation now check the id and PIN against
      *>   EMPLOYEE-MASTER.DAT (see EMPREC) instead of taking any four
      *>   characters: only an active cashier, manager or owner may
      *>   sign on, and refunds, paid-outs and cancellations need an
      *>   active manager or owner - for a refund, someone other than
      *>   the cashier signed on. Unknown ids, inactive employees,
      *>   wrong PINs and refused actions are appended to
      *>   SECURITY-LOG.DAT for the owner to review.
      *> - Menu modifiers and add-ons from MODIFIER-MASTER.DAT (see
      *>   MODREC): after a line's quantity is confirmed the cashier
      *>   can attach up to three modifiers that apply to that item
      *>   ("EXTRA CHEESE", "NO PINEAPPLE"), and the order review can
      *>   add or remove them. Each modifier's ingredient adjustments
      *>   are checked against stock and depleted (or put back, for
      *>   an ingredient left off) with the line, and restored when
      *>   the line is voided or refunded. The modifier price times
      *>   the line quantity is added to the gross before promos and
      *>   the VAT split, printed under the line on the receipt,
      *>   journaled as an "M" record under the "D" record, carried
      *>   in the checkpoint, and sent to the kitchen queue as text
      *>   for the board. Bookings are still taken without modifiers.
      *> - Dine-in open checks (OPEN-CHECKS.DAT, see CHKREC): "T" at
      *>   the between-orders prompt opens a check against a table
      *>   number under one receipt number drawn at once, adds later
      *>   rounds to it, lists the open checks, moves a check to
      *>   another table, or settles it. Each round is fired to the
      *>   kitchen queue with its table and round number and its
      *>   stock is depleted when it is fired; a round is saved to
      *>   the check file rather than the crash checkpoint. Settling
      *>   rings all rounds up once through the usual review,
      *>   payment, promo, VAT and journal path under the tab's
      *>   receipt number (no second kitchen ticket) and drops the
      *>   check from the file. Checks still open when the terminal
      *>   is closed are listed before sign-off.
      *> - Corporate charge accounts (CHARGE-ACCOUNTS.DAT, see
      *>   ACCTREC): pay method "AR" takes an account number and the
      *>   name of one of its listed contacts, refuses an account on
      *>   hold or closed, and refuses a charge that would take the
      *>   balance over the credit limit (another tender is taken
      *>   instead). The receipt prints the account and contact, a
      *>   "K" journal record follows the header with the due date
      *>   from the account's terms, and the balance is posted to the
      *>   account with a "CH" record on AR-LEDGER.DAT. Refunding a
      *>   charged receipt credits the account ("K" after the "R",
      *>   "RF" on the ledger) instead of paying out. A booking can
      *>   be billed to an account instead of taking a deposit; the
      *>   account rides on the booking and is charged when it is
      *>   fulfilled.
      *> - Delivery is now priced by zone from ZONE-MASTER.DAT (see
      *>   ZONEREC) instead of the flat 49.00 rate, which is kept only
      *>   for a site with no zone file yet. The customer's zone is
      *>   kept on the customer master and picked from the zone list
      *>   whenever a new address is keyed, or on a delivery to an
      *>   address with no zone on file. A delivery to a zone that is
      *>   not serviced, or whose items come to less than the zone's
      *>   minimum order, is refused: the cashier may add items,
      *>   pick another zone or ring the order as takeout. The zone's
      *>   fee is charged and the zone and promised time (receipt
      *>   time plus the zone's promised minutes) are stamped on the
      *>   DISPATCH-QUEUE.DAT record.
      *> - On start-up the till looks in MASTER-CHECK-LOG.DAT (see
      *>   MCHKREC) for today's signed-off MASTCHECK run and warns
      *>   the cashier when there is none or it failed. The warning
      *>   does not stop the till from opening.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT ADVANCE-FILE ASSIGN TO "ADVANCE-ORDERS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ADVANCE-FILE-STATUS.
            SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC CKPT-FILE-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CHECKPOINT-FILE-STATUS.
            SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE-MASTER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS EMPLOYEE-FILE-STATUS.
            SELECT SECURITY-FILE ASSIGN TO "SECURITY-LOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SECURITY-FILE-STATUS.
            SELECT MODIFIER-FILE ASSIGN TO "MODIFIER-MASTER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS MODIFIER-FILE-STATUS.
            SELECT CHECK-FILE ASSIGN TO "OPEN-CHECKS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CHECK-FILE-STATUS.
            SELECT ACCOUNT-FILE ASSIGN TO "CHARGE-ACCOUNTS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ACCOUNT-FILE-STATUS.
            SELECT AR-LEDGER-FILE ASSIGN TO "AR-LEDGER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS AR-LEDGER-FILE-STATUS.
            SELECT ZONE-FILE ASSIGN TO "ZONE-MASTER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ZONE-FILE-STATUS.
            SELECT MCHK-LOG-FILE ASSIGN TO "MASTER-CHECK-LOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS MCHK-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
         FD ADVANCE-FILE.
           COPY AORDREC.

         FD CHECKPOINT-FILE.
           COPY CKPTREC.

         FD EMPLOYEE-FILE.
           COPY EMPREC.

         FD SECURITY-FILE.
           COPY SECREC.

         FD MODIFIER-FILE.
           COPY MODREC.

         FD CHECK-FILE.
           COPY CHKREC.

         FD ACCOUNT-FILE.
           COPY ACCTREC.

         FD AR-LEDGER-FILE.
           COPY ARLREC.

         FD ZONE-FILE.
           COPY ZONEREC.

         FD MCHK-LOG-FILE.
           COPY MCHKREC.

       WORKING-STORAGE SECTION.
       01 ORDER-VALUES.
           02 CONT-ORDER           PIC X VALUE "Y".
           02 LOOP-COUNTER         PIC 9(2) VALUE 1.
           02 ORDER-NEXT-LINE      PIC 9(2) VALUE 1.
           02 ORDER-NUM            PIC 9(2) VALUE 1.
           02 ORDER-LOAD           PIC 9(2) VALUE 0.
           02 ORDER-MAX-ITEMS      PIC 9(2) VALUE 10.
             03 ORDER-PCS          PIC 9(2).
           02 ORDER-EXTENSIONS OCCURS 10 TIMES.
             03 ORDER-EXT-PRICE    PIC 9(6)V9(2).
           02 ORDER-MODIFIERS OCCURS 10 TIMES.
             03 ORDER-MOD-COUNT    PIC 9.
             03 ORDER-MOD-EXT-PRICE PIC 9(6)V9(2).
             03 ORDER-MOD-ENTRY OCCURS 3 TIMES.
               04 ORDER-MOD-CODE   PIC X(3).
               04 ORDER-MOD-PRICE  PIC 9(4)V9(2).
           02 ORDER-GROSS-AMOUNT   PIC 9(7)V9(2) VALUE 0.
           02 ORDER-VATABLE-SALES  PIC 9(7)V9(2) VALUE 0.
           02 ORDER-VAT-EXEMPT-SALES PIC 9(7)V9(2) VALUE 0.
               88 ORDER-IS-DELIVERY VALUE "L".
           02 ORDER-DELIVERY-FEE   PIC 9(3)V9(2) VALUE 0.
           02 ORDER-DELIVERY-RATE  PIC 9(3)V9(2) VALUE 49.00.
           02 ORDER-ZONE           PIC X(3) VALUE SPACES.
           02 ORDER-PROMISE-MINS   PIC 9(3) VALUE 0.
           02 ORDER-NET-AMOUNT     PIC 9(7)V9(2) VALUE 0.
           02 ORDER-PROMO-DISCOUNT PIC 9(7)V9(2) VALUE 0.
           02 ORDER-VOUCHER-CODE   PIC X(6) VALUE SPACES.
           02 ORDER-AMOUNT-DUE     PIC 9(7)V9(2) VALUE 0.
           02 ORDER-DEPOSIT-APPLIED PIC 9(7)V9(2) VALUE 0.
           02 ORDER-DEPOSIT-REFUND PIC 9(7)V9(2) VALUE 0.
           02 ORDER-ACCOUNT-NUM    PIC X(6) VALUE SPACES.
           02 ORDER-ACCOUNT-CONTACT PIC X(15) VALUE SPACES.

       01 WS-FILE-STATUS-AREA.
           02 KITCHEN-FILE-STATUS  PIC XX.
           02 STOCK-LOCK-STATUS    PIC XX.
           02 POINTS-FILE-STATUS   PIC XX.
           02 ADVANCE-FILE-STATUS  PIC XX.
           02 CHECKPOINT-FILE-STATUS PIC XX.
           02 EMPLOYEE-FILE-STATUS PIC XX.
           02 SECURITY-FILE-STATUS PIC XX.
           02 MODIFIER-FILE-STATUS PIC XX.
           02 CHECK-FILE-STATUS    PIC XX.
           02 ACCOUNT-FILE-STATUS  PIC XX.
           02 AR-LEDGER-FILE-STATUS PIC XX.
           02 ZONE-FILE-STATUS     PIC XX.
           02 MCHK-LOG-FILE-STATUS PIC XX.

       01 JRNL-DT.
           02 JRNL-DATE-OUT.
           02 WS-CUST-CONFIRM      PIC X VALUE "N".
           02 WS-END-ORDER-SW      PIC X VALUE "N".
           02 WS-BOOKING-MODE-SW   PIC X VALUE "N".
           02 WS-TAB-MODE-SW       PIC X VALUE "N".

       01 TERMINAL-AREA.
           02 TERMINAL-DONE-SW     PIC X VALUE "N".
           02 TERMINAL-ANSWER      PIC X VALUE SPACE.
           02 TERMINAL-ID          PIC X(2) VALUE SPACES.

       01 CKPT-FILE-NAME.
           02 FILLER               PIC X(11) VALUE "ORDER-CKPT-".
           02 CKPT-FN-TERMINAL     PIC X(2).
           02 FILLER               PIC X(4) VALUE ".DAT".

       01 CHECKPOINT-WORK-AREA.
           02 CKPT-FOUND-SW        PIC X VALUE "N".
           02 CKPT-RESUME-SW       PIC X VALUE "N".
           02 CKPT-JOURNALED-SW    PIC X VALUE "N".
           02 CKPT-ANSWER          PIC X VALUE SPACE.
           02 CKPT-HDR-DATE        PIC X(10) VALUE SPACES.
           02 CKPT-HDR-TIME        PIC X(5) VALUE SPACES.
           02 CKPT-HDR-CASHIER     PIC X(4) VALUE SPACES.
           02 VOID-REASON          PIC X(2) VALUE SPACES.
           02 VOID-CASHIER-ID      PIC X(4) VALUE SPACES.
           02 VOID-VALUE           PIC 9(7)V9(2) VALUE 0.

       01 LOCK-WORK-AREA.
           02 LOCK-RETRY-COUNT     PIC 9(3) VALUE 0.
           02 LOCK-RETRY-MAX       PIC 9(3) VALUE 30.
           02 SHIFT-EVENT-AMT      PIC 9(7)V9(2) VALUE 0.
           02 SHIFT-EVENT-REMARK   PIC X(20) VALUE SPACES.

       01 AUTH-WORK-AREA.
           02 AUTH-ID              PIC X(4) VALUE SPACES.
           02 AUTH-PIN             PIC X(6) VALUE SPACES.
           02 AUTH-FOUND-SW        PIC X VALUE "N".
           02 AUTH-OK-SW           PIC X VALUE "N".
           02 AUTH-NAME            PIC X(20) VALUE SPACES.
           02 AUTH-FILE-PIN        PIC X(6) VALUE SPACES.
           02 AUTH-ROLE            PIC X VALUE SPACE.
           02 AUTH-ACTIVE          PIC X VALUE SPACE.
           02 AUTH-ALLOWED-ROLES   PIC X(5) VALUE SPACES.
           02 AUTH-ROLE-IDX        PIC 9 VALUE 0.
           02 AUTH-ACTION          PIC X(16) VALUE SPACES.
           02 AUTH-EVENT           PIC X(2) VALUE SPACES.

       01 CUSTOMER-WORK-AREA.
           02 CUST-FOUND-SW        PIC X VALUE "N".
           02 CUST-POINTS-BAL      PIC 9(5) VALUE 0.
           02 CUST-ZONE-CODE       PIC X(3) VALUE SPACES.
           02 CUST-POINTS-DISP     PIC ZZZZ9.
           02 PTS-EVENT-WORK       PIC X(2) VALUE SPACES.
           02 PTS-POINTS-WORK      PIC 9(5) VALUE 0.
           02 BK-RAW-IDX           PIC 9(3) VALUE 0.
           02 BK-RAW-OVERFLOW-SW   PIC X VALUE "N".
           02 BK-RAW-LINE OCCURS 300 TIMES
                                   PIC X(108).

       01 TAB-WORK-AREA.
           02 TAB-TABLE-NUM        PIC 9(3) VALUE 0.
           02 TAB-FROM-TABLE       PIC 9(3) VALUE 0.
           02 TAB-TO-TABLE         PIC 9(3) VALUE 0.
           02 TAB-RECEIPT-NUM      PIC 9(6) VALUE 0.
           02 TAB-ROUND-NUM        PIC 9(2) VALUE 0.
           02 TAB-LINE-MAX         PIC 9(2) VALUE 10.
           02 TAB-LINES-ON-CHECK   PIC 9(2) VALUE 0.
           02 TAB-ANSWER           PIC X VALUE SPACE.
           02 TAB-CONFIRM          PIC X VALUE "N".
           02 TAB-FOUND-SW         PIC X VALUE "N".
           02 TAB-FOUND-IDX        PIC 9(2) VALUE 0.
           02 TAB-HIT-IDX          PIC 9(2) VALUE 0.
           02 TAB-REWRITE-ACTION   PIC X VALUE SPACE.
           02 TAB-LINE-VALUE       PIC 9(7)V9(2) VALUE 0.
           02 TAB-DISPLAY-AMT      PIC ZZZZZZ9.99.
           02 TAB-RAW-COUNT        PIC 9(3) VALUE 0.
           02 TAB-RAW-MAX          PIC 9(3) VALUE 300.
           02 TAB-RAW-IDX          PIC 9(3) VALUE 0.
           02 TAB-RAW-OVERFLOW-SW  PIC X VALUE "N".
           02 TAB-RAW-LINE OCCURS 300 TIMES
                                   PIC X(50).
           02 TAB-CHK-COUNT        PIC 9(2) VALUE 0.
           02 TAB-CHK-MAX          PIC 9(2) VALUE 30.
           02 TAB-CHK-IDX          PIC 9(2) VALUE 0.
           02 TAB-CHK-FULL-SW      PIC X VALUE "N".
           02 TAB-CHK-ENTRY OCCURS 30 TIMES.
             03 TAB-C-TABLE        PIC 9(3).
             03 TAB-C-RECEIPT      PIC 9(6).
             03 TAB-C-DATE         PIC X(10).
             03 TAB-C-TIME         PIC X(5).
             03 TAB-C-CASHIER      PIC X(4).
             03 TAB-C-TERMINAL     PIC X(2).
             03 TAB-C-LINES        PIC 9(2).
             03 TAB-C-ROUNDS       PIC 9(2).
             03 TAB-C-VALUE        PIC 9(7)V9(2).

       01 REFUND-WORK-AREA.
           02 RFND-ORIG-RECEIPT    PIC 9(6) VALUE 0.
           02 RFND-ORIG-DATE       PIC X(10).
           02 RFND-ORIG-TOTAL      PIC 9(7)V9(2) VALUE 0.
           02 RFND-ORIG-PAY        PIC X(2).
           02 RFND-ORIG-ACCOUNT    PIC X(6) VALUE SPACES.
           02 RFND-ORIG-SENIOR     PIC X VALUE "N".
           02 RFND-ORIG-FEE        PIC 9(3)V9(2) VALUE 0.
           02 RFND-ORIG-SC-DISC    PIC 9(7)V9(2) VALUE 0.
           02 RFND-PTS-PHONE       PIC X(9) VALUE SPACES.
           02 RFND-PTS-EARNED      PIC 9(5) VALUE 0.
           02 RFND-PTS-DEDUCT      PIC 9(5) VALUE 0.
           02 RFND-MOD-OK-SW       PIC X VALUE "N".
           02 RFND-LINE-ENTRY OCCURS 10 TIMES.
             03 RFND-L-CODE        PIC X(2).
             03 RFND-L-QTY         PIC 9(2).
             03 RFND-L-PRICE       PIC 9(6)V9(2).
             03 RFND-L-PICK-SW     PIC X.
             03 RFND-L-MOD-COUNT   PIC 9.
             03 RFND-L-MOD-AMT     PIC 9(6)V9(2).
             03 RFND-L-MOD-ENTRY OCCURS 3 TIMES.
               04 RFND-L-MOD-CODE  PIC X(3).
               04 RFND-L-MOD-DESC  PIC X(20).
               04 RFND-L-MOD-PRICE PIC 9(6)V9(2).

       01 CHARGE-WORK-AREA.
           02 AR-IN-ACCOUNT        PIC X(6) VALUE SPACES.
           02 AR-IN-CONTACT        PIC X(15) VALUE SPACES.
           02 AR-FOUND-SW          PIC X VALUE "N".
           02 AR-OK-SW             PIC X VALUE "N".
           02 AR-CONTACT-OK-SW     PIC X VALUE "N".
           02 AR-COMPANY           PIC X(25) VALUE SPACES.
           02 AR-STATUS            PIC X VALUE SPACE.
           02 AR-CREDIT-LIMIT      PIC 9(7)V9(2) VALUE 0.
           02 AR-TERMS-DAYS        PIC 9(3) VALUE 0.
           02 AR-BALANCE           PIC S9(7)V9(2) VALUE 0.
           02 AR-AVAILABLE         PIC S9(7)V9(2) VALUE 0.
           02 AR-ESTIMATE          PIC 9(7)V9(2) VALUE 0.
           02 AR-CONTACT-IDX       PIC 9 VALUE 0.
           02 AR-CONTACT-NAME OCCURS 3 TIMES
                                   PIC X(15).
           02 AR-POST-EVENT        PIC X(2) VALUE SPACES.
           02 AR-POST-AMT          PIC 9(7)V9(2) VALUE 0.
           02 AR-POST-RECEIPT      PIC 9(6) VALUE 0.
           02 AR-POST-REF          PIC X(15) VALUE SPACES.
           02 AR-POST-USER         PIC X(4) VALUE SPACES.
           02 AR-POSTED-SW         PIC X VALUE "N".
           02 AR-DUE-YMD           PIC 9(8) VALUE 0.
           02 AR-DUE-INT           PIC 9(7) VALUE 0.
           02 AR-DUE-DATE          PIC X(10) VALUE SPACES.
           02 AR-DISPLAY-AMT       PIC -ZZZZZZ9.99.
           02 AR-RAW-COUNT         PIC 9(3) VALUE 0.
           02 AR-RAW-MAX           PIC 9(3) VALUE 200.
           02 AR-RAW-IDX           PIC 9(3) VALUE 0.
           02 AR-RAW-HIT           PIC 9(3) VALUE 0.
           02 AR-RAW-OVERFLOW-SW   PIC X VALUE "N".
           02 AR-RAW-LINE OCCURS 200 TIMES
                                   PIC X(126).

       01 REVIEW-WORK-AREA.
           02 REVIEW-MORE          PIC X VALUE "Y".
             03 RCP-T-ING-CODE     PIC X(4).
             03 RCP-T-QTY          PIC 9(3)V9(2).

       01 MOD-TABLE-AREA.
           02 MOD-TABLE-COUNT      PIC 9(2) VALUE 0.
           02 MOD-TABLE-MAX        PIC 9(2) VALUE 30.
           02 MOD-IDX              PIC 9(2) VALUE 0.
           02 MOD-FOUND-SW         PIC X VALUE "N".
           02 MOD-FOUND-IDX        PIC 9(2) VALUE 0.
           02 MOD-LOOKUP-CODE      PIC X(3).
           02 MOD-IN-CODE          PIC X(3).
           02 MOD-LINE-IDX         PIC 9(2) VALUE 0.
           02 MOD-LINE-MAX         PIC 9 VALUE 3.
           02 MOD-SLOT-IDX         PIC 9 VALUE 0.
           02 MOD-KEEP-COUNT       PIC 9 VALUE 0.
           02 MOD-ADJ-IDX          PIC 9 VALUE 0.
           02 MOD-MENU-IDX         PIC 9 VALUE 0.
           02 MOD-APPLIES-SW       PIC X VALUE "N".
           02 MOD-STOCK-OK-SW      PIC X VALUE "N".
           02 MOD-DUP-SW           PIC X VALUE "N".
           02 MOD-ANSWER           PIC X VALUE "N".
           02 MOD-DISPLAY-PRICE    PIC ZZZ9.99.
           02 MOD-TEXT-DESC        PIC X(20).
           02 MOD-TEXT-PTR         PIC 9(2) VALUE 1.
           02 MOD-TABLE-ENTRY OCCURS 30 TIMES.
             03 MOD-T-CODE         PIC X(3).
             03 MOD-T-DESC         PIC X(20).
             03 MOD-T-PRICE        PIC 9(4)V9(2).
             03 MOD-T-MENU-CODE    PIC X(2) OCCURS 8 TIMES.
             03 MOD-T-ADJUST OCCURS 3 TIMES.
               04 MOD-T-ING-CODE   PIC X(4).
               04 MOD-T-ING-QTY    PIC S9(3)V9(2).

       01 PRM-TABLE-AREA.
           02 PRM-TABLE-COUNT      PIC 9(2) VALUE 0.
           02 PRM-TABLE-MAX        PIC 9(2) VALUE 20.
             03 PRM-T-PCT-OFF      PIC 9(2)V9(2).
             03 PRM-T-AMT-OFF      PIC 9(5)V9(2).

       01 ZN-TABLE-AREA.
           02 ZN-TABLE-COUNT       PIC 9(2) VALUE 0.
           02 ZN-TABLE-MAX         PIC 9(2) VALUE 50.
           02 ZN-IDX               PIC 9(2) VALUE 0.
           02 ZN-TABLE-ENTRY OCCURS 50 TIMES.
             03 ZN-T-CODE          PIC X(3).
             03 ZN-T-AREAS         PIC X(40).
             03 ZN-T-FEE           PIC 9(3)V9(2).
             03 ZN-T-MIN-ORDER     PIC 9(5)V9(2).
             03 ZN-T-MINUTES       PIC 9(3).
             03 ZN-T-SERVICEABLE   PIC X.

       01 MASTER-CHECK-AREA.
           02 MC-SIGNED-SW         PIC X VALUE "N".
           02 MC-LAST-RESULT       PIC X VALUE SPACE.
           02 MC-LAST-ERRORS       PIC 9(4) VALUE 0.
           02 MC-LAST-SIGNED-BY    PIC X(4) VALUE SPACES.

       01 ZONE-WORK-AREA.
           02 ZN-LOOKUP-CODE       PIC X(3) VALUE SPACES.
           02 ZN-FOUND-SW          PIC X VALUE "N".
           02 ZN-FOUND-IDX         PIC 9(2) VALUE 0.
           02 ZN-OK-SW             PIC X VALUE "N".
           02 ZN-PICKED-SW         PIC X VALUE "N".
           02 ZN-ADD-ALLOWED-SW    PIC X VALUE "N".
           02 ZN-ANSWER            PIC X VALUE SPACE.
           02 ZN-ANSWER-OK-SW      PIC X VALUE "N".
           02 ZN-ITEMS-AMT         PIC 9(7)V9(2) VALUE 0.
           02 ZN-DISPLAY-FEE       PIC ZZ9.99.
           02 ZN-DISPLAY-AMT       PIC ZZZZZZ9.99.
           02 ZN-DISPLAY-MINS      PIC ZZ9.
           02 ZN-PROMISE-YMD       PIC 9(8) VALUE 0.
           02 ZN-PROMISE-INT       PIC 9(7) VALUE 0.
           02 ZN-PROMISE-TOTAL     PIC 9(5) VALUE 0.
           02 ZN-PROMISE-DAYS      PIC 9(2) VALUE 0.
           02 ZN-PROMISE-OF-DAY    PIC 9(4) VALUE 0.
           02 ZN-PROMISE-HOUR      PIC 9(2) VALUE 0.
           02 ZN-PROMISE-MIN       PIC 9(2) VALUE 0.
           02 ZN-PROMISED-BY       PIC X(16) VALUE SPACES.

       01 APPLIED-PROMO-AREA.
           02 APPLIED-COUNT        PIC 9(2) VALUE 0.
           02 APPLIED-MAX          PIC 9(2) VALUE 10.
           PERFORM 0061-LOAD-INGREDIENT-TABLE.
           PERFORM 0062-LOAD-RECIPE-TABLE.
           PERFORM 0064-LOAD-PROMO-TABLE.
           PERFORM 0067-LOAD-MODIFIER-TABLE.
           PERFORM 0071-LOAD-ZONE-TABLE.
           PERFORM 0073-CHECK-MASTER-SIGN-OFF.
           PERFORM 0056-RECOVER-CHECKPOINT.
           IF CKPT-RESUME-SW = "Y"
             PERFORM 0085-RESUME-ORDER
             PERFORM 0090-PROMPT-NEXT-ORDER
           END-IF.
           PERFORM UNTIL TERMINAL-DONE-SW = "Y"
             PERFORM 0080-TAKE-ONE-ORDER
             PERFORM 0090-PROMPT-NEXT-ORDER
           END-PERFORM.
           PERFORM 0735-WARN-OPEN-CHECKS.
           MOVE "SX" TO SHIFT-EVENT-TYPE.
           MOVE 0 TO SHIFT-EVENT-AMT.
           MOVE "SIGN-OFF" TO SHIFT-EVENT-REMARK.
             ACCEPT TERMINAL-ID
             MOVE FUNCTION UPPER-CASE(TERMINAL-ID) TO TERMINAL-ID
           END-PERFORM.
           MOVE TERMINAL-ID TO CKPT-FN-TERMINAL.
           MOVE "N" TO AUTH-OK-SW.
           PERFORM UNTIL AUTH-OK-SW = "Y"
             MOVE SPACES TO SHIFT-CASHIER-ID
             PERFORM UNTIL SHIFT-CASHIER-ID NOT = SPACES
               DISPLAY "CASHIER ID >> "
               ACCEPT SHIFT-CASHIER-ID
               MOVE FUNCTION UPPER-CASE(SHIFT-CASHIER-ID) TO
                 SHIFT-CASHIER-ID
             END-PERFORM
             MOVE SHIFT-CASHIER-ID TO AUTH-ID
             MOVE "CMO" TO AUTH-ALLOWED-ROLES
             MOVE "SIGN-ON" TO AUTH-ACTION
             PERFORM 0096-AUTHORIZE-EMPLOYEE
           END-PERFORM.
           DISPLAY "SIGNED ON: " AUTH-NAME.
           DISPLAY "OPENING FLOAT IN DRAWER >> ".
           ACCEPT SHIFT-FLOAT-AMT.
           MOVE "SO" TO SHIFT-EVENT-TYPE.
           MOVE 49.00 TO ORDER-DELIVERY-RATE.
           MOVE "CA" TO ORDER-PAY-METHOD.
           MOVE SPACES TO DETAIL-INFO-LINE.
           MOVE SPACES TO CUST-ZONE-CODE.

       0071-LOAD-ZONE-TABLE.
           OPEN INPUT ZONE-FILE.
           IF ZONE-FILE-STATUS = "00"
             PERFORM UNTIL ZONE-FILE-STATUS NOT = "00"
             OR ZN-TABLE-COUNT >= ZN-TABLE-MAX
               READ ZONE-FILE
                 AT END MOVE "10" TO ZONE-FILE-STATUS
                 NOT AT END
                   COMPUTE ZN-TABLE-COUNT = ZN-TABLE-COUNT + 1
                   MOVE ZONE-CODE TO ZN-T-CODE(ZN-TABLE-COUNT)
                   MOVE ZONE-AREAS TO ZN-T-AREAS(ZN-TABLE-COUNT)
                   IF ZONE-FEE IS NUMERIC
                     MOVE ZONE-FEE TO ZN-T-FEE(ZN-TABLE-COUNT)
                   ELSE
                     MOVE 0 TO ZN-T-FEE(ZN-TABLE-COUNT)
                   END-IF
                   IF ZONE-MIN-ORDER IS NUMERIC
                     MOVE ZONE-MIN-ORDER TO
                       ZN-T-MIN-ORDER(ZN-TABLE-COUNT)
                   ELSE
                     MOVE 0 TO ZN-T-MIN-ORDER(ZN-TABLE-COUNT)
                   END-IF
                   IF ZONE-PROMISE-MINS IS NUMERIC
                     MOVE ZONE-PROMISE-MINS TO
                       ZN-T-MINUTES(ZN-TABLE-COUNT)
                   ELSE
                     MOVE 0 TO ZN-T-MINUTES(ZN-TABLE-COUNT)
                   END-IF
                   MOVE ZONE-SERVICEABLE TO
                     ZN-T-SERVICEABLE(ZN-TABLE-COUNT)
               END-READ
             END-PERFORM
             CLOSE ZONE-FILE
           END-IF.

      *> The masters must have passed MASTCHECK and been signed off
      *> today. The latest signed-off run counts; the till still
      *> opens without one, but the cashier is warned to fetch the
      *> manager.
       0073-CHECK-MASTER-SIGN-OFF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO JRNL-F-YEAR.
           MOVE WS-CURRENT-MONTH TO JRNL-F-MONTH.
           MOVE WS-CURRENT-DAY TO JRNL-F-DAY.
           MOVE "N" TO MC-SIGNED-SW.
           OPEN INPUT MCHK-LOG-FILE.
           IF MCHK-LOG-FILE-STATUS = "00"
             PERFORM UNTIL MCHK-LOG-FILE-STATUS NOT = "00"
               READ MCHK-LOG-FILE
                 AT END MOVE "10" TO MCHK-LOG-FILE-STATUS
                 NOT AT END
                   IF MCHK-DATE = JRNL-DATE-OUT
                   AND MCHK-SIGNED-BY NOT = SPACES
                     MOVE "Y" TO MC-SIGNED-SW
                     MOVE MCHK-RESULT TO MC-LAST-RESULT
                     MOVE MCHK-SIGNED-BY TO MC-LAST-SIGNED-BY
                     IF MCHK-ERRORS IS NUMERIC
                       MOVE MCHK-ERRORS TO MC-LAST-ERRORS
                     ELSE
                       MOVE 0 TO MC-LAST-ERRORS
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE MCHK-LOG-FILE
           END-IF.
           EVALUATE TRUE
             WHEN MC-SIGNED-SW NOT = "Y"
               DISPLAY "*** WARNING: MASTER FILE CHECK NOT SIGNED OFF "
                 "TODAY - ASK THE MANAGER TO RUN MASTCHECK ***"
             WHEN MC-LAST-RESULT NOT = "P"
               DISPLAY "*** WARNING: TODAY'S MASTER FILE CHECK FAILED "
                 "WITH " MC-LAST-ERRORS " ERROR(S) - SIGNED OFF BY "
                 MC-LAST-SIGNED-BY " ***"
               DISPLAY "*** SOME ITEMS, PROMOS OR STOCK MAY NOT WORK "
                 "AT THE TILL ***"
           END-EVALUATE.

       0072-START-CHECKPOINT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO JRNL-F-YEAR.
           MOVE WS-CURRENT-MONTH TO JRNL-F-MONTH.
           MOVE WS-CURRENT-DAY TO JRNL-F-DAY.
           MOVE WS-CURRENT-HOURS TO JRNL-F-HOUR.
           MOVE WS-CURRENT-MINUTE TO JRNL-F-MIN.
           MOVE JRNL-DATE-OUT TO CKPT-HDR-DATE.
           MOVE JRNL-TIME-OUT TO CKPT-HDR-TIME.
           MOVE SHIFT-CASHIER-ID TO CKPT-HDR-CASHIER.
           PERFORM 0057-WRITE-CHECKPOINT.

       0080-TAKE-ONE-ORDER.
           PERFORM 0070-RESET-ORDER-VALUES.
           OPEN OUTPUT PRINT-FILE.
           PERFORM 0055-GET-NEXT-RECEIPT-NUM.
           PERFORM 0072-START-CHECKPOINT.
           PERFORM 0100-ORDER-LOOP.
           PERFORM 0081-CLOSE-OUT-ORDER.

       0081-CLOSE-OUT-ORDER.
           PERFORM 0170-REVIEW-ORDER.
           IF ORDER-LOAD > 0
             PERFORM 0160-SELECT-ORDER-TYPE
             PERFORM 0200-LOG-CREDENTIALS
             IF ORDER-IS-DELIVERY
               MOVE "Y" TO ZN-ADD-ALLOWED-SW
               PERFORM 0230-APPLY-DELIVERY-ZONE
             END-IF
             PERFORM 0220-CAPTURE-PAYMENT-INFO
             PERFORM 0300-PROCESS-RECEIPT
           ELSE
             DISPLAY " "
             DISPLAY "NO ITEMS ON THE ORDER - NOTHING TO RING UP"
             IF ORDER-RECEIPT-NUM > 0
               MOVE "NI" TO VOID-REASON
               MOVE SHIFT-CASHIER-ID TO VOID-CASHIER-ID
               PERFORM 0405-WRITE-VOID-RECORD
               DISPLAY "RECEIPT " ORDER-RECEIPT-NUM
                 " RECORDED AS A NO-SALE"
             END-IF
           END-IF.
           CLOSE PRINT-FILE.
           PERFORM 0078-SAVE-INGREDIENT-FILE.
           PERFORM 0058-CLEAR-CHECKPOINT.

       0085-RESUME-ORDER.
           DISPLAY " ".
           DISPLAY "RESUMING RECEIPT " ORDER-RECEIPT-NUM.
           OPEN OUTPUT PRINT-FILE.
           PERFORM 0670-PRICE-AND-DEPLETE-BOOKING.
           PERFORM 0057-WRITE-CHECKPOINT.
           IF ORDER-LOAD < ORDER-MAX-ITEMS
             DISPLAY "ADD MORE ITEMS TO THIS ORDER? Y/N >> "
             ACCEPT CONT-ORDER
             MOVE FUNCTION UPPER-CASE(CONT-ORDER) TO CONT-ORDER
             IF CONT-ORDER = "Y"
               PERFORM 0100-ORDER-LOOP
             END-IF
           END-IF.
           PERFORM 0081-CLOSE-OUT-ORDER.

       0076-ACQUIRE-STOCK-LOCK.
           MOVE 0 TO LOCK-RETRY-COUNT.
           AND TERMINAL-ANSWER NOT = "B"
           AND TERMINAL-ANSWER NOT = "F"
           AND TERMINAL-ANSWER NOT = "C"
           AND TERMINAL-ANSWER NOT = "T"
             DISPLAY " "
             DISPLAY "NEW ORDER (N) / PAID IN-OUT (P) / REFUND (R) /"
               " BOOKING (B) /"
             DISPLAY "FULFILL BOOKING (F) / CANCEL BOOKING (C) /"
               " TABLE CHECKS (T) /"
             DISPLAY "CLOSE TERMINAL (X) >> "
             ACCEPT TERMINAL-ANSWER
             MOVE FUNCTION UPPER-CASE(TERMINAL-ANSWER) TO
               TERMINAL-ANSWER
             IF TERMINAL-ANSWER = "C"
               PERFORM 0690-CANCEL-BOOKING
             END-IF
             IF TERMINAL-ANSWER = "T"
               PERFORM 0700-TABLE-CHECKS
             END-IF
           END-PERFORM.
           IF TERMINAL-ANSWER = "X"
             MOVE "Y" TO TERMINAL-DONE-SW
             MOVE FUNCTION UPPER-CASE(SHIFT-EVENT-TYPE) TO
               SHIFT-EVENT-TYPE
           END-PERFORM.
           MOVE "Y" TO AUTH-OK-SW.
           IF SHIFT-EVENT-TYPE = "PO"
             DISPLAY "AUTHORIZING MANAGER ID >> "
             ACCEPT AUTH-ID
             MOVE FUNCTION UPPER-CASE(AUTH-ID) TO AUTH-ID
             MOVE "MO" TO AUTH-ALLOWED-ROLES
             MOVE "PAID-OUT" TO AUTH-ACTION
             PERFORM 0096-AUTHORIZE-EMPLOYEE
           END-IF.
           IF AUTH-OK-SW = "Y"
             DISPLAY "AMOUNT >> "
             ACCEPT SHIFT-EVENT-AMT
             DISPLAY "REMARK (EG WATER DELIVERY) >> "
             ACCEPT SHIFT-EVENT-REMARK
             PERFORM 0094-WRITE-SHIFT-EVENT
             DISPLAY "RECORDED " SHIFT-EVENT-TYPE
           ELSE
             DISPLAY "PAID OUT NOT AUTHORIZED - NOTHING RECORDED"
           END-IF.

       0094-WRITE-SHIFT-EVENT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
             CLOSE SHIFT-FILE
           END-IF.

       0096-AUTHORIZE-EMPLOYEE.
           MOVE "N" TO AUTH-OK-SW.
           DISPLAY "PIN >> ".
           ACCEPT AUTH-PIN.
           PERFORM 0097-FIND-EMPLOYEE.
           EVALUATE TRUE
             WHEN AUTH-FOUND-SW NOT = "Y"
               DISPLAY "EMPLOYEE " AUTH-ID " NOT ON FILE"
               MOVE "UI" TO AUTH-EVENT
               PERFORM 0098-WRITE-SECURITY-LOG
             WHEN AUTH-ACTIVE NOT = "Y"
               DISPLAY "EMPLOYEE " AUTH-ID " IS NOT ACTIVE"
               MOVE "IN" TO AUTH-EVENT
               PERFORM 0098-WRITE-SECURITY-LOG
             WHEN AUTH-PIN NOT = AUTH-FILE-PIN
               DISPLAY "WRONG PIN"
               MOVE "BP" TO AUTH-EVENT
               PERFORM 0098-WRITE-SECURITY-LOG
             WHEN OTHER
               PERFORM VARYING AUTH-ROLE-IDX FROM 1 BY 1 UNTIL
               AUTH-ROLE-IDX > 5 OR AUTH-OK-SW = "Y"
                 IF AUTH-ALLOWED-ROLES(AUTH-ROLE-IDX:1) = AUTH-ROLE
                   MOVE "Y" TO AUTH-OK-SW
                 END-IF
               END-PERFORM
               IF AUTH-OK-SW NOT = "Y"
                 DISPLAY AUTH-ID " IS NOT ALLOWED TO DO " AUTH-ACTION
                 MOVE "RF" TO AUTH-EVENT
                 PERFORM 0098-WRITE-SECURITY-LOG
               END-IF
           END-EVALUATE.

       0097-FIND-EMPLOYEE.
           MOVE "N" TO AUTH-FOUND-SW.
           MOVE SPACE TO AUTH-ROLE.
           MOVE SPACES TO AUTH-NAME.
           OPEN INPUT EMPLOYEE-FILE.
           IF EMPLOYEE-FILE-STATUS = "00"
             PERFORM UNTIL EMPLOYEE-FILE-STATUS NOT = "00"
             OR AUTH-FOUND-SW = "Y"
               READ EMPLOYEE-FILE
                 AT END MOVE "10" TO EMPLOYEE-FILE-STATUS
                 NOT AT END
                   IF EMP-ID = AUTH-ID
                     MOVE "Y" TO AUTH-FOUND-SW
                     MOVE EMP-NAME TO AUTH-NAME
                     MOVE EMP-PIN TO AUTH-FILE-PIN
                     MOVE EMP-ROLE TO AUTH-ROLE
                     MOVE EMP-ACTIVE TO AUTH-ACTIVE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE EMPLOYEE-FILE
           ELSE
             DISPLAY "NO EMPLOYEE-MASTER.DAT - SET UP STAFF IN EMPMAINT"
           END-IF.

       0098-WRITE-SECURITY-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO JRNL-F-YEAR.
           MOVE WS-CURRENT-MONTH TO JRNL-F-MONTH.
           MOVE WS-CURRENT-DAY TO JRNL-F-DAY.
           MOVE WS-CURRENT-HOURS TO JRNL-F-HOUR.
           MOVE WS-CURRENT-MINUTE TO JRNL-F-MIN.
           OPEN EXTEND SECURITY-FILE.
           IF SECURITY-FILE-STATUS = "35"
             OPEN OUTPUT SECURITY-FILE
           END-IF.
           IF SECURITY-FILE-STATUS = "00"
             MOVE SPACES TO SECURITY-LOG-RECORD
             MOVE JRNL-DATE-OUT TO SEC-DATE
             MOVE JRNL-TIME-OUT TO SEC-TIME
             MOVE "ORDERING" TO SEC-PROGRAM
             MOVE TERMINAL-ID TO SEC-TERMINAL-ID
             MOVE AUTH-ID TO SEC-EMP-ID
             MOVE AUTH-EVENT TO SEC-EVENT
             MOVE AUTH-ROLE TO SEC-ROLE
             MOVE AUTH-ACTION TO SEC-ACTION
             WRITE SECURITY-LOG-RECORD
             CLOSE SECURITY-FILE
           END-IF.

       0095-WRITE-REORDER-REPORT.
           IF ING-TABLE-COUNT > 0
             OPEN OUTPUT REORDER-FILE
             END-IF
           END-IF.

       0056-RECOVER-CHECKPOINT.
           MOVE "N" TO CKPT-RESUME-SW.
           PERFORM 0070-RESET-ORDER-VALUES.
           PERFORM 0059-LOAD-CHECKPOINT.
           IF CKPT-FOUND-SW = "Y"
             PERFORM 0054-CHECK-RECEIPT-JOURNALED
             IF CKPT-JOURNALED-SW = "Y"
               DISPLAY "RECEIPT " ORDER-RECEIPT-NUM
                 " IS ALREADY IN THE JOURNAL - CHECKPOINT CLEARED"
               PERFORM 0058-CLEAR-CHECKPOINT
               PERFORM 0070-RESET-ORDER-VALUES
             ELSE
               DISPLAY " "
               DISPLAY "-- UNFINISHED ORDER ON TERMINAL " TERMINAL-ID
                 " --"
               DISPLAY "RECEIPT " ORDER-RECEIPT-NUM " KEYED BY "
                 CKPT-HDR-CASHIER " ON " CKPT-HDR-DATE " "
                 CKPT-HDR-TIME
               PERFORM VARYING REVIEW-IDX FROM 1 BY 1 UNTIL
               REVIEW-IDX > ORDER-LOAD
                 DISPLAY REVIEW-IDX " - " ORDER-CHOICE(REVIEW-IDX)
                   " QTY " ORDER-PCS(REVIEW-IDX)
                 MOVE REVIEW-IDX TO MOD-LINE-IDX
                 PERFORM 0108-SHOW-LINE-MODIFIERS
               END-PERFORM
               MOVE SPACE TO CKPT-ANSWER
               PERFORM UNTIL CKPT-ANSWER = "R" OR CKPT-ANSWER = "A"
                 DISPLAY "RESUME (R) OR ABANDON (A) THIS ORDER >> "
                 ACCEPT CKPT-ANSWER
                 MOVE FUNCTION UPPER-CASE(CKPT-ANSWER) TO CKPT-ANSWER
               END-PERFORM
               IF CKPT-ANSWER = "R"
                 MOVE "Y" TO CKPT-RESUME-SW
               ELSE
                 MOVE "AB" TO VOID-REASON
                 MOVE CKPT-HDR-CASHIER TO VOID-CASHIER-ID
                 PERFORM 0405-WRITE-VOID-RECORD
                 PERFORM 0058-CLEAR-CHECKPOINT
                 DISPLAY "RECEIPT " ORDER-RECEIPT-NUM
                   " ABANDONED - JOURNALED AS A NO-SALE/VOID"
                 PERFORM 0070-RESET-ORDER-VALUES
               END-IF
             END-IF
           END-IF.

       0054-CHECK-RECEIPT-JOURNALED.
           MOVE "N" TO CKPT-JOURNALED-SW.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS = "00"
             PERFORM UNTIL JOURNAL-FILE-STATUS NOT = "00"
               READ JOURNAL-FILE
                 AT END MOVE "10" TO JOURNAL-FILE-STATUS
                 NOT AT END
                   IF (JRNL-IS-HEADER OR JRNL-IS-VOID)
                   AND JRNL-RECEIPT-NUM = ORDER-RECEIPT-NUM
                     MOVE "Y" TO CKPT-JOURNALED-SW
                   END-IF
               END-READ
             END-PERFORM
             CLOSE JOURNAL-FILE
           END-IF.

       0057-WRITE-CHECKPOINT.
           IF ORDER-RECEIPT-NUM > 0
           AND WS-TAB-MODE-SW NOT = "Y"
             OPEN OUTPUT CHECKPOINT-FILE
             IF CHECKPOINT-FILE-STATUS = "00"
               MOVE SPACES TO CHECKPOINT-RECORD
               MOVE "H" TO CKPT-LINE-TYPE
               MOVE ORDER-RECEIPT-NUM TO CKPT-RECEIPT-NUM
               MOVE CKPT-HDR-DATE TO CKPT-DATE
               MOVE CKPT-HDR-TIME TO CKPT-TIME
               MOVE CKPT-HDR-CASHIER TO CKPT-CASHIER-ID
               MOVE TERMINAL-ID TO CKPT-TERMINAL-ID
               WRITE CHECKPOINT-RECORD
               PERFORM VARYING ORDER-NUM FROM 1 BY 1 UNTIL
               ORDER-NUM > ORDER-LOAD
                 MOVE SPACES TO CHECKPOINT-RECORD
                 MOVE "L" TO CKPT-LINE-TYPE
                 MOVE ORDER-RECEIPT-NUM TO CKPT-RECEIPT-NUM
                 MOVE ORDER-CHOICE(ORDER-NUM) TO CKPT-ITEM-CODE
                 MOVE ORDER-PCS(ORDER-NUM) TO CKPT-ITEM-QTY
                 MOVE ORDER-PRICE(ORDER-NUM) TO CKPT-ITEM-PRICE
                 PERFORM VARYING MOD-SLOT-IDX FROM 1 BY 1 UNTIL
                 MOD-SLOT-IDX > ORDER-MOD-COUNT(ORDER-NUM)
                   MOVE ORDER-MOD-CODE(ORDER-NUM, MOD-SLOT-IDX) TO
                     CKPT-MOD-CODE(MOD-SLOT-IDX)
                   MOVE ORDER-MOD-PRICE(ORDER-NUM, MOD-SLOT-IDX) TO
                     CKPT-MOD-PRICE(MOD-SLOT-IDX)
                 END-PERFORM
                 WRITE CHECKPOINT-RECORD
               END-PERFORM
               CLOSE CHECKPOINT-FILE
             END-IF
           END-IF.

       0058-CLEAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF CHECKPOINT-FILE-STATUS = "00"
             CLOSE CHECKPOINT-FILE
           END-IF.

       0059-LOAD-CHECKPOINT.
           MOVE "N" TO CKPT-FOUND-SW.
           OPEN INPUT CHECKPOINT-FILE.
           IF CHECKPOINT-FILE-STATUS = "00"
             PERFORM UNTIL CHECKPOINT-FILE-STATUS NOT = "00"
               READ CHECKPOINT-FILE
                 AT END MOVE "10" TO CHECKPOINT-FILE-STATUS
                 NOT AT END
                   PERFORM 0053-APPLY-CHECKPOINT-RECORD
               END-READ
             END-PERFORM
             CLOSE CHECKPOINT-FILE
           END-IF.

       0053-APPLY-CHECKPOINT-RECORD.
           EVALUATE TRUE
             WHEN CKPT-IS-HEADER
               MOVE "Y" TO CKPT-FOUND-SW
               MOVE CKPT-RECEIPT-NUM TO ORDER-RECEIPT-NUM
               MOVE CKPT-DATE TO CKPT-HDR-DATE
               MOVE CKPT-TIME TO CKPT-HDR-TIME
               MOVE CKPT-CASHIER-ID TO CKPT-HDR-CASHIER
             WHEN CKPT-IS-LINE
               IF CKPT-FOUND-SW = "Y"
               AND ORDER-LOAD < ORDER-MAX-ITEMS
               AND CKPT-ITEM-QTY IS NUMERIC
               AND CKPT-ITEM-PRICE IS NUMERIC
                 COMPUTE ORDER-LOAD = ORDER-LOAD + 1
                 MOVE CKPT-ITEM-CODE TO ORDER-CHOICE(ORDER-LOAD)
                 MOVE CKPT-ITEM-QTY TO ORDER-PCS(ORDER-LOAD)
                 MOVE CKPT-ITEM-PRICE TO ORDER-PRICE(ORDER-LOAD)
                 MOVE 0 TO MOD-KEEP-COUNT
                 PERFORM VARYING MOD-SLOT-IDX FROM 1 BY 1 UNTIL
                 MOD-SLOT-IDX > MOD-LINE-MAX
                   IF CKPT-MOD-CODE(MOD-SLOT-IDX) NOT = SPACES
                   AND CKPT-MOD-PRICE(MOD-SLOT-IDX) IS NUMERIC
                     COMPUTE MOD-KEEP-COUNT = MOD-KEEP-COUNT + 1
                     MOVE CKPT-MOD-CODE(MOD-SLOT-IDX) TO
                       ORDER-MOD-CODE(ORDER-LOAD, MOD-KEEP-COUNT)
                     MOVE CKPT-MOD-PRICE(MOD-SLOT-IDX) TO
                       ORDER-MOD-PRICE(ORDER-LOAD, MOD-KEEP-COUNT)
                   END-IF
                 END-PERFORM
                 MOVE MOD-KEEP-COUNT TO ORDER-MOD-COUNT(ORDER-LOAD)
               END-IF
           END-EVALUATE.

       0060-LOAD-MENU-TABLE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO JRNL-F-YEAR.
             CLOSE PROMO-FILE
           END-IF.

       0067-LOAD-MODIFIER-TABLE.
           OPEN INPUT MODIFIER-FILE.
           IF MODIFIER-FILE-STATUS = "00"
             PERFORM UNTIL MODIFIER-FILE-STATUS NOT = "00"
             OR MOD-TABLE-COUNT >= MOD-TABLE-MAX
               READ MODIFIER-FILE
                 AT END MOVE "10" TO MODIFIER-FILE-STATUS
                 NOT AT END
                   COMPUTE MOD-TABLE-COUNT = MOD-TABLE-COUNT + 1
                   MOVE MOD-CODE TO MOD-T-CODE(MOD-TABLE-COUNT)
                   MOVE MOD-DESC TO MOD-T-DESC(MOD-TABLE-COUNT)
                   IF MOD-PRICE IS NUMERIC
                     MOVE MOD-PRICE TO MOD-T-PRICE(MOD-TABLE-COUNT)
                   ELSE
                     MOVE 0 TO MOD-T-PRICE(MOD-TABLE-COUNT)
                   END-IF
                   PERFORM VARYING MOD-MENU-IDX FROM 1 BY 1 UNTIL
                   MOD-MENU-IDX > 8
                     MOVE MOD-MENU-CODE(MOD-MENU-IDX) TO
                       MOD-T-MENU-CODE(MOD-TABLE-COUNT, MOD-MENU-IDX)
                   END-PERFORM
                   PERFORM VARYING MOD-ADJ-IDX FROM 1 BY 1 UNTIL
                   MOD-ADJ-IDX > 3
                     IF MOD-ING-CODE(MOD-ADJ-IDX) NOT = SPACES
                     AND MOD-ING-QTY(MOD-ADJ-IDX) IS NUMERIC
                       MOVE MOD-ING-CODE(MOD-ADJ-IDX) TO
                         MOD-T-ING-CODE(MOD-TABLE-COUNT, MOD-ADJ-IDX)
                       MOVE MOD-ING-QTY(MOD-ADJ-IDX) TO
                         MOD-T-ING-QTY(MOD-TABLE-COUNT, MOD-ADJ-IDX)
                     ELSE
                       MOVE SPACES TO
                         MOD-T-ING-CODE(MOD-TABLE-COUNT, MOD-ADJ-IDX)
                       MOVE 0 TO
                         MOD-T-ING-QTY(MOD-TABLE-COUNT, MOD-ADJ-IDX)
                     END-IF
                   END-PERFORM
               END-READ
             END-PERFORM
             CLOSE MODIFIER-FILE
           END-IF.

       0063-FIND-INGREDIENT.
           MOVE "N" TO ING-FOUND-SW.
           MOVE 0 TO ING-FOUND-IDX.

       0100-ORDER-LOOP.

           COMPUTE ORDER-NEXT-LINE = ORDER-LOAD + 1.
           PERFORM VARYING LOOP-COUNTER FROM ORDER-NEXT-LINE BY 1 UNTIL
           LOOP-COUNTER > ORDER-MAX-ITEMS
             PERFORM 0150-MENU
             COMPUTE ORDER-LOAD = ORDER-LOAD + 1
             MOVE 0 TO ORDER-MOD-COUNT(LOOP-COUNTER)
             MOVE "N" TO WS-VALID-CODE-SW
             MOVE "N" TO WS-END-ORDER-SW
             PERFORM UNTIL WS-VALID-CODE-SW = "Y"
                     MOVE "Y" TO STOCK-VALID-QTY-SW
                     MOVE ORDER-PCS(LOOP-COUNTER) TO STOCK-ADJUST-QTY
                     PERFORM 0068-DEPLETE-STOCK
                     PERFORM 0057-WRITE-CHECKPOINT
                   END-IF
                 END-IF
               END-PERFORM
               IF WS-BOOKING-MODE-SW NOT = "Y"
               AND MOD-TABLE-COUNT > 0
                 MOVE LOOP-COUNTER TO MOD-LINE-IDX
                 PERFORM 0110-ATTACH-MODIFIERS
               END-IF
               DISPLAY " "
               IF LOOP-COUNTER NOT EQUAL ORDER-MAX-ITEMS
                 DISPLAY "ORDER ANOTHER ITEM? Y/N >> "
             END-IF
           END-PERFORM.

       0108-SHOW-LINE-MODIFIERS.
           PERFORM VARYING MOD-SLOT-IDX FROM 1 BY 1 UNTIL
           MOD-SLOT-IDX > ORDER-MOD-COUNT(MOD-LINE-IDX)
             MOVE ORDER-MOD-CODE(MOD-LINE-IDX, MOD-SLOT-IDX) TO
               MOD-LOOKUP-CODE
             PERFORM 0114-FIND-MODIFIER
             IF MOD-FOUND-SW = "Y"
               MOVE MOD-T-DESC(MOD-FOUND-IDX) TO MOD-TEXT-DESC
             ELSE
               MOVE SPACES TO MOD-TEXT-DESC
             END-IF
             MOVE ORDER-MOD-PRICE(MOD-LINE-IDX, MOD-SLOT-IDX) TO
               MOD-DISPLAY-PRICE
             DISPLAY "     " MOD-SLOT-IDX " + " MOD-LOOKUP-CODE " "
               MOD-TEXT-DESC " PHP " MOD-DISPLAY-PRICE
           END-PERFORM.

       0109-BUILD-KITCHEN-MOD-TEXT.
           MOVE 1 TO MOD-TEXT-PTR.
           PERFORM VARYING MOD-SLOT-IDX FROM 1 BY 1 UNTIL
           MOD-SLOT-IDX > ORDER-MOD-COUNT(MOD-LINE-IDX)
             MOVE ORDER-MOD-CODE(MOD-LINE-IDX, MOD-SLOT-IDX) TO
               MOD-LOOKUP-CODE
             PERFORM 0114-FIND-MODIFIER
             IF MOD-FOUND-SW = "Y"
               MOVE MOD-T-DESC(MOD-FOUND-IDX) TO MOD-TEXT-DESC
             ELSE
               MOVE MOD-LOOKUP-CODE TO MOD-TEXT-DESC
             END-IF
             IF MOD-SLOT-IDX > 1
               STRING ", " DELIMITED BY SIZE
                 INTO KTQ-MOD-TEXT WITH POINTER MOD-TEXT-PTR
             END-IF
             STRING MOD-TEXT-DESC DELIMITED BY "  "
               INTO KTQ-MOD-TEXT WITH POINTER MOD-TEXT-PTR
           END-PERFORM.

       0110-ATTACH-MODIFIERS.
           MOVE "Y" TO MOD-ANSWER.
           PERFORM UNTIL MOD-ANSWER NOT = "Y"
           OR ORDER-MOD-COUNT(MOD-LINE-IDX) >= MOD-LINE-MAX
             DISPLAY "ADD A MODIFIER TO " ORDER-CHOICE(MOD-LINE-IDX)
               "? Y/N >> "
             ACCEPT MOD-ANSWER
             MOVE FUNCTION UPPER-CASE(MOD-ANSWER) TO MOD-ANSWER
             IF MOD-ANSWER = "Y"
               PERFORM 0111-SHOW-MODIFIER-CHOICES
               DISPLAY "MODIFIER CODE >> "
               ACCEPT MOD-IN-CODE
               MOVE FUNCTION UPPER-CASE(MOD-IN-CODE) TO MOD-IN-CODE
               PERFORM 0112-ADD-ONE-MODIFIER
             END-IF
           END-PERFORM.
           IF ORDER-MOD-COUNT(MOD-LINE-IDX) >= MOD-LINE-MAX
             DISPLAY "LINE " MOD-LINE-IDX " HAS THE MAXIMUM OF "
               MOD-LINE-MAX " MODIFIERS"
           END-IF.

       0111-SHOW-MODIFIER-CHOICES.
           PERFORM VARYING MOD-IDX FROM 1 BY 1 UNTIL
           MOD-IDX > MOD-TABLE-COUNT
             MOVE MOD-IDX TO MOD-FOUND-IDX
             PERFORM 0113-CHECK-MODIFIER-APPLIES
             IF MOD-APPLIES-SW = "Y"
               MOVE MOD-T-PRICE(MOD-IDX) TO MOD-DISPLAY-PRICE
               DISPLAY MOD-T-CODE(MOD-IDX) " - PHP " MOD-DISPLAY-PRICE
                 " " MOD-T-DESC(MOD-IDX)
             END-IF
           END-PERFORM.

       0112-ADD-ONE-MODIFIER.
           MOVE MOD-IN-CODE TO MOD-LOOKUP-CODE.
           PERFORM 0114-FIND-MODIFIER.
           MOVE "N" TO MOD-APPLIES-SW.
           IF MOD-FOUND-SW = "Y"
             PERFORM 0113-CHECK-MODIFIER-APPLIES
           END-IF.
           MOVE "N" TO MOD-DUP-SW.
           PERFORM VARYING MOD-SLOT-IDX FROM 1 BY 1 UNTIL
           MOD-SLOT-IDX > ORDER-MOD-COUNT(MOD-LINE-IDX)
             IF ORDER-MOD-CODE(MOD-LINE-IDX, MOD-SLOT-IDX) = MOD-IN-CODE
               MOVE "Y" TO MOD-DUP-SW
             END-IF
           END-PERFORM.
           EVALUATE TRUE
             WHEN MOD-FOUND-SW NOT = "Y"
               DISPLAY "MODIFIER " MOD-IN-CODE " NOT ON FILE"
             WHEN MOD-APPLIES-SW NOT = "Y"
               DISPLAY "MODIFIER " MOD-IN-CODE " DOES NOT APPLY TO "
                 ORDER-CHOICE(MOD-LINE-IDX)
             WHEN MOD-DUP-SW = "Y"
               DISPLAY "MODIFIER " MOD-IN-CODE " IS ALREADY ON THIS LINE"
             WHEN OTHER
               MOVE ORDER-PCS(MOD-LINE-IDX) TO STOCK-ADJUST-QTY
               PERFORM 0115-CHECK-MODIFIER-STOCK
               IF MOD-STOCK-OK-SW NOT = "Y"
                 DISPLAY "NOT ENOUGH STOCK FOR "
                   MOD-T-DESC(MOD-FOUND-IDX)
               ELSE
                 PERFORM 0116-DEPLETE-MODIFIER
                 COMPUTE ORDER-MOD-COUNT(MOD-LINE-IDX) =
                   ORDER-MOD-COUNT(MOD-LINE-IDX) + 1
                 MOVE ORDER-MOD-COUNT(MOD-LINE-IDX) TO MOD-SLOT-IDX
                 MOVE MOD-T-CODE(MOD-FOUND-IDX) TO
                   ORDER-MOD-CODE(MOD-LINE-IDX, MOD-SLOT-IDX)
                 MOVE MOD-T-PRICE(MOD-FOUND-IDX) TO
                   ORDER-MOD-PRICE(MOD-LINE-IDX, MOD-SLOT-IDX)
                 DISPLAY "ADDED " MOD-T-DESC(MOD-FOUND-IDX)
                 PERFORM 0057-WRITE-CHECKPOINT
               END-IF
           END-EVALUATE.

       0113-CHECK-MODIFIER-APPLIES.
           MOVE "N" TO MOD-APPLIES-SW.
           PERFORM VARYING MOD-MENU-IDX FROM 1 BY 1 UNTIL
           MOD-MENU-IDX > 8 OR MOD-APPLIES-SW = "Y"
             IF MOD-T-MENU-CODE(MOD-FOUND-IDX, MOD-MENU-IDX) = "**"
             OR MOD-T-MENU-CODE(MOD-FOUND-IDX, MOD-MENU-IDX) =
               ORDER-CHOICE(MOD-LINE-IDX)
               MOVE "Y" TO MOD-APPLIES-SW
             END-IF
           END-PERFORM.

       0114-FIND-MODIFIER.
           MOVE "N" TO MOD-FOUND-SW.
           MOVE 0 TO MOD-FOUND-IDX.
           PERFORM VARYING MOD-IDX FROM 1 BY 1 UNTIL
           MOD-IDX > MOD-TABLE-COUNT OR MOD-FOUND-SW = "Y"
             IF MOD-T-CODE(MOD-IDX) = MOD-LOOKUP-CODE
               MOVE "Y" TO MOD-FOUND-SW
               MOVE MOD-IDX TO MOD-FOUND-IDX
             END-IF
           END-PERFORM.

       0115-CHECK-MODIFIER-STOCK.
           MOVE "Y" TO MOD-STOCK-OK-SW.
           PERFORM VARYING MOD-ADJ-IDX FROM 1 BY 1 UNTIL
           MOD-ADJ-IDX > 3
             IF MOD-T-ING-QTY(MOD-FOUND-IDX, MOD-ADJ-IDX) > 0
               MOVE MOD-T-ING-CODE(MOD-FOUND-IDX, MOD-ADJ-IDX) TO
                 ING-LOOKUP-CODE
               PERFORM 0063-FIND-INGREDIENT
               IF ING-FOUND-SW = "Y"
                 COMPUTE STOCK-WORK-QTY =
                   MOD-T-ING-QTY(MOD-FOUND-IDX, MOD-ADJ-IDX) *
                   STOCK-ADJUST-QTY
                 IF STOCK-WORK-QTY > ING-T-QTY(ING-FOUND-IDX)
                   MOVE "N" TO MOD-STOCK-OK-SW
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       0116-DEPLETE-MODIFIER.
           PERFORM VARYING MOD-ADJ-IDX FROM 1 BY 1 UNTIL
           MOD-ADJ-IDX > 3
             IF MOD-T-ING-QTY(MOD-FOUND-IDX, MOD-ADJ-IDX) NOT = 0
               MOVE MOD-T-ING-CODE(MOD-FOUND-IDX, MOD-ADJ-IDX) TO
                 ING-LOOKUP-CODE
               PERFORM 0063-FIND-INGREDIENT
               IF ING-FOUND-SW = "Y"
                 COMPUTE ING-T-QTY(ING-FOUND-IDX) =
                   ING-T-QTY(ING-FOUND-IDX) -
                   (MOD-T-ING-QTY(MOD-FOUND-IDX, MOD-ADJ-IDX) *
                   STOCK-ADJUST-QTY)
                 COMPUTE ING-T-USED(ING-FOUND-IDX) =
                   ING-T-USED(ING-FOUND-IDX) +
                   (MOD-T-ING-QTY(MOD-FOUND-IDX, MOD-ADJ-IDX) *
                   STOCK-ADJUST-QTY)
               END-IF
             END-IF
           END-PERFORM.

       0117-RESTORE-MODIFIER.
           PERFORM VARYING MOD-ADJ-IDX FROM 1 BY 1 UNTIL
           MOD-ADJ-IDX > 3
             IF MOD-T-ING-QTY(MOD-FOUND-IDX, MOD-ADJ-IDX) NOT = 0
               MOVE MOD-T-ING-CODE(MOD-FOUND-IDX, MOD-ADJ-IDX) TO
                 ING-LOOKUP-CODE
               PERFORM 0063-FIND-INGREDIENT
               IF ING-FOUND-SW = "Y"
                 COMPUTE ING-T-QTY(ING-FOUND-IDX) =
                   ING-T-QTY(ING-FOUND-IDX) +
                   (MOD-T-ING-QTY(MOD-FOUND-IDX, MOD-ADJ-IDX) *
                   STOCK-ADJUST-QTY)
                 COMPUTE ING-T-USED(ING-FOUND-IDX) =
                   ING-T-USED(ING-FOUND-IDX) -
                   (MOD-T-ING-QTY(MOD-FOUND-IDX, MOD-ADJ-IDX) *
                   STOCK-ADJUST-QTY)
               END-IF
             END-IF
           END-PERFORM.

       0118-RESTORE-LINE-MODIFIERS.
           MOVE ORDER-PCS(MOD-LINE-IDX) TO STOCK-ADJUST-QTY.
           PERFORM VARYING MOD-SLOT-IDX FROM 1 BY 1 UNTIL
           MOD-SLOT-IDX > ORDER-MOD-COUNT(MOD-LINE-IDX)
             MOVE ORDER-MOD-CODE(MOD-LINE-IDX, MOD-SLOT-IDX) TO
               MOD-LOOKUP-CODE
             PERFORM 0114-FIND-MODIFIER
             IF MOD-FOUND-SW = "Y"
               PERFORM 0117-RESTORE-MODIFIER
             END-IF
           END-PERFORM.

       0119-REPRICE-LINE-MODIFIERS.
           MOVE ORDER-PCS(MOD-LINE-IDX) TO STOCK-ADJUST-QTY.
           MOVE 0 TO MOD-KEEP-COUNT.
           PERFORM VARYING MOD-SLOT-IDX FROM 1 BY 1 UNTIL
           MOD-SLOT-IDX > ORDER-MOD-COUNT(MOD-LINE-IDX)
             MOVE ORDER-MOD-CODE(MOD-LINE-IDX, MOD-SLOT-IDX) TO
               MOD-LOOKUP-CODE
             PERFORM 0114-FIND-MODIFIER
             IF MOD-FOUND-SW = "Y"
               PERFORM 0115-CHECK-MODIFIER-STOCK
             END-IF
             IF MOD-FOUND-SW = "Y" AND MOD-STOCK-OK-SW = "Y"
               PERFORM 0116-DEPLETE-MODIFIER
               COMPUTE MOD-KEEP-COUNT = MOD-KEEP-COUNT + 1
               MOVE MOD-LOOKUP-CODE TO
                 ORDER-MOD-CODE(MOD-LINE-IDX, MOD-KEEP-COUNT)
               MOVE MOD-T-PRICE(MOD-FOUND-IDX) TO
                 ORDER-MOD-PRICE(MOD-LINE-IDX, MOD-KEEP-COUNT)
             ELSE
               DISPLAY "MODIFIER " MOD-LOOKUP-CODE " ON "
                 ORDER-CHOICE(MOD-LINE-IDX)
                 " DROPPED - NOT ON FILE OR NOT ENOUGH STOCK"
             END-IF
           END-PERFORM.
           MOVE MOD-KEEP-COUNT TO ORDER-MOD-COUNT(MOD-LINE-IDX).

       0150-MENU.
           DISPLAY "█████████╗ ██╗   ██╗ █████████╗  █████████╗ █████████╗ ███████╗ █████████╗ ██╗ █████████╗".
           DISPLAY "███   ███║ ██║   ██║ ███   ███║   ╚═════██║  ╚═════██║ ██╔════╝ ███   ███║ ██║ ███   ███║".
             REVIEW-IDX > ORDER-LOAD
               DISPLAY REVIEW-IDX " - " ORDER-CHOICE(REVIEW-IDX)
                 " QTY " ORDER-PCS(REVIEW-IDX)
               MOVE REVIEW-IDX TO MOD-LINE-IDX
               PERFORM 0108-SHOW-LINE-MODIFIERS
             END-PERFORM
             DISPLAY " "
             IF WS-BOOKING-MODE-SW = "Y" OR MOD-TABLE-COUNT = 0
               DISPLAY "VOID A LINE ITEM? Y/N >> "
               ACCEPT WS-VOID-ANSWER
               MOVE FUNCTION UPPER-CASE(WS-VOID-ANSWER) TO WS-VOID-ANSWER
               IF WS-VOID-ANSWER = "Y"
                 MOVE "V" TO WS-VOID-ANSWER
               ELSE
                 MOVE "D" TO WS-VOID-ANSWER
               END-IF
             ELSE
               DISPLAY "VOID A LINE (V), ADD A MODIFIER (M), "
                 "REMOVE A MODIFIER (R) OR DONE (D) >> "
               ACCEPT WS-VOID-ANSWER
               MOVE FUNCTION UPPER-CASE(WS-VOID-ANSWER) TO WS-VOID-ANSWER
             END-IF
             EVALUATE WS-VOID-ANSWER
               WHEN "V"
                 DISPLAY "LINE NUMBER TO VOID >> "
                 ACCEPT VOID-LINE-NUM
                 PERFORM 0175-VOID-ORDER-LINE
               WHEN "M"
                 DISPLAY "LINE NUMBER TO ADD A MODIFIER TO >> "
                 ACCEPT VOID-LINE-NUM
                 IF VOID-LINE-NUM < 1 OR VOID-LINE-NUM > ORDER-LOAD
                   DISPLAY "INVALID LINE NUMBER"
                 ELSE
                   MOVE VOID-LINE-NUM TO MOD-LINE-IDX
                   PERFORM 0110-ATTACH-MODIFIERS
                 END-IF
               WHEN "R"
                 DISPLAY "LINE NUMBER TO REMOVE A MODIFIER FROM >> "
                 ACCEPT VOID-LINE-NUM
                 PERFORM 0176-REMOVE-LINE-MODIFIER
               WHEN OTHER
                 MOVE "N" TO REVIEW-MORE
             END-EVALUATE
           END-PERFORM.

       0175-VOID-ORDER-LINE.
               MOVE ORDER-CHOICE(VOID-LINE-NUM) TO STOCK-MENU-CODE
               MOVE ORDER-PCS(VOID-LINE-NUM) TO STOCK-ADJUST-QTY
               PERFORM 0069-RESTORE-STOCK
               MOVE VOID-LINE-NUM TO MOD-LINE-IDX
               PERFORM 0118-RESTORE-LINE-MODIFIERS
             END-IF
             PERFORM VARYING REVIEW-IDX FROM VOID-LINE-NUM BY 1 UNTIL
             REVIEW-IDX >= ORDER-LOAD
               MOVE ORDER-CHOICE(REVIEW-IDX + 1) TO ORDER-CHOICE(REVIEW-IDX)
               MOVE ORDER-PCS(REVIEW-IDX + 1) TO ORDER-PCS(REVIEW-IDX)
               MOVE ORDER-PRICE(REVIEW-IDX + 1) TO ORDER-PRICE(REVIEW-IDX)
               MOVE ORDER-MODIFIERS(REVIEW-IDX + 1) TO
                 ORDER-MODIFIERS(REVIEW-IDX)
             END-PERFORM
             COMPUTE ORDER-LOAD = ORDER-LOAD - 1
             IF WS-BOOKING-MODE-SW NOT = "Y"
               PERFORM 0057-WRITE-CHECKPOINT
             END-IF
           END-IF.

       0176-REMOVE-LINE-MODIFIER.
           IF VOID-LINE-NUM < 1 OR VOID-LINE-NUM > ORDER-LOAD
             DISPLAY "INVALID LINE NUMBER"
           ELSE
             MOVE VOID-LINE-NUM TO MOD-LINE-IDX
             IF ORDER-MOD-COUNT(MOD-LINE-IDX) = 0
               DISPLAY "NO MODIFIERS ON THAT LINE"
             ELSE
               PERFORM 0108-SHOW-LINE-MODIFIERS
               DISPLAY "MODIFIER NUMBER TO REMOVE >> "
               ACCEPT MOD-SLOT-IDX
               IF MOD-SLOT-IDX < 1
               OR MOD-SLOT-IDX > ORDER-MOD-COUNT(MOD-LINE-IDX)
                 DISPLAY "INVALID MODIFIER NUMBER"
               ELSE
                 MOVE ORDER-MOD-CODE(MOD-LINE-IDX, MOD-SLOT-IDX) TO
                   MOD-LOOKUP-CODE
                 PERFORM 0114-FIND-MODIFIER
                 IF MOD-FOUND-SW = "Y"
                   MOVE ORDER-PCS(MOD-LINE-IDX) TO STOCK-ADJUST-QTY
                   PERFORM 0117-RESTORE-MODIFIER
                 END-IF
                 PERFORM VARYING MOD-SLOT-IDX FROM MOD-SLOT-IDX BY 1
                 UNTIL MOD-SLOT-IDX >= ORDER-MOD-COUNT(MOD-LINE-IDX)
                   MOVE ORDER-MOD-ENTRY(MOD-LINE-IDX, MOD-SLOT-IDX + 1)
                     TO ORDER-MOD-ENTRY(MOD-LINE-IDX, MOD-SLOT-IDX)
                 END-PERFORM
                 COMPUTE ORDER-MOD-COUNT(MOD-LINE-IDX) =
                   ORDER-MOD-COUNT(MOD-LINE-IDX) - 1
                 PERFORM 0057-WRITE-CHECKPOINT
                 DISPLAY "MODIFIER " MOD-LOOKUP-CODE " REMOVED"
               END-IF
             END-IF
           END-IF.

       0200-LOG-CREDENTIALS.
             DISPLAY "ADDRESS ON FILE: " DET-ADDRESS
             MOVE CUST-POINTS-BAL TO CUST-POINTS-DISP
             DISPLAY "POINTS BALANCE : " CUST-POINTS-DISP
             IF CUST-ZONE-CODE NOT = SPACES
               DISPLAY "DELIVERY ZONE  : " CUST-ZONE-CODE
             END-IF
             DISPLAY "USE SAVED DETAILS? Y/N >> "
             ACCEPT WS-CUST-CONFIRM
             MOVE FUNCTION UPPER-CASE(WS-CUST-CONFIRM) TO WS-CUST-CONFIRM
       0205-FIND-CUSTOMER.
           MOVE "N" TO CUST-FOUND-SW.
           MOVE 0 TO CUST-POINTS-BAL.
           MOVE SPACES TO CUST-ZONE-CODE.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS = "00"
             MOVE DET-CNUM TO CUST-PHONE
                 IF CUST-POINTS IS NUMERIC
                   MOVE CUST-POINTS TO CUST-POINTS-BAL
                 END-IF
                 MOVE CUST-ZONE TO CUST-ZONE-CODE
             END-READ
             CLOSE CUSTOMER-FILE
           END-IF.
           MOVE DET-NAME TO CUST-NAME.
           MOVE DET-ADDRESS TO CUST-ADDRESS.
           MOVE CUST-POINTS-BAL TO CUST-POINTS.
           MOVE CUST-ZONE-CODE TO CUST-ZONE.
           OPEN I-O CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS = "35"
             OPEN OUTPUT CUSTOMER-FILE
           DISPLAY " ".
           DISPLAY "ADDRESS: ".
           ACCEPT DET-ADDRESS.
           MOVE SPACES TO CUST-ZONE-CODE.
           IF ZN-TABLE-COUNT > 0
             PERFORM 0235-PICK-ZONE
           END-IF.

       0230-APPLY-DELIVERY-ZONE.
           IF ZN-TABLE-COUNT > 0
             MOVE "N" TO ZN-OK-SW
             PERFORM UNTIL ZN-OK-SW = "Y"
               MOVE CUST-ZONE-CODE TO ZN-LOOKUP-CODE
               PERFORM 0232-FIND-ZONE
               IF ZN-FOUND-SW = "Y"
                 PERFORM 0238-CHECK-ZONE-ORDER
               ELSE
                 DISPLAY " "
                 IF CUST-ZONE-CODE = SPACES
                   DISPLAY "NO DELIVERY ZONE ON FILE FOR THIS ADDRESS"
                 ELSE
                   DISPLAY "ZONE " CUST-ZONE-CODE " IS NO LONGER ON FILE"
                 END-IF
                 PERFORM 0235-PICK-ZONE
                 IF DET-CNUM NOT = SPACES
                   PERFORM 0210-SAVE-NEW-CUSTOMER
                 END-IF
               END-IF
             END-PERFORM
             IF ORDER-IS-DELIVERY
               MOVE ZN-T-CODE(ZN-FOUND-IDX) TO ORDER-ZONE
               MOVE ZN-T-FEE(ZN-FOUND-IDX) TO ORDER-DELIVERY-FEE
               MOVE ZN-T-MINUTES(ZN-FOUND-IDX) TO ORDER-PROMISE-MINS
               MOVE ORDER-DELIVERY-FEE TO ZN-DISPLAY-FEE
               MOVE ORDER-PROMISE-MINS TO ZN-DISPLAY-MINS
               DISPLAY "ZONE " ORDER-ZONE " DELIVERY FEE PHP "
                 ZN-DISPLAY-FEE " - PROMISED WITHIN " ZN-DISPLAY-MINS
                 " MINUTES"
             ELSE
               MOVE 0 TO ORDER-DELIVERY-FEE
               DISPLAY "ORDER CHANGED TO TAKEOUT - NO DELIVERY FEE"
             END-IF
           END-IF.

       0232-FIND-ZONE.
           MOVE "N" TO ZN-FOUND-SW.
           MOVE 0 TO ZN-FOUND-IDX.
           PERFORM VARYING ZN-IDX FROM 1 BY 1 UNTIL
           ZN-IDX > ZN-TABLE-COUNT OR ZN-FOUND-SW = "Y"
             IF ZN-T-CODE(ZN-IDX) = ZN-LOOKUP-CODE
             AND ZN-LOOKUP-CODE NOT = SPACES
               MOVE "Y" TO ZN-FOUND-SW
               MOVE ZN-IDX TO ZN-FOUND-IDX
             END-IF
           END-PERFORM.

       0235-PICK-ZONE.
           DISPLAY " ".
           DISPLAY "-- DELIVERY ZONES --".
           PERFORM VARYING ZN-IDX FROM 1 BY 1 UNTIL
           ZN-IDX > ZN-TABLE-COUNT
             IF ZN-T-SERVICEABLE(ZN-IDX) = "Y"
               DISPLAY ZN-T-CODE(ZN-IDX) " " ZN-T-AREAS(ZN-IDX)
             ELSE
               DISPLAY ZN-T-CODE(ZN-IDX) " " ZN-T-AREAS(ZN-IDX)
                 " (NOT SERVICED)"
             END-IF
           END-PERFORM.
           MOVE "N" TO ZN-PICKED-SW.
           PERFORM UNTIL ZN-PICKED-SW = "Y"
             IF ORDER-IS-DELIVERY
               DISPLAY "DELIVERY ZONE FOR THIS ADDRESS >> "
             ELSE
               DISPLAY "DELIVERY ZONE FOR THIS ADDRESS"
                 " (BLANK = NOT KNOWN) >> "
             END-IF
             ACCEPT CUST-ZONE-CODE
             MOVE FUNCTION UPPER-CASE(CUST-ZONE-CODE) TO CUST-ZONE-CODE
             MOVE CUST-ZONE-CODE TO ZN-LOOKUP-CODE
             PERFORM 0232-FIND-ZONE
             EVALUATE TRUE
               WHEN ZN-FOUND-SW = "Y"
                 MOVE "Y" TO ZN-PICKED-SW
               WHEN CUST-ZONE-CODE = SPACES AND NOT ORDER-IS-DELIVERY
                 MOVE "Y" TO ZN-PICKED-SW
               WHEN OTHER
                 DISPLAY "ZONE NOT ON FILE, TRY AGAIN"
             END-EVALUATE
           END-PERFORM.

       0238-CHECK-ZONE-ORDER.
           MOVE 0 TO ZN-ITEMS-AMT.
           PERFORM VARYING ORDER-NUM FROM 1 BY 1 UNTIL
           ORDER-NUM > ORDER-LOAD
             PERFORM 0332-SUM-LINE-MODIFIERS
             COMPUTE ZN-ITEMS-AMT = ZN-ITEMS-AMT +
               (ORDER-PRICE(ORDER-NUM) * ORDER-PCS(ORDER-NUM)) +
               ORDER-MOD-EXT-PRICE(ORDER-NUM)
           END-PERFORM.
           EVALUATE TRUE
             WHEN ZN-T-SERVICEABLE(ZN-FOUND-IDX) NOT = "Y"
               DISPLAY " "
               DISPLAY "NO DELIVERIES TO ZONE " ZN-T-CODE(ZN-FOUND-IDX)
                 " AT PRESENT"
               PERFORM 0239-DELIVERY-REFUSED
             WHEN ZN-ITEMS-AMT < ZN-T-MIN-ORDER(ZN-FOUND-IDX)
               MOVE ZN-ITEMS-AMT TO ZN-DISPLAY-AMT
               DISPLAY " "
               DISPLAY "ORDER OF PHP " ZN-DISPLAY-AMT
                 " IS BELOW THE DELIVERY MINIMUM FOR ZONE "
                 ZN-T-CODE(ZN-FOUND-IDX)
               MOVE ZN-T-MIN-ORDER(ZN-FOUND-IDX) TO ZN-DISPLAY-AMT
               DISPLAY "MINIMUM ORDER FOR DELIVERY IS PHP "
                 ZN-DISPLAY-AMT
               PERFORM 0239-DELIVERY-REFUSED
             WHEN OTHER
               MOVE "Y" TO ZN-OK-SW
           END-EVALUATE.

       0239-DELIVERY-REFUSED.
           MOVE "N" TO ZN-ANSWER-OK-SW.
           PERFORM UNTIL ZN-ANSWER-OK-SW = "Y"
             IF ZN-ADD-ALLOWED-SW = "Y"
             AND ORDER-LOAD < ORDER-MAX-ITEMS
               DISPLAY "ADD ITEMS (A), ANOTHER ZONE (Z),"
                 " TAKEOUT INSTEAD (T) >> "
             ELSE
               DISPLAY "ANOTHER ZONE (Z), TAKEOUT INSTEAD (T) >> "
             END-IF
             ACCEPT ZN-ANSWER
             MOVE FUNCTION UPPER-CASE(ZN-ANSWER) TO ZN-ANSWER
             EVALUATE TRUE
               WHEN ZN-ANSWER = "A" AND ZN-ADD-ALLOWED-SW = "Y"
               AND ORDER-LOAD < ORDER-MAX-ITEMS
                 MOVE "Y" TO ZN-ANSWER-OK-SW
                 MOVE "Y" TO CONT-ORDER
                 PERFORM 0100-ORDER-LOOP
                 PERFORM 0170-REVIEW-ORDER
               WHEN ZN-ANSWER = "Z"
                 MOVE "Y" TO ZN-ANSWER-OK-SW
                 PERFORM 0235-PICK-ZONE
                 IF DET-CNUM NOT = SPACES
                   PERFORM 0210-SAVE-NEW-CUSTOMER
                 END-IF
               WHEN ZN-ANSWER = "T"
                 MOVE "Y" TO ZN-ANSWER-OK-SW
                 MOVE "T" TO ORDER-TYPE
                 MOVE "Y" TO ZN-OK-SW
               WHEN OTHER
                 DISPLAY "INVALID CHOICE, TRY AGAIN"
             END-EVALUATE
           END-PERFORM.

       0220-CAPTURE-PAYMENT-INFO.
           DISPLAY " ".
           DISPLAY "SENIOR CITIZEN/PWD ID PRESENTED? Y/N >> "
           ACCEPT ORDER-SENIOR-PWD.
           MOVE FUNCTION UPPER-CASE(ORDER-SENIOR-PWD) TO ORDER-SENIOR-PWD.
           DISPLAY " ".
           MOVE SPACES TO ORDER-PAY-METHOD.
           IF ORDER-ACCOUNT-NUM NOT = SPACES
             DISPLAY "BOOKED ON CHARGE ACCOUNT " ORDER-ACCOUNT-NUM
               " - AUTHORIZED BY " ORDER-ACCOUNT-CONTACT
             MOVE "AR" TO ORDER-PAY-METHOD
           END-IF.
           PERFORM UNTIL ORDER-PAY-METHOD = "CA"
           OR ORDER-PAY-METHOD = "GC" OR ORDER-PAY-METHOD = "CR"
           OR ORDER-PAY-METHOD = "AR"
             DISPLAY "PAYMENT METHOD - CASH (CA), GCASH (GC),"
               " CARD (CR), CHARGE ACCOUNT (AR) >> "
             ACCEPT ORDER-PAY-METHOD
             MOVE FUNCTION UPPER-CASE(ORDER-PAY-METHOD) TO
               ORDER-PAY-METHOD
             IF ORDER-PAY-METHOD = "AR"
               PERFORM 0800-CAPTURE-CHARGE-ACCOUNT
               IF AR-OK-SW NOT = "Y"
                 MOVE SPACES TO ORDER-PAY-METHOD
               END-IF
             END-IF
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "VOUCHER CODE (BLANK IF NONE) >> ".
           PERFORM 0320-PRINT-ORDER-LINE.
           PERFORM 0325-APPLY-PROMOTIONS.
           PERFORM 0330-CALCULATE-ORDER.
           IF ORDER-PAY-METHOD = "AR"
             PERFORM 0810-CHECK-CHARGE-LIMIT
           END-IF.
           PERFORM 0340-PRINT-TOTAL-LINE.
           PERFORM 0400-WRITE-JOURNAL.
           IF ORDER-PAY-METHOD = "AR"
             MOVE "CH" TO AR-POST-EVENT
             MOVE ORDER-AMOUNT-DUE TO AR-POST-AMT
             MOVE ORDER-RECEIPT-NUM TO AR-POST-RECEIPT
             MOVE ORDER-ACCOUNT-NUM TO AR-IN-ACCOUNT
             MOVE ORDER-ACCOUNT-CONTACT TO AR-POST-REF
             MOVE SHIFT-CASHIER-ID TO AR-POST-USER
             PERFORM 0820-POST-ACCOUNT-BALANCE
           END-IF.
           IF WS-TAB-MODE-SW NOT = "Y"
             PERFORM 0415-WRITE-KITCHEN-QUEUE
           END-IF.
           IF ORDER-IS-DELIVERY
             PERFORM 0410-WRITE-DISPATCH
           END-IF.
             MOVE ORDER-PRICE(ORDER-NUM) TO DET-PRICE
             WRITE PRINT-LINE FROM DETAIL-ORDER-LINE
               AFTER ADVANCING 1 LINE
             PERFORM VARYING MOD-SLOT-IDX FROM 1 BY 1 UNTIL
             MOD-SLOT-IDX > ORDER-MOD-COUNT(ORDER-NUM)
               MOVE SPACES TO DET-ORDER
               STRING "+" ORDER-MOD-CODE(ORDER-NUM, MOD-SLOT-IDX)
                 DELIMITED BY SIZE INTO DET-ORDER
               MOVE ORDER-PCS(ORDER-NUM) TO DET-PCS
               MOVE ORDER-MOD-PRICE(ORDER-NUM, MOD-SLOT-IDX) TO DET-PRICE
               WRITE PRINT-LINE FROM DETAIL-ORDER-LINE
                 AFTER ADVANCING 1 LINE
             END-PERFORM
           END-PERFORM.

       0322-GET-PROMO-CLOCK.
           MOVE 0 TO ORDER-NUM.
           PERFORM VARYING ORDER-NUM FROM 1 BY 1 UNTIL
           ORDER-NUM > ORDER-LOAD
             PERFORM 0332-SUM-LINE-MODIFIERS
             COMPUTE PROMO-WORK-GROSS = PROMO-WORK-GROSS +
               (ORDER-PRICE(ORDER-NUM) * ORDER-PCS(ORDER-NUM)) +
               ORDER-MOD-EXT-PRICE(ORDER-NUM)
           END-PERFORM.
           PERFORM VARYING PRM-IDX FROM 1 BY 1 UNTIL
           PRM-IDX > PRM-TABLE-COUNT
           ORDER-NUM > ORDER-LOAD
             MULTIPLY ORDER-PRICE(ORDER-NUM) BY
             ORDER-PCS(ORDER-NUM) GIVING ORDER-EXT-PRICE(ORDER-NUM)
             PERFORM 0332-SUM-LINE-MODIFIERS
             COMPUTE ORDER-GROSS-AMOUNT = ORDER-EXT-PRICE(ORDER-NUM) +
               ORDER-MOD-EXT-PRICE(ORDER-NUM) + ORDER-GROSS-AMOUNT
           END-PERFORM.
           COMPUTE ORDER-NET-AMOUNT = ORDER-GROSS-AMOUNT -
             ORDER-PROMO-DISCOUNT.
           COMPUTE ORDER-AMOUNT-DUE = ORDER-AMOUNT-DUE -
             ORDER-DEPOSIT-APPLIED.

       0332-SUM-LINE-MODIFIERS.
           MOVE 0 TO ORDER-MOD-EXT-PRICE(ORDER-NUM).
           PERFORM VARYING MOD-SLOT-IDX FROM 1 BY 1 UNTIL
           MOD-SLOT-IDX > ORDER-MOD-COUNT(ORDER-NUM)
             COMPUTE ORDER-MOD-EXT-PRICE(ORDER-NUM) =
               ORDER-MOD-EXT-PRICE(ORDER-NUM) +
               (ORDER-MOD-PRICE(ORDER-NUM, MOD-SLOT-IDX) *
               ORDER-PCS(ORDER-NUM))
           END-PERFORM.

       0340-PRINT-TOTAL-LINE.
           WRITE PRINT-LINE FROM HORIZONTAL-RULE AFTER ADVANCING 1 LINE.
           PERFORM VARYING APPLIED-IDX FROM 1 BY 1 UNTIL
             WRITE PRINT-LINE FROM AMOUNT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           IF ORDER-IS-DELIVERY
             IF ORDER-ZONE NOT = SPACES
               MOVE "DELIVERY ZONE" TO TXT-LABEL
               MOVE ORDER-ZONE TO TXT-VALUE
               WRITE PRINT-LINE FROM TEXT-LINE AFTER ADVANCING 1 LINE
             END-IF
             MOVE "DELIVERY FEE" TO AMT-LABEL
             MOVE ORDER-DELIVERY-FEE TO AMT-VALUE
             WRITE PRINT-LINE FROM AMOUNT-LINE AFTER ADVANCING 1 LINE
             WHEN "CA" MOVE "CASH" TO TXT-VALUE
             WHEN "GC" MOVE "GCASH" TO TXT-VALUE
             WHEN "CR" MOVE "CARD" TO TXT-VALUE
             WHEN "AR" MOVE "CHARGE ACCOUNT" TO TXT-VALUE
             WHEN OTHER MOVE "CASH" TO TXT-VALUE
           END-EVALUATE.
           WRITE PRINT-LINE FROM TEXT-LINE AFTER ADVANCING 1 LINE.
             WRITE PRINT-LINE FROM AMOUNT-LINE AFTER ADVANCING 1 LINE
           ELSE
             MOVE 0 TO ORDER-CHANGE-DUE
             IF ORDER-PAY-METHOD = "AR"
               MOVE "CHARGED TO ACCOUNT" TO TXT-LABEL
               MOVE ORDER-ACCOUNT-NUM TO TXT-VALUE
               WRITE PRINT-LINE FROM TEXT-LINE AFTER ADVANCING 1 LINE
               MOVE "AUTHORIZED BY" TO TXT-LABEL
               MOVE ORDER-ACCOUNT-CONTACT TO TXT-VALUE
               WRITE PRINT-LINE FROM TEXT-LINE AFTER ADVANCING 1 LINE
               DISPLAY "CHARGE PHP " ORDER-AMOUNT-DUE " TO ACCOUNT "
                 ORDER-ACCOUNT-NUM " " AR-COMPANY
             ELSE
               MOVE "PAID VIA" TO TXT-LABEL
               EVALUATE ORDER-PAY-METHOD
                 WHEN "GC" MOVE "GCASH" TO TXT-VALUE
                 WHEN OTHER MOVE "CARD" TO TXT-VALUE
               END-EVALUATE
               WRITE PRINT-LINE FROM TEXT-LINE AFTER ADVANCING 1 LINE
               DISPLAY "COLLECT PHP " ORDER-AMOUNT-DUE " VIA "
                 TXT-VALUE
             END-IF
           END-IF.

       0400-WRITE-JOURNAL.
           MOVE ORDER-PROMO-DISCOUNT TO JRNL-PROMO-DISCOUNT.
           MOVE ORDER-CASH-TENDERED TO JRNL-CASH-TENDERED.
           IF ORDER-PAY-METHOD = "GC" OR ORDER-PAY-METHOD = "CR"
           OR ORDER-PAY-METHOD = "AR"
             MOVE ORDER-AMOUNT-DUE TO JRNL-CASH-TENDERED
           END-IF.
           MOVE ORDER-CHANGE-DUE TO JRNL-CHANGE-DUE.
           MOVE TERMINAL-ID TO JRNL-TERMINAL-ID.
           WRITE JOURNAL-RECORD.

           IF ORDER-PAY-METHOD = "AR"
             PERFORM 0815-COMPUTE-CHARGE-DUE-DATE
             MOVE SPACES TO JOURNAL-RECORD
             MOVE "K" TO JRNL-LINE-TYPE
             MOVE ORDER-RECEIPT-NUM TO JRNL-RECEIPT-NUM
             MOVE JRNL-DATE-OUT TO JRNL-DATE
             MOVE JRNL-TIME-OUT TO JRNL-TIME
             MOVE ORDER-PAY-METHOD TO JRNL-PAY-METHOD
             MOVE ORDER-ACCOUNT-NUM TO JRNL-CHG-ACCOUNT
             MOVE ORDER-ACCOUNT-CONTACT TO JRNL-CHG-CONTACT
             MOVE ORDER-AMOUNT-DUE TO JRNL-CHG-AMOUNT
             MOVE AR-DUE-DATE TO JRNL-CHG-DUE-DATE
             MOVE TERMINAL-ID TO JRNL-TERMINAL-ID
             WRITE JOURNAL-RECORD
           END-IF.

           MOVE 0 TO ORDER-NUM.
           PERFORM VARYING ORDER-NUM FROM 1 BY 1 UNTIL
           ORDER-NUM > ORDER-LOAD
             MOVE ORDER-EXT-PRICE(ORDER-NUM) TO JRNL-ITEM-PRICE
             MOVE TERMINAL-ID TO JRNL-TERMINAL-ID
             WRITE JOURNAL-RECORD
             PERFORM VARYING MOD-SLOT-IDX FROM 1 BY 1 UNTIL
             MOD-SLOT-IDX > ORDER-MOD-COUNT(ORDER-NUM)
               MOVE SPACES TO JOURNAL-RECORD
               MOVE "M" TO JRNL-LINE-TYPE
               MOVE ORDER-RECEIPT-NUM TO JRNL-RECEIPT-NUM
               MOVE JRNL-DATE-OUT TO JRNL-DATE
               MOVE JRNL-TIME-OUT TO JRNL-TIME
               MOVE ORDER-CHOICE(ORDER-NUM) TO JRNL-MOD-ITEM-CODE
               MOVE ORDER-PCS(ORDER-NUM) TO JRNL-MOD-QTY
               COMPUTE JRNL-MOD-PRICE =
                 ORDER-MOD-PRICE(ORDER-NUM, MOD-SLOT-IDX) *
                 ORDER-PCS(ORDER-NUM)
               MOVE ORDER-MOD-CODE(ORDER-NUM, MOD-SLOT-IDX) TO
                 JRNL-MOD-CODE MOD-LOOKUP-CODE
               PERFORM 0114-FIND-MODIFIER
               IF MOD-FOUND-SW = "Y"
                 MOVE MOD-T-DESC(MOD-FOUND-IDX) TO JRNL-MOD-DESC
               END-IF
               MOVE TERMINAL-ID TO JRNL-TERMINAL-ID
               WRITE JOURNAL-RECORD
             END-PERFORM
           END-PERFORM.

           PERFORM VARYING APPLIED-IDX FROM 1 BY 1 UNTIL

           CLOSE JOURNAL-FILE.

       0405-WRITE-VOID-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO JRNL-F-YEAR.
           MOVE WS-CURRENT-MONTH TO JRNL-F-MONTH.
           MOVE WS-CURRENT-DAY TO JRNL-F-DAY.
           MOVE WS-CURRENT-HOURS TO JRNL-F-HOUR.
           MOVE WS-CURRENT-MINUTE TO JRNL-F-MIN.
           MOVE 0 TO VOID-VALUE.
           PERFORM VARYING ORDER-NUM FROM 1 BY 1 UNTIL
           ORDER-NUM > ORDER-LOAD
             PERFORM 0332-SUM-LINE-MODIFIERS
             COMPUTE VOID-VALUE = VOID-VALUE +
               (ORDER-PRICE(ORDER-NUM) * ORDER-PCS(ORDER-NUM)) +
               ORDER-MOD-EXT-PRICE(ORDER-NUM)
           END-PERFORM.
           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS = "35"
             OPEN OUTPUT JOURNAL-FILE
           END-IF.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE "X" TO JRNL-LINE-TYPE.
           MOVE ORDER-RECEIPT-NUM TO JRNL-RECEIPT-NUM.
           MOVE JRNL-DATE-OUT TO JRNL-DATE.
           MOVE JRNL-TIME-OUT TO JRNL-TIME.
           MOVE VOID-REASON TO JRNL-VOID-REASON.
           MOVE VOID-CASHIER-ID TO JRNL-VOID-CASHIER-ID.
           MOVE ORDER-LOAD TO JRNL-VOID-LINES.
           MOVE VOID-VALUE TO JRNL-VOID-VALUE.
           MOVE TERMINAL-ID TO JRNL-TERMINAL-ID.
           WRITE JOURNAL-RECORD.
           CLOSE JOURNAL-FILE.

       0410-WRITE-DISPATCH.
           OPEN EXTEND DISPATCH-FILE.
           IF DISPATCH-FILE-STATUS = "35"
             MOVE ORDER-TOTAL TO DSP-TOTAL-DUE
             MOVE ORDER-PAY-METHOD TO DSP-PAY-METHOD
             MOVE "N" TO DSP-STATUS
             MOVE 0 TO DSP-PROMISE-MINS
             IF ORDER-ZONE NOT = SPACES
               PERFORM 0412-COMPUTE-PROMISED-BY
               MOVE ORDER-ZONE TO DSP-ZONE
               MOVE ORDER-PROMISE-MINS TO DSP-PROMISE-MINS
               MOVE ZN-PROMISED-BY TO DSP-PROMISED-BY
               DISPLAY "DELIVERY PROMISED BY " ZN-PROMISED-BY
             END-IF
             WRITE DISPATCH-RECORD
             CLOSE DISPATCH-FILE
           END-IF.

       0412-COMPUTE-PROMISED-BY.
           COMPUTE ZN-PROMISE-YMD = (JRNL-F-YEAR * 10000) +
             (JRNL-F-MONTH * 100) + JRNL-F-DAY.
           COMPUTE ZN-PROMISE-TOTAL = (JRNL-F-HOUR * 60) + JRNL-F-MIN
             + ORDER-PROMISE-MINS.
           DIVIDE ZN-PROMISE-TOTAL BY 1440 GIVING ZN-PROMISE-DAYS
             REMAINDER ZN-PROMISE-OF-DAY.
           DIVIDE ZN-PROMISE-OF-DAY BY 60 GIVING ZN-PROMISE-HOUR
             REMAINDER ZN-PROMISE-MIN.
           COMPUTE ZN-PROMISE-INT =
             FUNCTION INTEGER-OF-DATE(ZN-PROMISE-YMD) + ZN-PROMISE-DAYS.
           COMPUTE ZN-PROMISE-YMD = FUNCTION DATE-OF-INTEGER(ZN-PROMISE-INT).
           MOVE SPACES TO ZN-PROMISED-BY.
           MOVE ZN-PROMISE-YMD(1:4) TO ZN-PROMISED-BY(1:4).
           MOVE "-" TO ZN-PROMISED-BY(5:1).
           MOVE ZN-PROMISE-YMD(5:2) TO ZN-PROMISED-BY(6:2).
           MOVE "-" TO ZN-PROMISED-BY(8:1).
           MOVE ZN-PROMISE-YMD(7:2) TO ZN-PROMISED-BY(9:2).
           MOVE ZN-PROMISE-HOUR TO ZN-PROMISED-BY(12:2).
           MOVE ":" TO ZN-PROMISED-BY(14:1).
           MOVE ZN-PROMISE-MIN TO ZN-PROMISED-BY(15:2).

       0415-WRITE-KITCHEN-QUEUE.
           OPEN EXTEND KITCHEN-FILE.
           IF KITCHEN-FILE-STATUS = "35"
               MOVE ORDER-TYPE TO KTQ-ORDER-TYPE
               MOVE "N" TO KTQ-STATUS
               MOVE TERMINAL-ID TO KTQ-TERMINAL-ID
               IF WS-TAB-MODE-SW = "Y"
                 MOVE TAB-TABLE-NUM TO KTQ-TABLE-NUM
                 MOVE TAB-ROUND-NUM TO KTQ-ROUND-NUM
               ELSE
                 MOVE 0 TO KTQ-TABLE-NUM
                 MOVE 0 TO KTQ-ROUND-NUM
               END-IF
               MOVE ORDER-NUM TO MOD-LINE-IDX
               PERFORM 0109-BUILD-KITCHEN-MOD-TEXT
               WRITE KITCHEN-QUEUE-RECORD
             END-PERFORM
             CLOSE KITCHEN-FILE
                 " HAS NO DETAIL LINES - CANNOT REFUND"
             WHEN OTHER
               PERFORM 0515-AUTHORIZE-REFUND
               IF AUTH-OK-SW = "Y"
                 PERFORM 0520-PICK-REFUND-LINES
                 IF RFND-PICKED-COUNT > 0
                   PERFORM 0525-COMPUTE-REFUND-AMOUNT
                   PERFORM 0530-RESTORE-REFUND-STOCK
                   PERFORM 0540-WRITE-REFUND-JOURNAL
                   PERFORM 0550-WRITE-REFUND-SLIP
                   IF RFND-ORIG-PAY = "CA"
                     MOVE "RF" TO SHIFT-EVENT-TYPE
                     MOVE RFND-AMOUNT TO SHIFT-EVENT-AMT
                     MOVE SPACES TO SHIFT-EVENT-REMARK
                     STRING "REFUND RCPT " RFND-ORIG-RECEIPT
                       DELIMITED BY SIZE INTO SHIFT-EVENT-REMARK
                     PERFORM 0094-WRITE-SHIFT-EVENT
                   END-IF
                   IF RFND-ORIG-PAY = "AR"
                     PERFORM 0825-CREDIT-CHARGE-REFUND
                   END-IF
                   IF RFND-WHOLE-SW = "Y"
                     PERFORM 0560-REVERSE-EARNED-POINTS
                   END-IF
                   MOVE RFND-AMOUNT TO RFND-DISPLAY-AMT
                   DISPLAY "REFUNDED PHP " RFND-DISPLAY-AMT
                     " AGAINST RECEIPT " RFND-ORIG-RECEIPT
                 ELSE
                   DISPLAY "NO LINES PICKED - REFUND CANCELLED"
                 END-IF
               ELSE
                 DISPLAY "REFUND NOT AUTHORIZED - NOTHING DONE"
               END-IF
           END-EVALUATE.

       0510-LOAD-ORIG-RECEIPT.
           MOVE "N" TO RFND-FOUND-SW.
           MOVE "N" TO RFND-ALREADY-SW.
           MOVE SPACES TO RFND-ORIG-ACCOUNT.
           MOVE 0 TO RFND-LINE-COUNT.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS = "00"
           END-IF.

       0512-APPLY-ORIG-RECORD.
           IF NOT JRNL-IS-MODIFIER
             MOVE "N" TO RFND-MOD-OK-SW
           END-IF.
           EVALUATE TRUE
             WHEN JRNL-IS-HEADER
             AND JRNL-RECEIPT-NUM = RFND-ORIG-RECEIPT
                 MOVE JRNL-ITEM-QTY TO RFND-L-QTY(RFND-LINE-COUNT)
                 MOVE JRNL-ITEM-PRICE TO RFND-L-PRICE(RFND-LINE-COUNT)
                 MOVE "N" TO RFND-L-PICK-SW(RFND-LINE-COUNT)
                 MOVE 0 TO RFND-L-MOD-COUNT(RFND-LINE-COUNT)
                 MOVE 0 TO RFND-L-MOD-AMT(RFND-LINE-COUNT)
                 MOVE "Y" TO RFND-MOD-OK-SW
               END-IF
             WHEN JRNL-IS-MODIFIER
             AND JRNL-RECEIPT-NUM = RFND-ORIG-RECEIPT
             AND RFND-MOD-OK-SW = "Y"
               IF RFND-L-MOD-COUNT(RFND-LINE-COUNT) < MOD-LINE-MAX
                 COMPUTE RFND-L-MOD-COUNT(RFND-LINE-COUNT) =
                   RFND-L-MOD-COUNT(RFND-LINE-COUNT) + 1
                 MOVE RFND-L-MOD-COUNT(RFND-LINE-COUNT) TO MOD-SLOT-IDX
                 MOVE JRNL-MOD-CODE TO
                   RFND-L-MOD-CODE(RFND-LINE-COUNT, MOD-SLOT-IDX)
                 MOVE JRNL-MOD-DESC TO
                   RFND-L-MOD-DESC(RFND-LINE-COUNT, MOD-SLOT-IDX)
                 MOVE JRNL-MOD-PRICE TO
                   RFND-L-MOD-PRICE(RFND-LINE-COUNT, MOD-SLOT-IDX)
                 COMPUTE RFND-L-MOD-AMT(RFND-LINE-COUNT) =
                   RFND-L-MOD-AMT(RFND-LINE-COUNT) + JRNL-MOD-PRICE
               END-IF
             WHEN JRNL-IS-CHARGE
             AND JRNL-RECEIPT-NUM = RFND-ORIG-RECEIPT
               MOVE JRNL-CHG-ACCOUNT TO RFND-ORIG-ACCOUNT
             WHEN JRNL-IS-REFUND
               IF JRNL-RFND-ORIG-RECEIPT = RFND-ORIG-RECEIPT
                 MOVE "Y" TO RFND-ALREADY-SW
       0515-AUTHORIZE-REFUND.
           MOVE SPACES TO RFND-MANAGER-ID.
           PERFORM UNTIL RFND-MANAGER-ID NOT = SPACES
             DISPLAY "AUTHORIZING MANAGER ID >> "
             ACCEPT RFND-MANAGER-ID
             MOVE FUNCTION UPPER-CASE(RFND-MANAGER-ID) TO
               RFND-MANAGER-ID
           END-PERFORM.
           MOVE RFND-MANAGER-ID TO AUTH-ID.
           MOVE "MO" TO AUTH-ALLOWED-ROLES.
           MOVE "REFUND" TO AUTH-ACTION.
           IF RFND-MANAGER-ID = SHIFT-CASHIER-ID
             DISPLAY "A REFUND MUST BE AUTHORIZED BY SOMEONE OTHER"
               " THAN THE CASHIER SIGNED ON"
             MOVE "N" TO AUTH-OK-SW
             MOVE SPACE TO AUTH-ROLE
             MOVE "RF" TO AUTH-EVENT
             PERFORM 0098-WRITE-SECURITY-LOG
           ELSE
             PERFORM 0096-AUTHORIZE-EMPLOYEE
           END-IF.
           MOVE SPACES TO RFND-REASON.
           IF AUTH-OK-SW = "Y"
             PERFORM UNTIL RFND-REASON = "WI" OR RFND-REASON = "QU"
             OR RFND-REASON = "MR" OR RFND-REASON = "OT"
               DISPLAY "REASON - WRONG ITEM (WI) / QUALITY (QU) /"
                 " MIS-RUNG (MR) / OTHER (OT) >> "
               ACCEPT RFND-REASON
               MOVE FUNCTION UPPER-CASE(RFND-REASON) TO RFND-REASON
             END-PERFORM
           END-IF.

       0520-PICK-REFUND-LINES.
           DISPLAY " ".
           RFND-IDX > RFND-LINE-COUNT
             DISPLAY RFND-IDX " - " RFND-L-CODE(RFND-IDX)
               " QTY " RFND-L-QTY(RFND-IDX)
             PERFORM VARYING MOD-SLOT-IDX FROM 1 BY 1 UNTIL
             MOD-SLOT-IDX > RFND-L-MOD-COUNT(RFND-IDX)
               DISPLAY "     + " RFND-L-MOD-CODE(RFND-IDX, MOD-SLOT-IDX)
                 " " RFND-L-MOD-DESC(RFND-IDX, MOD-SLOT-IDX)
             END-PERFORM
           END-PERFORM.
           MOVE "N" TO RFND-WHOLE-SW.
           DISPLAY "REFUND THE WHOLE RECEIPT? Y/N >> ".
               IF RFND-L-PICK-SW(RFND-IDX) = "Y"
                 IF RFND-ORIG-SENIOR = "Y"
                   COMPUTE RFND-EXEMPT-SHARE ROUNDED =
                     (RFND-L-PRICE(RFND-IDX) +
                     RFND-L-MOD-AMT(RFND-IDX)) / 1.12
                   COMPUTE RFND-AMOUNT ROUNDED = RFND-AMOUNT +
                     (RFND-EXEMPT-SHARE * 0.80)
                   COMPUTE RFND-SC-DISCOUNT ROUNDED =
                     RFND-SC-DISCOUNT + (RFND-EXEMPT-SHARE * 0.20)
                 ELSE
                   COMPUTE RFND-AMOUNT = RFND-AMOUNT +
                     RFND-L-PRICE(RFND-IDX) + RFND-L-MOD-AMT(RFND-IDX)
                 END-IF
               END-IF
             END-PERFORM
               MOVE RFND-L-CODE(RFND-IDX) TO STOCK-MENU-CODE
               MOVE RFND-L-QTY(RFND-IDX) TO STOCK-ADJUST-QTY
               PERFORM 0069-RESTORE-STOCK
               PERFORM VARYING MOD-SLOT-IDX FROM 1 BY 1 UNTIL
               MOD-SLOT-IDX > RFND-L-MOD-COUNT(RFND-IDX)
                 MOVE RFND-L-MOD-CODE(RFND-IDX, MOD-SLOT-IDX) TO
                   MOD-LOOKUP-CODE
                 PERFORM 0114-FIND-MODIFIER
                 IF MOD-FOUND-SW = "Y"
                   PERFORM 0117-RESTORE-MODIFIER
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM.
           PERFORM 0078-SAVE-INGREDIENT-FILE.
           MOVE RFND-SC-DISCOUNT TO JRNL-RFND-SC-DISCOUNT.
           MOVE TERMINAL-ID TO JRNL-TERMINAL-ID.
           WRITE JOURNAL-RECORD.
           IF RFND-ORIG-PAY = "AR"
             MOVE SPACES TO JOURNAL-RECORD
             MOVE "K" TO JRNL-LINE-TYPE
             MOVE RFND-ORIG-RECEIPT TO JRNL-RECEIPT-NUM
             MOVE JRNL-DATE-OUT TO JRNL-DATE
             MOVE JRNL-TIME-OUT TO JRNL-TIME
             MOVE RFND-ORIG-PAY TO JRNL-PAY-METHOD
             MOVE RFND-ORIG-ACCOUNT TO JRNL-CHG-ACCOUNT
             MOVE RFND-MANAGER-ID TO JRNL-CHG-CONTACT
             MOVE RFND-AMOUNT TO JRNL-CHG-AMOUNT
             MOVE TERMINAL-ID TO JRNL-TERMINAL-ID
             WRITE JOURNAL-RECORD
           END-IF.
           PERFORM VARYING RFND-IDX FROM 1 BY 1 UNTIL
           RFND-IDX > RFND-LINE-COUNT
             IF RFND-L-PICK-SW(RFND-IDX) = "Y"
               MOVE RFND-L-PRICE(RFND-IDX) TO JRNL-ITEM-PRICE
               MOVE TERMINAL-ID TO JRNL-TERMINAL-ID
               WRITE JOURNAL-RECORD
               PERFORM VARYING MOD-SLOT-IDX FROM 1 BY 1 UNTIL
               MOD-SLOT-IDX > RFND-L-MOD-COUNT(RFND-IDX)
                 MOVE SPACES TO JOURNAL-RECORD
                 MOVE "M" TO JRNL-LINE-TYPE
                 MOVE RFND-ORIG-RECEIPT TO JRNL-RECEIPT-NUM
                 MOVE JRNL-DATE-OUT TO JRNL-DATE
                 MOVE JRNL-TIME-OUT TO JRNL-TIME
                 MOVE RFND-L-CODE(RFND-IDX) TO JRNL-MOD-ITEM-CODE
                 MOVE RFND-L-QTY(RFND-IDX) TO JRNL-MOD-QTY
                 MOVE RFND-L-MOD-PRICE(RFND-IDX, MOD-SLOT-IDX) TO
                   JRNL-MOD-PRICE
                 MOVE RFND-L-MOD-CODE(RFND-IDX, MOD-SLOT-IDX) TO
                   JRNL-MOD-CODE
                 MOVE RFND-L-MOD-DESC(RFND-IDX, MOD-SLOT-IDX) TO
                   JRNL-MOD-DESC
                 MOVE TERMINAL-ID TO JRNL-TERMINAL-ID
                 WRITE JOURNAL-RECORD
               END-PERFORM
             END-IF
           END-PERFORM.
           CLOSE JOURNAL-FILE.
               MOVE RFND-L-QTY(RFND-IDX) TO DET-PCS
               MOVE 0 TO DET-PRICE
               WRITE PRINT-LINE FROM DETAIL-ORDER-LINE
               PERFORM VARYING MOD-SLOT-IDX FROM 1 BY 1 UNTIL
               MOD-SLOT-IDX > RFND-L-MOD-COUNT(RFND-IDX)
                 MOVE SPACES TO DET-ORDER
                 STRING "+" RFND-L-MOD-CODE(RFND-IDX, MOD-SLOT-IDX)
                   DELIMITED BY SIZE INTO DET-ORDER
                 MOVE RFND-L-QTY(RFND-IDX) TO DET-PCS
                 MOVE 0 TO DET-PRICE
                 WRITE PRINT-LINE FROM DETAIL-ORDER-LINE
               END-PERFORM
             END-IF
           END-PERFORM.
           WRITE PRINT-LINE FROM HORIZONTAL-RULE.
           MOVE "AMOUNT REFUNDED" TO AMT-LABEL.
           MOVE RFND-AMOUNT TO AMT-VALUE.
           WRITE PRINT-LINE FROM AMOUNT-LINE.
           IF RFND-ORIG-PAY = "AR"
             MOVE "CREDITED TO ACCOUNT" TO TXT-LABEL
             MOVE RFND-ORIG-ACCOUNT TO TXT-VALUE
             WRITE PRINT-LINE FROM TEXT-LINE
           END-IF.
           MOVE "REASON CODE" TO TXT-LABEL.
           MOVE RFND-REASON TO TXT-VALUE.
           WRITE PRINT-LINE FROM TEXT-LINE.
             PERFORM 0610-GET-DUE-DATE-TIME
             PERFORM 0200-LOG-CREDENTIALS
             DISPLAY " "
             DISPLAY "BILL TO A CHARGE ACCOUNT? Y/N >> "
             ACCEPT BK-CONFIRM
             MOVE FUNCTION UPPER-CASE(BK-CONFIRM) TO BK-CONFIRM
             MOVE 0 TO BK-DEPOSIT
             IF BK-CONFIRM = "Y"
               PERFORM 0830-BOOK-ON-ACCOUNT
             END-IF
             IF ORDER-ACCOUNT-NUM = SPACES
               DISPLAY "DEPOSIT AMOUNT (0 = NONE) >> "
               ACCEPT BK-DEPOSIT
             END-IF
             IF BK-DEPOSIT > 0
               MOVE SPACES TO BK-DEPOSIT-PAY
               PERFORM UNTIL BK-DEPOSIT-PAY = "CA"
           MOVE BK-DEPOSIT TO ADV-DEPOSIT.
           MOVE "B" TO ADV-STATUS.
           MOVE 0 TO ADV-RECEIPT-NUM.
           EVALUATE TRUE
             WHEN ORDER-ACCOUNT-NUM NOT = SPACES
               MOVE "AR" TO ADV-DEPOSIT-PAY
               MOVE ORDER-ACCOUNT-NUM TO ADV-ACCOUNT-NUM
               MOVE ORDER-ACCOUNT-CONTACT TO ADV-ACCOUNT-CONTACT
             WHEN BK-DEPOSIT > 0
               MOVE BK-DEPOSIT-PAY TO ADV-DEPOSIT-PAY
             WHEN OTHER
               MOVE SPACES TO ADV-DEPOSIT-PAY
           END-EVALUATE.
           WRITE ADVANCE-ORDER-RECORD.
           PERFORM VARYING ORDER-NUM FROM 1 BY 1 UNTIL
           ORDER-NUM > ORDER-LOAD
                 MOVE BK-DEPOSIT TO ORDER-DEPOSIT-APPLIED
                 PERFORM 0160-SELECT-ORDER-TYPE
                 PERFORM 0205-FIND-CUSTOMER
                 IF ORDER-IS-DELIVERY
                   MOVE "N" TO ZN-ADD-ALLOWED-SW
                   PERFORM 0230-APPLY-DELIVERY-ZONE
                 END-IF
                 PERFORM 0220-CAPTURE-PAYMENT-INFO
                 PERFORM 0300-PROCESS-RECEIPT
                 CLOSE PRINT-FILE
               ELSE
                 MOVE "CA" TO BK-DEPOSIT-PAY
               END-IF
               IF ADV-DEPOSIT-PAY = "AR"
                 MOVE ADV-ACCOUNT-NUM TO ORDER-ACCOUNT-NUM
                 MOVE ADV-ACCOUNT-CONTACT TO ORDER-ACCOUNT-CONTACT
               END-IF
               MOVE ADV-CUST-NAME TO DET-NAME
               MOVE ADV-CUST-PHONE TO DET-CNUM
               MOVE ADV-CUST-ADDRESS TO DET-ADDRESS
               ELSE
                 MOVE ORDER-PCS(LOOP-COUNTER) TO STOCK-ADJUST-QTY
                 PERFORM 0068-DEPLETE-STOCK
                 MOVE LOOP-COUNTER TO MOD-LINE-IDX
                 PERFORM 0119-REPRICE-LINE-MODIFIERS
                 COMPUTE LOOP-COUNTER = LOOP-COUNTER + 1
               END-IF
             END-IF
             MOVE ORDER-PCS(REVIEW-IDX + 1) TO ORDER-PCS(REVIEW-IDX)
             MOVE ORDER-PRICE(REVIEW-IDX + 1) TO
               ORDER-PRICE(REVIEW-IDX)
             MOVE ORDER-MODIFIERS(REVIEW-IDX + 1) TO
               ORDER-MODIFIERS(REVIEW-IDX)
           END-PERFORM.
           COMPUTE ORDER-LOAD = ORDER-LOAD - 1.

                 " DUE " BK-DUE-DATE "? Y/N >> "
               ACCEPT BK-CONFIRM
               MOVE FUNCTION UPPER-CASE(BK-CONFIRM) TO BK-CONFIRM
               IF BK-CONFIRM = "Y"
                 DISPLAY "AUTHORIZING MANAGER ID >> "
                 ACCEPT AUTH-ID
                 MOVE FUNCTION UPPER-CASE(AUTH-ID) TO AUTH-ID
                 MOVE "MO" TO AUTH-ALLOWED-ROLES
                 MOVE "CANCEL BOOKING" TO AUTH-ACTION
                 PERFORM 0096-AUTHORIZE-EMPLOYEE
                 IF AUTH-OK-SW NOT = "Y"
                   MOVE "N" TO BK-CONFIRM
                 END-IF
               END-IF
               IF BK-CONFIRM = "Y"
                 MOVE "X" TO BK-NEW-STATUS
                 PERFORM 0680-MARK-BOOKING-STATUS
               END-IF
           END-EVALUATE.

       0700-TABLE-CHECKS.
           DISPLAY " ".
           DISPLAY "-- TABLE CHECKS --".
           DISPLAY "OPEN CHECK (O) / ADD A ROUND (A) / LIST (L) /"
             " TRANSFER (T) / SETTLE (S) >> ".
           ACCEPT TAB-ANSWER.
           MOVE FUNCTION UPPER-CASE(TAB-ANSWER) TO TAB-ANSWER.
           EVALUATE TAB-ANSWER
             WHEN "O" PERFORM 0710-OPEN-CHECK
             WHEN "A" PERFORM 0720-ADD-ROUND
             WHEN "L" PERFORM 0730-LIST-OPEN-CHECKS
             WHEN "T" PERFORM 0740-TRANSFER-CHECK
             WHEN "S" PERFORM 0750-SETTLE-CHECK
             WHEN OTHER DISPLAY "NO CHECK ACTION TAKEN"
           END-EVALUATE.

       0702-ACCEPT-TABLE-NUM.
           MOVE 0 TO TAB-TABLE-NUM.
           DISPLAY "TABLE NUMBER >> ".
           ACCEPT TAB-TABLE-NUM.

       0705-LOAD-OPEN-CHECKS.
           MOVE 0 TO TAB-RAW-COUNT.
           MOVE "N" TO TAB-RAW-OVERFLOW-SW.
           MOVE 0 TO TAB-CHK-COUNT.
           MOVE "N" TO TAB-CHK-FULL-SW.
           OPEN INPUT CHECK-FILE.
           IF CHECK-FILE-STATUS = "00"
             PERFORM UNTIL CHECK-FILE-STATUS NOT = "00"
               READ CHECK-FILE
                 AT END MOVE "10" TO CHECK-FILE-STATUS
                 NOT AT END
                   IF TAB-RAW-COUNT >= TAB-RAW-MAX
                     MOVE "Y" TO TAB-RAW-OVERFLOW-SW
                   ELSE
                     COMPUTE TAB-RAW-COUNT = TAB-RAW-COUNT + 1
                     MOVE OPEN-CHECK-RECORD TO
                       TAB-RAW-LINE(TAB-RAW-COUNT)
                   END-IF
                   PERFORM 0706-APPLY-CHECK-RECORD
               END-READ
             END-PERFORM
             CLOSE CHECK-FILE
           END-IF.

       0706-APPLY-CHECK-RECORD.
           EVALUATE TRUE
             WHEN CHK-IS-HEADER
               IF TAB-CHK-COUNT < TAB-CHK-MAX
                 COMPUTE TAB-CHK-COUNT = TAB-CHK-COUNT + 1
                 MOVE CHK-TABLE-NUM TO TAB-C-TABLE(TAB-CHK-COUNT)
                 MOVE CHK-RECEIPT-NUM TO TAB-C-RECEIPT(TAB-CHK-COUNT)
                 MOVE CHK-OPEN-DATE TO TAB-C-DATE(TAB-CHK-COUNT)
                 MOVE CHK-OPEN-TIME TO TAB-C-TIME(TAB-CHK-COUNT)
                 MOVE CHK-CASHIER-ID TO TAB-C-CASHIER(TAB-CHK-COUNT)
                 MOVE CHK-TERMINAL-ID TO TAB-C-TERMINAL(TAB-CHK-COUNT)
                 MOVE 0 TO TAB-C-LINES(TAB-CHK-COUNT)
                 MOVE 0 TO TAB-C-ROUNDS(TAB-CHK-COUNT)
                 MOVE 0 TO TAB-C-VALUE(TAB-CHK-COUNT)
               ELSE
                 MOVE "Y" TO TAB-CHK-FULL-SW
               END-IF
             WHEN CHK-IS-LINE
               MOVE 0 TO TAB-HIT-IDX
               PERFORM VARYING TAB-CHK-IDX FROM 1 BY 1 UNTIL
               TAB-CHK-IDX > TAB-CHK-COUNT OR TAB-HIT-IDX > 0
                 IF TAB-C-RECEIPT(TAB-CHK-IDX) = CHK-RECEIPT-NUM
                   MOVE TAB-CHK-IDX TO TAB-HIT-IDX
                 END-IF
               END-PERFORM
               IF TAB-HIT-IDX > 0
               AND CHK-ITEM-QTY IS NUMERIC
               AND CHK-ITEM-PRICE IS NUMERIC
                 COMPUTE TAB-C-LINES(TAB-HIT-IDX) =
                   TAB-C-LINES(TAB-HIT-IDX) + 1
                 IF CHK-ROUND-NUM IS NUMERIC
                 AND CHK-ROUND-NUM > TAB-C-ROUNDS(TAB-HIT-IDX)
                   MOVE CHK-ROUND-NUM TO TAB-C-ROUNDS(TAB-HIT-IDX)
                 END-IF
                 COMPUTE TAB-LINE-VALUE = CHK-ITEM-PRICE * CHK-ITEM-QTY
                 PERFORM VARYING MOD-SLOT-IDX FROM 1 BY 1 UNTIL
                 MOD-SLOT-IDX > MOD-LINE-MAX
                   IF CHK-MOD-CODE(MOD-SLOT-IDX) NOT = SPACES
                   AND CHK-MOD-PRICE(MOD-SLOT-IDX) IS NUMERIC
                     COMPUTE TAB-LINE-VALUE = TAB-LINE-VALUE +
                       (CHK-MOD-PRICE(MOD-SLOT-IDX) * CHK-ITEM-QTY)
                   END-IF
                 END-PERFORM
                 COMPUTE TAB-C-VALUE(TAB-HIT-IDX) =
                   TAB-C-VALUE(TAB-HIT-IDX) + TAB-LINE-VALUE
               END-IF
           END-EVALUATE.

       0707-FIND-TABLE-CHECK.
           MOVE "N" TO TAB-FOUND-SW.
           MOVE 0 TO TAB-FOUND-IDX.
           PERFORM VARYING TAB-CHK-IDX FROM 1 BY 1 UNTIL
           TAB-CHK-IDX > TAB-CHK-COUNT OR TAB-FOUND-SW = "Y"
             IF TAB-C-TABLE(TAB-CHK-IDX) = TAB-TABLE-NUM
               MOVE "Y" TO TAB-FOUND-SW
               MOVE TAB-CHK-IDX TO TAB-FOUND-IDX
             END-IF
           END-PERFORM.

       0710-OPEN-CHECK.
           PERFORM 0702-ACCEPT-TABLE-NUM.
           PERFORM 0705-LOAD-OPEN-CHECKS.
           PERFORM 0707-FIND-TABLE-CHECK.
           EVALUATE TRUE
             WHEN TAB-TABLE-NUM = 0
               DISPLAY "INVALID TABLE NUMBER"
             WHEN TAB-FOUND-SW = "Y"
               DISPLAY "TABLE " TAB-TABLE-NUM " ALREADY HAS CHECK "
                 TAB-C-RECEIPT(TAB-FOUND-IDX)
                 " OPEN - ADD A ROUND TO IT INSTEAD"
             WHEN OTHER
               PERFORM 0070-RESET-ORDER-VALUES
               PERFORM 0055-GET-NEXT-RECEIPT-NUM
               IF ORDER-RECEIPT-NUM = 0
                 DISPLAY "NO RECEIPT NUMBER - CHECK NOT OPENED"
               ELSE
                 MOVE ORDER-RECEIPT-NUM TO TAB-RECEIPT-NUM
                 PERFORM 0711-WRITE-CHECK-HEADER
                 IF CHECK-FILE-STATUS = "00"
                   DISPLAY "CHECK " TAB-RECEIPT-NUM
                     " OPENED FOR TABLE " TAB-TABLE-NUM
                   MOVE 0 TO TAB-ROUND-NUM
                   MOVE 0 TO TAB-LINES-ON-CHECK
                   PERFORM 0725-TAKE-ROUND
                 ELSE
                   MOVE "NI" TO VOID-REASON
                   MOVE SHIFT-CASHIER-ID TO VOID-CASHIER-ID
                   PERFORM 0405-WRITE-VOID-RECORD
                   DISPLAY "OPEN-CHECKS.DAT NOT AVAILABLE, STATUS "
                     CHECK-FILE-STATUS " - RECEIPT " ORDER-RECEIPT-NUM
                     " RECORDED AS A NO-SALE"
                 END-IF
               END-IF
           END-EVALUATE.

       0711-WRITE-CHECK-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO JRNL-F-YEAR.
           MOVE WS-CURRENT-MONTH TO JRNL-F-MONTH.
           MOVE WS-CURRENT-DAY TO JRNL-F-DAY.
           MOVE WS-CURRENT-HOURS TO JRNL-F-HOUR.
           MOVE WS-CURRENT-MINUTE TO JRNL-F-MIN.
           OPEN EXTEND CHECK-FILE.
           IF CHECK-FILE-STATUS = "35"
             OPEN OUTPUT CHECK-FILE
           END-IF.
           IF CHECK-FILE-STATUS = "00"
             MOVE SPACES TO OPEN-CHECK-RECORD
             MOVE "H" TO CHK-REC-TYPE
             MOVE TAB-TABLE-NUM TO CHK-TABLE-NUM
             MOVE TAB-RECEIPT-NUM TO CHK-RECEIPT-NUM
             MOVE JRNL-DATE-OUT TO CHK-OPEN-DATE
             MOVE JRNL-TIME-OUT TO CHK-OPEN-TIME
             MOVE SHIFT-CASHIER-ID TO CHK-CASHIER-ID
             MOVE TERMINAL-ID TO CHK-TERMINAL-ID
             WRITE OPEN-CHECK-RECORD
             CLOSE CHECK-FILE
           END-IF.

       0720-ADD-ROUND.
           PERFORM 0702-ACCEPT-TABLE-NUM.
           PERFORM 0705-LOAD-OPEN-CHECKS.
           PERFORM 0707-FIND-TABLE-CHECK.
           IF TAB-FOUND-SW NOT = "Y"
             DISPLAY "NO OPEN CHECK FOR TABLE " TAB-TABLE-NUM
           ELSE
             MOVE TAB-C-RECEIPT(TAB-FOUND-IDX) TO TAB-RECEIPT-NUM
             MOVE TAB-C-ROUNDS(TAB-FOUND-IDX) TO TAB-ROUND-NUM
             MOVE TAB-C-LINES(TAB-FOUND-IDX) TO TAB-LINES-ON-CHECK
             PERFORM 0725-TAKE-ROUND
           END-IF.

       0725-TAKE-ROUND.
           PERFORM 0070-RESET-ORDER-VALUES.
           IF TAB-LINES-ON-CHECK >= TAB-LINE-MAX
             DISPLAY "CHECK " TAB-RECEIPT-NUM " HAS THE MAXIMUM OF "
               TAB-LINE-MAX " LINES - SETTLE IT AND OPEN A NEW CHECK"
           ELSE
             COMPUTE ORDER-MAX-ITEMS = TAB-LINE-MAX - TAB-LINES-ON-CHECK
             MOVE TAB-RECEIPT-NUM TO ORDER-RECEIPT-NUM
             MOVE "Y" TO WS-TAB-MODE-SW
             COMPUTE TAB-ROUND-NUM = TAB-ROUND-NUM + 1
             DISPLAY " "
             DISPLAY "-- TABLE " TAB-TABLE-NUM " ROUND " TAB-ROUND-NUM
               " --"
             PERFORM 0100-ORDER-LOOP
             PERFORM 0170-REVIEW-ORDER
             IF ORDER-LOAD = 0
               DISPLAY "NO ITEMS - NOTHING FIRED"
             ELSE
               PERFORM 0726-FIRE-ROUND
             END-IF
             PERFORM 0078-SAVE-INGREDIENT-FILE
             MOVE "N" TO WS-TAB-MODE-SW
           END-IF.

       0726-FIRE-ROUND.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO JRNL-F-YEAR.
           MOVE WS-CURRENT-MONTH TO JRNL-F-MONTH.
           MOVE WS-CURRENT-DAY TO JRNL-F-DAY.
           MOVE WS-CURRENT-HOURS TO JRNL-F-HOUR.
           MOVE WS-CURRENT-MINUTE TO JRNL-F-MIN.
           OPEN EXTEND CHECK-FILE.
           IF CHECK-FILE-STATUS = "35"
             OPEN OUTPUT CHECK-FILE
           END-IF.
           IF CHECK-FILE-STATUS = "00"
             PERFORM VARYING ORDER-NUM FROM 1 BY 1 UNTIL
             ORDER-NUM > ORDER-LOAD
               MOVE SPACES TO OPEN-CHECK-RECORD
               MOVE "L" TO CHK-REC-TYPE
               MOVE TAB-TABLE-NUM TO CHK-TABLE-NUM
               MOVE TAB-RECEIPT-NUM TO CHK-RECEIPT-NUM
               MOVE TAB-ROUND-NUM TO CHK-ROUND-NUM
               MOVE ORDER-CHOICE(ORDER-NUM) TO CHK-ITEM-CODE
               MOVE ORDER-PCS(ORDER-NUM) TO CHK-ITEM-QTY
               MOVE ORDER-PRICE(ORDER-NUM) TO CHK-ITEM-PRICE
               PERFORM VARYING MOD-SLOT-IDX FROM 1 BY 1 UNTIL
               MOD-SLOT-IDX > ORDER-MOD-COUNT(ORDER-NUM)
                 MOVE ORDER-MOD-CODE(ORDER-NUM, MOD-SLOT-IDX) TO
                   CHK-MOD-CODE(MOD-SLOT-IDX)
                 MOVE ORDER-MOD-PRICE(ORDER-NUM, MOD-SLOT-IDX) TO
                   CHK-MOD-PRICE(MOD-SLOT-IDX)
               END-PERFORM
               WRITE OPEN-CHECK-RECORD
             END-PERFORM
             CLOSE CHECK-FILE
             PERFORM 0415-WRITE-KITCHEN-QUEUE
             DISPLAY "ROUND " TAB-ROUND-NUM " FIRED TO THE KITCHEN FOR"
               " TABLE " TAB-TABLE-NUM
           ELSE
             DISPLAY "OPEN-CHECKS.DAT NOT AVAILABLE, STATUS "
               CHECK-FILE-STATUS " - ROUND NOT FIRED"
             PERFORM 0727-RETURN-ROUND-STOCK
           END-IF.

       0727-RETURN-ROUND-STOCK.
           PERFORM VARYING ORDER-NUM FROM 1 BY 1 UNTIL
           ORDER-NUM > ORDER-LOAD
             MOVE ORDER-CHOICE(ORDER-NUM) TO STOCK-MENU-CODE
             MOVE ORDER-PCS(ORDER-NUM) TO STOCK-ADJUST-QTY
             PERFORM 0069-RESTORE-STOCK
             MOVE ORDER-NUM TO MOD-LINE-IDX
             PERFORM 0118-RESTORE-LINE-MODIFIERS
           END-PERFORM.

       0730-LIST-OPEN-CHECKS.
           PERFORM 0705-LOAD-OPEN-CHECKS.
           PERFORM 0731-SHOW-OPEN-CHECKS.

       0731-SHOW-OPEN-CHECKS.
           DISPLAY " ".
           IF TAB-CHK-COUNT = 0
             DISPLAY "NO OPEN CHECKS"
           ELSE
             DISPLAY "TBL RCPT   OPENED           BY   TM LN RD"
               "      VALUE"
             PERFORM VARYING TAB-CHK-IDX FROM 1 BY 1 UNTIL
             TAB-CHK-IDX > TAB-CHK-COUNT
               MOVE TAB-C-VALUE(TAB-CHK-IDX) TO TAB-DISPLAY-AMT
               DISPLAY TAB-C-TABLE(TAB-CHK-IDX) " "
                 TAB-C-RECEIPT(TAB-CHK-IDX) " "
                 TAB-C-DATE(TAB-CHK-IDX) " "
                 TAB-C-TIME(TAB-CHK-IDX) " "
                 TAB-C-CASHIER(TAB-CHK-IDX) " "
                 TAB-C-TERMINAL(TAB-CHK-IDX) " "
                 TAB-C-LINES(TAB-CHK-IDX) " "
                 TAB-C-ROUNDS(TAB-CHK-IDX) " "
                 TAB-DISPLAY-AMT
             END-PERFORM
           END-IF.
           IF TAB-CHK-FULL-SW = "Y"
             DISPLAY "MORE OPEN CHECKS ON FILE THAN THIS LIST CAN SHOW"
           END-IF.

       0735-WARN-OPEN-CHECKS.
           PERFORM 0705-LOAD-OPEN-CHECKS.
           IF TAB-CHK-COUNT > 0
             DISPLAY " "
             DISPLAY "*** CHECKS STILL OPEN - SETTLE THEM BEFORE THE"
               " GUESTS LEAVE ***"
             PERFORM 0731-SHOW-OPEN-CHECKS
           END-IF.

       0740-TRANSFER-CHECK.
           DISPLAY "MOVE THE CHECK FROM -".
           PERFORM 0702-ACCEPT-TABLE-NUM.
           PERFORM 0705-LOAD-OPEN-CHECKS.
           PERFORM 0707-FIND-TABLE-CHECK.
           IF TAB-FOUND-SW NOT = "Y"
             DISPLAY "NO OPEN CHECK FOR TABLE " TAB-TABLE-NUM
           ELSE
             MOVE TAB-TABLE-NUM TO TAB-FROM-TABLE
             MOVE TAB-C-RECEIPT(TAB-FOUND-IDX) TO TAB-RECEIPT-NUM
             DISPLAY "MOVE THE CHECK TO -"
             PERFORM 0702-ACCEPT-TABLE-NUM
             MOVE TAB-TABLE-NUM TO TAB-TO-TABLE
             PERFORM 0707-FIND-TABLE-CHECK
             EVALUATE TRUE
               WHEN TAB-TO-TABLE = 0
               OR TAB-TO-TABLE = TAB-FROM-TABLE
                 DISPLAY "INVALID TABLE NUMBER - CHECK NOT MOVED"
               WHEN TAB-FOUND-SW = "Y"
                 DISPLAY "TABLE " TAB-TO-TABLE " ALREADY HAS CHECK "
                   TAB-C-RECEIPT(TAB-FOUND-IDX)
                   " OPEN - SETTLE OR MOVE IT FIRST"
               WHEN TAB-RAW-OVERFLOW-SW = "Y"
                 DISPLAY "OPEN-CHECKS.DAT TOO LARGE TO UPDATE - CHECK "
                   TAB-RECEIPT-NUM " NOT MOVED"
               WHEN OTHER
                 MOVE "T" TO TAB-REWRITE-ACTION
                 PERFORM 0790-REWRITE-OPEN-CHECKS
                 IF TAB-RAW-OVERFLOW-SW NOT = "Y"
                   DISPLAY "CHECK " TAB-RECEIPT-NUM " MOVED FROM TABLE "
                     TAB-FROM-TABLE " TO TABLE " TAB-TO-TABLE
                 END-IF
             END-EVALUATE
           END-IF.

       0750-SETTLE-CHECK.
           PERFORM 0702-ACCEPT-TABLE-NUM.
           PERFORM 0705-LOAD-OPEN-CHECKS.
           PERFORM 0707-FIND-TABLE-CHECK.
           EVALUATE TRUE
             WHEN TAB-FOUND-SW NOT = "Y"
               DISPLAY "NO OPEN CHECK FOR TABLE " TAB-TABLE-NUM
             WHEN TAB-RAW-OVERFLOW-SW = "Y"
               DISPLAY "OPEN-CHECKS.DAT TOO LARGE TO UPDATE - CHECK "
                 TAB-C-RECEIPT(TAB-FOUND-IDX) " LEFT OPEN"
             WHEN OTHER
               PERFORM 0755-RING-UP-CHECK
           END-EVALUATE.

       0755-RING-UP-CHECK.
           PERFORM 0070-RESET-ORDER-VALUES.
           MOVE TAB-C-RECEIPT(TAB-FOUND-IDX) TO TAB-RECEIPT-NUM.
           MOVE TAB-RECEIPT-NUM TO ORDER-RECEIPT-NUM.
           PERFORM 0054-CHECK-RECEIPT-JOURNALED.
           IF CKPT-JOURNALED-SW = "Y"
             DISPLAY "RECEIPT " ORDER-RECEIPT-NUM
               " IS ALREADY IN THE JOURNAL - CHECK CLEARED"
             MOVE "R" TO TAB-REWRITE-ACTION
             PERFORM 0790-REWRITE-OPEN-CHECKS
           ELSE
             PERFORM 0756-LOAD-CHECK-LINES
             MOVE TAB-C-VALUE(TAB-FOUND-IDX) TO TAB-DISPLAY-AMT
             DISPLAY "SETTLE TABLE " TAB-TABLE-NUM " CHECK "
               ORDER-RECEIPT-NUM " (PHP " TAB-DISPLAY-AMT
               " BEFORE DISCOUNTS)? Y/N >> "
             ACCEPT TAB-CONFIRM
             MOVE FUNCTION UPPER-CASE(TAB-CONFIRM) TO TAB-CONFIRM
             IF TAB-CONFIRM = "Y"
               MOVE "Y" TO WS-TAB-MODE-SW
               PERFORM 0170-REVIEW-ORDER
               IF ORDER-LOAD > 0
                 MOVE "D" TO ORDER-TYPE
                 OPEN OUTPUT PRINT-FILE
                 PERFORM 0200-LOG-CREDENTIALS
                 PERFORM 0220-CAPTURE-PAYMENT-INFO
                 PERFORM 0300-PROCESS-RECEIPT
                 CLOSE PRINT-FILE
                 DISPLAY "TABLE " TAB-TABLE-NUM " SETTLED AS RECEIPT "
                   ORDER-RECEIPT-NUM
               ELSE
                 DISPLAY "NO ITEMS LEFT ON THE CHECK - NOTHING TO RING UP"
                 MOVE "NI" TO VOID-REASON
                 MOVE SHIFT-CASHIER-ID TO VOID-CASHIER-ID
                 PERFORM 0405-WRITE-VOID-RECORD
                 DISPLAY "RECEIPT " ORDER-RECEIPT-NUM
                   " RECORDED AS A NO-SALE"
               END-IF
               PERFORM 0078-SAVE-INGREDIENT-FILE
               MOVE "R" TO TAB-REWRITE-ACTION
               PERFORM 0790-REWRITE-OPEN-CHECKS
               MOVE "N" TO WS-TAB-MODE-SW
             ELSE
               DISPLAY "CHECK LEFT OPEN"
             END-IF
           END-IF.

       0756-LOAD-CHECK-LINES.
           PERFORM VARYING TAB-RAW-IDX FROM 1 BY 1 UNTIL
           TAB-RAW-IDX > TAB-RAW-COUNT
             MOVE TAB-RAW-LINE(TAB-RAW-IDX) TO OPEN-CHECK-RECORD
             IF CHK-IS-LINE
             AND CHK-RECEIPT-NUM = TAB-RECEIPT-NUM
             AND CHK-ITEM-QTY IS NUMERIC
             AND CHK-ITEM-PRICE IS NUMERIC
             AND ORDER-LOAD < ORDER-MAX-ITEMS
               COMPUTE ORDER-LOAD = ORDER-LOAD + 1
               MOVE CHK-ITEM-CODE TO ORDER-CHOICE(ORDER-LOAD)
               MOVE CHK-ITEM-QTY TO ORDER-PCS(ORDER-LOAD)
               MOVE CHK-ITEM-PRICE TO ORDER-PRICE(ORDER-LOAD)
               MOVE 0 TO MOD-KEEP-COUNT
               PERFORM VARYING MOD-SLOT-IDX FROM 1 BY 1 UNTIL
               MOD-SLOT-IDX > MOD-LINE-MAX
                 IF CHK-MOD-CODE(MOD-SLOT-IDX) NOT = SPACES
                 AND CHK-MOD-PRICE(MOD-SLOT-IDX) IS NUMERIC
                   COMPUTE MOD-KEEP-COUNT = MOD-KEEP-COUNT + 1
                   MOVE CHK-MOD-CODE(MOD-SLOT-IDX) TO
                     ORDER-MOD-CODE(ORDER-LOAD, MOD-KEEP-COUNT)
                   MOVE CHK-MOD-PRICE(MOD-SLOT-IDX) TO
                     ORDER-MOD-PRICE(ORDER-LOAD, MOD-KEEP-COUNT)
                 END-IF
               END-PERFORM
               MOVE MOD-KEEP-COUNT TO ORDER-MOD-COUNT(ORDER-LOAD)
             END-IF
           END-PERFORM.

       0790-REWRITE-OPEN-CHECKS.
           PERFORM 0705-LOAD-OPEN-CHECKS.
           IF TAB-RAW-OVERFLOW-SW = "Y"
             DISPLAY "OPEN-CHECKS.DAT TOO LARGE TO UPDATE - CHECK "
               TAB-RECEIPT-NUM " NOT UPDATED"
           ELSE
             OPEN OUTPUT CHECK-FILE
             PERFORM VARYING TAB-RAW-IDX FROM 1 BY 1 UNTIL
             TAB-RAW-IDX > TAB-RAW-COUNT
               MOVE TAB-RAW-LINE(TAB-RAW-IDX) TO OPEN-CHECK-RECORD
               IF CHK-RECEIPT-NUM = TAB-RECEIPT-NUM
                 IF TAB-REWRITE-ACTION = "T"
                   MOVE TAB-TO-TABLE TO CHK-TABLE-NUM
                   WRITE OPEN-CHECK-RECORD
                 END-IF
               ELSE
                 WRITE OPEN-CHECK-RECORD
               END-IF
             END-PERFORM
             CLOSE CHECK-FILE
           END-IF.

       0800-CAPTURE-CHARGE-ACCOUNT.
           MOVE "N" TO AR-OK-SW.
           DISPLAY "CHARGE ACCOUNT NUMBER >> ".
           ACCEPT AR-IN-ACCOUNT.
           MOVE FUNCTION UPPER-CASE(AR-IN-ACCOUNT) TO AR-IN-ACCOUNT.
           PERFORM 0805-LOAD-ACCOUNT.
           EVALUATE TRUE
             WHEN AR-FOUND-SW NOT = "Y"
               DISPLAY "ACCOUNT " AR-IN-ACCOUNT " NOT ON FILE"
             WHEN AR-STATUS NOT = "A"
               DISPLAY "ACCOUNT " AR-IN-ACCOUNT
                 " IS ON HOLD OR CLOSED - NO CHARGES ALLOWED"
             WHEN OTHER
               DISPLAY "ACCOUNT: " AR-COMPANY
               DISPLAY "AUTHORIZING CONTACT NAME >> "
               ACCEPT AR-IN-CONTACT
               MOVE FUNCTION UPPER-CASE(AR-IN-CONTACT) TO AR-IN-CONTACT
               PERFORM 0807-CHECK-CONTACT
               IF AR-CONTACT-OK-SW = "Y"
                 MOVE "Y" TO AR-OK-SW
                 MOVE AR-IN-ACCOUNT TO ORDER-ACCOUNT-NUM
                 MOVE AR-IN-CONTACT TO ORDER-ACCOUNT-CONTACT
                 MOVE AR-AVAILABLE TO AR-DISPLAY-AMT
                 DISPLAY "CREDIT AVAILABLE: PHP " AR-DISPLAY-AMT
               ELSE
                 DISPLAY AR-IN-CONTACT
                   " IS NOT A CONTACT ON FILE FOR THIS ACCOUNT"
               END-IF
           END-EVALUATE.

       0805-LOAD-ACCOUNT.
           MOVE "N" TO AR-FOUND-SW.
           MOVE SPACES TO AR-COMPANY.
           MOVE SPACE TO AR-STATUS.
           MOVE 0 TO AR-CREDIT-LIMIT.
           MOVE 0 TO AR-TERMS-DAYS.
           MOVE 0 TO AR-BALANCE.
           PERFORM VARYING AR-CONTACT-IDX FROM 1 BY 1 UNTIL
           AR-CONTACT-IDX > 3
             MOVE SPACES TO AR-CONTACT-NAME(AR-CONTACT-IDX)
           END-PERFORM.
           OPEN INPUT ACCOUNT-FILE.
           IF ACCOUNT-FILE-STATUS = "00"
             PERFORM UNTIL ACCOUNT-FILE-STATUS NOT = "00"
             OR AR-FOUND-SW = "Y"
               READ ACCOUNT-FILE
                 AT END MOVE "10" TO ACCOUNT-FILE-STATUS
                 NOT AT END
                   IF ACCT-NUM = AR-IN-ACCOUNT
                     PERFORM 0806-APPLY-ACCOUNT-RECORD
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ACCOUNT-FILE
           END-IF.
           COMPUTE AR-AVAILABLE = AR-CREDIT-LIMIT - AR-BALANCE.

       0806-APPLY-ACCOUNT-RECORD.
           MOVE "Y" TO AR-FOUND-SW.
           MOVE ACCT-COMPANY TO AR-COMPANY.
           MOVE ACCT-STATUS TO AR-STATUS.
           IF ACCT-CREDIT-LIMIT IS NUMERIC
             MOVE ACCT-CREDIT-LIMIT TO AR-CREDIT-LIMIT
           END-IF.
           IF ACCT-TERMS-DAYS IS NUMERIC
             MOVE ACCT-TERMS-DAYS TO AR-TERMS-DAYS
           END-IF.
           IF ACCT-BALANCE IS NUMERIC
             MOVE ACCT-BALANCE TO AR-BALANCE
           END-IF.
           PERFORM VARYING AR-CONTACT-IDX FROM 1 BY 1 UNTIL
           AR-CONTACT-IDX > 3
             MOVE FUNCTION UPPER-CASE(ACCT-CONTACT-NAME(AR-CONTACT-IDX))
               TO AR-CONTACT-NAME(AR-CONTACT-IDX)
           END-PERFORM.

       0807-CHECK-CONTACT.
           MOVE "N" TO AR-CONTACT-OK-SW.
           IF AR-IN-CONTACT NOT = SPACES
             PERFORM VARYING AR-CONTACT-IDX FROM 1 BY 1 UNTIL
             AR-CONTACT-IDX > 3
               IF AR-CONTACT-NAME(AR-CONTACT-IDX) = AR-IN-CONTACT
                 MOVE "Y" TO AR-CONTACT-OK-SW
               END-IF
             END-PERFORM
           END-IF.

       0810-CHECK-CHARGE-LIMIT.
           MOVE ORDER-ACCOUNT-NUM TO AR-IN-ACCOUNT.
           PERFORM 0805-LOAD-ACCOUNT.
           EVALUATE TRUE
             WHEN AR-FOUND-SW NOT = "Y" OR AR-STATUS NOT = "A"
               DISPLAY "ACCOUNT " AR-IN-ACCOUNT
                 " CAN NO LONGER BE CHARGED"
               MOVE "N" TO AR-OK-SW
             WHEN ORDER-AMOUNT-DUE > AR-AVAILABLE
               DISPLAY "CHARGE OF PHP " ORDER-AMOUNT-DUE
                 " IS OVER THE CREDIT LIMIT OF ACCOUNT " AR-IN-ACCOUNT
               MOVE AR-AVAILABLE TO AR-DISPLAY-AMT
               DISPLAY "CREDIT AVAILABLE: PHP " AR-DISPLAY-AMT
               MOVE "N" TO AR-OK-SW
             WHEN OTHER
               MOVE "Y" TO AR-OK-SW
           END-EVALUATE.
           IF AR-OK-SW NOT = "Y"
             MOVE SPACES TO ORDER-PAY-METHOD
             MOVE SPACES TO ORDER-ACCOUNT-NUM
             MOVE SPACES TO ORDER-ACCOUNT-CONTACT
             PERFORM UNTIL ORDER-PAY-METHOD = "CA"
             OR ORDER-PAY-METHOD = "GC" OR ORDER-PAY-METHOD = "CR"
               DISPLAY "TAKE ANOTHER PAYMENT - CASH (CA), GCASH (GC),"
                 " CARD (CR) >> "
               ACCEPT ORDER-PAY-METHOD
               MOVE FUNCTION UPPER-CASE(ORDER-PAY-METHOD) TO
                 ORDER-PAY-METHOD
             END-PERFORM
           END-IF.

       0815-COMPUTE-CHARGE-DUE-DATE.
           COMPUTE AR-DUE-YMD = (WS-CURRENT-YEAR * 10000) +
             (WS-CURRENT-MONTH * 100) + WS-CURRENT-DAY.
           COMPUTE AR-DUE-INT = FUNCTION INTEGER-OF-DATE(AR-DUE-YMD)
             + AR-TERMS-DAYS.
           COMPUTE AR-DUE-YMD = FUNCTION DATE-OF-INTEGER(AR-DUE-INT).
           MOVE SPACES TO AR-DUE-DATE.
           MOVE AR-DUE-YMD(1:4) TO AR-DUE-DATE(1:4).
           MOVE "-" TO AR-DUE-DATE(5:1).
           MOVE AR-DUE-YMD(5:2) TO AR-DUE-DATE(6:2).
           MOVE "-" TO AR-DUE-DATE(8:1).
           MOVE AR-DUE-YMD(7:2) TO AR-DUE-DATE(9:2).

       0820-POST-ACCOUNT-BALANCE.
           MOVE "N" TO AR-POSTED-SW.
           MOVE 0 TO AR-RAW-COUNT.
           MOVE 0 TO AR-RAW-HIT.
           MOVE "N" TO AR-RAW-OVERFLOW-SW.
           OPEN INPUT ACCOUNT-FILE.
           IF ACCOUNT-FILE-STATUS = "00"
             PERFORM UNTIL ACCOUNT-FILE-STATUS NOT = "00"
               READ ACCOUNT-FILE
                 AT END MOVE "10" TO ACCOUNT-FILE-STATUS
                 NOT AT END
                   IF AR-RAW-COUNT >= AR-RAW-MAX
                     MOVE "Y" TO AR-RAW-OVERFLOW-SW
                   ELSE
                     COMPUTE AR-RAW-COUNT = AR-RAW-COUNT + 1
                     MOVE ACCOUNT-RECORD TO AR-RAW-LINE(AR-RAW-COUNT)
                     IF ACCT-NUM = AR-IN-ACCOUNT
                       MOVE AR-RAW-COUNT TO AR-RAW-HIT
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ACCOUNT-FILE
           END-IF.
           IF AR-RAW-HIT > 0
             MOVE AR-RAW-LINE(AR-RAW-HIT) TO ACCOUNT-RECORD
             IF ACCT-BALANCE IS NOT NUMERIC
               MOVE 0 TO ACCT-BALANCE
             END-IF
             IF AR-POST-EVENT = "CH"
               COMPUTE ACCT-BALANCE = ACCT-BALANCE + AR-POST-AMT
             ELSE
               COMPUTE ACCT-BALANCE = ACCT-BALANCE - AR-POST-AMT
             END-IF
             MOVE ACCT-BALANCE TO AR-BALANCE
             MOVE ACCOUNT-RECORD TO AR-RAW-LINE(AR-RAW-HIT)
           END-IF.
           IF AR-RAW-HIT > 0 AND AR-RAW-OVERFLOW-SW NOT = "Y"
             OPEN OUTPUT ACCOUNT-FILE
             PERFORM VARYING AR-RAW-IDX FROM 1 BY 1 UNTIL
             AR-RAW-IDX > AR-RAW-COUNT
               MOVE AR-RAW-LINE(AR-RAW-IDX) TO ACCOUNT-RECORD
               WRITE ACCOUNT-RECORD
             END-PERFORM
             CLOSE ACCOUNT-FILE
             MOVE "Y" TO AR-POSTED-SW
           ELSE
             DISPLAY "CHARGE-ACCOUNTS.DAT NOT UPDATED - BALANCE OF "
               "ACCOUNT " AR-IN-ACCOUNT " MUST BE CORRECTED"
           END-IF.
           PERFORM 0822-WRITE-AR-LEDGER.

       0822-WRITE-AR-LEDGER.
           OPEN EXTEND AR-LEDGER-FILE.
           IF AR-LEDGER-FILE-STATUS = "35"
             OPEN OUTPUT AR-LEDGER-FILE
           END-IF.
           IF AR-LEDGER-FILE-STATUS = "00"
             MOVE SPACES TO AR-LEDGER-RECORD
             MOVE JRNL-DATE-OUT TO ARL-DATE
             MOVE JRNL-TIME-OUT TO ARL-TIME
             MOVE AR-IN-ACCOUNT TO ARL-ACCOUNT-NUM
             MOVE AR-POST-EVENT TO ARL-EVENT-TYPE
             MOVE AR-POST-RECEIPT TO ARL-RECEIPT-NUM
             MOVE AR-POST-AMT TO ARL-AMOUNT
             IF AR-POST-EVENT = "CH"
               MOVE AR-DUE-DATE TO ARL-DUE-DATE
             END-IF
             MOVE AR-POST-REF TO ARL-REFERENCE
             MOVE AR-BALANCE TO ARL-BALANCE
             MOVE AR-POST-USER TO ARL-USER-ID
             MOVE TERMINAL-ID TO ARL-TERMINAL-ID
             WRITE AR-LEDGER-RECORD
             CLOSE AR-LEDGER-FILE
           END-IF.

       0825-CREDIT-CHARGE-REFUND.
           IF RFND-ORIG-ACCOUNT = SPACES
             DISPLAY "NO CHARGE ACCOUNT RECORDED ON RECEIPT "
               RFND-ORIG-RECEIPT " - CREDIT THE ACCOUNT BY HAND"
           ELSE
             MOVE "RF" TO AR-POST-EVENT
             MOVE RFND-AMOUNT TO AR-POST-AMT
             MOVE RFND-ORIG-RECEIPT TO AR-POST-RECEIPT
             MOVE RFND-ORIG-ACCOUNT TO AR-IN-ACCOUNT
             MOVE RFND-MANAGER-ID TO AR-POST-REF
             MOVE SHIFT-CASHIER-ID TO AR-POST-USER
             PERFORM 0820-POST-ACCOUNT-BALANCE
             MOVE RFND-AMOUNT TO RFND-DISPLAY-AMT
             DISPLAY "PHP " RFND-DISPLAY-AMT
               " CREDITED BACK TO ACCOUNT " RFND-ORIG-ACCOUNT
           END-IF.

       0830-BOOK-ON-ACCOUNT.
           PERFORM 0800-CAPTURE-CHARGE-ACCOUNT.
           IF AR-OK-SW = "Y"
             MOVE 0 TO AR-ESTIMATE
             PERFORM VARYING ORDER-NUM FROM 1 BY 1 UNTIL
             ORDER-NUM > ORDER-LOAD
               COMPUTE AR-ESTIMATE = AR-ESTIMATE +
                 (ORDER-PRICE(ORDER-NUM) * ORDER-PCS(ORDER-NUM))
             END-PERFORM
             IF AR-ESTIMATE > AR-AVAILABLE
               MOVE AR-ESTIMATE TO AR-DISPLAY-AMT
               DISPLAY "BOOKING OF PHP " AR-DISPLAY-AMT
                 " IS OVER THE CREDIT AVAILABLE ON THE ACCOUNT"
               DISPLAY "TAKE A DEPOSIT INSTEAD"
               MOVE SPACES TO ORDER-ACCOUNT-NUM
               MOVE SPACES TO ORDER-ACCOUNT-CONTACT
             ELSE
               DISPLAY "BOOKING WILL BE CHARGED TO ACCOUNT "
                 ORDER-ACCOUNT-NUM " WHEN FULFILLED - NO DEPOSIT"
             END-IF
           END-IF.

           END PROGRAM ORDERINGSYSTEM.

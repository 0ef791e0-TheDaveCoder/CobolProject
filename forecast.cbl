       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "FORECAST".
       AUTHOR.     GROUP-5.

      *> MODIFICATION HISTORY
      *> - Initial next-day demand forecast and kitchen prep list.
      *>   For the day asked for (tomorrow by default) it takes the
      *>   same weekday over the last few weeks (4 by default, up to
      *>   8) from the monthly archives SALES-ARCHIVE-YYYYMM.DAT and
      *>   then the live journal, nets the "D" item lines against the
      *>   refund "V" lines per item and hour, and averages them over
      *>   the weeks that had sales on file. The "B" bookings in
      *>   ADVANCE-ORDERS.DAT due that day are added at their due
      *>   hour. The forecast is exploded through RECIPE-MASTER.DAT
      *>   into the ingredient needed for the morning (before 15:00)
      *>   and evening blocks and set against ING-QTY-ON-HAND; open
      *>   purchase orders in PURCHASE-ORDER.DAT due before the day
      *>   are counted as in stock for both blocks, those due on the
      *>   day for the evening only, and anything still short is
      *>   flagged with the next PO due date. The report goes to
      *>   PREP-LIST-YYYYMMDD.DAT. Every forecast is kept in
      *>   FORECAST-HISTORY.DAT; each run fills in what was actually
      *>   sold on forecast days that are over and reports forecast
      *>   against actual for the last four weeks.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT INGREDIENT-FILE ASSIGN TO "INGREDIENT-MASTER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS INGREDIENT-FILE-STATUS.
            SELECT RECIPE-FILE ASSIGN TO "RECIPE-MASTER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RECIPE-FILE-STATUS.
            SELECT ADVANCE-FILE ASSIGN TO "ADVANCE-ORDERS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ADVANCE-FILE-STATUS.
            SELECT PO-FILE ASSIGN TO "PURCHASE-ORDER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PO-FILE-STATUS.
            SELECT FORECAST-FILE ASSIGN TO "FORECAST-HISTORY.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FORECAST-FILE-STATUS.
            SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC FX-ARCHIVE-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ARCHIVE-FILE-STATUS.
            SELECT JOURNAL-FILE ASSIGN TO "SALES-JOURNAL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS JOURNAL-FILE-STATUS.
            SELECT REPORT-FILE ASSIGN TO DYNAMIC FX-REPORT-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
         FD INGREDIENT-FILE.
           COPY INGREC.

         FD RECIPE-FILE.
           COPY RCPREC.

         FD ADVANCE-FILE.
           COPY AORDREC.

         FD PO-FILE.
           COPY POREC.

         FD FORECAST-FILE.
           COPY FCSTREC.

         FD ARCHIVE-FILE.
         01 ARCHIVE-RECORD           PIC X(107).

         FD JOURNAL-FILE.
         01 JOURNAL-BUFFER           PIC X(107).

         FD REPORT-FILE.
         01 REPORT-LINE              PIC X(110).

       WORKING-STORAGE SECTION.
         COPY JRNLREC.

       01 WS-FILE-STATUS-AREA.
           02 INGREDIENT-FILE-STATUS PIC XX.
           02 RECIPE-FILE-STATUS    PIC XX.
           02 ADVANCE-FILE-STATUS   PIC XX.
           02 PO-FILE-STATUS        PIC XX.
           02 FORECAST-FILE-STATUS  PIC XX.
           02 ARCHIVE-FILE-STATUS   PIC XX.
           02 JOURNAL-FILE-STATUS   PIC XX.
           02 REPORT-FILE-STATUS    PIC XX.

       01 FX-ARCHIVE-NAME.
           02 FILLER                PIC X(14) VALUE "SALES-ARCHIVE-".
           02 FX-AN-YEAR            PIC 9(4).
           02 FX-AN-MONTH           PIC 9(2).
           02 FILLER                PIC X(4) VALUE ".DAT".

       01 FX-REPORT-NAME.
           02 FILLER                PIC X(10) VALUE "PREP-LIST-".
           02 FX-RN-DATE            PIC X(8).
           02 FILLER                PIC X(4) VALUE ".DAT".

       01 FX-CONTROL-AREA.
           02 FX-IN-DATE.
             03 FX-IN-YEAR          PIC X(4).
             03 FX-IN-SEP1          PIC X.
             03 FX-IN-MONTH         PIC X(2).
             03 FX-IN-SEP2          PIC X.
             03 FX-IN-DAY           PIC X(2).
           02 FX-DATE-OK-SW         PIC X VALUE "N".
           02 FX-IN-WEEKS           PIC X.
           02 FX-WEEKS              PIC 9 VALUE 4.
           02 FX-WEEKS-MAX          PIC 9 VALUE 8.
           02 FX-WEEKS-USED         PIC 9 VALUE 0.
           02 FX-TODAY              PIC X(10).
           02 FX-TARGET-DATE        PIC X(10).
           02 FX-TARGET-DOW         PIC 9 VALUE 1.
           02 FX-ACTUAL-CUTOFF      PIC X(10).
           02 FX-REPORT-CUTOFF      PIC X(10).
           02 FX-EARLIEST-DATE      PIC X(10) VALUE SPACES.
           02 FX-LINE-SIGN          PIC S9 VALUE +1.
           02 FX-SALE-LINES         PIC 9(6) VALUE 0.
           02 FX-BOOKING-COUNT      PIC 9(4) VALUE 0.
           02 FX-LAST-MONTH         PIC 9(6) VALUE 0.
           02 FX-THIS-MONTH         PIC 9(6) VALUE 0.
           02 FX-EVENING-HOUR       PIC 9(2) VALUE 15.
           02 FX-HOUR               PIC 9(2) VALUE 0.
           02 FX-HOUR-IDX           PIC 9(2) VALUE 0.

       01 FX-CLOCK-WORK.
           02 FX-YMD                PIC 9(8) VALUE 0.
           02 FX-CHECK-YMD          PIC 9(8) VALUE 0.
           02 FX-INT-DATE           PIC 9(8) VALUE 0.
           02 FX-TODAY-INT          PIC 9(8) VALUE 0.
           02 FX-TARGET-INT         PIC 9(8) VALUE 0.
           02 FX-DATE-TEXT          PIC X(10).
           02 FX-DOW                PIC 9 VALUE 1.

       01 FX-DAY-NAMES.
           02 FILLER                PIC X(21)
               VALUE "MONTUEWEDTHUFRISATSUN".
       01 FX-DAY-NAME-TABLE REDEFINES FX-DAY-NAMES.
           02 FX-DAY-NAME           PIC X(3) OCCURS 7 TIMES.

       01 FX-WEEK-AREA.
           02 FX-WEEK-IDX           PIC 9 VALUE 0.
           02 FX-WEEK-HIT           PIC 9 VALUE 0.
           02 FX-WEEK-ENTRY OCCURS 8 TIMES.
             03 FX-WK-DATE          PIC X(10).
             03 FX-WK-SALES-SW      PIC X.

       01 FX-PEND-AREA.
           02 FX-PEND-COUNT         PIC 9(2) VALUE 0.
           02 FX-PEND-MAX           PIC 9(2) VALUE 40.
           02 FX-PEND-IDX           PIC 9(2) VALUE 0.
           02 FX-PEND-HIT           PIC 9(2) VALUE 0.
           02 FX-PEND-ENTRY OCCURS 40 TIMES.
             03 FX-PD-DATE          PIC X(10).
             03 FX-PD-SALES-SW      PIC X.

       01 FX-ITEM-AREA.
           02 FX-ITEM-COUNT         PIC 9(2) VALUE 0.
           02 FX-ITEM-MAX           PIC 9(2) VALUE 50.
           02 FX-ITEM-IDX           PIC 9(2) VALUE 0.
           02 FX-ITEM-FOUND-SW      PIC X VALUE "N".
           02 FX-ITEM-LOOKUP        PIC X(2).
           02 FX-ITEM-ENTRY OCCURS 50 TIMES.
             03 FX-IT-CODE          PIC X(2).
             03 FX-IT-AM            PIC S9(5)V9(2).
             03 FX-IT-PM            PIC S9(5)V9(2).
             03 FX-IT-BOOKED-TOTAL  PIC 9(4).
             03 FX-IT-HOUR-ENTRY OCCURS 24 TIMES.
               04 FX-IT-SOLD        PIC S9(5).
               04 FX-IT-BOOKED      PIC 9(4).
               04 FX-IT-FCST        PIC S9(5)V9(2).

       01 FX-ING-AREA.
           02 FX-ING-COUNT          PIC 9(2) VALUE 0.
           02 FX-ING-MAX            PIC 9(2) VALUE 30.
           02 FX-ING-IDX            PIC 9(2) VALUE 0.
           02 FX-ING-HIT            PIC 9(2) VALUE 0.
           02 FX-ING-LOOKUP         PIC X(4).
           02 FX-ING-ENTRY OCCURS 30 TIMES.
             03 FX-I-CODE           PIC X(4).
             03 FX-I-DESC           PIC X(20).
             03 FX-I-UNIT           PIC X(4).
             03 FX-I-ON-HAND        PIC 9(5)V9(2).
             03 FX-I-NEED-AM        PIC 9(6)V9(2).
             03 FX-I-NEED-PM        PIC 9(6)V9(2).
             03 FX-I-PO-BEFORE      PIC 9(6)V9(2).
             03 FX-I-PO-ON-DAY      PIC 9(6)V9(2).
             03 FX-I-NEXT-PO-DATE   PIC X(10).

       01 FX-RCP-AREA.
           02 FX-RCP-COUNT          PIC 9(2) VALUE 0.
           02 FX-RCP-MAX            PIC 9(2) VALUE 60.
           02 FX-RCP-IDX            PIC 9(2) VALUE 0.
           02 FX-RCP-ENTRY OCCURS 60 TIMES.
             03 FX-R-MENU-CODE      PIC X(2).
             03 FX-R-ING-CODE       PIC X(4).
             03 FX-R-QTY            PIC 9(3)V9(2).

       01 FX-HIST-AREA.
           02 FX-HIST-COUNT         PIC 9(4) VALUE 0.
           02 FX-HIST-MAX           PIC 9(4) VALUE 2000.
           02 FX-HIST-IDX           PIC 9(4) VALUE 0.
           02 FX-HIST-HIT           PIC 9(4) VALUE 0.
           02 FX-HIST-KEEP          PIC 9(4) VALUE 0.
           02 FX-HIST-FULL-SW       PIC X VALUE "N".
           02 FX-HIST-ENTRY OCCURS 2000 TIMES.
             03 FX-H-DATE           PIC X(10).
             03 FX-H-ITEM           PIC X(2).
             03 FX-H-QTY            PIC 9(4)V9(2).
             03 FX-H-BOOKED         PIC 9(4).
             03 FX-H-WEEKS          PIC 9.
             03 FX-H-RUN-DATE       PIC X(10).
             03 FX-H-ACTUAL-SW      PIC X.
             03 FX-H-ACTUAL         PIC S9(5).

       01 FX-ACC-AREA.
           02 FX-ACC-COUNT          PIC 9(2) VALUE 0.
           02 FX-ACC-MAX            PIC 9(2) VALUE 31.
           02 FX-ACC-IDX            PIC 9(2) VALUE 0.
           02 FX-ACC-HIT            PIC 9(2) VALUE 0.
           02 FX-ACC-ENTRY OCCURS 31 TIMES.
             03 FX-A-DATE           PIC X(10).
             03 FX-A-FCST           PIC 9(7)V9(2).
             03 FX-A-ACTUAL         PIC S9(7).
             03 FX-A-ERROR          PIC 9(7)V9(2).

       01 FX-PO-WORK.
           02 FX-PO-OPEN-SW         PIC X VALUE "N".
           02 FX-PO-DUE-DATE        PIC X(10).

       01 FX-BOOK-WORK.
           02 FX-BOOK-DUE-SW        PIC X VALUE "N".
           02 FX-BOOK-HOUR          PIC 9(2) VALUE 0.

       01 FX-WORK-AREA.
           02 FX-AVERAGE            PIC S9(5)V9(2) VALUE 0.
           02 FX-USE-QTY            PIC 9(6)V9(2) VALUE 0.
           02 FX-NEED               PIC 9(6)V9(2) VALUE 0.
           02 FX-AVAIL-AM           PIC 9(6)V9(2) VALUE 0.
           02 FX-AVAIL-DAY          PIC 9(6)V9(2) VALUE 0.
           02 FX-SHORT              PIC 9(6)V9(2) VALUE 0.
           02 FX-DIFF               PIC S9(5)V9(2) VALUE 0.
           02 FX-PCT                PIC S9(5)V9(2) VALUE 0.
           02 FX-T-FCST             PIC 9(7)V9(2) VALUE 0.
           02 FX-T-ACTUAL           PIC S9(7) VALUE 0.
           02 FX-T-ERROR            PIC 9(7)V9(2) VALUE 0.
           02 FX-PREP-LINES         PIC 9(3) VALUE 0.
           02 FX-FLAGGED            PIC 9(3) VALUE 0.

       01 FX-DISPLAY-AREAS.
           02 FX-DISPLAY-COUNT      PIC ZZZZZ9.

       01 WS-CURRENT-DATE-DATA.
           02 WS-CURRENT-DATE.
             03 WS-CURRENT-YEAR PIC 9(4).
             03 WS-CURRENT-MONTH PIC 9(2).
             03 WS-CURRENT-DAY PIC 9(2).
           02 WS-CURRENT-TIME.
             03 WS-CURRENT-HOURS PIC 9(2).
             03 WS-CURRENT-MINUTE PIC 9(2).
             03 WS-CURRENT-SECOND PIC 9(2).
             03 WS-CURRENT-MILLISECONDS PIC 9(2).

       01 REPORT-TITLE-LINE.
           02 FILLER                PIC X(37) VALUE
               "-- DEMAND FORECAST AND PREP LIST FOR ".
           02 RPT-TITLE-DATE        PIC X(10).
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RPT-TITLE-DAY         PIC X(3).
           02 FILLER                PIC X(3) VALUE " --".

       01 REPORT-WEEK-LINE.
           02 FILLER                PIC X(12) VALUE "  HISTORY ".
           02 RPT-WEEK-DATE         PIC X(10).
           02 FILLER                PIC X(2) VALUE SPACES.
           02 RPT-WEEK-NOTE         PIC X(30).

       01 REPORT-ITEM-COLUMN-LINE.
           02 FILLER                PIC X(40) VALUE
               "ITEM HOUR   AVERAGE BOOKED  FORECAST".

       01 REPORT-ITEM-HOUR-LINE.
           02 RPT-IH-CODE           PIC X(2).
           02 FILLER                PIC X(3) VALUE SPACES.
           02 RPT-IH-HOUR           PIC 9(2).
           02 FILLER                PIC X(3) VALUE ":00".
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RPT-IH-AVERAGE        PIC -ZZZ9.99.
           02 FILLER                PIC X(3) VALUE SPACES.
           02 RPT-IH-BOOKED         PIC ZZZ9.
           02 FILLER                PIC X(2) VALUE SPACES.
           02 RPT-IH-FORECAST       PIC -ZZZ9.99.

       01 REPORT-ITEM-TOTAL-LINE.
           02 RPT-IT-CODE           PIC X(2).
           02 FILLER                PIC X(12) VALUE "   MORNING ".
           02 RPT-IT-AM             PIC ZZZZ9.99.
           02 FILLER                PIC X(10) VALUE "  EVENING ".
           02 RPT-IT-PM             PIC ZZZZ9.99.
           02 FILLER                PIC X(9) VALUE "  BOOKED ".
           02 RPT-IT-BOOKED         PIC ZZZ9.

       01 REPORT-PREP-COLUMN-LINE.
           02 FILLER                PIC X(40) VALUE
               "CODE DESCRIPTION    UNIT   MORNING   EVE".
           02 FILLER                PIC X(40) VALUE
               "NING     TOTAL   ON HAND     SHORT NEXT ".
           02 FILLER                PIC X(20) VALUE
               "PO    FLAG".

       01 REPORT-PREP-LINE.
           02 RPT-PR-CODE           PIC X(4).
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RPT-PR-DESC           PIC X(14).
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RPT-PR-UNIT           PIC X(4).
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RPT-PR-AM             PIC ZZZZZ9.99.
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RPT-PR-PM             PIC ZZZZZ9.99.
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RPT-PR-TOTAL          PIC ZZZZZ9.99.
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RPT-PR-ON-HAND        PIC ZZZZZ9.99.
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RPT-PR-SHORT          PIC ZZZZZ9.99.
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RPT-PR-NEXT-PO        PIC X(10).
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RPT-PR-FLAG           PIC X(14).

       01 REPORT-ACC-COLUMN-LINE.
           02 FILLER                PIC X(40) VALUE
               "DATE       DAY  FORECAST  ACTUAL  ABS ER".
           02 FILLER                PIC X(20) VALUE
               "ROR  ACCURACY".

       01 REPORT-ACC-LINE.
           02 RPT-AC-DATE           PIC X(10).
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RPT-AC-DAY            PIC X(3).
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RPT-AC-FCST           PIC ZZZZZ9.99.
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RPT-AC-ACTUAL         PIC -ZZZZZ9.
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RPT-AC-ERROR          PIC ZZZZZZ9.99.
           02 FILLER                PIC X(2) VALUE SPACES.
           02 RPT-AC-PCT            PIC ZZZ9.99.
           02 RPT-AC-PCT-SIGN       PIC X(2) VALUE " %".

       01 REPORT-ACC-ITEM-COLUMN-LINE PIC X(40) VALUE
           "ITEM FORECAST  ACTUAL   DIFFERENCE".

       01 REPORT-ACC-ITEM-LINE.
           02 RPT-AI-CODE           PIC X(2).
           02 FILLER                PIC X(2) VALUE SPACES.
           02 RPT-AI-FCST           PIC ZZZZZ9.99.
           02 FILLER                PIC X(1) VALUE SPACE.
           02 RPT-AI-ACTUAL         PIC -ZZZZZ9.
           02 FILLER                PIC X(3) VALUE SPACES.
           02 RPT-AI-DIFF           PIC -ZZZZZ9.99.


       PROCEDURE DIVISION.
           PERFORM 0050-START-PROGRAM.

       0050-START-PROGRAM.
           DISPLAY "-- NEXT-DAY DEMAND FORECAST AND PREP LIST --".
           PERFORM 0055-GET-TARGET-DATE.
           PERFORM 0058-GET-WEEKS.
           PERFORM 0060-SET-HISTORY-DATES.
           PERFORM 0070-LOAD-INGREDIENT-TABLE.
           PERFORM 0080-LOAD-RECIPE-TABLE.
           PERFORM 0090-LOAD-FORECAST-HISTORY.
           PERFORM 0100-READ-SALES-HISTORY.
           PERFORM 0200-ADD-BOOKINGS.
           PERFORM 0250-BUILD-ITEM-FORECAST.
           PERFORM 0300-EXPLODE-FORECAST.
           PERFORM 0350-CHECK-PURCHASE-ORDERS.
           PERFORM 0400-WRITE-REPORT.
           PERFORM 0500-SAVE-FORECAST-HISTORY.
           STOP RUN.

       0055-GET-TARGET-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE FX-YMD = (WS-CURRENT-YEAR * 10000) +
             (WS-CURRENT-MONTH * 100) + WS-CURRENT-DAY.
           COMPUTE FX-TODAY-INT = FUNCTION INTEGER-OF-DATE(FX-YMD).
           MOVE FX-TODAY-INT TO FX-INT-DATE.
           PERFORM 0066-INT-TO-TEXT.
           MOVE FX-DATE-TEXT TO FX-TODAY.
           MOVE "N" TO FX-DATE-OK-SW.
           PERFORM UNTIL FX-DATE-OK-SW = "Y"
             DISPLAY "FORECAST DATE YYYY-MM-DD (BLANK = TOMORROW) >> "
             ACCEPT FX-IN-DATE
             IF FX-IN-DATE = SPACES
               COMPUTE FX-TARGET-INT = FX-TODAY-INT + 1
               MOVE "Y" TO FX-DATE-OK-SW
             ELSE
               PERFORM 0056-CHECK-TARGET-DATE
             END-IF
           END-PERFORM.
           MOVE FX-TARGET-INT TO FX-INT-DATE.
           PERFORM 0066-INT-TO-TEXT.
           MOVE FX-DATE-TEXT TO FX-TARGET-DATE.
           COMPUTE FX-TARGET-DOW =
             FUNCTION MOD(FX-TARGET-INT - 1, 7) + 1.
           MOVE FX-TARGET-DATE(1:4) TO FX-RN-DATE(1:4).
           MOVE FX-TARGET-DATE(6:2) TO FX-RN-DATE(5:2).
           MOVE FX-TARGET-DATE(9:2) TO FX-RN-DATE(7:2).

      *> A date that does not exist (2025-02-30) does not survive the
      *> round trip through the day number, so it is refused too.
       0056-CHECK-TARGET-DATE.
           IF FX-IN-YEAR IS NUMERIC AND FX-IN-MONTH IS NUMERIC
           AND FX-IN-DAY IS NUMERIC
           AND FX-IN-SEP1 = "-" AND FX-IN-SEP2 = "-"
           AND FX-IN-MONTH >= "01" AND FX-IN-MONTH <= "12"
           AND FX-IN-DAY >= "01" AND FX-IN-DAY <= "31"
             MOVE FX-IN-DATE TO FX-DATE-TEXT
             PERFORM 0065-TEXT-TO-INT
             COMPUTE FX-CHECK-YMD =
               FUNCTION DATE-OF-INTEGER(FX-INT-DATE)
             IF FX-CHECK-YMD NOT = FX-YMD
               DISPLAY "NO SUCH DATE - USE YYYY-MM-DD >> "
             ELSE
               IF FX-INT-DATE < FX-TODAY-INT
                 DISPLAY "FORECAST DATE CANNOT BE IN THE PAST >> "
               ELSE
                 MOVE FX-INT-DATE TO FX-TARGET-INT
                 MOVE "Y" TO FX-DATE-OK-SW
               END-IF
             END-IF
           ELSE
             DISPLAY "INVALID DATE - USE YYYY-MM-DD >> "
           END-IF.

       0058-GET-WEEKS.
           MOVE "N" TO FX-DATE-OK-SW.
           PERFORM UNTIL FX-DATE-OK-SW = "Y"
             DISPLAY "WEEKS OF HISTORY 1-8 (BLANK = 4) >> "
             ACCEPT FX-IN-WEEKS
             IF FX-IN-WEEKS = SPACES
               MOVE 4 TO FX-WEEKS
               MOVE "Y" TO FX-DATE-OK-SW
             ELSE
               IF FX-IN-WEEKS IS NUMERIC
               AND FX-IN-WEEKS >= "1" AND FX-IN-WEEKS <= "8"
                 MOVE FX-IN-WEEKS TO FX-WEEKS
                 MOVE "Y" TO FX-DATE-OK-SW
               ELSE
                 DISPLAY "ENTER A NUMBER FROM 1 TO 8"
               END-IF
             END-IF
           END-PERFORM.

      *> The same weekday one, two ... weeks back. A week that has not
      *> happened yet (a forecast more than a week ahead) is left
      *> blank and does not count towards the average. Actuals are
      *> filled in for forecast days up to two months back, and the
      *> accuracy report covers the last four weeks.
       0060-SET-HISTORY-DATES.
           PERFORM VARYING FX-WEEK-IDX FROM 1 BY 1 UNTIL
           FX-WEEK-IDX > FX-WEEKS-MAX
             MOVE SPACES TO FX-WK-DATE(FX-WEEK-IDX)
             MOVE "N" TO FX-WK-SALES-SW(FX-WEEK-IDX)
             COMPUTE FX-INT-DATE = FX-TARGET-INT - (7 * FX-WEEK-IDX)
             IF FX-WEEK-IDX <= FX-WEEKS
             AND FX-INT-DATE < FX-TODAY-INT
               PERFORM 0066-INT-TO-TEXT
               MOVE FX-DATE-TEXT TO FX-WK-DATE(FX-WEEK-IDX)
               MOVE FX-DATE-TEXT TO FX-EARLIEST-DATE
             END-IF
           END-PERFORM.
           COMPUTE FX-INT-DATE = FX-TODAY-INT - 62.
           PERFORM 0066-INT-TO-TEXT.
           MOVE FX-DATE-TEXT TO FX-ACTUAL-CUTOFF.
           COMPUTE FX-INT-DATE = FX-TODAY-INT - 28.
           PERFORM 0066-INT-TO-TEXT.
           MOVE FX-DATE-TEXT TO FX-REPORT-CUTOFF.

       0065-TEXT-TO-INT.
           MOVE FX-DATE-TEXT(1:4) TO FX-YMD(1:4).
           MOVE FX-DATE-TEXT(6:2) TO FX-YMD(5:2).
           MOVE FX-DATE-TEXT(9:2) TO FX-YMD(7:2).
           COMPUTE FX-INT-DATE = FUNCTION INTEGER-OF-DATE(FX-YMD).

       0066-INT-TO-TEXT.
           COMPUTE FX-YMD = FUNCTION DATE-OF-INTEGER(FX-INT-DATE).
           MOVE SPACES TO FX-DATE-TEXT.
           MOVE FX-YMD(1:4) TO FX-DATE-TEXT(1:4).
           MOVE "-" TO FX-DATE-TEXT(5:1).
           MOVE FX-YMD(5:2) TO FX-DATE-TEXT(6:2).
           MOVE "-" TO FX-DATE-TEXT(8:1).
           MOVE FX-YMD(7:2) TO FX-DATE-TEXT(9:2).

       0070-LOAD-INGREDIENT-TABLE.
           OPEN INPUT INGREDIENT-FILE.
           IF INGREDIENT-FILE-STATUS = "00"
             PERFORM UNTIL INGREDIENT-FILE-STATUS NOT = "00"
             OR FX-ING-COUNT >= FX-ING-MAX
               READ INGREDIENT-FILE
                 AT END MOVE "10" TO INGREDIENT-FILE-STATUS
                 NOT AT END
                   COMPUTE FX-ING-COUNT = FX-ING-COUNT + 1
                   MOVE ING-CODE TO FX-I-CODE(FX-ING-COUNT)
                   MOVE ING-DESC TO FX-I-DESC(FX-ING-COUNT)
                   MOVE ING-UNIT TO FX-I-UNIT(FX-ING-COUNT)
                   IF ING-QTY-ON-HAND IS NUMERIC
                     MOVE ING-QTY-ON-HAND TO FX-I-ON-HAND(FX-ING-COUNT)
                   ELSE
                     MOVE 0 TO FX-I-ON-HAND(FX-ING-COUNT)
                   END-IF
                   MOVE 0 TO FX-I-NEED-AM(FX-ING-COUNT)
                   MOVE 0 TO FX-I-NEED-PM(FX-ING-COUNT)
                   MOVE 0 TO FX-I-PO-BEFORE(FX-ING-COUNT)
                   MOVE 0 TO FX-I-PO-ON-DAY(FX-ING-COUNT)
                   MOVE SPACES TO FX-I-NEXT-PO-DATE(FX-ING-COUNT)
               END-READ
             END-PERFORM
             CLOSE INGREDIENT-FILE
           ELSE
             DISPLAY "NO INGREDIENT-MASTER.DAT - NO PREP LIST"
           END-IF.

       0075-FIND-INGREDIENT.
           MOVE 0 TO FX-ING-HIT.
           PERFORM VARYING FX-ING-IDX FROM 1 BY 1 UNTIL
           FX-ING-IDX > FX-ING-COUNT OR FX-ING-HIT > 0
             IF FX-I-CODE(FX-ING-IDX) = FX-ING-LOOKUP
               MOVE FX-ING-IDX TO FX-ING-HIT
             END-IF
           END-PERFORM.

       0080-LOAD-RECIPE-TABLE.
           OPEN INPUT RECIPE-FILE.
           IF RECIPE-FILE-STATUS = "00"
             PERFORM UNTIL RECIPE-FILE-STATUS NOT = "00"
             OR FX-RCP-COUNT >= FX-RCP-MAX
               READ RECIPE-FILE
                 AT END MOVE "10" TO RECIPE-FILE-STATUS
                 NOT AT END
                   COMPUTE FX-RCP-COUNT = FX-RCP-COUNT + 1
                   MOVE RCP-MENU-CODE TO FX-R-MENU-CODE(FX-RCP-COUNT)
                   MOVE RCP-ING-CODE TO FX-R-ING-CODE(FX-RCP-COUNT)
                   MOVE RCP-QTY-PER-ITEM TO FX-R-QTY(FX-RCP-COUNT)
               END-READ
             END-PERFORM
             CLOSE RECIPE-FILE
           ELSE
             DISPLAY "NO RECIPE-MASTER.DAT - NO PREP LIST"
           END-IF.

      *> Forecast days that are over and still have no actual are
      *> collected so the sales pass below can fill them in.
       0090-LOAD-FORECAST-HISTORY.
           OPEN INPUT FORECAST-FILE.
           IF FORECAST-FILE-STATUS = "00"
             PERFORM UNTIL FORECAST-FILE-STATUS NOT = "00"
               READ FORECAST-FILE
                 AT END MOVE "10" TO FORECAST-FILE-STATUS
                 NOT AT END
                   IF FX-HIST-COUNT < FX-HIST-MAX
                     COMPUTE FX-HIST-COUNT = FX-HIST-COUNT + 1
                     PERFORM 0095-LOAD-HISTORY-ENTRY
                   ELSE
                     MOVE "Y" TO FX-HIST-FULL-SW
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FORECAST-FILE
           END-IF.
           IF FX-HIST-FULL-SW = "Y"
             DISPLAY "FORECAST-HISTORY.DAT TOO LARGE - OLDEST "
               FX-HIST-MAX " RECORDS KEPT"
           END-IF.

       0095-LOAD-HISTORY-ENTRY.
           MOVE FCST-DATE TO FX-H-DATE(FX-HIST-COUNT).
           MOVE FCST-ITEM-CODE TO FX-H-ITEM(FX-HIST-COUNT).
           MOVE FCST-RUN-DATE TO FX-H-RUN-DATE(FX-HIST-COUNT).
           IF FCST-QTY IS NUMERIC
             MOVE FCST-QTY TO FX-H-QTY(FX-HIST-COUNT)
           ELSE
             MOVE 0 TO FX-H-QTY(FX-HIST-COUNT)
           END-IF.
           IF FCST-BOOKED-QTY IS NUMERIC
             MOVE FCST-BOOKED-QTY TO FX-H-BOOKED(FX-HIST-COUNT)
           ELSE
             MOVE 0 TO FX-H-BOOKED(FX-HIST-COUNT)
           END-IF.
           IF FCST-WEEKS IS NUMERIC
             MOVE FCST-WEEKS TO FX-H-WEEKS(FX-HIST-COUNT)
           ELSE
             MOVE 0 TO FX-H-WEEKS(FX-HIST-COUNT)
           END-IF.
           IF FCST-ACTUAL-IN AND FCST-ACTUAL-QTY IS NUMERIC
             MOVE "Y" TO FX-H-ACTUAL-SW(FX-HIST-COUNT)
             MOVE FCST-ACTUAL-QTY TO FX-H-ACTUAL(FX-HIST-COUNT)
           ELSE
             MOVE "N" TO FX-H-ACTUAL-SW(FX-HIST-COUNT)
             MOVE 0 TO FX-H-ACTUAL(FX-HIST-COUNT)
             IF FCST-DATE < FX-TODAY
             AND FCST-DATE >= FX-ACTUAL-CUTOFF
               MOVE FCST-DATE TO FX-DATE-TEXT
               PERFORM 0097-ADD-PENDING-DATE
             END-IF
           END-IF.

       0097-ADD-PENDING-DATE.
           PERFORM 0098-FIND-PENDING-DATE.
           IF FX-PEND-HIT = 0 AND FX-PEND-COUNT < FX-PEND-MAX
             COMPUTE FX-PEND-COUNT = FX-PEND-COUNT + 1
             MOVE FX-DATE-TEXT TO FX-PD-DATE(FX-PEND-COUNT)
             MOVE "N" TO FX-PD-SALES-SW(FX-PEND-COUNT)
             IF FX-DATE-TEXT < FX-EARLIEST-DATE
             OR FX-EARLIEST-DATE = SPACES
               MOVE FX-DATE-TEXT TO FX-EARLIEST-DATE
             END-IF
           END-IF.

       0098-FIND-PENDING-DATE.
           MOVE 0 TO FX-PEND-HIT.
           PERFORM VARYING FX-PEND-IDX FROM 1 BY 1 UNTIL
           FX-PEND-IDX > FX-PEND-COUNT OR FX-PEND-HIT > 0
             IF FX-PD-DATE(FX-PEND-IDX) = FX-DATE-TEXT
               MOVE FX-PEND-IDX TO FX-PEND-HIT
             END-IF
           END-PERFORM.

      *> Every month from the earliest day needed (the oldest history
      *> week or the oldest forecast day still waiting for its
      *> actual) through this month is read from its archive, then
      *> the live journal for whatever has not been archived yet.
       0100-READ-SALES-HISTORY.
           IF FX-EARLIEST-DATE = SPACES
             DISPLAY "NO PAST SALES DAYS TO READ"
           ELSE
             MOVE FX-EARLIEST-DATE(1:4) TO FX-AN-YEAR
             MOVE FX-EARLIEST-DATE(6:2) TO FX-AN-MONTH
             COMPUTE FX-LAST-MONTH = (WS-CURRENT-YEAR * 100) +
               WS-CURRENT-MONTH
             COMPUTE FX-THIS-MONTH = (FX-AN-YEAR * 100) + FX-AN-MONTH
             PERFORM UNTIL FX-THIS-MONTH > FX-LAST-MONTH
               PERFORM 0110-READ-ONE-ARCHIVE
               IF FX-AN-MONTH = 12
                 MOVE 1 TO FX-AN-MONTH
                 COMPUTE FX-AN-YEAR = FX-AN-YEAR + 1
               ELSE
                 COMPUTE FX-AN-MONTH = FX-AN-MONTH + 1
               END-IF
               COMPUTE FX-THIS-MONTH = (FX-AN-YEAR * 100) + FX-AN-MONTH
             END-PERFORM
             OPEN INPUT JOURNAL-FILE
             IF JOURNAL-FILE-STATUS = "00"
               DISPLAY "READING SALES-JOURNAL.DAT"
               PERFORM UNTIL JOURNAL-FILE-STATUS NOT = "00"
                 READ JOURNAL-FILE
                   AT END MOVE "10" TO JOURNAL-FILE-STATUS
                   NOT AT END
                     MOVE JOURNAL-BUFFER TO JOURNAL-RECORD
                     PERFORM 0120-APPLY-JOURNAL-RECORD
                 END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
             END-IF
             PERFORM 0160-CLOSE-PENDING-DAYS
           END-IF.

       0110-READ-ONE-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS = "00"
             DISPLAY "READING " FX-ARCHIVE-NAME
             PERFORM UNTIL ARCHIVE-FILE-STATUS NOT = "00"
               READ ARCHIVE-FILE
                 AT END MOVE "10" TO ARCHIVE-FILE-STATUS
                 NOT AT END
                   MOVE ARCHIVE-RECORD TO JOURNAL-RECORD
                   PERFORM 0120-APPLY-JOURNAL-RECORD
               END-READ
             END-PERFORM
             CLOSE ARCHIVE-FILE
           END-IF.

      *> A day counts as having sales on file once any order header
      *> for it is read, so a week with no archive is not averaged in
      *> as a week of zero sales.
       0120-APPLY-JOURNAL-RECORD.
           MOVE 0 TO FX-WEEK-HIT.
           PERFORM VARYING FX-WEEK-IDX FROM 1 BY 1 UNTIL
           FX-WEEK-IDX > FX-WEEKS OR FX-WEEK-HIT > 0
             IF FX-WK-DATE(FX-WEEK-IDX) = JRNL-DATE
               MOVE FX-WEEK-IDX TO FX-WEEK-HIT
             END-IF
           END-PERFORM.
           MOVE JRNL-DATE TO FX-DATE-TEXT.
           PERFORM 0098-FIND-PENDING-DATE.
           IF (FX-WEEK-HIT > 0 OR FX-PEND-HIT > 0)
           AND JRNL-TIME(1:2) IS NUMERIC
             EVALUATE TRUE
               WHEN JRNL-IS-HEADER
                 IF FX-WEEK-HIT > 0
                   MOVE "Y" TO FX-WK-SALES-SW(FX-WEEK-HIT)
                 END-IF
                 IF FX-PEND-HIT > 0
                   MOVE "Y" TO FX-PD-SALES-SW(FX-PEND-HIT)
                 END-IF
               WHEN JRNL-IS-DETAIL
                 MOVE +1 TO FX-LINE-SIGN
                 PERFORM 0130-APPLY-ITEM-LINE
               WHEN JRNL-IS-REFUND-ITEM
                 MOVE -1 TO FX-LINE-SIGN
                 PERFORM 0130-APPLY-ITEM-LINE
             END-EVALUATE
           END-IF.

       0130-APPLY-ITEM-LINE.
           IF JRNL-ITEM-QTY IS NUMERIC
             COMPUTE FX-SALE-LINES = FX-SALE-LINES + 1
             IF FX-WEEK-HIT > 0
               MOVE JRNL-TIME(1:2) TO FX-HOUR
               IF FX-HOUR > 23
                 MOVE 23 TO FX-HOUR
               END-IF
               MOVE JRNL-ITEM-CODE TO FX-ITEM-LOOKUP
               PERFORM 0140-FIND-ITEM-SLOT
               IF FX-ITEM-IDX > 0
                 COMPUTE FX-IT-SOLD(FX-ITEM-IDX, FX-HOUR + 1) =
                   FX-IT-SOLD(FX-ITEM-IDX, FX-HOUR + 1) +
                   (JRNL-ITEM-QTY * FX-LINE-SIGN)
               END-IF
             END-IF
             IF FX-PEND-HIT > 0
               PERFORM 0150-ADD-ACTUAL
             END-IF
           END-IF.

       0140-FIND-ITEM-SLOT.
           MOVE "N" TO FX-ITEM-FOUND-SW.
           PERFORM VARYING FX-ITEM-IDX FROM 1 BY 1 UNTIL
           FX-ITEM-IDX > FX-ITEM-COUNT OR FX-ITEM-FOUND-SW = "Y"
             IF FX-IT-CODE(FX-ITEM-IDX) = FX-ITEM-LOOKUP
               MOVE "Y" TO FX-ITEM-FOUND-SW
             END-IF
           END-PERFORM.
           IF FX-ITEM-FOUND-SW = "Y"
             COMPUTE FX-ITEM-IDX = FX-ITEM-IDX - 1
           ELSE
             IF FX-ITEM-COUNT >= FX-ITEM-MAX
               MOVE 0 TO FX-ITEM-IDX
               DISPLAY "ITEM TABLE FULL, SKIPPING CODE " FX-ITEM-LOOKUP
             ELSE
               COMPUTE FX-ITEM-COUNT = FX-ITEM-COUNT + 1
               MOVE FX-ITEM-COUNT TO FX-ITEM-IDX
               MOVE FX-ITEM-LOOKUP TO FX-IT-CODE(FX-ITEM-IDX)
               MOVE 0 TO FX-IT-AM(FX-ITEM-IDX)
               MOVE 0 TO FX-IT-PM(FX-ITEM-IDX)
               MOVE 0 TO FX-IT-BOOKED-TOTAL(FX-ITEM-IDX)
               PERFORM VARYING FX-HOUR-IDX FROM 1 BY 1 UNTIL
               FX-HOUR-IDX > 24
                 MOVE 0 TO FX-IT-SOLD(FX-ITEM-IDX, FX-HOUR-IDX)
                 MOVE 0 TO FX-IT-BOOKED(FX-ITEM-IDX, FX-HOUR-IDX)
                 MOVE 0 TO FX-IT-FCST(FX-ITEM-IDX, FX-HOUR-IDX)
               END-PERFORM
             END-IF
           END-IF.

      *> An item sold on a forecast day that was not forecast gets a
      *> record of its own with a forecast of zero.
       0150-ADD-ACTUAL.
           MOVE 0 TO FX-HIST-HIT.
           PERFORM VARYING FX-HIST-IDX FROM 1 BY 1 UNTIL
           FX-HIST-IDX > FX-HIST-COUNT OR FX-HIST-HIT > 0
             IF FX-H-DATE(FX-HIST-IDX) = JRNL-DATE
             AND FX-H-ITEM(FX-HIST-IDX) = JRNL-ITEM-CODE
               MOVE FX-HIST-IDX TO FX-HIST-HIT
             END-IF
           END-PERFORM.
           IF FX-HIST-HIT = 0 AND FX-HIST-COUNT < FX-HIST-MAX
             COMPUTE FX-HIST-COUNT = FX-HIST-COUNT + 1
             MOVE FX-HIST-COUNT TO FX-HIST-HIT
             MOVE JRNL-DATE TO FX-H-DATE(FX-HIST-HIT)
             MOVE JRNL-ITEM-CODE TO FX-H-ITEM(FX-HIST-HIT)
             MOVE 0 TO FX-H-QTY(FX-HIST-HIT)
             MOVE 0 TO FX-H-BOOKED(FX-HIST-HIT)
             MOVE 0 TO FX-H-WEEKS(FX-HIST-HIT)
             MOVE SPACES TO FX-H-RUN-DATE(FX-HIST-HIT)
             MOVE "N" TO FX-H-ACTUAL-SW(FX-HIST-HIT)
             MOVE 0 TO FX-H-ACTUAL(FX-HIST-HIT)
           END-IF.
           IF FX-HIST-HIT > 0
             COMPUTE FX-H-ACTUAL(FX-HIST-HIT) =
               FX-H-ACTUAL(FX-HIST-HIT) + (JRNL-ITEM-QTY * FX-LINE-SIGN)
           END-IF.

      *> A forecast day with no sales on file is left open for a
      *> later run rather than closed at zero.
       0160-CLOSE-PENDING-DAYS.
           PERFORM VARYING FX-HIST-IDX FROM 1 BY 1 UNTIL
           FX-HIST-IDX > FX-HIST-COUNT
             IF FX-H-ACTUAL-SW(FX-HIST-IDX) NOT = "Y"
               MOVE FX-H-DATE(FX-HIST-IDX) TO FX-DATE-TEXT
               PERFORM 0098-FIND-PENDING-DATE
               IF FX-PEND-HIT > 0
                 IF FX-PD-SALES-SW(FX-PEND-HIT) = "Y"
                   MOVE "Y" TO FX-H-ACTUAL-SW(FX-HIST-IDX)
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

      *> Bookings still "B" for the forecast day go on top of the
      *> average at the hour they are due.
       0200-ADD-BOOKINGS.
           OPEN INPUT ADVANCE-FILE.
           IF ADVANCE-FILE-STATUS = "00"
             PERFORM UNTIL ADVANCE-FILE-STATUS NOT = "00"
               READ ADVANCE-FILE
                 AT END MOVE "10" TO ADVANCE-FILE-STATUS
                 NOT AT END
                   EVALUATE TRUE
                     WHEN ADV-IS-HEADER
                       PERFORM 0210-CHECK-BOOKING-HEADER
                     WHEN ADV-IS-DETAIL
                       IF FX-BOOK-DUE-SW = "Y"
                       AND ADV-ITEM-QTY IS NUMERIC
                         PERFORM 0220-ADD-BOOKED-LINE
                       END-IF
                   END-EVALUATE
               END-READ
             END-PERFORM
             CLOSE ADVANCE-FILE
           END-IF.

       0210-CHECK-BOOKING-HEADER.
           MOVE "N" TO FX-BOOK-DUE-SW.
           IF ADV-IS-BOOKED AND ADV-DUE-DATE = FX-TARGET-DATE
             MOVE "Y" TO FX-BOOK-DUE-SW
             COMPUTE FX-BOOKING-COUNT = FX-BOOKING-COUNT + 1
             IF ADV-DUE-TIME(1:2) IS NUMERIC
               MOVE ADV-DUE-TIME(1:2) TO FX-BOOK-HOUR
             ELSE
               MOVE 0 TO FX-BOOK-HOUR
             END-IF
             IF FX-BOOK-HOUR > 23
               MOVE 23 TO FX-BOOK-HOUR
             END-IF
           END-IF.

       0220-ADD-BOOKED-LINE.
           MOVE ADV-ITEM-CODE TO FX-ITEM-LOOKUP.
           PERFORM 0140-FIND-ITEM-SLOT.
           IF FX-ITEM-IDX > 0
             COMPUTE FX-IT-BOOKED(FX-ITEM-IDX, FX-BOOK-HOUR + 1) =
               FX-IT-BOOKED(FX-ITEM-IDX, FX-BOOK-HOUR + 1) +
               ADV-ITEM-QTY
             COMPUTE FX-IT-BOOKED-TOTAL(FX-ITEM-IDX) =
               FX-IT-BOOKED-TOTAL(FX-ITEM-IDX) + ADV-ITEM-QTY
           END-IF.

      *> Each hour is the net quantity sold over the weeks with sales
      *> on file, divided by the number of those weeks, plus what is
      *> booked for that hour. A refund is usually rung up hours after
      *> the sale, so an hour can come out below zero; it is netted
      *> within its block, and a block that still comes out below
      *> zero is taken as nothing.
       0250-BUILD-ITEM-FORECAST.
           MOVE 0 TO FX-WEEKS-USED.
           PERFORM VARYING FX-WEEK-IDX FROM 1 BY 1 UNTIL
           FX-WEEK-IDX > FX-WEEKS
             IF FX-WK-SALES-SW(FX-WEEK-IDX) = "Y"
               COMPUTE FX-WEEKS-USED = FX-WEEKS-USED + 1
             END-IF
           END-PERFORM.
           PERFORM VARYING FX-ITEM-IDX FROM 1 BY 1 UNTIL
           FX-ITEM-IDX > FX-ITEM-COUNT
             PERFORM VARYING FX-HOUR-IDX FROM 1 BY 1 UNTIL
             FX-HOUR-IDX > 24
               MOVE 0 TO FX-AVERAGE
               IF FX-WEEKS-USED > 0
                 COMPUTE FX-AVERAGE ROUNDED =
                   FX-IT-SOLD(FX-ITEM-IDX, FX-HOUR-IDX) / FX-WEEKS-USED
               END-IF
               COMPUTE FX-IT-FCST(FX-ITEM-IDX, FX-HOUR-IDX) =
                 FX-AVERAGE + FX-IT-BOOKED(FX-ITEM-IDX, FX-HOUR-IDX)
               IF FX-HOUR-IDX - 1 < FX-EVENING-HOUR
                 COMPUTE FX-IT-AM(FX-ITEM-IDX) = FX-IT-AM(FX-ITEM-IDX) +
                   FX-IT-FCST(FX-ITEM-IDX, FX-HOUR-IDX)
               ELSE
                 COMPUTE FX-IT-PM(FX-ITEM-IDX) = FX-IT-PM(FX-ITEM-IDX) +
                   FX-IT-FCST(FX-ITEM-IDX, FX-HOUR-IDX)
               END-IF
             END-PERFORM
             IF FX-IT-AM(FX-ITEM-IDX) < 0
               MOVE 0 TO FX-IT-AM(FX-ITEM-IDX)
             END-IF
             IF FX-IT-PM(FX-ITEM-IDX) < 0
               MOVE 0 TO FX-IT-PM(FX-ITEM-IDX)
             END-IF
           END-PERFORM.
           PERFORM 0260-REPLACE-TARGET-HISTORY.

      *> A forecast run again for the same day replaces the earlier
      *> one in the history.
       0260-REPLACE-TARGET-HISTORY.
           MOVE 0 TO FX-HIST-KEEP.
           PERFORM VARYING FX-HIST-IDX FROM 1 BY 1 UNTIL
           FX-HIST-IDX > FX-HIST-COUNT
             IF FX-H-DATE(FX-HIST-IDX) NOT = FX-TARGET-DATE
               COMPUTE FX-HIST-KEEP = FX-HIST-KEEP + 1
               IF FX-HIST-KEEP < FX-HIST-IDX
                 MOVE FX-HIST-ENTRY(FX-HIST-IDX) TO
                   FX-HIST-ENTRY(FX-HIST-KEEP)
               END-IF
             END-IF
           END-PERFORM.
           MOVE FX-HIST-KEEP TO FX-HIST-COUNT.
           PERFORM VARYING FX-ITEM-IDX FROM 1 BY 1 UNTIL
           FX-ITEM-IDX > FX-ITEM-COUNT
             IF FX-IT-AM(FX-ITEM-IDX) + FX-IT-PM(FX-ITEM-IDX) > 0
               IF FX-HIST-COUNT < FX-HIST-MAX
                 COMPUTE FX-HIST-COUNT = FX-HIST-COUNT + 1
                 MOVE FX-TARGET-DATE TO FX-H-DATE(FX-HIST-COUNT)
                 MOVE FX-IT-CODE(FX-ITEM-IDX) TO FX-H-ITEM(FX-HIST-COUNT)
                 COMPUTE FX-H-QTY(FX-HIST-COUNT) =
                   FX-IT-AM(FX-ITEM-IDX) + FX-IT-PM(FX-ITEM-IDX)
                 MOVE FX-IT-BOOKED-TOTAL(FX-ITEM-IDX) TO
                   FX-H-BOOKED(FX-HIST-COUNT)
                 MOVE FX-WEEKS-USED TO FX-H-WEEKS(FX-HIST-COUNT)
                 MOVE FX-TODAY TO FX-H-RUN-DATE(FX-HIST-COUNT)
                 MOVE "N" TO FX-H-ACTUAL-SW(FX-HIST-COUNT)
                 MOVE 0 TO FX-H-ACTUAL(FX-HIST-COUNT)
               ELSE
                 DISPLAY "FORECAST HISTORY FULL, NOT KEEPING ITEM "
                   FX-IT-CODE(FX-ITEM-IDX)
               END-IF
             END-IF
           END-PERFORM.

       0300-EXPLODE-FORECAST.
           PERFORM VARYING FX-ITEM-IDX FROM 1 BY 1 UNTIL
           FX-ITEM-IDX > FX-ITEM-COUNT
             PERFORM VARYING FX-RCP-IDX FROM 1 BY 1 UNTIL
             FX-RCP-IDX > FX-RCP-COUNT
               IF FX-R-MENU-CODE(FX-RCP-IDX) = FX-IT-CODE(FX-ITEM-IDX)
                 MOVE FX-R-ING-CODE(FX-RCP-IDX) TO FX-ING-LOOKUP
                 PERFORM 0075-FIND-INGREDIENT
                 IF FX-ING-HIT > 0
                   COMPUTE FX-USE-QTY ROUNDED = FX-R-QTY(FX-RCP-IDX) *
                     FX-IT-AM(FX-ITEM-IDX)
                   COMPUTE FX-I-NEED-AM(FX-ING-HIT) =
                     FX-I-NEED-AM(FX-ING-HIT) + FX-USE-QTY
                   COMPUTE FX-USE-QTY ROUNDED = FX-R-QTY(FX-RCP-IDX) *
                     FX-IT-PM(FX-ITEM-IDX)
                   COMPUTE FX-I-NEED-PM(FX-ING-HIT) =
                     FX-I-NEED-PM(FX-ING-HIT) + FX-USE-QTY
                 END-IF
               END-IF
             END-PERFORM
           END-PERFORM.

      *> Open POs due before the forecast day count as stock for the
      *> whole day; one due on the day itself is only counted on for
      *> the evening block. The earliest open PO due date for each
      *> ingredient is kept for the report.
       0350-CHECK-PURCHASE-ORDERS.
           MOVE "N" TO FX-PO-OPEN-SW.
           OPEN INPUT PO-FILE.
           IF PO-FILE-STATUS = "00"
             PERFORM UNTIL PO-FILE-STATUS NOT = "00"
               READ PO-FILE
                 AT END MOVE "10" TO PO-FILE-STATUS
                 NOT AT END
                   EVALUATE TRUE
                     WHEN PO-IS-HEADER
                       MOVE "N" TO FX-PO-OPEN-SW
                       IF PO-IS-OPEN
                         MOVE "Y" TO FX-PO-OPEN-SW
                         MOVE PO-DUE-DATE TO FX-PO-DUE-DATE
                       END-IF
                     WHEN PO-IS-DETAIL
                       IF FX-PO-OPEN-SW = "Y"
                         PERFORM 0360-APPLY-PO-LINE
                       END-IF
                   END-EVALUATE
               END-READ
             END-PERFORM
             CLOSE PO-FILE
           END-IF.

       0360-APPLY-PO-LINE.
           MOVE PO-ING-CODE TO FX-ING-LOOKUP.
           PERFORM 0075-FIND-INGREDIENT.
           IF FX-ING-HIT > 0 AND PO-UNITS IS NUMERIC
             IF FX-PO-DUE-DATE < FX-TARGET-DATE
               COMPUTE FX-I-PO-BEFORE(FX-ING-HIT) =
                 FX-I-PO-BEFORE(FX-ING-HIT) + PO-UNITS
             END-IF
             IF FX-PO-DUE-DATE = FX-TARGET-DATE
               COMPUTE FX-I-PO-ON-DAY(FX-ING-HIT) =
                 FX-I-PO-ON-DAY(FX-ING-HIT) + PO-UNITS
             END-IF
             IF FX-I-NEXT-PO-DATE(FX-ING-HIT) = SPACES
             OR FX-PO-DUE-DATE < FX-I-NEXT-PO-DATE(FX-ING-HIT)
               MOVE FX-PO-DUE-DATE TO FX-I-NEXT-PO-DATE(FX-ING-HIT)
             END-IF
           END-IF.

       0400-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE FX-TARGET-DATE TO RPT-TITLE-DATE.
           MOVE FX-DAY-NAME(FX-TARGET-DOW) TO RPT-TITLE-DAY.
           MOVE REPORT-TITLE-LINE TO REPORT-LINE.
           PERFORM 0490-PRINT-LINE.
           PERFORM VARYING FX-WEEK-IDX FROM 1 BY 1 UNTIL
           FX-WEEK-IDX > FX-WEEKS
             IF FX-WK-DATE(FX-WEEK-IDX) NOT = SPACES
               MOVE FX-WK-DATE(FX-WEEK-IDX) TO RPT-WEEK-DATE
               IF FX-WK-SALES-SW(FX-WEEK-IDX) = "Y"
                 MOVE "SALES ON FILE" TO RPT-WEEK-NOTE
               ELSE
                 MOVE "NO SALES ON FILE - LEFT OUT" TO RPT-WEEK-NOTE
               END-IF
               MOVE REPORT-WEEK-LINE TO REPORT-LINE
               PERFORM 0490-PRINT-LINE
             END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           STRING "  AVERAGE OF " FX-WEEKS-USED " WEEK(S), "
             FX-BOOKING-COUNT " BOOKING(S) DUE"
             DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 0490-PRINT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 0490-PRINT-LINE.
           MOVE "== ITEM FORECAST BY HOUR" TO REPORT-LINE.
           PERFORM 0490-PRINT-LINE.
           MOVE REPORT-ITEM-COLUMN-LINE TO REPORT-LINE.
           PERFORM 0490-PRINT-LINE.
           PERFORM VARYING FX-ITEM-IDX FROM 1 BY 1 UNTIL
           FX-ITEM-IDX > FX-ITEM-COUNT
             IF FX-IT-AM(FX-ITEM-IDX) + FX-IT-PM(FX-ITEM-IDX) > 0
               PERFORM 0410-REPORT-ONE-ITEM
             END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 0490-PRINT-LINE.
           MOVE "== PREP LIST (MORNING BEFORE 15:00)" TO REPORT-LINE.
           PERFORM 0490-PRINT-LINE.
           MOVE REPORT-PREP-COLUMN-LINE TO REPORT-LINE.
           PERFORM 0490-PRINT-LINE.
           PERFORM VARYING FX-ING-IDX FROM 1 BY 1 UNTIL
           FX-ING-IDX > FX-ING-COUNT
             IF FX-I-NEED-AM(FX-ING-IDX) + FX-I-NEED-PM(FX-ING-IDX) > 0
               PERFORM 0420-REPORT-ONE-INGREDIENT
             END-IF
           END-PERFORM.
           IF FX-PREP-LINES = 0
             MOVE "NOTHING TO PREP - NO FORECAST SALES WITH A RECIPE"
               TO REPORT-LINE
             PERFORM 0490-PRINT-LINE
           END-IF.
           PERFORM 0450-REPORT-ACCURACY.
           CLOSE REPORT-FILE.
           MOVE FX-SALE-LINES TO FX-DISPLAY-COUNT.
           DISPLAY "SALE LINES READ: " FX-DISPLAY-COUNT.
           IF FX-FLAGGED > 0
             DISPLAY FX-FLAGGED " INGREDIENT(S) CANNOT BE COVERED"
               " BEFORE THE NEXT PO"
           END-IF.
           DISPLAY "REPORT WRITTEN TO " FX-REPORT-NAME.

       0410-REPORT-ONE-ITEM.
           PERFORM VARYING FX-HOUR-IDX FROM 1 BY 1 UNTIL
           FX-HOUR-IDX > 24
             IF FX-IT-FCST(FX-ITEM-IDX, FX-HOUR-IDX) NOT = 0
               MOVE FX-IT-CODE(FX-ITEM-IDX) TO RPT-IH-CODE
               COMPUTE RPT-IH-HOUR = FX-HOUR-IDX - 1
               COMPUTE RPT-IH-AVERAGE =
                 FX-IT-FCST(FX-ITEM-IDX, FX-HOUR-IDX) -
                 FX-IT-BOOKED(FX-ITEM-IDX, FX-HOUR-IDX)
               MOVE FX-IT-BOOKED(FX-ITEM-IDX, FX-HOUR-IDX) TO
                 RPT-IH-BOOKED
               MOVE FX-IT-FCST(FX-ITEM-IDX, FX-HOUR-IDX) TO
                 RPT-IH-FORECAST
               MOVE REPORT-ITEM-HOUR-LINE TO REPORT-LINE
               PERFORM 0490-PRINT-LINE
             END-IF
           END-PERFORM.
           MOVE FX-IT-CODE(FX-ITEM-IDX) TO RPT-IT-CODE.
           MOVE FX-IT-AM(FX-ITEM-IDX) TO RPT-IT-AM.
           MOVE FX-IT-PM(FX-ITEM-IDX) TO RPT-IT-PM.
           MOVE FX-IT-BOOKED-TOTAL(FX-ITEM-IDX) TO RPT-IT-BOOKED.
           MOVE REPORT-ITEM-TOTAL-LINE TO REPORT-LINE.
           PERFORM 0490-PRINT-LINE.

      *> The morning need has to come out of what is on hand plus
      *> what arrives before the day; the whole day's need can also
      *> draw on a PO due on the day. Anything beyond that cannot be
      *> covered before the next PO and is flagged.
       0420-REPORT-ONE-INGREDIENT.
           COMPUTE FX-PREP-LINES = FX-PREP-LINES + 1.
           MOVE SPACES TO REPORT-PREP-LINE.
           COMPUTE FX-NEED = FX-I-NEED-AM(FX-ING-IDX) +
             FX-I-NEED-PM(FX-ING-IDX).
           COMPUTE FX-AVAIL-AM = FX-I-ON-HAND(FX-ING-IDX) +
             FX-I-PO-BEFORE(FX-ING-IDX).
           COMPUTE FX-AVAIL-DAY = FX-AVAIL-AM +
             FX-I-PO-ON-DAY(FX-ING-IDX).
           MOVE 0 TO FX-SHORT.
           IF FX-NEED > FX-I-ON-HAND(FX-ING-IDX)
             COMPUTE FX-SHORT = FX-NEED - FX-I-ON-HAND(FX-ING-IDX)
           END-IF.
           MOVE FX-I-CODE(FX-ING-IDX) TO RPT-PR-CODE.
           MOVE FX-I-DESC(FX-ING-IDX) TO RPT-PR-DESC.
           MOVE FX-I-UNIT(FX-ING-IDX) TO RPT-PR-UNIT.
           MOVE FX-I-NEED-AM(FX-ING-IDX) TO RPT-PR-AM.
           MOVE FX-I-NEED-PM(FX-ING-IDX) TO RPT-PR-PM.
           MOVE FX-NEED TO RPT-PR-TOTAL.
           MOVE FX-I-ON-HAND(FX-ING-IDX) TO RPT-PR-ON-HAND.
           MOVE FX-SHORT TO RPT-PR-SHORT.
           IF FX-I-NEXT-PO-DATE(FX-ING-IDX) = SPACES
             MOVE "NONE" TO RPT-PR-NEXT-PO
           ELSE
             MOVE FX-I-NEXT-PO-DATE(FX-ING-IDX) TO RPT-PR-NEXT-PO
           END-IF.
           IF FX-SHORT > 0
             IF FX-I-NEED-AM(FX-ING-IDX) > FX-AVAIL-AM
             OR FX-NEED > FX-AVAIL-DAY
               COMPUTE FX-FLAGGED = FX-FLAGGED + 1
               IF FX-I-NEXT-PO-DATE(FX-ING-IDX) = SPACES
                 MOVE "NO OPEN PO" TO RPT-PR-FLAG
               ELSE
                 MOVE "NOT COVERED" TO RPT-PR-FLAG
               END-IF
             ELSE
               MOVE "COVERED BY PO" TO RPT-PR-FLAG
             END-IF
           END-IF.
           MOVE REPORT-PREP-LINE TO REPORT-LINE.
           PERFORM 0490-PRINT-LINE.

      *> Forecast against actual for every forecast day in the last
      *> four weeks whose actual is in, oldest first, with the items
      *> of the most recent one. Accuracy is 100 less the absolute
      *> item errors as a percent of what was actually sold.
       0450-REPORT-ACCURACY.
           PERFORM VARYING FX-HIST-IDX FROM 1 BY 1 UNTIL
           FX-HIST-IDX > FX-HIST-COUNT
             IF FX-H-ACTUAL-SW(FX-HIST-IDX) = "Y"
             AND FX-H-DATE(FX-HIST-IDX) >= FX-REPORT-CUTOFF
               PERFORM 0455-ADD-TO-ACCURACY
             END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 0490-PRINT-LINE.
           MOVE "== FORECAST AGAINST ACTUAL (LAST 28 DAYS)"
             TO REPORT-LINE.
           PERFORM 0490-PRINT-LINE.
           IF FX-ACC-COUNT = 0
             MOVE "NO FORECAST DAYS WITH ACTUALS YET" TO REPORT-LINE
             PERFORM 0490-PRINT-LINE
           ELSE
             MOVE REPORT-ACC-COLUMN-LINE TO REPORT-LINE
             PERFORM 0490-PRINT-LINE
             PERFORM VARYING FX-ACC-IDX FROM 1 BY 1 UNTIL
             FX-ACC-IDX > FX-ACC-COUNT
               MOVE FX-A-DATE(FX-ACC-IDX) TO FX-DATE-TEXT
               PERFORM 0065-TEXT-TO-INT
               COMPUTE FX-DOW = FUNCTION MOD(FX-INT-DATE - 1, 7) + 1
               MOVE FX-A-DATE(FX-ACC-IDX) TO RPT-AC-DATE
               MOVE FX-DAY-NAME(FX-DOW) TO RPT-AC-DAY
               MOVE FX-A-FCST(FX-ACC-IDX) TO RPT-AC-FCST
               MOVE FX-A-ACTUAL(FX-ACC-IDX) TO RPT-AC-ACTUAL
               MOVE FX-A-ERROR(FX-ACC-IDX) TO RPT-AC-ERROR
               COMPUTE FX-T-FCST = FX-T-FCST + FX-A-FCST(FX-ACC-IDX)
               COMPUTE FX-T-ACTUAL = FX-T-ACTUAL +
                 FX-A-ACTUAL(FX-ACC-IDX)
               COMPUTE FX-T-ERROR = FX-T-ERROR + FX-A-ERROR(FX-ACC-IDX)
               PERFORM 0470-WRITE-ACCURACY-LINE
             END-PERFORM
             MOVE "ALL DAYS" TO RPT-AC-DATE
             MOVE SPACES TO RPT-AC-DAY
             MOVE FX-T-FCST TO RPT-AC-FCST
             MOVE FX-T-ACTUAL TO RPT-AC-ACTUAL
             MOVE FX-T-ERROR TO RPT-AC-ERROR
             MOVE FX-T-ACTUAL TO FX-A-ACTUAL(FX-ACC-MAX)
             MOVE FX-T-ERROR TO FX-A-ERROR(FX-ACC-MAX)
             MOVE FX-ACC-MAX TO FX-ACC-IDX
             PERFORM 0470-WRITE-ACCURACY-LINE
             PERFORM 0480-REPORT-LAST-DAY-ITEMS
           END-IF.

       0455-ADD-TO-ACCURACY.
           MOVE 0 TO FX-ACC-HIT.
           PERFORM VARYING FX-ACC-IDX FROM 1 BY 1 UNTIL
           FX-ACC-IDX > FX-ACC-COUNT OR FX-ACC-HIT > 0
             IF FX-A-DATE(FX-ACC-IDX) = FX-H-DATE(FX-HIST-IDX)
               MOVE FX-ACC-IDX TO FX-ACC-HIT
             END-IF
           END-PERFORM.
           IF FX-ACC-HIT = 0 AND FX-ACC-COUNT < FX-ACC-MAX - 1
             PERFORM 0460-INSERT-ACCURACY-DATE
           END-IF.
           IF FX-ACC-HIT > 0
             COMPUTE FX-DIFF = FX-H-QTY(FX-HIST-IDX) -
               FX-H-ACTUAL(FX-HIST-IDX)
             IF FX-DIFF < 0
               COMPUTE FX-DIFF = 0 - FX-DIFF
             END-IF
             COMPUTE FX-A-FCST(FX-ACC-HIT) = FX-A-FCST(FX-ACC-HIT) +
               FX-H-QTY(FX-HIST-IDX)
             COMPUTE FX-A-ACTUAL(FX-ACC-HIT) = FX-A-ACTUAL(FX-ACC-HIT) +
               FX-H-ACTUAL(FX-HIST-IDX)
             COMPUTE FX-A-ERROR(FX-ACC-HIT) = FX-A-ERROR(FX-ACC-HIT) +
               FX-DIFF
           END-IF.

      *> Days are kept in date order as they are found; the last slot
      *> of the table is left free for the all-days total line.
       0460-INSERT-ACCURACY-DATE.
           COMPUTE FX-ACC-HIT = FX-ACC-COUNT + 1.
           PERFORM VARYING FX-ACC-IDX FROM 1 BY 1 UNTIL
           FX-ACC-IDX > FX-ACC-COUNT
             IF FX-A-DATE(FX-ACC-IDX) > FX-H-DATE(FX-HIST-IDX)
             AND FX-ACC-IDX < FX-ACC-HIT
               MOVE FX-ACC-IDX TO FX-ACC-HIT
             END-IF
           END-PERFORM.
           PERFORM VARYING FX-ACC-IDX FROM FX-ACC-COUNT BY -1 UNTIL
           FX-ACC-IDX < FX-ACC-HIT
             MOVE FX-ACC-ENTRY(FX-ACC-IDX) TO FX-ACC-ENTRY(FX-ACC-IDX + 1)
           END-PERFORM.
           COMPUTE FX-ACC-COUNT = FX-ACC-COUNT + 1.
           MOVE FX-H-DATE(FX-HIST-IDX) TO FX-A-DATE(FX-ACC-HIT).
           MOVE 0 TO FX-A-FCST(FX-ACC-HIT).
           MOVE 0 TO FX-A-ACTUAL(FX-ACC-HIT).
           MOVE 0 TO FX-A-ERROR(FX-ACC-HIT).

       0470-WRITE-ACCURACY-LINE.
           IF FX-A-ACTUAL(FX-ACC-IDX) > 0
             COMPUTE FX-PCT ROUNDED = 100 -
               (FX-A-ERROR(FX-ACC-IDX) * 100 / FX-A-ACTUAL(FX-ACC-IDX))
             IF FX-PCT < 0
               MOVE 0 TO FX-PCT
             END-IF
             MOVE FX-PCT TO RPT-AC-PCT
             MOVE " %" TO RPT-AC-PCT-SIGN
           ELSE
             MOVE 0 TO RPT-AC-PCT
             MOVE " -" TO RPT-AC-PCT-SIGN
           END-IF.
           MOVE REPORT-ACC-LINE TO REPORT-LINE.
           PERFORM 0490-PRINT-LINE.

       0480-REPORT-LAST-DAY-ITEMS.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 0490-PRINT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "== ITEMS ON " FX-A-DATE(FX-ACC-COUNT)
             DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 0490-PRINT-LINE.
           MOVE REPORT-ACC-ITEM-COLUMN-LINE TO REPORT-LINE.
           PERFORM 0490-PRINT-LINE.
           PERFORM VARYING FX-HIST-IDX FROM 1 BY 1 UNTIL
           FX-HIST-IDX > FX-HIST-COUNT
             IF FX-H-DATE(FX-HIST-IDX) = FX-A-DATE(FX-ACC-COUNT)
             AND FX-H-ACTUAL-SW(FX-HIST-IDX) = "Y"
               MOVE FX-H-ITEM(FX-HIST-IDX) TO RPT-AI-CODE
               MOVE FX-H-QTY(FX-HIST-IDX) TO RPT-AI-FCST
               MOVE FX-H-ACTUAL(FX-HIST-IDX) TO RPT-AI-ACTUAL
               COMPUTE RPT-AI-DIFF = FX-H-ACTUAL(FX-HIST-IDX) -
                 FX-H-QTY(FX-HIST-IDX)
               MOVE REPORT-ACC-ITEM-LINE TO REPORT-LINE
               PERFORM 0490-PRINT-LINE
             END-IF
           END-PERFORM.

       0490-PRINT-LINE.
           WRITE REPORT-LINE.
           DISPLAY REPORT-LINE.

       0500-SAVE-FORECAST-HISTORY.
           OPEN OUTPUT FORECAST-FILE.
           PERFORM VARYING FX-HIST-IDX FROM 1 BY 1 UNTIL
           FX-HIST-IDX > FX-HIST-COUNT
             MOVE SPACES TO FORECAST-RECORD
             MOVE FX-H-DATE(FX-HIST-IDX) TO FCST-DATE
             MOVE FX-H-ITEM(FX-HIST-IDX) TO FCST-ITEM-CODE
             MOVE FX-H-QTY(FX-HIST-IDX) TO FCST-QTY
             MOVE FX-H-BOOKED(FX-HIST-IDX) TO FCST-BOOKED-QTY
             MOVE FX-H-WEEKS(FX-HIST-IDX) TO FCST-WEEKS
             MOVE FX-H-RUN-DATE(FX-HIST-IDX) TO FCST-RUN-DATE
             MOVE FX-H-ACTUAL-SW(FX-HIST-IDX) TO FCST-ACTUAL-SW
             MOVE FX-H-ACTUAL(FX-HIST-IDX) TO FCST-ACTUAL-QTY
             WRITE FORECAST-RECORD
           END-PERFORM.
           CLOSE FORECAST-FILE.
           DISPLAY "FORECAST KEPT IN FORECAST-HISTORY.DAT".

           END PROGRAM FORECAST.

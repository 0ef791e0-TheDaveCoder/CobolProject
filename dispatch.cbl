      *>   ever appends, so a merge by receipt closes the window). If
      *>   a merged order cannot fit in the table the rewrite is
      *>   skipped with a warning rather than saved short.
      *> - The till now stamps each delivery with its zone and the
      *>   time it was promised for (see ZONEREC/DSPREC). The list
      *>   groups waiting orders by zone, oldest zone first, with the
      *>   promised time on every line; ZONE RUN (Z) assigns one rider
      *>   to every new order in a zone so the zone goes out as one
      *>   run; and DELIVERY PERFORMANCE (P) writes the end-of-day
      *>   DELIVERY-PERFORMANCE.DAT counting today's deliveries on
      *>   time (delivered by the promised time) and late per zone
      *>   and per rider, with the average minutes from out the door
      *>   to delivered and the average minutes late. Orders taken
      *>   before zones were kept carry no promise and are counted
      *>   separately, not as late.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT UNDLVD-FILE ASSIGN TO "UNDELIVERED-REPORT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS UNDLVD-FILE-STATUS.
            SELECT PERF-FILE ASSIGN TO "DELIVERY-PERFORMANCE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PERF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
         FD UNDLVD-FILE.
         01 UNDLVD-LINE              PIC X(80).

         FD PERF-FILE.
         01 PERF-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-AREA.
           02 DISPATCH-FILE-STATUS  PIC XX.
           02 REMIT-FILE-STATUS     PIC XX.
           02 UNDLVD-FILE-STATUS    PIC XX.
           02 PERF-FILE-STATUS      PIC XX.

       01 DSP-TABLE-AREA.
           02 DSP-TABLE-COUNT       PIC 9(3) VALUE 0.
             03 DSP-T-RIDER         PIC X(4).
             03 DSP-T-OUT-TIME      PIC X(16).
             03 DSP-T-DLVD-TIME     PIC X(16).
             03 DSP-T-ZONE          PIC X(3).
             03 DSP-T-PROMISE-MINS  PIC 9(3).
             03 DSP-T-PROMISED-BY   PIC X(16).

       01 DSP-ZONE-LIST-AREA.
           02 DSP-ZL-COUNT          PIC 9(3) VALUE 0.
           02 DSP-ZL-IDX            PIC 9(3) VALUE 0.
           02 DSP-ZL-FOUND-SW       PIC X VALUE "N".
           02 DSP-ZL-WAITING        PIC 9(3) VALUE 0.
           02 DSP-ZL-CODE           PIC X(3) OCCURS 200 TIMES.

       01 DSP-PERF-AREA.
           02 PF-COUNT              PIC 9(3) VALUE 0.
           02 PF-MAX                PIC 9(3) VALUE 300.
           02 PF-IDX                PIC 9(3) VALUE 0.
           02 PF-FOUND-SW           PIC X VALUE "N".
           02 PF-FOUND-IDX          PIC 9(3) VALUE 0.
           02 PF-IN-KIND            PIC X VALUE SPACE.
           02 PF-IN-KEY             PIC X(4) VALUE SPACES.
           02 PF-LIST-KIND          PIC X VALUE SPACE.
           02 PF-O-MEASURED-SW      PIC X VALUE "N".
           02 PF-O-ON-TIME-SW       PIC X VALUE "N".
           02 PF-O-RIDE-SW          PIC X VALUE "N".
           02 PF-O-RIDE-MINS        PIC 9(5) VALUE 0.
           02 PF-O-LATE-MINS        PIC 9(5) VALUE 0.
           02 PF-DLVD-MINUTES       PIC 9(9) VALUE 0.
           02 PF-PROM-MINUTES       PIC 9(9) VALUE 0.
           02 PF-OUT-MINUTES        PIC 9(9) VALUE 0.
           02 PF-PROM-OK-SW         PIC X VALUE "N".
           02 PF-WORK-PCT           PIC 9(3)V9 VALUE 0.
           02 PF-WORK-AVG           PIC 9(4) VALUE 0.
           02 PF-ENTRY OCCURS 300 TIMES.
             03 PF-KIND             PIC X.
             03 PF-KEY              PIC X(4).
             03 PF-DELIVERED        PIC 9(4).
             03 PF-ON-TIME          PIC 9(4).
             03 PF-LATE             PIC 9(4).
             03 PF-NO-PROMISE       PIC 9(4).
             03 PF-RIDES            PIC 9(4).
             03 PF-RIDE-MINS        PIC 9(7).
             03 PF-LATE-MINS        PIC 9(7).

       01 DSP-MINUTE-WORK.
           02 DSP-MW-STAMP.
             03 DSP-MW-YEAR         PIC 9(4).
             03 FILLER              PIC X.
             03 DSP-MW-MONTH        PIC 9(2).
             03 FILLER              PIC X.
             03 DSP-MW-DAY          PIC 9(2).
             03 FILLER              PIC X.
             03 DSP-MW-HOUR         PIC 9(2).
             03 FILLER              PIC X.
             03 DSP-MW-MIN          PIC 9(2).
           02 DSP-MW-YMD            PIC 9(8) VALUE 0.
           02 DSP-MW-MINUTES        PIC 9(9) VALUE 0.
           02 DSP-MW-OK-SW          PIC X VALUE "N".

       01 DSP-INPUT-AREA.
           02 DSP-ACTION            PIC X.
           02 DSP-IN-RECEIPT        PIC 9(6) VALUE 0.
           02 DSP-IN-RIDER          PIC X(4).
           02 DSP-IN-ZONE           PIC X(3).
           02 DSP-RUN-COUNT         PIC 9(3) VALUE 0.
           02 DSP-DONE-SW           PIC X VALUE "N".
           02 DSP-REMIT-AMT         PIC 9(7)V9(2) VALUE 0.
           02 DSP-EXPECTED-AMT      PIC 9(8)V9(2) VALUE 0.
           02 QL-PHONE              PIC X(9).
           02 FILLER                PIC X(5) VALUE " PHP ".
           02 QL-TOTAL              PIC ZZZZZZ9.99.
           02 FILLER                PIC X(1) VALUE SPACE.
           02 QL-ZONE               PIC X(3).
           02 FILLER                PIC X(1) VALUE SPACE.
           02 QL-DUE                PIC X(5).

       01 PERF-HEAD-LINE.
           02 PH-KEY                PIC X(4).
           02 FILLER                PIC X(34) VALUE
               "  DELIVERED  ON TIME  LATE  NO PRO".
           02 FILLER                PIC X(35) VALUE
               "MISE  ON TIME %  AVG RIDE  AVG LATE".

       01 PERF-DETAIL-LINE.
           02 PD-KEY                PIC X(4).
           02 FILLER                PIC X(7) VALUE SPACES.
           02 PD-DELIVERED          PIC ZZZ9.
           02 FILLER                PIC X(5) VALUE SPACES.
           02 PD-ON-TIME            PIC ZZZ9.
           02 FILLER                PIC X(2) VALUE SPACES.
           02 PD-LATE               PIC ZZZ9.
           02 FILLER                PIC X(8) VALUE SPACES.
           02 PD-NO-PROMISE         PIC ZZZ9.
           02 FILLER                PIC X(6) VALUE SPACES.
           02 PD-PCT                PIC ZZ9.9.
           02 FILLER                PIC X(6) VALUE SPACES.
           02 PD-AVG-RIDE           PIC ZZZ9.
           02 FILLER                PIC X(6) VALUE SPACES.
           02 PD-AVG-LATE           PIC ZZZ9.

       01 REMIT-REPORT-LINE.
           02 RR-LABEL              PIC X(30).
           DISPLAY "-- DELIVERY DISPATCH --".
           PERFORM UNTIL DSP-DONE-SW = "Y"
             DISPLAY " "
             DISPLAY "LIST (L), ASSIGN RIDER (A), ZONE RUN (Z),"
               " OUT THE DOOR (O), DELIVERED (D),"
             DISPLAY "RIDER REMITTANCE (R), UNDELIVERED LIST (U),"
               " DELIVERY PERFORMANCE (P), EXIT (X) >> "
             ACCEPT DSP-ACTION
             MOVE FUNCTION UPPER-CASE(DSP-ACTION) TO DSP-ACTION
             EVALUATE DSP-ACTION
               WHEN "L" PERFORM 1000-LIST-QUEUE
               WHEN "A" PERFORM 2000-ASSIGN-RIDER
               WHEN "Z" PERFORM 2100-ZONE-RUN
               WHEN "O" PERFORM 3000-MARK-OUT
               WHEN "D" PERFORM 4000-MARK-DELIVERED
               WHEN "R" PERFORM 5000-RIDER-REMITTANCE
               WHEN "U" PERFORM 6000-UNDELIVERED-LIST
               WHEN "P" PERFORM 7000-DELIVERY-PERFORMANCE
               WHEN "X" MOVE "Y" TO DSP-DONE-SW
               WHEN OTHER DISPLAY "INVALID ACTION, TRY AGAIN"
             END-EVALUATE
               MOVE DSP-OUT-TIME TO DSP-T-OUT-TIME(DSP-TABLE-COUNT)
               MOVE DSP-DLVD-TIME TO
                 DSP-T-DLVD-TIME(DSP-TABLE-COUNT)
               MOVE DSP-ZONE TO DSP-T-ZONE(DSP-TABLE-COUNT)
               IF DSP-PROMISE-MINS IS NUMERIC
                 MOVE DSP-PROMISE-MINS TO
                   DSP-T-PROMISE-MINS(DSP-TABLE-COUNT)
               ELSE
                 MOVE 0 TO DSP-T-PROMISE-MINS(DSP-TABLE-COUNT)
               END-IF
               MOVE DSP-PROMISED-BY TO
                 DSP-T-PROMISED-BY(DSP-TABLE-COUNT)
             END-IF
           END-IF.

               MOVE DSP-T-RIDER(DSP-IDX) TO DSP-RIDER-ID
               MOVE DSP-T-OUT-TIME(DSP-IDX) TO DSP-OUT-TIME
               MOVE DSP-T-DLVD-TIME(DSP-IDX) TO DSP-DLVD-TIME
               MOVE DSP-T-ZONE(DSP-IDX) TO DSP-ZONE
               MOVE DSP-T-PROMISE-MINS(DSP-IDX) TO DSP-PROMISE-MINS
               MOVE DSP-T-PROMISED-BY(DSP-IDX) TO DSP-PROMISED-BY
               WRITE DISPATCH-RECORD
             END-PERFORM
             CLOSE DISPATCH-FILE
           MOVE DSP-T-ADDRESS(DSP-IDX) TO QL-ADDRESS.
           MOVE DSP-T-PHONE(DSP-IDX) TO QL-PHONE.
           MOVE DSP-T-TOTAL(DSP-IDX) TO QL-TOTAL.
           MOVE DSP-T-ZONE(DSP-IDX) TO QL-ZONE.
           MOVE DSP-T-PROMISED-BY(DSP-IDX)(12:5) TO QL-DUE.
           DISPLAY QUEUE-LIST-LINE.

       0085-STAMP-TO-MINUTES.
           MOVE "N" TO DSP-MW-OK-SW.
           MOVE 0 TO DSP-MW-MINUTES.
           IF DSP-MW-YEAR IS NUMERIC AND DSP-MW-MONTH IS NUMERIC
           AND DSP-MW-DAY IS NUMERIC AND DSP-MW-HOUR IS NUMERIC
           AND DSP-MW-MIN IS NUMERIC
           AND DSP-MW-MONTH >= 1 AND DSP-MW-MONTH <= 12
           AND DSP-MW-DAY >= 1 AND DSP-MW-DAY <= 31
             COMPUTE DSP-MW-YMD = (DSP-MW-YEAR * 10000) +
               (DSP-MW-MONTH * 100) + DSP-MW-DAY
             COMPUTE DSP-MW-MINUTES =
               (FUNCTION INTEGER-OF-DATE(DSP-MW-YMD) * 1440) +
               (DSP-MW-HOUR * 60) + DSP-MW-MIN
             MOVE "Y" TO DSP-MW-OK-SW
           END-IF.

       1000-LIST-QUEUE.
           MOVE 0 TO DSP-ZL-COUNT.
           PERFORM VARYING DSP-IDX FROM 1 BY 1 UNTIL
           DSP-IDX > DSP-TABLE-COUNT
             IF DSP-T-STATUS(DSP-IDX) NOT = "D"
               MOVE "N" TO DSP-ZL-FOUND-SW
               PERFORM VARYING DSP-ZL-IDX FROM 1 BY 1 UNTIL
               DSP-ZL-IDX > DSP-ZL-COUNT OR DSP-ZL-FOUND-SW = "Y"
                 IF DSP-ZL-CODE(DSP-ZL-IDX) = DSP-T-ZONE(DSP-IDX)
                   MOVE "Y" TO DSP-ZL-FOUND-SW
                 END-IF
               END-PERFORM
               IF DSP-ZL-FOUND-SW = "N"
                 COMPUTE DSP-ZL-COUNT = DSP-ZL-COUNT + 1
                 MOVE DSP-T-ZONE(DSP-IDX) TO DSP-ZL-CODE(DSP-ZL-COUNT)
               END-IF
             END-IF
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "RCPT   S RIDR CUSTOMER        ADDRESS         "
             "PHONE         AMOUNT     ZON DUE".
           IF DSP-ZL-COUNT = 0
             DISPLAY "NO ORDERS WAITING"
           END-IF.
           PERFORM VARYING DSP-ZL-IDX FROM 1 BY 1 UNTIL
           DSP-ZL-IDX > DSP-ZL-COUNT
             PERFORM 1010-LIST-ZONE-GROUP
           END-PERFORM.

       1010-LIST-ZONE-GROUP.
           MOVE 0 TO DSP-ZL-WAITING.
           PERFORM VARYING DSP-IDX FROM 1 BY 1 UNTIL
           DSP-IDX > DSP-TABLE-COUNT
             IF DSP-T-STATUS(DSP-IDX) NOT = "D"
             AND DSP-T-ZONE(DSP-IDX) = DSP-ZL-CODE(DSP-ZL-IDX)
               COMPUTE DSP-ZL-WAITING = DSP-ZL-WAITING + 1
             END-IF
           END-PERFORM.
           DISPLAY " ".
           IF DSP-ZL-CODE(DSP-ZL-IDX) = SPACES
             DISPLAY "-- NO ZONE - " DSP-ZL-WAITING " ORDER(S) --"
           ELSE
             DISPLAY "-- ZONE " DSP-ZL-CODE(DSP-ZL-IDX) " - "
               DSP-ZL-WAITING " ORDER(S) --"
           END-IF.
           PERFORM VARYING DSP-IDX FROM 1 BY 1 UNTIL
           DSP-IDX > DSP-TABLE-COUNT
             IF DSP-T-STATUS(DSP-IDX) NOT = "D"
             AND DSP-T-ZONE(DSP-IDX) = DSP-ZL-CODE(DSP-ZL-IDX)
               PERFORM 0080-SHOW-QUEUE-ENTRY
             END-IF
           END-PERFORM.
             END-IF
           END-IF.

       2100-ZONE-RUN.
           IF DSP-OVERFLOW-SW = "Y"
             PERFORM 0075-SHOW-QUEUE-FULL
           ELSE
             PERFORM 2110-ZONE-RUN-ACTION
           END-IF.

       2110-ZONE-RUN-ACTION.
           DISPLAY "ZONE CODE >> ".
           ACCEPT DSP-IN-ZONE.
           MOVE FUNCTION UPPER-CASE(DSP-IN-ZONE) TO DSP-IN-ZONE.
           MOVE 0 TO DSP-RUN-COUNT.
           IF DSP-IN-ZONE NOT = SPACES
             DISPLAY " "
             PERFORM VARYING DSP-IDX FROM 1 BY 1 UNTIL
             DSP-IDX > DSP-TABLE-COUNT
               IF DSP-T-STATUS(DSP-IDX) = "N"
               AND DSP-T-ZONE(DSP-IDX) = DSP-IN-ZONE
                 COMPUTE DSP-RUN-COUNT = DSP-RUN-COUNT + 1
                 PERFORM 0080-SHOW-QUEUE-ENTRY
               END-IF
             END-PERFORM
           END-IF.
           EVALUATE TRUE
             WHEN DSP-IN-ZONE = SPACES
               DISPLAY "ZONE CODE MAY NOT BE BLANK"
             WHEN DSP-RUN-COUNT = 0
               DISPLAY "NO NEW ORDERS WAITING FOR ZONE " DSP-IN-ZONE
             WHEN OTHER
               DISPLAY "RIDER ID FOR THIS RUN >> "
               ACCEPT DSP-IN-RIDER
               MOVE FUNCTION UPPER-CASE(DSP-IN-RIDER) TO DSP-IN-RIDER
               IF DSP-IN-RIDER = SPACES
                 DISPLAY "RIDER ID MAY NOT BE BLANK"
               ELSE
                 PERFORM VARYING DSP-IDX FROM 1 BY 1 UNTIL
                 DSP-IDX > DSP-TABLE-COUNT
                   IF DSP-T-STATUS(DSP-IDX) = "N"
                   AND DSP-T-ZONE(DSP-IDX) = DSP-IN-ZONE
                     MOVE DSP-IN-RIDER TO DSP-T-RIDER(DSP-IDX)
                     MOVE "A" TO DSP-T-STATUS(DSP-IDX)
                   END-IF
                 END-PERFORM
                 PERFORM 0070-SAVE-QUEUE
                 IF DSP-SAVE-OK-SW = "Y"
                   DISPLAY DSP-RUN-COUNT " ORDER(S) IN ZONE " DSP-IN-ZONE
                     " ASSIGNED TO " DSP-IN-RIDER
                 END-IF
               END-IF
           END-EVALUATE.

       3000-MARK-OUT.
           IF DSP-OVERFLOW-SW = "Y"
             PERFORM 0075-SHOW-QUEUE-FULL
           END-IF.
           CLOSE UNDLVD-FILE.

       7000-DELIVERY-PERFORMANCE.
           IF DSP-OVERFLOW-SW = "Y"
             PERFORM 0075-SHOW-QUEUE-FULL
             DISPLAY "THIS REPORT COVERS LOADED ORDERS ONLY"
           END-IF.
           PERFORM 0055-GET-TIMESTAMP.
           MOVE 0 TO PF-COUNT.
           PERFORM VARYING DSP-IDX FROM 1 BY 1 UNTIL
           DSP-IDX > DSP-TABLE-COUNT
             IF DSP-T-STATUS(DSP-IDX) = "D"
             AND DSP-T-DLVD-TIME(DSP-IDX)(1:10) = DSP-STAMP(1:10)
               PERFORM 7010-MEASURE-ORDER
             END-IF
           END-PERFORM.
           OPEN OUTPUT PERF-FILE.
           MOVE SPACES TO PERF-LINE.
           STRING "-- DELIVERY PERFORMANCE " DSP-STAMP(1:10) " --"
             DELIMITED BY SIZE INTO PERF-LINE.
           WRITE PERF-LINE.
           DISPLAY " ".
           DISPLAY PERF-LINE.
           IF PF-COUNT = 0
             MOVE "NO DELIVERIES COMPLETED TODAY" TO PERF-LINE
             WRITE PERF-LINE
             DISPLAY PERF-LINE
           ELSE
             MOVE "Z" TO PF-LIST-KIND
             MOVE "ZONE" TO PH-KEY
             PERFORM 7030-WRITE-PERF-SECTION
             MOVE "R" TO PF-LIST-KIND
             MOVE "RIDR" TO PH-KEY
             PERFORM 7030-WRITE-PERF-SECTION
             MOVE "T" TO PF-LIST-KIND
             MOVE SPACES TO PH-KEY
             PERFORM 7030-WRITE-PERF-SECTION
             MOVE SPACES TO PERF-LINE
             WRITE PERF-LINE
             MOVE "ON TIME = DELIVERED BY THE PROMISED TIME. AVG RIDE ="
               TO PERF-LINE
             WRITE PERF-LINE
             MOVE "MINUTES FROM OUT THE DOOR TO DELIVERED. AVG LATE ="
               TO PERF-LINE
             WRITE PERF-LINE
             MOVE "MINUTES PAST THE PROMISE, LATE ORDERS ONLY."
               TO PERF-LINE
             WRITE PERF-LINE
           END-IF.
           CLOSE PERF-FILE.
           DISPLAY "WRITTEN TO DELIVERY-PERFORMANCE.DAT".

       7010-MEASURE-ORDER.
           MOVE "N" TO PF-O-MEASURED-SW.
           MOVE "N" TO PF-O-ON-TIME-SW.
           MOVE "N" TO PF-O-RIDE-SW.
           MOVE 0 TO PF-O-RIDE-MINS.
           MOVE 0 TO PF-O-LATE-MINS.
           MOVE DSP-T-DLVD-TIME(DSP-IDX) TO DSP-MW-STAMP.
           PERFORM 0085-STAMP-TO-MINUTES.
           MOVE DSP-MW-MINUTES TO PF-DLVD-MINUTES.
           IF DSP-MW-OK-SW = "Y"
             MOVE DSP-T-PROMISED-BY(DSP-IDX) TO DSP-MW-STAMP
             PERFORM 0085-STAMP-TO-MINUTES
             MOVE DSP-MW-OK-SW TO PF-PROM-OK-SW
             MOVE DSP-MW-MINUTES TO PF-PROM-MINUTES
             IF PF-PROM-OK-SW = "Y"
               MOVE "Y" TO PF-O-MEASURED-SW
               IF PF-DLVD-MINUTES <= PF-PROM-MINUTES
                 MOVE "Y" TO PF-O-ON-TIME-SW
               ELSE
                 COMPUTE PF-O-LATE-MINS = PF-DLVD-MINUTES -
                   PF-PROM-MINUTES
               END-IF
             END-IF
             MOVE DSP-T-OUT-TIME(DSP-IDX) TO DSP-MW-STAMP
             PERFORM 0085-STAMP-TO-MINUTES
             MOVE DSP-MW-MINUTES TO PF-OUT-MINUTES
             IF DSP-MW-OK-SW = "Y"
             AND PF-DLVD-MINUTES >= PF-OUT-MINUTES
               MOVE "Y" TO PF-O-RIDE-SW
               COMPUTE PF-O-RIDE-MINS = PF-DLVD-MINUTES - PF-OUT-MINUTES
             END-IF
           END-IF.
           MOVE "Z" TO PF-IN-KIND.
           IF DSP-T-ZONE(DSP-IDX) = SPACES
             MOVE "NONE" TO PF-IN-KEY
           ELSE
             MOVE DSP-T-ZONE(DSP-IDX) TO PF-IN-KEY
           END-IF.
           PERFORM 7020-ADD-TO-PERFORMANCE.
           MOVE "R" TO PF-IN-KIND.
           MOVE DSP-T-RIDER(DSP-IDX) TO PF-IN-KEY.
           PERFORM 7020-ADD-TO-PERFORMANCE.
           MOVE "T" TO PF-IN-KIND.
           MOVE "ALL" TO PF-IN-KEY.
           PERFORM 7020-ADD-TO-PERFORMANCE.

       7020-ADD-TO-PERFORMANCE.
           MOVE "N" TO PF-FOUND-SW.
           MOVE 0 TO PF-FOUND-IDX.
           PERFORM VARYING PF-IDX FROM 1 BY 1 UNTIL
           PF-IDX > PF-COUNT OR PF-FOUND-SW = "Y"
             IF PF-KIND(PF-IDX) = PF-IN-KIND
             AND PF-KEY(PF-IDX) = PF-IN-KEY
               MOVE "Y" TO PF-FOUND-SW
               MOVE PF-IDX TO PF-FOUND-IDX
             END-IF
           END-PERFORM.
           IF PF-FOUND-SW = "N" AND PF-COUNT < PF-MAX
             COMPUTE PF-COUNT = PF-COUNT + 1
             MOVE PF-COUNT TO PF-FOUND-IDX
             MOVE "Y" TO PF-FOUND-SW
             MOVE PF-IN-KIND TO PF-KIND(PF-FOUND-IDX)
             MOVE PF-IN-KEY TO PF-KEY(PF-FOUND-IDX)
             MOVE 0 TO PF-DELIVERED(PF-FOUND-IDX)
             MOVE 0 TO PF-ON-TIME(PF-FOUND-IDX)
             MOVE 0 TO PF-LATE(PF-FOUND-IDX)
             MOVE 0 TO PF-NO-PROMISE(PF-FOUND-IDX)
             MOVE 0 TO PF-RIDES(PF-FOUND-IDX)
             MOVE 0 TO PF-RIDE-MINS(PF-FOUND-IDX)
             MOVE 0 TO PF-LATE-MINS(PF-FOUND-IDX)
           END-IF.
           IF PF-FOUND-SW = "Y"
             COMPUTE PF-DELIVERED(PF-FOUND-IDX) =
               PF-DELIVERED(PF-FOUND-IDX) + 1
             EVALUATE TRUE
               WHEN PF-O-MEASURED-SW NOT = "Y"
                 COMPUTE PF-NO-PROMISE(PF-FOUND-IDX) =
                   PF-NO-PROMISE(PF-FOUND-IDX) + 1
               WHEN PF-O-ON-TIME-SW = "Y"
                 COMPUTE PF-ON-TIME(PF-FOUND-IDX) =
                   PF-ON-TIME(PF-FOUND-IDX) + 1
               WHEN OTHER
                 COMPUTE PF-LATE(PF-FOUND-IDX) =
                   PF-LATE(PF-FOUND-IDX) + 1
                 COMPUTE PF-LATE-MINS(PF-FOUND-IDX) =
                   PF-LATE-MINS(PF-FOUND-IDX) + PF-O-LATE-MINS
             END-EVALUATE
             IF PF-O-RIDE-SW = "Y"
               COMPUTE PF-RIDES(PF-FOUND-IDX) =
                 PF-RIDES(PF-FOUND-IDX) + 1
               COMPUTE PF-RIDE-MINS(PF-FOUND-IDX) =
                 PF-RIDE-MINS(PF-FOUND-IDX) + PF-O-RIDE-MINS
             END-IF
           END-IF.

       7030-WRITE-PERF-SECTION.
           MOVE SPACES TO PERF-LINE.
           WRITE PERF-LINE.
           DISPLAY " ".
           WRITE PERF-LINE FROM PERF-HEAD-LINE.
           DISPLAY PERF-HEAD-LINE.
           PERFORM VARYING PF-IDX FROM 1 BY 1 UNTIL PF-IDX > PF-COUNT
             IF PF-KIND(PF-IDX) = PF-LIST-KIND
               MOVE PF-KEY(PF-IDX) TO PD-KEY
               MOVE PF-DELIVERED(PF-IDX) TO PD-DELIVERED
               MOVE PF-ON-TIME(PF-IDX) TO PD-ON-TIME
               MOVE PF-LATE(PF-IDX) TO PD-LATE
               MOVE PF-NO-PROMISE(PF-IDX) TO PD-NO-PROMISE
               MOVE 0 TO PF-WORK-PCT
               IF PF-ON-TIME(PF-IDX) + PF-LATE(PF-IDX) > 0
                 COMPUTE PF-WORK-PCT ROUNDED = PF-ON-TIME(PF-IDX) *
                   100 / (PF-ON-TIME(PF-IDX) + PF-LATE(PF-IDX))
               END-IF
               MOVE PF-WORK-PCT TO PD-PCT
               MOVE 0 TO PF-WORK-AVG
               IF PF-RIDES(PF-IDX) > 0
                 COMPUTE PF-WORK-AVG ROUNDED = PF-RIDE-MINS(PF-IDX) /
                   PF-RIDES(PF-IDX)
               END-IF
               MOVE PF-WORK-AVG TO PD-AVG-RIDE
               MOVE 0 TO PF-WORK-AVG
               IF PF-LATE(PF-IDX) > 0
                 COMPUTE PF-WORK-AVG ROUNDED = PF-LATE-MINS(PF-IDX) /
                   PF-LATE(PF-IDX)
               END-IF
               MOVE PF-WORK-AVG TO PD-AVG-LATE
               WRITE PERF-LINE FROM PERF-DETAIL-LINE
               DISPLAY PERF-DETAIL-LINE
             END-IF
           END-PERFORM.

           END PROGRAM DISPATCH.

      *> FCSTREC.CPY
      *> Record layout for the forecast history file
      *> (FORECAST-HISTORY.DAT). FORECAST writes one record per menu
      *> item it forecasts for a day: the day, the item, the quantity
      *> forecast (the same-weekday average from the sales history
      *> plus the advance bookings due that day, which are also kept
      *> on their own), how many weeks of history the average came
      *> from and the date the forecast was run. Running the forecast
      *> again for the same day replaces that day's records. Once the
      *> day is over, the next run fills in FCST-ACTUAL-QTY with the
      *> item's net quantity sold that day ("D" lines less refund "V"
      *> lines) and sets FCST-ACTUAL-SW, so forecast can be set
      *> against actual. An item sold on a forecast day but not
      *> forecast is added with a forecast of zero.
       01 FORECAST-RECORD.
           02 FCST-DATE            PIC X(10).
           02 FCST-ITEM-CODE       PIC X(2).
           02 FCST-QTY             PIC 9(4)V9(2).
           02 FCST-BOOKED-QTY      PIC 9(4).
           02 FCST-WEEKS           PIC 9.
           02 FCST-RUN-DATE        PIC X(10).
           02 FCST-ACTUAL-SW       PIC X.
               88 FCST-ACTUAL-IN   VALUE "Y".
           02 FCST-ACTUAL-QTY      PIC S9(4) SIGN LEADING SEPARATE.

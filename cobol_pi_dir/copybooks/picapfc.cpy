      * PICAPFC - PiCapacityForecast control card layout.
      * CF-FORECAST-MONTH: the month (YYYYMM) whose nights are
      *   projected.  Blank or zero takes next month -- the job is
      *   meant to run in the last week of the month, once ops have
      *   the coming calendar on PISM.
      * CF-WINDOW-SECONDS: the length of the nightly batch window
      *   every night's demand is held to.  Blank or zero takes
      *   28800 (eight hours).
      * CF-TREND-MONTHS: how many months before the forecast month
      *   the throughput trend covers, and the rates are drawn
      *   from.  Blank or zero takes 12; at most 24.
      * CF-QUEUE-MONTHS: how many months of request traffic on
      *   PIREQKSD the average nightly queue demand is taken over.
      *   Blank or zero takes 3; at most 12.
       01 PI-CAPACITY-CONTROL-CARD.
           05 CF-FORECAST-MONTH     PIC 9(6).
           05 CF-WINDOW-SECONDS     PIC 9(5).
           05 CF-TREND-MONTHS       PIC 9(2).
           05 CF-QUEUE-MONTHS       PIC 9(2).
           05 FILLER                PIC X(65).

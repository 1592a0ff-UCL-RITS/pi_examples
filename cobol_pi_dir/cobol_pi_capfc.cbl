       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PiCapacityForecast.
       AUTHOR.  Ian Kirker.

      * Monthly batch window capacity forecast.  PiPreflight judges
      * one proposed run at a time; this job projects a whole month
      * of nights, so capacity can be asked for, or runs re-planned,
      * before TIMESLCE statuses start piling up.
      * Throughput is measured from the filed history (PIRESULT.DAT)
      * as slices per second -- PR-NUMBER-OF-STEPS over
      * PR-ELAPSED-SECONDS, with the rows PiPreflight's
      * Evaluate-History-Row refuses (no elapsed figure, MERGED,
      * REJECTED, ANNULLED) plus derived EXTRAPOL rows left out --
      * per month, method and constant over the trend months before
      * the forecast month, and printed month over month.
      * Each night's demand is then:
      *   planned  every PISCHED.DAT entry for that night (the
      *            calendar as PiScheduleSync last unloaded it),
      *            steps rounded for Simpson exactly as CalculatePi
      *            rounds them, at the latest month's rate for its
      *            method and constant;
      *   queued   the average nightly work the PIREQKSD queue has
      *            carried over the last few months -- every request
      *            filed in that stretch that wasn't CANCELLED, at
      *            the same rates, spread over its days.
      * Work is summed as one serial stream, the way the cycle runs
      * it; the seconds a split would save by running partitions
      * side by side are PiPreflight's to judge run by run.
      * A method/constant with no history in the trend months takes
      * the method's latest rate over any constant; with none at
      * all the work can't be priced and is counted, not guessed.
      * Card: copybooks/picapfc.cpy.
      * RETURN-CODE 4 when any night is projected to overrun the
      * window, 8 when some planned or queued work couldn't be
      * priced (the forecast is short by that much), 16 for an
      * unusable card.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PI-RESULTS-FILE
               ASSIGN TO "PIRESULT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-RUN-KEY
               FILE STATUS IS WS-PIRESULT-STATUS.
           SELECT PI-REQUEST-FILE
               ASSIGN TO "PIREQKSD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-REQUEST-KEY
               FILE STATUS IS WS-PIREQQ-STATUS.
           SELECT PI-SCHEDULE-FILE
               ASSIGN TO "PISCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PISCHED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PI-RESULTS-FILE.
       COPY piresult.

       FD  PI-REQUEST-FILE.
       COPY pireqq.

       FD  PI-SCHEDULE-FILE.
       COPY pisched.

       WORKING-STORAGE SECTION.
       01 WS-PIRESULT-STATUS  PIC XX VALUE "00".
       01 WS-PIREQQ-STATUS    PIC XX VALUE "00".
       01 WS-PISCHED-STATUS   PIC XX VALUE "00".
       01 WS-EOF-FLAG         PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".

       01 WS-TODAY-DATE       PIC 9(8) VALUE 0.
       01 WS-WINDOW-SECONDS   PIC 9(5) VALUE 28800.
       01 WS-TREND-MONTHS     PIC 9(2) VALUE 12.
       01 WS-QUEUE-MONTHS     PIC 9(2) VALUE 3.

      * The forecast month and its nights.
       01 WS-FORECAST-MONTH.
           05 WS-FC-YEAR          PIC 9(4) VALUE 0.
           05 WS-FC-MONTH         PIC 9(2) VALUE 0.
       01 WS-FIRST-NIGHT      PIC 9(8) VALUE 0.
       01 WS-NIGHTS-IN-MONTH  PIC 9(2) VALUE 0.
       01 WS-NIGHT-INDEX      PIC 9(2) VALUE 0.
       01 WS-DAY-INTEGER      PIC 9(8) VALUE 0.
       01 WS-NEXT-DAY-INTEGER PIC 9(8) VALUE 0.

      * Any YYYYMMDD taken apart, and the running month number
      * (year * 12 + month - 1) months are counted in.
       01 WS-WORK-DATE        PIC 9(8) VALUE 0.
       01 WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
           05 WS-WD-YEAR          PIC 9(4).
           05 WS-WD-MONTH         PIC 9(2).
           05 WS-WD-DAY           PIC 9(2).
       01 WS-MONTH-NUMBER     PIC 9(6) VALUE 0.
       01 WS-FORECAST-MONTH-NUMBER PIC 9(6) VALUE 0.
       01 WS-TREND-BASE-NUMBER PIC 9(6) VALUE 0.
       01 WS-MONTH-YEARS      PIC 9(4) VALUE 0.
       01 WS-MONTH-REMAINDER  PIC 9(2) VALUE 0.

      * Throughput by month and by method/constant cell.  Cell =
      * (method position - 1) * 3 + constant position, positions
      * as in WS-METHOD-CODES and WS-CONSTANT-CODES.
       01 WS-METHOD-CODES     PIC X(3) VALUE "MSR".
       01 WS-CONSTANT-CODES   PIC X(3) VALUE "PLE".
       01 WS-METHOD-INDEX     PIC 9 VALUE 0.
       01 WS-CONSTANT-INDEX   PIC 9 VALUE 0.
       01 WS-CELL-INDEX       PIC 9 VALUE 0.
       01 WS-CELL-OFFSET      PIC 9 VALUE 0.
       01 WS-MONTH-INDEX      PIC 9(2) VALUE 0.
       01 WS-PRIOR-INDEX      PIC 9(2) VALUE 0.
       01 WS-TREND-TABLE.
           05 WS-TREND-MONTH OCCURS 24 TIMES.
               10 WS-TM-YYYYMM       PIC 9(6).
               10 WS-TREND-CELL OCCURS 9 TIMES.
                   15 WS-TC-ROWS        PIC 9(6).
                   15 WS-TC-STEPS       PIC 9(18).
                   15 WS-TC-ELAPSED     PIC 9(12)V99.
       01 WS-CELL-ROWS        PIC 9(8) VALUE 0.
       01 WS-HISTORY-ROWS     PIC 9(8) VALUE 0.
       01 WS-USED-ROWS        PIC 9(8) VALUE 0.

       01 WS-SLICES-PER-SEC   USAGE IS FLOAT-LONG VALUE 0.
       01 WS-PRIOR-RATE       USAGE IS FLOAT-LONG VALUE 0.
       01 WS-RATE-CHANGE      USAGE IS FLOAT-LONG VALUE 0.

      * What a piece of planned or queued work is priced at.
       01 WS-PRICE-STEPS      PIC 9(10) VALUE 0.
       01 WS-PRICE-METHOD     PIC X(01) VALUE "M".
       01 WS-PRICE-CONSTANT   PIC X(01) VALUE "P".
       01 WS-STEPS-HALF       PIC 9(10) VALUE 0.
       01 WS-STEPS-REMAINDER  PIC 9(10) VALUE 0.
       01 WS-RATE-SOURCE      PIC X(7) VALUE SPACES.
       01 WS-SECS-PER-SLICE   USAGE IS FLOAT-LONG VALUE 0.
       01 WS-RATE-STEPS       PIC 9(18) VALUE 0.
       01 WS-RATE-ELAPSED     PIC 9(12)V99 VALUE 0.
       01 WS-PRICE-SECONDS    USAGE IS FLOAT-LONG VALUE 0.
       01 WS-PRICED-FLAG      PIC X VALUE "N".
           88 WS-PRICED            VALUE "Y".

      * Planned demand per night of the forecast month.
       01 WS-NIGHT-TABLE.
           05 WS-NIGHT OCCURS 31 TIMES.
               10 WS-NT-ENTRIES      PIC 9(4).
               10 WS-NT-UNPRICED     PIC 9(4).
               10 WS-NT-SECONDS      USAGE IS FLOAT-LONG.
       01 WS-ENTRY-COUNT      PIC 9(6) VALUE 0.
       01 WS-PLANNED-COUNT    PIC 9(6) VALUE 0.
       01 WS-INVALID-COUNT    PIC 9(6) VALUE 0.
       01 WS-UNPRICED-COUNT   PIC 9(6) VALUE 0.

      * Queued demand, averaged per night over the lookback.
       01 WS-QUEUE-FROM-DATE  PIC 9(8) VALUE 0.
       01 WS-QUEUE-TO-DATE    PIC 9(8) VALUE 0.
       01 WS-QUEUE-DAYS       PIC 9(6) VALUE 0.
       01 WS-QUEUE-REQUESTS   PIC 9(8) VALUE 0.
       01 WS-QUEUE-UNPRICED   PIC 9(8) VALUE 0.
       01 WS-QUEUE-SECONDS    USAGE IS FLOAT-LONG VALUE 0.
       01 WS-QUEUE-NIGHTLY    USAGE IS FLOAT-LONG VALUE 0.
       01 WS-QUEUE-PER-NIGHT  USAGE IS FLOAT-LONG VALUE 0.

      * The nightly verdicts.
       01 WS-NIGHT-DATE       PIC 9(8) VALUE 0.
       01 WS-NIGHT-TOTAL      USAGE IS FLOAT-LONG VALUE 0.
       01 WS-NIGHT-OVER       USAGE IS FLOAT-LONG VALUE 0.
       01 WS-OVER-PERCENT     USAGE IS FLOAT-LONG VALUE 0.
       01 WS-OVERRUN-COUNT    PIC 9(2) VALUE 0.
       01 WS-WORST-OVER       USAGE IS FLOAT-LONG VALUE 0.
       01 WS-WORST-NIGHT      PIC 9(8) VALUE 0.

       01 WS-ED-SECONDS       PIC Z(8)9.
       01 WS-ED-SECONDS-2     PIC Z(8)9.
       01 WS-ED-SECONDS-3     PIC Z(8)9.
       01 WS-ED-RATE          PIC Z(11)9.
       01 WS-ED-CHANGE        PIC +Z(4)9.9.
       01 WS-ED-PERCENT       PIC Z(4)9.9.
       01 WS-ED-STEPS         PIC Z(9)9.
       01 WS-ED-AVERAGE       PIC Z(5)9.99.

       COPY picapfc.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Read-Forecast-Control-Card
           PERFORM Build-Throughput-Trend
           PERFORM Print-Throughput-Trend
           PERFORM Load-Planned-Calendar
           PERFORM Measure-Queue-Demand
           PERFORM Print-Nightly-Forecast

           EVALUATE TRUE
               WHEN WS-UNPRICED-COUNT > 0 OR WS-QUEUE-UNPRICED > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-OVERRUN-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       Read-Forecast-Control-Card.
           MOVE SPACES TO PI-CAPACITY-CONTROL-CARD
           ACCEPT PI-CAPACITY-CONTROL-CARD FROM SYSIN
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           IF CF-FORECAST-MONTH IS NUMERIC AND CF-FORECAST-MONTH > 0
               MOVE CF-FORECAST-MONTH TO WS-FORECAST-MONTH
               IF WS-FC-MONTH < 1 OR WS-FC-MONTH > 12
                   OR WS-FC-YEAR < 1601
                   DISPLAY "*** INVALID CF-FORECAST-MONTH: "
                       CF-FORECAST-MONTH " -- must be YYYYMM"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE WS-TODAY-DATE TO WS-WORK-DATE
               MOVE WS-WD-YEAR TO WS-FC-YEAR
               MOVE WS-WD-MONTH TO WS-FC-MONTH
               IF WS-FC-MONTH = 12
                   ADD 1 TO WS-FC-YEAR
                   MOVE 1 TO WS-FC-MONTH
               ELSE
                   ADD 1 TO WS-FC-MONTH
               END-IF
           END-IF
           IF CF-WINDOW-SECONDS IS NUMERIC AND CF-WINDOW-SECONDS > 0
               MOVE CF-WINDOW-SECONDS TO WS-WINDOW-SECONDS
           END-IF
           IF CF-TREND-MONTHS IS NUMERIC AND CF-TREND-MONTHS > 0
               MOVE CF-TREND-MONTHS TO WS-TREND-MONTHS
               IF WS-TREND-MONTHS > 24
                   MOVE 24 TO WS-TREND-MONTHS
               END-IF
           END-IF
           IF CF-QUEUE-MONTHS IS NUMERIC AND CF-QUEUE-MONTHS > 0
               MOVE CF-QUEUE-MONTHS TO WS-QUEUE-MONTHS
               IF WS-QUEUE-MONTHS > 12
                   MOVE 12 TO WS-QUEUE-MONTHS
               END-IF
           END-IF

      * First night of the month, and how many nights it has: the
      * first of the following month less the first of this one.
           MOVE WS-FC-YEAR TO WS-WD-YEAR
           MOVE WS-FC-MONTH TO WS-WD-MONTH
           MOVE 1 TO WS-WD-DAY
           MOVE WS-WORK-DATE TO WS-FIRST-NIGHT
           PERFORM Compute-Month-Number
           MOVE WS-MONTH-NUMBER TO WS-FORECAST-MONTH-NUMBER
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-FIRST-NIGHT)
           IF WS-WD-MONTH = 12
               ADD 1 TO WS-WD-YEAR
               MOVE 1 TO WS-WD-MONTH
           ELSE
               ADD 1 TO WS-WD-MONTH
           END-IF
           COMPUTE WS-NEXT-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
           COMPUTE WS-NIGHTS-IN-MONTH =
               WS-NEXT-DAY-INTEGER - WS-DAY-INTEGER
           COMPUTE WS-TREND-BASE-NUMBER =
               WS-FORECAST-MONTH-NUMBER - WS-TREND-MONTHS

           DISPLAY " "
           DISPLAY "================================================"
           DISPLAY "  BATCH WINDOW CAPACITY FORECAST -- "
               WS-FORECAST-MONTH
           DISPLAY "================================================"
           MOVE WS-WINDOW-SECONDS TO WS-ED-SECONDS
           DISPLAY "  Window per night  : " WS-ED-SECONDS " seconds"
           DISPLAY "  Nights in month   : " WS-NIGHTS-IN-MONTH
           DISPLAY "  Trend months      : " WS-TREND-MONTHS
           DISPLAY "  Queue months      : " WS-QUEUE-MONTHS.

       Compute-Month-Number.
      * WS-WORK-DATE's year and month as one running count, so
      * months subtract across a year end.
           COMPUTE WS-MONTH-NUMBER = WS-WD-YEAR * 12
           ADD WS-WD-MONTH TO WS-MONTH-NUMBER
           SUBTRACT 1 FROM WS-MONTH-NUMBER.

       Month-Number-To-Yyyymm.
      * The reverse of Compute-Month-Number, into WS-WORK-DATE's
      * year and month.
           DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-MONTH-YEARS
               REMAINDER WS-MONTH-REMAINDER
           MOVE WS-MONTH-YEARS TO WS-WD-YEAR
           COMPUTE WS-WD-MONTH = WS-MONTH-REMAINDER + 1
           MOVE 1 TO WS-WD-DAY.

       Build-Throughput-Trend.
           PERFORM VARYING WS-MONTH-INDEX FROM 1 BY 1
             UNTIL WS-MONTH-INDEX > 24
               COMPUTE WS-MONTH-NUMBER =
                   WS-TREND-BASE-NUMBER + WS-MONTH-INDEX
               SUBTRACT 1 FROM WS-MONTH-NUMBER
               PERFORM Month-Number-To-Yyyymm
               MOVE WS-WORK-DATE(1:6) TO WS-TM-YYYYMM(WS-MONTH-INDEX)
               PERFORM VARYING WS-CELL-INDEX FROM 1 BY 1
                 UNTIL WS-CELL-INDEX > 9
                   MOVE 0 TO WS-TC-ROWS(WS-MONTH-INDEX, WS-CELL-INDEX)
                   MOVE 0 TO WS-TC-STEPS(WS-MONTH-INDEX, WS-CELL-INDEX)
                   MOVE 0
                       TO WS-TC-ELAPSED(WS-MONTH-INDEX, WS-CELL-INDEX)
               END-PERFORM
           END-PERFORM

           OPEN INPUT PI-RESULTS-FILE
           IF WS-PIRESULT-STATUS NOT = "00"
               DISPLAY "  no PI-RESULTS history on file (status "
                   WS-PIRESULT-STATUS ") -- no throughput to price "
                   "the month with"
               EXIT PARAGRAPH
           END-IF
      * The history key leads with the run date, so the browse can
      * start at the first trend month.
           MOVE WS-TREND-BASE-NUMBER TO WS-MONTH-NUMBER
           PERFORM Month-Number-To-Yyyymm
           MOVE WS-WORK-DATE TO PR-RUN-DATE
           MOVE 0 TO PR-RUN-TIME
           START PI-RESULTS-FILE KEY >= PR-RUN-KEY
           IF WS-PIRESULT-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ PI-RESULTS-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-HISTORY-ROWS
                           PERFORM Evaluate-Throughput-Row
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PI-RESULTS-FILE.

       Evaluate-Throughput-Row.
      * Same guard as PiPreflight's Evaluate-History-Row, and a
      * derived row never ran at all.
           IF PR-NUMBER-OF-STEPS IS NOT NUMERIC
               OR PR-NUMBER-OF-STEPS = 0
               OR PR-ELAPSED-SECONDS IS NOT NUMERIC
               OR PR-ELAPSED-SECONDS = 0
               OR PR-STATUS = "MERGED"
               OR PR-STATUS = "REJECTED"
               OR PR-STATUS = "ANNULLED"
               OR PR-STATUS = "EXTRAPOL"
               EXIT PARAGRAPH
           END-IF
           MOVE PR-RUN-DATE TO WS-WORK-DATE
           PERFORM Compute-Month-Number
           IF WS-MONTH-NUMBER < WS-TREND-BASE-NUMBER
               OR WS-MONTH-NUMBER NOT < WS-FORECAST-MONTH-NUMBER
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MONTH-INDEX =
               WS-MONTH-NUMBER - WS-TREND-BASE-NUMBER
           ADD 1 TO WS-MONTH-INDEX
           MOVE PR-METHOD TO WS-PRICE-METHOD
           MOVE PR-CONSTANT TO WS-PRICE-CONSTANT
           PERFORM Find-Cell-Index
           ADD 1 TO WS-USED-ROWS
           ADD 1 TO WS-TC-ROWS(WS-MONTH-INDEX, WS-CELL-INDEX)
           ADD PR-NUMBER-OF-STEPS
               TO WS-TC-STEPS(WS-MONTH-INDEX, WS-CELL-INDEX)
           ADD PR-ELAPSED-SECONDS
               TO WS-TC-ELAPSED(WS-MONTH-INDEX, WS-CELL-INDEX).

       Find-Cell-Index.
      * Method and constant normalized the way CalculatePi runs
      * them: anything but "S"/"R" is midpoint, anything but
      * "L"/"E" is Pi.
           EVALUATE WS-PRICE-METHOD
               WHEN "S"
                   MOVE 2 TO WS-METHOD-INDEX
               WHEN "R"
                   MOVE 3 TO WS-METHOD-INDEX
               WHEN OTHER
                   MOVE "M" TO WS-PRICE-METHOD
                   MOVE 1 TO WS-METHOD-INDEX
           END-EVALUATE
           EVALUATE WS-PRICE-CONSTANT
               WHEN "L"
                   MOVE 2 TO WS-CONSTANT-INDEX
               WHEN "E"
                   MOVE 3 TO WS-CONSTANT-INDEX
               WHEN OTHER
                   MOVE "P" TO WS-PRICE-CONSTANT
                   MOVE 1 TO WS-CONSTANT-INDEX
           END-EVALUATE
           COMPUTE WS-CELL-INDEX = WS-METHOD-INDEX * 3
           SUBTRACT 3 FROM WS-CELL-INDEX
           ADD WS-CONSTANT-INDEX TO WS-CELL-INDEX.

       Print-Throughput-Trend.
           DISPLAY " "
           DISPLAY "  THROUGHPUT TREND (slices/second)"
           DISPLAY "------------------------------------------------"
           DISPLAY "  History rows read : " WS-HISTORY-ROWS
               "  used : " WS-USED-ROWS
           PERFORM VARYING WS-CELL-INDEX FROM 1 BY 1
             UNTIL WS-CELL-INDEX > 9
               MOVE 0 TO WS-CELL-ROWS
               PERFORM VARYING WS-MONTH-INDEX FROM 1 BY 1
                 UNTIL WS-MONTH-INDEX > WS-TREND-MONTHS
                   ADD WS-TC-ROWS(WS-MONTH-INDEX, WS-CELL-INDEX)
                       TO WS-CELL-ROWS
               END-PERFORM
               IF WS-CELL-ROWS > 0
                   PERFORM Print-Cell-Trend
               END-IF
           END-PERFORM.

       Print-Cell-Trend.
           COMPUTE WS-CELL-OFFSET = WS-CELL-INDEX - 1
           DIVIDE WS-CELL-OFFSET BY 3 GIVING WS-METHOD-INDEX
               REMAINDER WS-CONSTANT-INDEX
           ADD 1 TO WS-METHOD-INDEX
           ADD 1 TO WS-CONSTANT-INDEX
           DISPLAY " "
           DISPLAY "  constant "
               WS-CONSTANT-CODES(WS-CONSTANT-INDEX:1)
               "  method " WS-METHOD-CODES(WS-METHOD-INDEX:1)
           MOVE 0 TO WS-PRIOR-INDEX
           PERFORM VARYING WS-MONTH-INDEX FROM 1 BY 1
             UNTIL WS-MONTH-INDEX > WS-TREND-MONTHS
               IF WS-TC-ROWS(WS-MONTH-INDEX, WS-CELL-INDEX) = 0
                   DISPLAY "    " WS-TM-YYYYMM(WS-MONTH-INDEX)
                       "   no runs"
               ELSE
                   PERFORM Print-Month-Rate
               END-IF
           END-PERFORM.

       Print-Month-Rate.
           COMPUTE WS-SLICES-PER-SEC =
               WS-TC-STEPS(WS-MONTH-INDEX, WS-CELL-INDEX) /
               WS-TC-ELAPSED(WS-MONTH-INDEX, WS-CELL-INDEX)
           MOVE WS-SLICES-PER-SEC TO WS-ED-RATE
           IF WS-PRIOR-INDEX = 0
               DISPLAY "    " WS-TM-YYYYMM(WS-MONTH-INDEX)
                   "  runs " WS-TC-ROWS(WS-MONTH-INDEX, WS-CELL-INDEX)
                   "  " WS-ED-RATE
           ELSE
      * Change on the last month that had runs, in percent.
               COMPUTE WS-PRIOR-RATE =
                   WS-TC-STEPS(WS-PRIOR-INDEX, WS-CELL-INDEX) /
                   WS-TC-ELAPSED(WS-PRIOR-INDEX, WS-CELL-INDEX)
               COMPUTE WS-RATE-CHANGE =
                   WS-SLICES-PER-SEC - WS-PRIOR-RATE
               COMPUTE WS-RATE-CHANGE =
                   WS-RATE-CHANGE / WS-PRIOR-RATE
               COMPUTE WS-RATE-CHANGE = WS-RATE-CHANGE * 100
               MOVE WS-RATE-CHANGE TO WS-ED-CHANGE
               DISPLAY "    " WS-TM-YYYYMM(WS-MONTH-INDEX)
                   "  runs " WS-TC-ROWS(WS-MONTH-INDEX, WS-CELL-INDEX)
                   "  " WS-ED-RATE "  " WS-ED-CHANGE "%"
           END-IF
           MOVE WS-MONTH-INDEX TO WS-PRIOR-INDEX.

       Price-The-Work.
      * Seconds for WS-PRICE-STEPS slices by WS-PRICE-METHOD of
      * WS-PRICE-CONSTANT: the latest trend month with runs of that
      * method and constant, else of that method over any constant.
           MOVE "N" TO WS-PRICED-FLAG
           MOVE 0 TO WS-PRICE-SECONDS
           PERFORM Find-Cell-Index
           IF WS-PRICE-METHOD = "S"
               DIVIDE WS-PRICE-STEPS BY 2 GIVING WS-STEPS-HALF
                   REMAINDER WS-STEPS-REMAINDER
               IF WS-STEPS-REMAINDER NOT = 0
                   ADD 1 TO WS-PRICE-STEPS
               END-IF
           END-IF

           MOVE "LATEST" TO WS-RATE-SOURCE
           MOVE 0 TO WS-RATE-STEPS
           MOVE 0 TO WS-RATE-ELAPSED
           PERFORM VARYING WS-MONTH-INDEX FROM WS-TREND-MONTHS BY -1
             UNTIL WS-MONTH-INDEX < 1 OR WS-RATE-STEPS > 0
               IF WS-TC-ROWS(WS-MONTH-INDEX, WS-CELL-INDEX) > 0
                   MOVE WS-TC-STEPS(WS-MONTH-INDEX, WS-CELL-INDEX)
                       TO WS-RATE-STEPS
                   MOVE WS-TC-ELAPSED(WS-MONTH-INDEX, WS-CELL-INDEX)
                       TO WS-RATE-ELAPSED
               END-IF
           END-PERFORM
           IF WS-RATE-STEPS = 0
               MOVE "METHOD" TO WS-RATE-SOURCE
               PERFORM VARYING WS-MONTH-INDEX FROM WS-TREND-MONTHS
                 BY -1 UNTIL WS-MONTH-INDEX < 1 OR WS-RATE-STEPS > 0
                   PERFORM Add-Method-Month
               END-PERFORM
           END-IF
           IF WS-RATE-STEPS = 0
               MOVE "NONE" TO WS-RATE-SOURCE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SECS-PER-SLICE = WS-RATE-ELAPSED / WS-RATE-STEPS
           COMPUTE WS-PRICE-SECONDS =
               WS-PRICE-STEPS * WS-SECS-PER-SLICE
           MOVE "Y" TO WS-PRICED-FLAG.

       Add-Method-Month.
      * The three constant cells of the work's method, one month.
           COMPUTE WS-CELL-INDEX = WS-METHOD-INDEX * 3
           SUBTRACT 2 FROM WS-CELL-INDEX
           PERFORM 3 TIMES
               ADD WS-TC-STEPS(WS-MONTH-INDEX, WS-CELL-INDEX)
                   TO WS-RATE-STEPS
               ADD WS-TC-ELAPSED(WS-MONTH-INDEX, WS-CELL-INDEX)
                   TO WS-RATE-ELAPSED
               ADD 1 TO WS-CELL-INDEX
           END-PERFORM.

       Load-Planned-Calendar.
           PERFORM VARYING WS-NIGHT-INDEX FROM 1 BY 1
             UNTIL WS-NIGHT-INDEX > 31
               MOVE 0 TO WS-NT-ENTRIES(WS-NIGHT-INDEX)
               MOVE 0 TO WS-NT-UNPRICED(WS-NIGHT-INDEX)
               MOVE 0 TO WS-NT-SECONDS(WS-NIGHT-INDEX)
           END-PERFORM

           DISPLAY " "
           DISPLAY "  PLANNED RUNS -- PISCHED.DAT"
           DISPLAY "------------------------------------------------"
           OPEN INPUT PI-SCHEDULE-FILE
           IF WS-PISCHED-STATUS NOT = "00"
               DISPLAY "  no run calendar on file (status "
                   WS-PISCHED-STATUS ") -- queued demand only"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ PI-SCHEDULE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ENTRY-COUNT
                       PERFORM Price-Planned-Entry
               END-READ
           END-PERFORM
           CLOSE PI-SCHEDULE-FILE
           DISPLAY "  Calendar entries read : " WS-ENTRY-COUNT
           DISPLAY "  Planned this month    : " WS-PLANNED-COUNT
           IF WS-INVALID-COUNT > 0
               DISPLAY "  Unreadable entries    : " WS-INVALID-COUNT
           END-IF.

       Price-Planned-Entry.
           IF SH-RUN-DATE IS NOT NUMERIC
               OR SH-NUMBER-OF-STEPS IS NOT NUMERIC
               OR SH-NUMBER-OF-STEPS = 0
               ADD 1 TO WS-INVALID-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SH-RUN-DATE TO WS-WORK-DATE
           IF WS-WD-YEAR NOT = WS-FC-YEAR
               OR WS-WD-MONTH NOT = WS-FC-MONTH
               EXIT PARAGRAPH
           END-IF
           IF WS-WD-DAY < 1 OR WS-WD-DAY > WS-NIGHTS-IN-MONTH
               ADD 1 TO WS-INVALID-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PLANNED-COUNT
           MOVE WS-WD-DAY TO WS-NIGHT-INDEX
           ADD 1 TO WS-NT-ENTRIES(WS-NIGHT-INDEX)
           MOVE SH-NUMBER-OF-STEPS TO WS-PRICE-STEPS
           MOVE SH-METHOD TO WS-PRICE-METHOD
           MOVE SH-CONSTANT TO WS-PRICE-CONSTANT
           PERFORM Price-The-Work
           MOVE WS-PRICE-STEPS TO WS-ED-STEPS
           IF WS-PRICED
               ADD WS-PRICE-SECONDS TO WS-NT-SECONDS(WS-NIGHT-INDEX)
               MOVE WS-PRICE-SECONDS TO WS-ED-SECONDS
               DISPLAY "  " SH-RUN-DATE "  " WS-ED-STEPS
                   " steps  method " WS-PRICE-METHOD "  constant "
                   WS-PRICE-CONSTANT "  " WS-ED-SECONDS " sec ("
                   WS-RATE-SOURCE ")"
           ELSE
               ADD 1 TO WS-NT-UNPRICED(WS-NIGHT-INDEX)
               ADD 1 TO WS-UNPRICED-COUNT
               DISPLAY "  " SH-RUN-DATE "  " WS-ED-STEPS
                   " steps  method " WS-PRICE-METHOD "  constant "
                   WS-PRICE-CONSTANT "  *** NO THROUGHPUT HISTORY"
           END-IF.

       Measure-Queue-Demand.
      * The lookback runs from the first of the month
      * WS-QUEUE-MONTHS before the forecast month up to the day
      * before it starts, or up to today if that comes first.
           COMPUTE WS-MONTH-NUMBER =
               WS-FORECAST-MONTH-NUMBER - WS-QUEUE-MONTHS
           PERFORM Month-Number-To-Yyyymm
           MOVE WS-WORK-DATE TO WS-QUEUE-FROM-DATE
           COMPUTE WS-NEXT-DAY-INTEGER = WS-DAY-INTEGER - 1
           COMPUTE WS-QUEUE-TO-DATE =
               FUNCTION DATE-OF-INTEGER(WS-NEXT-DAY-INTEGER)
           IF WS-TODAY-DATE < WS-QUEUE-TO-DATE
               MOVE WS-TODAY-DATE TO WS-QUEUE-TO-DATE
           END-IF

           DISPLAY " "
           DISPLAY "  QUEUED REQUESTS -- PIREQKSD"
           DISPLAY "------------------------------------------------"
           DISPLAY "  Lookback          : " WS-QUEUE-FROM-DATE
               " to " WS-QUEUE-TO-DATE
           IF WS-QUEUE-TO-DATE < WS-QUEUE-FROM-DATE
               DISPLAY "  lookback is empty -- no queued demand added"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-QUEUE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-QUEUE-TO-DATE) -
               FUNCTION INTEGER-OF-DATE(WS-QUEUE-FROM-DATE)
           ADD 1 TO WS-QUEUE-DAYS

           OPEN INPUT PI-REQUEST-FILE
           IF WS-PIREQQ-STATUS NOT = "00"
               DISPLAY "  no request queue on file (status "
                   WS-PIREQQ-STATUS ") -- no queued demand added"
               EXIT PARAGRAPH
           END-IF
      * The queue key leads with the request date.
           MOVE LOW-VALUES TO RQ-REQUEST-KEY
           MOVE WS-QUEUE-FROM-DATE TO RQ-REQUEST-DATE
           START PI-REQUEST-FILE KEY >= RQ-REQUEST-KEY
           IF WS-PIREQQ-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ PI-REQUEST-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF RQ-REQUEST-DATE > WS-QUEUE-TO-DATE
                               MOVE "Y" TO WS-EOF-FLAG
                           ELSE
                               PERFORM Price-Queued-Request
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PI-REQUEST-FILE

           COMPUTE WS-QUEUE-NIGHTLY = WS-QUEUE-SECONDS / WS-QUEUE-DAYS
           COMPUTE WS-QUEUE-PER-NIGHT =
               WS-QUEUE-REQUESTS / WS-QUEUE-DAYS
           MOVE WS-QUEUE-PER-NIGHT TO WS-ED-AVERAGE
           MOVE WS-QUEUE-NIGHTLY TO WS-ED-SECONDS
           DISPLAY "  Requests filed    : " WS-QUEUE-REQUESTS
               " over " WS-QUEUE-DAYS " day(s)"
           DISPLAY "  Average per night : " WS-ED-AVERAGE
               " request(s), " WS-ED-SECONDS " sec"
           IF WS-QUEUE-UNPRICED > 0
               DISPLAY "  *** " WS-QUEUE-UNPRICED " request(s) "
                   "with no throughput history -- not counted"
           END-IF.

       Price-Queued-Request.
      * A request the user took back never reached the drain; any
      * other status did, or will.  Requests carry no constant and
      * run as Pi.
           IF RQ-STATUS = "CANCELLED"
               OR RQ-NUMBER-OF-STEPS IS NOT NUMERIC
               OR RQ-NUMBER-OF-STEPS = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QUEUE-REQUESTS
           MOVE RQ-NUMBER-OF-STEPS TO WS-PRICE-STEPS
           MOVE RQ-METHOD TO WS-PRICE-METHOD
           MOVE "P" TO WS-PRICE-CONSTANT
           PERFORM Price-The-Work
           IF WS-PRICED
               ADD WS-PRICE-SECONDS TO WS-QUEUE-SECONDS
           ELSE
               ADD 1 TO WS-QUEUE-UNPRICED
           END-IF.

       Print-Nightly-Forecast.
           DISPLAY " "
           DISPLAY "  NIGHTLY DEMAND vs WINDOW (seconds)"
           DISPLAY "------------------------------------------------"
           DISPLAY "  night     runs   planned    queued     total"
           MOVE 0 TO WS-OVERRUN-COUNT
           MOVE 0 TO WS-WORST-OVER
           PERFORM VARYING WS-NIGHT-INDEX FROM 1 BY 1
             UNTIL WS-NIGHT-INDEX > WS-NIGHTS-IN-MONTH
               PERFORM Print-One-Night
           END-PERFORM

           DISPLAY " "
           DISPLAY "  NIGHTS PROJECTED TO OVERRUN"
           DISPLAY "------------------------------------------------"
           IF WS-OVERRUN-COUNT = 0
               DISPLAY "  None -- every night fits the window"
           ELSE
               PERFORM VARYING WS-NIGHT-INDEX FROM 1 BY 1
                 UNTIL WS-NIGHT-INDEX > WS-NIGHTS-IN-MONTH
                   PERFORM List-Overrun-Night
               END-PERFORM
           END-IF

           DISPLAY " "
           DISPLAY "------------------------------------------------"
           DISPLAY "  Nights forecast       : " WS-NIGHTS-IN-MONTH
           DISPLAY "  Nights over window    : " WS-OVERRUN-COUNT
           IF WS-OVERRUN-COUNT > 0
               MOVE WS-WORST-OVER TO WS-ED-SECONDS
               DISPLAY "  Worst night           : " WS-WORST-NIGHT
                   " over by " WS-ED-SECONDS " sec"
           END-IF
           IF WS-UNPRICED-COUNT > 0
               DISPLAY "  Planned runs unpriced : " WS-UNPRICED-COUNT
                   " -- those nights are understated"
           END-IF
           DISPLAY "================================================".

       Set-Night-Figures.
      * Date, total demand and overrun of night WS-NIGHT-INDEX.
           COMPUTE WS-NIGHT-DATE = WS-FIRST-NIGHT + WS-NIGHT-INDEX
           SUBTRACT 1 FROM WS-NIGHT-DATE
           COMPUTE WS-NIGHT-TOTAL =
               WS-NT-SECONDS(WS-NIGHT-INDEX) + WS-QUEUE-NIGHTLY
           COMPUTE WS-NIGHT-OVER = WS-NIGHT-TOTAL - WS-WINDOW-SECONDS.

       Print-One-Night.
           PERFORM Set-Night-Figures
           MOVE WS-NT-SECONDS(WS-NIGHT-INDEX) TO WS-ED-SECONDS
           MOVE WS-QUEUE-NIGHTLY TO WS-ED-SECONDS-2
           MOVE WS-NIGHT-TOTAL TO WS-ED-SECONDS-3
           IF WS-NIGHT-OVER > 0
               ADD 1 TO WS-OVERRUN-COUNT
               IF WS-NIGHT-OVER > WS-WORST-OVER
                   MOVE WS-NIGHT-OVER TO WS-WORST-OVER
                   MOVE WS-NIGHT-DATE TO WS-WORST-NIGHT
               END-IF
               DISPLAY "  " WS-NIGHT-DATE "  "
                   WS-NT-ENTRIES(WS-NIGHT-INDEX) WS-ED-SECONDS
                   WS-ED-SECONDS-2 WS-ED-SECONDS-3 "  OVER"
           ELSE
               DISPLAY "  " WS-NIGHT-DATE "  "
                   WS-NT-ENTRIES(WS-NIGHT-INDEX) WS-ED-SECONDS
                   WS-ED-SECONDS-2 WS-ED-SECONDS-3
           END-IF
           IF WS-NT-UNPRICED(WS-NIGHT-INDEX) > 0
               DISPLAY "            *** "
                   WS-NT-UNPRICED(WS-NIGHT-INDEX)
                   " planned run(s) not priced"
           END-IF.

       List-Overrun-Night.
           PERFORM Set-Night-Figures
           IF WS-NIGHT-OVER NOT > 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-OVER-PERCENT = WS-NIGHT-OVER / WS-WINDOW-SECONDS
           COMPUTE WS-OVER-PERCENT = WS-OVER-PERCENT * 100
           MOVE WS-NIGHT-OVER TO WS-ED-SECONDS
           MOVE WS-OVER-PERCENT TO WS-ED-PERCENT
           DISPLAY "  " WS-NIGHT-DATE "  over by " WS-ED-SECONDS
               " sec (" WS-ED-PERCENT "% of the window)".

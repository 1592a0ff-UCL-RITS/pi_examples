       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PiDeterminismCheck.
       AUTHOR.  Ian Kirker.

      * Determinism regression check over the filed history.  The
      * midpoint and Simpson rules involve no randomness, so two
      * runs of the same constant, method and NumberOfSteps must
      * file the same PR-PI-VALUE however far apart they ran.  When
      * they don't, something underneath has changed -- a compiler
      * level, the runtime's FLOAT-LONG arithmetic, or an edit to
      * one of the copies of Compute-Slice-Value carried by
      * CalculatePi, PiRequestFulfil, PiInquiry and PiStudyDriver --
      * and every figure since is suspect until it is explained.
      * Each new deterministic row (methods "M" and "S", status
      * COMPLETE -- which takes in the rows PiRequestFulfil files
      * for the queue -- MERGED or ONLINE) run on or after the card
      * date (see pidetrm.cpy) is compared with the EARLIEST row on
      * the live history of the same constant, method and step
      * count, so a drift shows against the original figure rather
      * than creeping a digit at a time through a chain of "latest"
      * twins.  A MERGED row, or a row whose earliest twin is
      * MERGED, is held to the card's rounding allowance instead of
      * exact agreement -- MergePi adds the partial sums in a
      * different order.  REJECTED, ANNULLED and derived EXTRAPOL
      * rows are neither checked nor used as a twin, and neither is
      * Monte Carlo, whose figures differ by design.
      * Every regression is listed with both run keys and values and
      * raises its own "C" DETREGR alert on PIALERT.DAT carrying the
      * new row's key.
      * RETURN-CODE 8 when any regression was found, 4 when the twin
      * table overflowed (some rows could not be checked).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PI-RESULTS-FILE
               ASSIGN TO "PIRESULT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-RUN-KEY
               FILE STATUS IS WS-PIRESULT-STATUS.
           SELECT PI-ALERT-FILE
               ASSIGN TO "PIALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PI-RESULTS-FILE.
       COPY piresult.

       FD  PI-ALERT-FILE.
       COPY pialert.

       WORKING-STORAGE SECTION.
       01 WS-PIALERT-STATUS   PIC XX VALUE "00".
       01 WS-PIRESULT-STATUS  PIC XX VALUE "00".
       01 WS-EOF-FLAG         PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".

       01 WS-TODAY-DATE       PIC 9(8) VALUE 0.
       01 WS-FROM-DATE        PIC 9(8) VALUE 0.
       01 WS-DAY-INTEGER      PIC 9(8) VALUE 0.
       01 WS-MERGE-ALLOWANCE  PIC 9V9(15) VALUE 0.000000000001.

      * Earliest checkable row per constant, method and step count,
      * built as the one ascending pass over the history goes --
      * the history is in run-key order, so the first row seen for
      * a combination is its earliest.
       01 WS-TWIN-TABLE-MAX   PIC 9(4) VALUE 2000.
       01 WS-TWIN-COUNT       PIC 9(4) VALUE 0.
       01 WS-TWIN-INDEX       PIC 9(4) VALUE 0.
       01 WS-TWIN-TABLE.
           05 WS-TWIN-ENTRY OCCURS 2000 TIMES.
               10 WS-TWIN-CONSTANT   PIC X(01).
               10 WS-TWIN-METHOD     PIC X(01).
               10 WS-TWIN-STEPS      PIC 9(10).
               10 WS-TWIN-RUN-DATE   PIC 9(8).
               10 WS-TWIN-RUN-TIME   PIC 9(8).
               10 WS-TWIN-STATUS     PIC X(08).
               10 WS-TWIN-PI-VALUE   PIC 9(1)V9(15).
       01 WS-TWIN-FOUND-FLAG  PIC X VALUE "N".
           88 WS-TWIN-FOUND        VALUE "Y".

       01 WS-RECORD-CONSTANT  PIC X VALUE "P".
       01 WS-VALUE-DIFFERENCE PIC S9(1)V9(15) VALUE 0.
       01 WS-ALLOWED-DIFFERENCE PIC 9(1)V9(15) VALUE 0.

       01 WS-HISTORY-ROWS     PIC 9(8) VALUE 0.
       01 WS-CANDIDATE-COUNT  PIC 9(8) VALUE 0.
       01 WS-FIRST-OF-KIND    PIC 9(8) VALUE 0.
       01 WS-CHECKED-COUNT    PIC 9(8) VALUE 0.
       01 WS-ALLOWANCE-COUNT  PIC 9(8) VALUE 0.
       01 WS-REGRESSION-COUNT PIC 9(6) VALUE 0.
       01 WS-OVERFLOW-COUNT   PIC 9(8) VALUE 0.

       COPY pidetrm.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Read-Determinism-Control-Card

           DISPLAY " "
           DISPLAY "================================================"
           DISPLAY "  DETERMINISM REGRESSION CHECK -- rows from "
               WS-FROM-DATE
           DISPLAY "================================================"
           DISPLAY "  MERGED rounding allowance " WS-MERGE-ALLOWANCE

           OPEN INPUT PI-RESULTS-FILE
           IF WS-PIRESULT-STATUS NOT = "00"
               DISPLAY "No PI-RESULTS history on file (status "
                   WS-PIRESULT-STATUS ") -- nothing to check"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE LOW-VALUES TO PR-RUN-KEY
           START PI-RESULTS-FILE KEY >= PR-RUN-KEY
           IF WS-PIRESULT-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ PI-RESULTS-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-HISTORY-ROWS
                           PERFORM Check-History-Row
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PI-RESULTS-FILE

           PERFORM Print-Determinism-Summary

           EVALUATE TRUE
               WHEN WS-REGRESSION-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-OVERFLOW-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       Read-Determinism-Control-Card.
           MOVE SPACES TO PI-DETERMINISM-CONTROL-CARD
           ACCEPT PI-DETERMINISM-CONTROL-CARD FROM SYSIN
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           IF DT-FROM-DATE IS NUMERIC AND DT-FROM-DATE > 0
               MOVE DT-FROM-DATE TO WS-FROM-DATE
           ELSE
               COMPUTE WS-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               SUBTRACT 1 FROM WS-DAY-INTEGER
               COMPUTE WS-FROM-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
           END-IF
           IF DT-MERGE-ALLOWANCE IS NUMERIC AND DT-MERGE-ALLOWANCE > 0
               MOVE DT-MERGE-ALLOWANCE TO WS-MERGE-ALLOWANCE
           END-IF.

       Check-History-Row.
           IF (PR-METHOD NOT = "M" AND PR-METHOD NOT = "S")
               OR PR-NUMBER-OF-STEPS IS NOT NUMERIC
               OR PR-NUMBER-OF-STEPS = 0
               EXIT PARAGRAPH
           END-IF
           IF PR-STATUS NOT = "COMPLETE"
               AND PR-STATUS NOT = "MERGED"
               AND PR-STATUS NOT = "ONLINE"
               EXIT PARAGRAPH
           END-IF
      * Rows filed before PR-CONSTANT existed were Pi runs.
           IF PR-CONSTANT = "L" OR PR-CONSTANT = "E"
               MOVE PR-CONSTANT TO WS-RECORD-CONSTANT
           ELSE
               MOVE "P" TO WS-RECORD-CONSTANT
           END-IF
           IF PR-RUN-DATE NOT < WS-FROM-DATE
               ADD 1 TO WS-CANDIDATE-COUNT
           END-IF

           PERFORM Find-Earliest-Twin
           IF NOT WS-TWIN-FOUND
      * First of its kind on the live history: it becomes the
      * figure every later twin is held to.
               PERFORM Remember-Earliest-Twin
               EXIT PARAGRAPH
           END-IF
           IF PR-RUN-DATE < WS-FROM-DATE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CHECKED-COUNT
           MOVE 0 TO WS-ALLOWED-DIFFERENCE
           IF PR-STATUS = "MERGED"
               OR WS-TWIN-STATUS(WS-TWIN-INDEX) = "MERGED"
               MOVE WS-MERGE-ALLOWANCE TO WS-ALLOWED-DIFFERENCE
               ADD 1 TO WS-ALLOWANCE-COUNT
           END-IF
           COMPUTE WS-VALUE-DIFFERENCE =
               PR-PI-VALUE - WS-TWIN-PI-VALUE(WS-TWIN-INDEX)
           IF WS-VALUE-DIFFERENCE < 0
               COMPUTE WS-VALUE-DIFFERENCE = WS-VALUE-DIFFERENCE * -1
           END-IF
           IF WS-VALUE-DIFFERENCE > WS-ALLOWED-DIFFERENCE
               PERFORM Report-Regression
           END-IF.

       Find-Earliest-Twin.
      * Leaves WS-TWIN-INDEX on the entry for this row's constant,
      * method and step count.
           MOVE "N" TO WS-TWIN-FOUND-FLAG
           PERFORM VARYING WS-TWIN-INDEX FROM 1 BY 1
             UNTIL WS-TWIN-INDEX > WS-TWIN-COUNT
               IF WS-TWIN-CONSTANT(WS-TWIN-INDEX) = WS-RECORD-CONSTANT
                   AND WS-TWIN-METHOD(WS-TWIN-INDEX) = PR-METHOD
                   AND WS-TWIN-STEPS(WS-TWIN-INDEX)
                       = PR-NUMBER-OF-STEPS
                   MOVE "Y" TO WS-TWIN-FOUND-FLAG
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       Remember-Earliest-Twin.
      * A full table leaves this combination without a twin: count
      * it -- and each later row of the combination as it passes --
      * so the summary says how much went unchecked.
           IF WS-TWIN-COUNT >= WS-TWIN-TABLE-MAX
               ADD 1 TO WS-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TWIN-COUNT
           MOVE WS-RECORD-CONSTANT TO WS-TWIN-CONSTANT(WS-TWIN-COUNT)
           MOVE PR-METHOD TO WS-TWIN-METHOD(WS-TWIN-COUNT)
           MOVE PR-NUMBER-OF-STEPS TO WS-TWIN-STEPS(WS-TWIN-COUNT)
           MOVE PR-RUN-DATE TO WS-TWIN-RUN-DATE(WS-TWIN-COUNT)
           MOVE PR-RUN-TIME TO WS-TWIN-RUN-TIME(WS-TWIN-COUNT)
           MOVE PR-STATUS TO WS-TWIN-STATUS(WS-TWIN-COUNT)
           MOVE PR-PI-VALUE TO WS-TWIN-PI-VALUE(WS-TWIN-COUNT)
           IF PR-RUN-DATE NOT < WS-FROM-DATE
               ADD 1 TO WS-FIRST-OF-KIND
           END-IF.

       Report-Regression.
           ADD 1 TO WS-REGRESSION-COUNT
           DISPLAY " "
           DISPLAY "*** REGRESSION: constant " WS-RECORD-CONSTANT
               " method " PR-METHOD " " PR-NUMBER-OF-STEPS " steps"
           DISPLAY "    earliest run  " WS-TWIN-RUN-DATE(WS-TWIN-INDEX)
               " " WS-TWIN-RUN-TIME(WS-TWIN-INDEX) " "
               WS-TWIN-STATUS(WS-TWIN-INDEX) " value "
               WS-TWIN-PI-VALUE(WS-TWIN-INDEX)
           DISPLAY "    new run       " PR-RUN-DATE " " PR-RUN-TIME
               " " PR-STATUS " value " PR-PI-VALUE
           DISPLAY "    difference    " WS-VALUE-DIFFERENCE
               " (allowed " WS-ALLOWED-DIFFERENCE ")"

           MOVE "C" TO AL-SEVERITY
           MOVE SPACES TO AL-JOB-ID
           MOVE PR-RUN-DATE TO AL-RUN-DATE
           MOVE PR-RUN-TIME TO AL-RUN-TIME
           MOVE 0 TO AL-RANGE-START
           MOVE "DETREGR" TO AL-REASON-CODE
           MOVE SPACES TO AL-ALERT-TEXT
           STRING "differs from run " DELIMITED BY SIZE
               WS-TWIN-RUN-DATE(WS-TWIN-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TWIN-RUN-TIME(WS-TWIN-INDEX) DELIMITED BY SIZE
               " at the same steps" DELIMITED BY SIZE
               INTO AL-ALERT-TEXT
           PERFORM Write-Alert-Record.

       Write-Alert-Record.
      * One standardized record on the common PIALERT.DAT feed (see
      * pialert.cpy) -- same shape as CalculatePi's
      * Write-Alert-Record; the caller set everything but the stamp
      * and the issuing program name.
           MOVE 0 TO AL-ALERT-DATE
           ACCEPT AL-ALERT-DATE FROM DATE YYYYMMDD
           MOVE 0 TO AL-ALERT-TIME
           ACCEPT AL-ALERT-TIME FROM TIME
           MOVE "PiDeterminismCheck" TO AL-PROGRAM
           OPEN EXTEND PI-ALERT-FILE
           IF WS-PIALERT-STATUS = "35"
               OPEN OUTPUT PI-ALERT-FILE
           END-IF
           WRITE PI-ALERT-RECORD
           CLOSE PI-ALERT-FILE.

       Print-Determinism-Summary.
           DISPLAY " "
           DISPLAY "------------------------------------------------"
           DISPLAY "  History rows read      : " WS-HISTORY-ROWS
           DISPLAY "  New deterministic rows : " WS-CANDIDATE-COUNT
           DISPLAY "  First of their kind    : " WS-FIRST-OF-KIND
           DISPLAY "  Checked against a twin : " WS-CHECKED-COUNT
           DISPLAY "    under MERGED allowance: " WS-ALLOWANCE-COUNT
           DISPLAY "  Regressions            : " WS-REGRESSION-COUNT
           IF WS-OVERFLOW-COUNT > 0
               DISPLAY "  Twin table full -- rows left unchecked: "
                   WS-OVERFLOW-COUNT
           END-IF
           DISPLAY "================================================".

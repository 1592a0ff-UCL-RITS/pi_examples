       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PiExtrapolate.
       AUTHOR.  Ian Kirker.

      * Richardson extrapolation over the filed history.  The
      * deterministic rules' error falls off as a known power of the
      * step size -- order 2 for the midpoint rule, order 4 for
      * Simpson's -- so two filed runs of the same constant and
      * method, one at N steps (the coarse estimate C) and one at
      * 2N (the fine estimate F), cancel the leading error term
      * between them:
      *     R = (2**p * F - C) / (2**p - 1)
      *       = (4F - C) / 3      midpoint, p = 2
      *       = (16F - C) / 15    Simpson,  p = 4
      * giving digits neither run has on its own, without paying for
      * a 4N-step run.
      * Only COMPLETE and MERGED rows of methods "M" and "S" are
      * used -- Monte Carlo has no error order to cancel, and
      * REJECTED or ANNULLED figures are not to be built on.  Where
      * a step count was run more than once the latest row at that
      * count is taken.
      * Each figure is judged by the same reference reconciliation
      * CalculatePi's Reconcile-Pi-Value applies to a deterministic
      * run (the flat tolerance, overridable from the control card,
      * see pirich.cpy) and filed as its own history row: status
      * EXTRAPOL, or REJECTED with a RECONFL alert when it fails,
      * carrying the run keys of both source rows in PR-SOURCE-KEYS
      * (see piresult.cpy) and the fine row's step count.  A
      * constant, method and step count that already has a derived
      * row on file is not extrapolated again, so the job can run
      * every night and only files what is new.
      * RETURN-CODE 8 when any extrapolated figure failed
      * reconciliation or could not be filed, 4 when a candidate
      * table overflowed (some pairs were not considered).

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
           SELECT PI-JOURNAL-FILE
               ASSIGN TO "PIJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PI-RESULTS-FILE.
       COPY piresult.

       FD  PI-ALERT-FILE.
       COPY pialert.

       FD  PI-JOURNAL-FILE.
       COPY pijrnl.

       WORKING-STORAGE SECTION.
       01 WS-PIALERT-STATUS   PIC XX VALUE "00".
       01 WS-PIJRNL-STATUS    PIC XX VALUE "00".
       01 WS-PIRESULT-STATUS  PIC XX VALUE "00".
       01 WS-EOF-FLAG         PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".

      * Latest COMPLETE/MERGED row per constant, method and step
      * count, built in one pass over the history.
       01 WS-SOURCE-TABLE-MAX PIC 9(4) VALUE 2000.
       01 WS-SOURCE-COUNT     PIC 9(4) VALUE 0.
       01 WS-SOURCE-INDEX     PIC 9(4) VALUE 0.
       01 WS-FINE-INDEX       PIC 9(4) VALUE 0.
       01 WS-SOURCE-TABLE.
           05 WS-SOURCE-ENTRY OCCURS 2000 TIMES.
               10 WS-SRC-CONSTANT    PIC X(01).
               10 WS-SRC-METHOD      PIC X(01).
               10 WS-SRC-STEPS       PIC 9(10).
               10 WS-SRC-RUN-DATE    PIC 9(8).
               10 WS-SRC-RUN-TIME    PIC 9(8).
               10 WS-SRC-PI-VALUE    PIC 9(1)V9(15).
      * Constant, method and (fine) step count of every derived row
      * already on file.
       01 WS-DONE-TABLE-MAX   PIC 9(4) VALUE 2000.
       01 WS-DONE-COUNT       PIC 9(4) VALUE 0.
       01 WS-DONE-INDEX       PIC 9(4) VALUE 0.
       01 WS-DONE-TABLE.
           05 WS-DONE-ENTRY OCCURS 2000 TIMES.
               10 WS-DONE-CONSTANT   PIC X(01).
               10 WS-DONE-METHOD     PIC X(01).
               10 WS-DONE-STEPS      PIC 9(10).
       01 WS-DONE-FOUND-FLAG  PIC X VALUE "N".
           88 WS-DONE-FOUND        VALUE "Y".
       01 WS-OVERFLOW-COUNT   PIC 9(8) VALUE 0.

       01 WS-RECORD-CONSTANT  PIC X VALUE "P".
       01 WS-WANTED-STEPS     PIC 9(11) VALUE 0.

       01 WS-CONSTANT-CODE    PIC X VALUE "P".
           88 WS-CONSTANT-PI       VALUE "P".
           88 WS-CONSTANT-LN2      VALUE "L".
           88 WS-CONSTANT-E1       VALUE "E".
       01 WS-METHOD           PIC X VALUE "M".
           88 WS-METHOD-MIDPOINT   VALUE "M".
           88 WS-METHOD-SIMPSON    VALUE "S".

      * 2**p and 2**p - 1 for the method's error order p.
       01 WS-ORDER-FACTOR     USAGE IS FLOAT-LONG VALUE 4.
       01 WS-ORDER-DIVISOR    USAGE IS FLOAT-LONG VALUE 3.
       01 WS-COARSE-VALUE     USAGE IS FLOAT-LONG VALUE 0.
       01 WS-FINE-VALUE       USAGE IS FLOAT-LONG VALUE 0.
       01 WS-EXTRAP-WORK      USAGE IS FLOAT-LONG VALUE 0.
       01 WS-FINE-ABS-ERROR   USAGE IS FLOAT-LONG VALUE 0.
       01 Pi                  USAGE IS FLOAT-LONG VALUE 0.

       01 WS-PI-REFERENCE     USAGE IS FLOAT-LONG
                               VALUE 3.14159265358979.
       01 WS-PI-TOLERANCE     USAGE IS FLOAT-LONG VALUE 0.0001.
       01 WS-PI-ABS-ERROR     USAGE IS FLOAT-LONG VALUE 0.
       01 WS-RECONCILE-RESULT PIC X VALUE "N".
           88 WS-RECONCILE-FAILED  VALUE "Y".

       01 WS-HISTORY-ROWS     PIC 9(8) VALUE 0.
       01 WS-PAIR-COUNT       PIC 9(6) VALUE 0.
       01 WS-ALREADY-COUNT    PIC 9(6) VALUE 0.
       01 WS-FILED-COUNT      PIC 9(6) VALUE 0.
       01 WS-REJECTED-COUNT   PIC 9(6) VALUE 0.
       01 WS-WRITE-FAILED-COUNT PIC 9(6) VALUE 0.

       COPY pirich.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Read-Richardson-Control-Card

           OPEN I-O PI-RESULTS-FILE
           IF WS-PIRESULT-STATUS NOT = "00"
               DISPLAY "No PI-RESULTS history on file (status "
                   WS-PIRESULT-STATUS ") -- nothing to extrapolate"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM Load-Source-Rows
           PERFORM VARYING WS-SOURCE-INDEX FROM 1 BY 1
             UNTIL WS-SOURCE-INDEX > WS-SOURCE-COUNT
               PERFORM Find-Fine-Partner
               IF WS-FINE-INDEX > 0
                   PERFORM Extrapolate-One-Pair
               END-IF
           END-PERFORM
           CLOSE PI-RESULTS-FILE

           PERFORM Print-Extrapolation-Summary

           EVALUATE TRUE
               WHEN WS-REJECTED-COUNT > 0
               WHEN WS-WRITE-FAILED-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-OVERFLOW-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       Read-Richardson-Control-Card.
           MOVE SPACES TO PI-RICHARDSON-CONTROL-CARD
           ACCEPT PI-RICHARDSON-CONTROL-CARD FROM SYSIN
           IF RX-TOLERANCE IS NUMERIC AND RX-TOLERANCE > 0
               MOVE RX-TOLERANCE TO WS-PI-TOLERANCE
           END-IF.

       Load-Source-Rows.
           MOVE LOW-VALUES TO PR-RUN-KEY
           START PI-RESULTS-FILE KEY >= PR-RUN-KEY
           IF WS-PIRESULT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ PI-RESULTS-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-HISTORY-ROWS
                       PERFORM Classify-History-Row
               END-READ
           END-PERFORM.

       Classify-History-Row.
      * Rows filed before PR-CONSTANT existed were Pi runs.
           IF PR-CONSTANT = "L" OR PR-CONSTANT = "E"
               MOVE PR-CONSTANT TO WS-RECORD-CONSTANT
           ELSE
               MOVE "P" TO WS-RECORD-CONSTANT
           END-IF
      * A row carrying source keys is itself derived -- remember
      * what it covers, but never build on it.
           IF PR-SOURCE-KEYS IS NUMERIC
               AND PR-FINE-RUN-DATE > 0
               PERFORM Remember-Derived-Row
               EXIT PARAGRAPH
           END-IF
           IF (PR-STATUS NOT = "COMPLETE" AND PR-STATUS NOT = "MERGED")
               OR (PR-METHOD NOT = "M" AND PR-METHOD NOT = "S")
               OR PR-NUMBER-OF-STEPS = 0
               EXIT PARAGRAPH
           END-IF
      * The history is read in run-key order, so a later row at the
      * same step count replaces the earlier one.
           PERFORM VARYING WS-SOURCE-INDEX FROM 1 BY 1
             UNTIL WS-SOURCE-INDEX > WS-SOURCE-COUNT
               IF WS-SRC-CONSTANT(WS-SOURCE-INDEX) = WS-RECORD-CONSTANT
                   AND WS-SRC-METHOD(WS-SOURCE-INDEX) = PR-METHOD
                   AND WS-SRC-STEPS(WS-SOURCE-INDEX)
                       = PR-NUMBER-OF-STEPS
                   PERFORM Store-Source-Row
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-SOURCE-COUNT >= WS-SOURCE-TABLE-MAX
               ADD 1 TO WS-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SOURCE-COUNT
           MOVE WS-SOURCE-COUNT TO WS-SOURCE-INDEX
           PERFORM Store-Source-Row.

       Store-Source-Row.
           MOVE WS-RECORD-CONSTANT TO WS-SRC-CONSTANT(WS-SOURCE-INDEX)
           MOVE PR-METHOD TO WS-SRC-METHOD(WS-SOURCE-INDEX)
           MOVE PR-NUMBER-OF-STEPS TO WS-SRC-STEPS(WS-SOURCE-INDEX)
           MOVE PR-RUN-DATE TO WS-SRC-RUN-DATE(WS-SOURCE-INDEX)
           MOVE PR-RUN-TIME TO WS-SRC-RUN-TIME(WS-SOURCE-INDEX)
           MOVE PR-PI-VALUE TO WS-SRC-PI-VALUE(WS-SOURCE-INDEX).

       Remember-Derived-Row.
           IF WS-DONE-COUNT >= WS-DONE-TABLE-MAX
               ADD 1 TO WS-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DONE-COUNT
           MOVE WS-RECORD-CONSTANT TO WS-DONE-CONSTANT(WS-DONE-COUNT)
           MOVE PR-METHOD TO WS-DONE-METHOD(WS-DONE-COUNT)
           MOVE PR-NUMBER-OF-STEPS TO WS-DONE-STEPS(WS-DONE-COUNT).

       Find-Fine-Partner.
      * Leaves WS-FINE-INDEX on the row at twice the coarse step
      * count for the same constant and method, zero if none.
           COMPUTE WS-WANTED-STEPS = WS-SRC-STEPS(WS-SOURCE-INDEX) * 2
           PERFORM VARYING WS-FINE-INDEX FROM 1 BY 1
             UNTIL WS-FINE-INDEX > WS-SOURCE-COUNT
               IF WS-SRC-CONSTANT(WS-FINE-INDEX)
                       = WS-SRC-CONSTANT(WS-SOURCE-INDEX)
                   AND WS-SRC-METHOD(WS-FINE-INDEX)
                       = WS-SRC-METHOD(WS-SOURCE-INDEX)
                   AND WS-SRC-STEPS(WS-FINE-INDEX) = WS-WANTED-STEPS
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE 0 TO WS-FINE-INDEX.

       Extrapolate-One-Pair.
           ADD 1 TO WS-PAIR-COUNT
           PERFORM Check-Already-Derived
           IF WS-DONE-FOUND
               ADD 1 TO WS-ALREADY-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SRC-CONSTANT(WS-SOURCE-INDEX) TO WS-CONSTANT-CODE
           MOVE WS-SRC-METHOD(WS-SOURCE-INDEX) TO WS-METHOD
           IF WS-METHOD-SIMPSON
               MOVE 16 TO WS-ORDER-FACTOR
               MOVE 15 TO WS-ORDER-DIVISOR
           ELSE
               MOVE 4 TO WS-ORDER-FACTOR
               MOVE 3 TO WS-ORDER-DIVISOR
           END-IF
           MOVE WS-SRC-PI-VALUE(WS-SOURCE-INDEX) TO WS-COARSE-VALUE
           MOVE WS-SRC-PI-VALUE(WS-FINE-INDEX) TO WS-FINE-VALUE
      * Two operands per COMPUTE -- see CalculatePi's
      * Compute-Slice-Value on this runtime and longer chains.
           COMPUTE WS-EXTRAP-WORK = WS-FINE-VALUE * WS-ORDER-FACTOR
           SUBTRACT WS-COARSE-VALUE FROM WS-EXTRAP-WORK
           COMPUTE Pi = WS-EXTRAP-WORK / WS-ORDER-DIVISOR

           DISPLAY " "
           DISPLAY "Constant " WS-CONSTANT-CODE " method " WS-METHOD
               ": " WS-SRC-STEPS(WS-SOURCE-INDEX) " / "
               WS-SRC-STEPS(WS-FINE-INDEX) " steps"
           DISPLAY "  coarse run " WS-SRC-RUN-DATE(WS-SOURCE-INDEX)
               " " WS-SRC-RUN-TIME(WS-SOURCE-INDEX) " value "
               WS-SRC-PI-VALUE(WS-SOURCE-INDEX)
           DISPLAY "  fine run   " WS-SRC-RUN-DATE(WS-FINE-INDEX)
               " " WS-SRC-RUN-TIME(WS-FINE-INDEX) " value "
               WS-SRC-PI-VALUE(WS-FINE-INDEX)
           DISPLAY "  extrapolated value " Pi

           PERFORM Resolve-Constant-Reference
           COMPUTE WS-FINE-ABS-ERROR = WS-FINE-VALUE - WS-PI-REFERENCE
           IF WS-FINE-ABS-ERROR < 0
               COMPUTE WS-FINE-ABS-ERROR = WS-FINE-ABS-ERROR * -1
           END-IF
           MOVE "N" TO WS-RECONCILE-RESULT
           PERFORM Reconcile-Pi-Value
           IF NOT WS-RECONCILE-FAILED
               DISPLAY "  error vs reference: fine " WS-FINE-ABS-ERROR
                   ", extrapolated " WS-PI-ABS-ERROR
           END-IF
           PERFORM Write-Pi-Result.

       Check-Already-Derived.
           MOVE "N" TO WS-DONE-FOUND-FLAG
           PERFORM VARYING WS-DONE-INDEX FROM 1 BY 1
             UNTIL WS-DONE-INDEX > WS-DONE-COUNT
               IF WS-DONE-CONSTANT(WS-DONE-INDEX)
                       = WS-SRC-CONSTANT(WS-FINE-INDEX)
                   AND WS-DONE-METHOD(WS-DONE-INDEX)
                       = WS-SRC-METHOD(WS-FINE-INDEX)
                   AND WS-DONE-STEPS(WS-DONE-INDEX)
                       = WS-SRC-STEPS(WS-FINE-INDEX)
                   MOVE "Y" TO WS-DONE-FOUND-FLAG
               END-IF
           END-PERFORM.

       Resolve-Constant-Reference.
      * Same per-constant reference table as CalculatePi's
      * Resolve-Constant-Reference.
           EVALUATE TRUE
               WHEN WS-CONSTANT-LN2
                   MOVE 0.69314718055995 TO WS-PI-REFERENCE
               WHEN WS-CONSTANT-E1
                   MOVE 1.71828182845905 TO WS-PI-REFERENCE
               WHEN OTHER
                   MOVE 3.14159265358979 TO WS-PI-REFERENCE
           END-EVALUATE.

       Reconcile-Pi-Value.
      * The deterministic branch of CalculatePi's Reconcile-Pi-Value:
      * both source rules are deterministic, so is the figure built
      * from them, and the flat tolerance applies.
           COMPUTE WS-PI-ABS-ERROR = Pi - WS-PI-REFERENCE
           IF WS-PI-ABS-ERROR < 0
               COMPUTE WS-PI-ABS-ERROR = WS-PI-ABS-ERROR * -1
           END-IF
           IF WS-PI-ABS-ERROR > WS-PI-TOLERANCE
               MOVE "Y" TO WS-RECONCILE-RESULT
               DISPLAY "  *** PI RECONCILIATION FAILED ***"
               DISPLAY "      computed Pi   : " Pi
               DISPLAY "      reference Pi  : " WS-PI-REFERENCE
               DISPLAY "      absolute error: " WS-PI-ABS-ERROR
               DISPLAY "      tolerance     : " WS-PI-TOLERANCE
           END-IF
           IF WS-RECONCILE-FAILED
      * No job or audit record of its own -- the fine source row's
      * run key identifies what the bad figure was built on.
               MOVE "E" TO AL-SEVERITY
               MOVE "EXTRAPOL" TO AL-JOB-ID
               MOVE WS-SRC-RUN-DATE(WS-FINE-INDEX) TO AL-RUN-DATE
               MOVE WS-SRC-RUN-TIME(WS-FINE-INDEX) TO AL-RUN-TIME
               MOVE 0 TO AL-RANGE-START
               MOVE "RECONFL" TO AL-REASON-CODE
               MOVE "extrapolated value outside the accepted band"
                   TO AL-ALERT-TEXT
               PERFORM Write-Alert-Record
           END-IF.

       Write-Pi-Result.
           MOVE 0 TO PR-RUN-DATE
           ACCEPT PR-RUN-DATE FROM DATE YYYYMMDD
           MOVE 0 TO PR-RUN-TIME
           ACCEPT PR-RUN-TIME FROM TIME
           MOVE WS-SRC-STEPS(WS-FINE-INDEX) TO PR-NUMBER-OF-STEPS
           MOVE WS-METHOD TO PR-METHOD
           MOVE Pi TO PR-PI-VALUE
      * Nothing was timed: the figure costs two source rows already
      * on file, whose own elapsed times stand.
           MOVE 0 TO PR-ELAPSED-SECONDS
           IF WS-RECONCILE-FAILED
               MOVE "REJECTED" TO PR-STATUS
           ELSE
               MOVE "EXTRAPOL" TO PR-STATUS
           END-IF
           MOVE 0 TO PR-STD-ERROR
           MOVE WS-CONSTANT-CODE TO PR-CONSTANT
           MOVE 0 TO PR-RANDOM-SEED
           MOVE WS-SRC-RUN-DATE(WS-SOURCE-INDEX) TO PR-COARSE-RUN-DATE
           MOVE WS-SRC-RUN-TIME(WS-SOURCE-INDEX) TO PR-COARSE-RUN-TIME
           MOVE WS-SRC-RUN-DATE(WS-FINE-INDEX) TO PR-FINE-RUN-DATE
           MOVE WS-SRC-RUN-TIME(WS-FINE-INDEX) TO PR-FINE-RUN-TIME
           MOVE 0 TO PR-TARGET-ACCURACY
           MOVE SPACE TO PR-TARGET-MET

      * Several figures filed in the same hundredth of a second
      * would collide on the run key -- bump the hundredths until
      * the key is free, the same dodge PiRequestFulfil uses.
           WRITE PI-RESULT-RECORD
           PERFORM UNTIL WS-PIRESULT-STATUS NOT = "22"
               ADD 1 TO PR-RUN-TIME
               WRITE PI-RESULT-RECORD
           END-PERFORM
           IF WS-PIRESULT-STATUS NOT = "00"
               AND WS-PIRESULT-STATUS NOT = "02"
               ADD 1 TO WS-WRITE-FAILED-COUNT
               DISPLAY "  *** PI-RESULTS WRITE FAILED, status "
                   WS-PIRESULT-STATUS " for run " PR-RUN-DATE
                   " " PR-RUN-TIME
               MOVE "C" TO AL-SEVERITY
               MOVE "EXTRAPOL" TO AL-JOB-ID
               MOVE PR-RUN-DATE TO AL-RUN-DATE
               MOVE PR-RUN-TIME TO AL-RUN-TIME
               MOVE 0 TO AL-RANGE-START
               MOVE "RESWRTFL" TO AL-REASON-CODE
               MOVE "extrapolated figure did not reach the history"
                   TO AL-ALERT-TEXT
               PERFORM Write-Alert-Record
               EXIT PARAGRAPH
           END-IF
           MOVE "PIRESULT" TO JR-FILE-ID
           MOVE "W" TO JR-ACTION
           MOVE SPACES TO JR-BEFORE-IMAGE
           MOVE PI-RESULT-RECORD TO JR-AFTER-IMAGE
           PERFORM Write-Journal-Record
           IF WS-RECONCILE-FAILED
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               ADD 1 TO WS-FILED-COUNT
           END-IF
           DISPLAY "  filed " PR-STATUS " run " PR-RUN-DATE " "
               PR-RUN-TIME
      * The new row now counts as derived for the rest of this run.
           IF WS-DONE-COUNT < WS-DONE-TABLE-MAX
               ADD 1 TO WS-DONE-COUNT
               MOVE WS-CONSTANT-CODE TO WS-DONE-CONSTANT(WS-DONE-COUNT)
               MOVE WS-METHOD TO WS-DONE-METHOD(WS-DONE-COUNT)
               MOVE PR-NUMBER-OF-STEPS TO WS-DONE-STEPS(WS-DONE-COUNT)
           END-IF.

       Write-Alert-Record.
      * One standardized record on the common PIALERT.DAT feed (see
      * pialert.cpy) -- same shape as CalculatePi's
      * Write-Alert-Record; the caller set everything but the stamp
      * and the issuing program name.
           MOVE 0 TO AL-ALERT-DATE
           ACCEPT AL-ALERT-DATE FROM DATE YYYYMMDD
           MOVE 0 TO AL-ALERT-TIME
           ACCEPT AL-ALERT-TIME FROM TIME
           MOVE "PiExtrapolate" TO AL-PROGRAM
           OPEN EXTEND PI-ALERT-FILE
           IF WS-PIALERT-STATUS = "35"
               OPEN OUTPUT PI-ALERT-FILE
           END-IF
           WRITE PI-ALERT-RECORD
           CLOSE PI-ALERT-FILE.

       Write-Journal-Record.
      * One before/after image on the recovery journal (PIJRNL.DAT,
      * see pijrnl.cpy) for a PIRESULT.DAT or PIAUDIT.DAT change that
      * has just succeeded; the caller set the file id, action and
      * images.  Append-or-create, the same as the alert feed.  A
      * change the journal never heard of can't be rolled forward,
      * so a failed append is raised as "C".
           MOVE 0 TO JR-JOURNAL-DATE
           ACCEPT JR-JOURNAL-DATE FROM DATE YYYYMMDD
           MOVE 0 TO JR-JOURNAL-TIME
           ACCEPT JR-JOURNAL-TIME FROM TIME
           MOVE "PiExtrapolate" TO JR-PROGRAM
           OPEN EXTEND PI-JOURNAL-FILE
           IF WS-PIJRNL-STATUS = "35"
               OPEN OUTPUT PI-JOURNAL-FILE
           END-IF
           WRITE PI-JOURNAL-RECORD
           IF WS-PIJRNL-STATUS NOT = "00"
               DISPLAY "*** JOURNAL WRITE FAILED, status "
                   WS-PIJRNL-STATUS " for " JR-FILE-ID " " JR-ACTION
               MOVE "C" TO AL-SEVERITY
               MOVE JR-FILE-ID TO AL-JOB-ID
               MOVE JR-JOURNAL-DATE TO AL-RUN-DATE
               MOVE JR-JOURNAL-TIME TO AL-RUN-TIME
               MOVE 0 TO AL-RANGE-START
               MOVE "JRNWRTFL" TO AL-REASON-CODE
               MOVE "change filed but not journaled -- not recoverable"
                   TO AL-ALERT-TEXT
               PERFORM Write-Alert-Record
           END-IF
           CLOSE PI-JOURNAL-FILE.

       Print-Extrapolation-Summary.
           DISPLAY " "
           DISPLAY "================================================"
           DISPLAY "  RICHARDSON EXTRAPOLATION SUMMARY"
           DISPLAY "================================================"
           DISPLAY "  History rows read       : " WS-HISTORY-ROWS
           DISPLAY "  Candidate step counts   : " WS-SOURCE-COUNT
           DISPLAY "  N / 2N pairs found      : " WS-PAIR-COUNT
           DISPLAY "  Already extrapolated    : " WS-ALREADY-COUNT
           DISPLAY "  Filed EXTRAPOL          : " WS-FILED-COUNT
           DISPLAY "  Filed REJECTED          : " WS-REJECTED-COUNT
           DISPLAY "  Write failures          : " WS-WRITE-FAILED-COUNT
           DISPLAY "  Reconciliation tolerance: " WS-PI-TOLERANCE
           IF WS-OVERFLOW-COUNT > 0
               DISPLAY "  *** TABLE OVERFLOW, rows not considered: "
                   WS-OVERFLOW-COUNT
           END-IF
           DISPLAY "================================================".

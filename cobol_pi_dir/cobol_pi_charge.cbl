       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PiChargeback.
       AUTHOR.  Ian Kirker.

      * Monthly chargeback of the calculation service to the users
      * and departments who asked for the work.  Every run in the
      * billing month is priced from the rate table (PIRATES.DAT,
      * copybooks/pirate.cpy) by its method, its constant and the
      * way it was asked for:
      *   online -- PIIQ ad-hoc runs, the ONLINE rows PiInquiry
      *             keys on the PIRESKSD mirror, billed to the
      *             signed-on user it stamped there (PK-REQ-USER-ID);
      *             the in-task run times nothing, so slices only;
      *   queued -- PIREQKSD requests the PiRequestFulfil drain ran
      *             in the month, billed to the requester, slices and
      *             elapsed time taken from the history row the
      *             request points at (RQ-RESULT-DATE/TIME);
      *   batch  -- CalculatePi and MergePi job steps, one PIAUDIT
      *             record each, billed to AU-USER-ID with elapsed
      *             time from the audit start and end stamps.
      * Users are rolled up to the department on the user authority
      * master (UA-DEPARTMENT, copybooks/piauth.cpy); anyone with no
      * record or no department there lands in UNASSGND for the
      * finance liaison to chase.
      * Control totals are kept from each source as it is read,
      * independently of the pricing, and the grand totals summed
      * back out of the user table must agree with them -- for the
      * batch class that is the month's audit records, less only the
      * INVALID and still-RUNNING ones, which did no billable work.
      * A disagreement prints OUT OF BALANCE and ends RETURN-CODE 8
      * so the billing feed is held.
      * The billing interface (PIBILL.DAT) gets one "|"-delimited
      * line per department, user and class, closed by a TRL control
      * record carrying the line count and amount total, the same
      * trailer convention PiResultExtract uses.
      * RETURN-CODE 4 when any run had no rate on the table (it is
      * billed at zero and listed) or a queued request's history row
      * could not be found; 8 when out of balance or a table
      * overflowed; 12 when the audit trail could not be opened.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PI-RATE-FILE
               ASSIGN TO "PIRATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIRATES-STATUS.
           SELECT PI-AUDIT-FILE
               ASSIGN TO "PIAUDIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-RUN-KEY
               FILE STATUS IS WS-PIAUDIT-STATUS.
           SELECT PI-RESULTS-FILE
               ASSIGN TO "PIRESULT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-RUN-KEY
               FILE STATUS IS WS-PIRESULT-STATUS.
           SELECT PI-KSDS-FILE
               ASSIGN TO "PIRESKSD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PK-RUN-KEY
               FILE STATUS IS WS-PIKSDS-STATUS.
           SELECT PI-REQUEST-FILE
               ASSIGN TO "PIREQKSD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-REQUEST-KEY
               FILE STATUS IS WS-PIREQQ-STATUS.
           SELECT PI-AUTHORITY-FILE
               ASSIGN TO "PIUSRKSD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UA-USER-ID
               FILE STATUS IS WS-PIUSRKSD-STATUS.
           SELECT PI-BILLING-FILE
               ASSIGN TO "PIBILL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIBILL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PI-RATE-FILE.
       COPY pirate.

       FD  PI-AUDIT-FILE.
       COPY piaudit.

       FD  PI-RESULTS-FILE.
       COPY piresult.

       FD  PI-KSDS-FILE.
       COPY pikssd.

       FD  PI-REQUEST-FILE.
       COPY pireqq.

       FD  PI-AUTHORITY-FILE.
       COPY piauth.

       FD  PI-BILLING-FILE.
       01 BILLING-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-PIRATES-STATUS   PIC XX VALUE "00".
       01 WS-PIAUDIT-STATUS   PIC XX VALUE "00".
       01 WS-PIRESULT-STATUS  PIC XX VALUE "00".
       01 WS-PIKSDS-STATUS    PIC XX VALUE "00".
       01 WS-PIREQQ-STATUS    PIC XX VALUE "00".
       01 WS-PIUSRKSD-STATUS  PIC XX VALUE "00".
       01 WS-PIBILL-STATUS    PIC XX VALUE "00".
       01 WS-EOF-FLAG         PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
      * Open verdicts held apart from the rolling file status.
       01 WS-AUTH-PRESENT     PIC X VALUE "N".
           88 WS-AUTH-ON-FILE      VALUE "Y".
       01 WS-HISTORY-PRESENT  PIC X VALUE "N".
           88 WS-HISTORY-ON-FILE   VALUE "Y".

       01 WS-TODAY-DATE       PIC 9(8) VALUE 0.
       01 WS-BILLING-YYYYMM   PIC 9(6) VALUE 0.
       01 FILLER REDEFINES WS-BILLING-YYYYMM.
           05 WS-BILLING-YYYY PIC 9(4).
           05 WS-BILLING-MM   PIC 9(2).
       01 WS-MONTH-START-DATE PIC 9(8) VALUE 0.

      * Class 1 online, 2 queued, 3 batch -- the same order the rate
      * table carries its rates in (see pirate.cpy).
       01 WS-CLASS-INDEX      PIC 9(1) VALUE 0.
       01 WS-CLASS-TABLE.
           05 FILLER          PIC X(3) VALUE "OQB".
       01 FILLER REDEFINES WS-CLASS-TABLE.
           05 WS-CLASS-LETTER PIC X OCCURS 3 TIMES.

      * Rate table as loaded -- three methods by three constants is
      * nine lines; the headroom is for the next constant.
       01 WS-RATE-TABLE-MAX   PIC 9(3) VALUE 30.
       01 WS-RATE-COUNT       PIC 9(3) VALUE 0.
       01 WS-RATE-INDEX       PIC 9(3) VALUE 0.
       01 WS-RATE-REFUSED-COUNT PIC 9(3) VALUE 0.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 30 TIMES.
               10 WS-RATE-METHOD      PIC X(01).
               10 WS-RATE-CONSTANT    PIC X(01).
               10 WS-RATE-CLASS-ENTRY OCCURS 3 TIMES.
                   15 WS-RATE-PER-MSLICE PIC 9(5)V9(4).
                   15 WS-RATE-PER-SECOND PIC 9(5)V9(4).
       01 WS-RATE-FOUND-FLAG  PIC X VALUE "N".
           88 WS-RATE-FOUND        VALUE "Y".
       01 WS-RATE-LINE-FLAG   PIC X VALUE "Y".
           88 WS-RATE-LINE-GOOD    VALUE "Y".

      * One entry per user billed this month, with that user's
      * department and a bucket per class.
       01 WS-USER-TABLE-MAX   PIC 9(4) VALUE 500.
       01 WS-USER-COUNT       PIC 9(4) VALUE 0.
       01 WS-USER-INDEX       PIC 9(4) VALUE 0.
       01 WS-USER-TABLE.
           05 WS-USER-ENTRY OCCURS 500 TIMES.
               10 WS-USER-ID          PIC X(08).
               10 WS-USER-DEPT        PIC X(08).
               10 WS-USER-CLASS-ENTRY OCCURS 3 TIMES.
                   15 WS-UC-RUNS      PIC 9(8).
                   15 WS-UC-SLICES    PIC 9(15).
                   15 WS-UC-SECONDS   PIC 9(9)V99.
                   15 WS-UC-AMOUNT    PIC 9(11)V99.

       01 WS-DEPT-TABLE-MAX   PIC 9(4) VALUE 200.
       01 WS-DEPT-COUNT       PIC 9(4) VALUE 0.
       01 WS-DEPT-INDEX       PIC 9(4) VALUE 0.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 200 TIMES.
               10 WS-DEPT-ID          PIC X(08).
               10 WS-DEPT-USERS       PIC 9(4).
               10 WS-DEPT-RUNS        PIC 9(8).
               10 WS-DEPT-SLICES      PIC 9(15).
               10 WS-DEPT-SECONDS     PIC 9(9)V99.
               10 WS-DEPT-AMOUNT      PIC 9(11)V99.
       01 WS-OVERFLOW-COUNT   PIC 9(8) VALUE 0.

      * The run being priced, whichever source it came from.
       01 WS-RUN-USER         PIC X(08) VALUE SPACES.
       01 WS-RUN-METHOD       PIC X(01) VALUE "M".
       01 WS-RUN-CONSTANT     PIC X(01) VALUE "P".
       01 WS-RUN-SLICES       PIC 9(10) VALUE 0.
       01 WS-RUN-SECONDS      PIC 9(9)V99 VALUE 0.
       01 WS-RUN-AMOUNT       PIC 9(11)V99 VALUE 0.
       01 WS-RUN-MSLICES      PIC 9(5)V9(6) VALUE 0.
       01 WS-SLICE-CHARGE     PIC 9(11)V9(7) VALUE 0.
       01 WS-TIME-CHARGE      PIC 9(12)V9(6) VALUE 0.
       01 WS-UNRATED-COUNT    PIC 9(8) VALUE 0.

      * Batch elapsed time from the audit start/end stamps, in
      * hundredths, across midnight (and month end) by day number.
       01 WS-STAMP-TIME       PIC 9(8) VALUE 0.
       01 FILLER REDEFINES WS-STAMP-TIME.
           05 WS-STAMP-HR     PIC 99.
           05 WS-STAMP-MN     PIC 99.
           05 WS-STAMP-SC     PIC 99.
           05 WS-STAMP-HS     PIC 99.
       01 WS-START-HSECS      PIC 9(8) VALUE 0.
       01 WS-END-HSECS        PIC 9(8) VALUE 0.
       01 WS-ELAPSED-DAYS     PIC S9(8) VALUE 0.
       01 WS-ELAPSED-HSECS    PIC S9(12) VALUE 0.

      * Control totals taken from each source as it is read, before
      * any pricing -- the tie-out proves the user table against
      * these.
       01 WS-CONTROL-TABLE.
           05 WS-CONTROL-ENTRY OCCURS 3 TIMES.
               10 WS-CTL-RUNS         PIC 9(8).
               10 WS-CTL-SLICES       PIC 9(15).
               10 WS-CTL-SECONDS      PIC 9(9)V99.
       01 WS-AUDIT-MONTH-COUNT  PIC 9(8) VALUE 0.
       01 WS-AUDIT-EXCLUDED-COUNT PIC 9(8) VALUE 0.
       01 WS-ONLINE-MONTH-COUNT PIC 9(8) VALUE 0.
       01 WS-QUEUE-MONTH-COUNT  PIC 9(8) VALUE 0.
       01 WS-QUEUE-UNBILLED-COUNT PIC 9(8) VALUE 0.
       01 WS-QUEUE-NO-ROW-COUNT PIC 9(8) VALUE 0.
       01 WS-PRICED-AMOUNT    PIC 9(13)V99 VALUE 0.

      * Grand totals summed back out of the user table.
       01 WS-GRAND-TABLE.
           05 WS-GRAND-ENTRY OCCURS 3 TIMES.
               10 WS-GRAND-RUNS       PIC 9(8).
               10 WS-GRAND-SLICES     PIC 9(15).
               10 WS-GRAND-SECONDS    PIC 9(9)V99.
               10 WS-GRAND-AMOUNT     PIC 9(13)V99.
       01 WS-GRAND-TOTAL-AMOUNT PIC 9(13)V99 VALUE 0.
       01 WS-BALANCE-FLAG     PIC X VALUE "Y".
           88 WS-IN-BALANCE        VALUE "Y".

      * The feed line is STRINGed from these display images so every
      * field keeps a fixed, predictable shape for the loader.
       01 WS-BILL-LINE-COUNT  PIC 9(8) VALUE 0.
       01 WS-BILL-AMOUNT-HASH PIC 9(13)V99 VALUE 0.
       01 WS-RUNS-DISPLAY     PIC 9(8).
       01 WS-SLICES-DISPLAY   PIC 9(15).
       01 WS-SECONDS-DISPLAY  PIC 9(9).9(2).
       01 WS-AMOUNT-DISPLAY   PIC 9(11).9(2).
       01 WS-COUNT-DISPLAY    PIC 9(8).
       01 WS-HASH-DISPLAY     PIC 9(13).9(2).
      * Report columns.
       01 WS-AMOUNT-EDITED    PIC Z(10)9.99.
       01 WS-SECONDS-EDITED   PIC Z(8)9.99.

       COPY picharg.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Read-Charge-Control-Card
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-CONTROL-TABLE
           INITIALIZE WS-GRAND-TABLE

           PERFORM Load-Rate-Table

           OPEN INPUT PI-AUTHORITY-FILE
           IF WS-PIUSRKSD-STATUS = "00"
               MOVE "Y" TO WS-AUTH-PRESENT
           ELSE
               DISPLAY "*** PIUSRKSD OPEN FAILED, status "
                   WS-PIUSRKSD-STATUS " -- every user bills to "
                   "UNASSGND"
           END-IF
           OPEN INPUT PI-RESULTS-FILE
           IF WS-PIRESULT-STATUS = "00"
               MOVE "Y" TO WS-HISTORY-PRESENT
           END-IF

           PERFORM Charge-Batch-Runs
           IF RETURN-CODE = 12
               IF WS-HISTORY-ON-FILE
                   CLOSE PI-RESULTS-FILE
               END-IF
               IF WS-AUTH-ON-FILE
                   CLOSE PI-AUTHORITY-FILE
               END-IF
               STOP RUN
           END-IF
           PERFORM Charge-Online-Runs
           PERFORM Charge-Queued-Requests

           IF WS-HISTORY-ON-FILE
               CLOSE PI-RESULTS-FILE
           END-IF
           IF WS-AUTH-ON-FILE
               CLOSE PI-AUTHORITY-FILE
           END-IF

           PERFORM Build-Department-Table
           PERFORM Prove-Grand-Totals
           PERFORM Write-Billing-File
           PERFORM Print-Chargeback-Report

           EVALUATE TRUE
               WHEN NOT WS-IN-BALANCE
               WHEN WS-OVERFLOW-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNRATED-COUNT > 0
               WHEN WS-QUEUE-NO-ROW-COUNT > 0
               WHEN WS-RATE-REFUSED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       Read-Charge-Control-Card.
           MOVE SPACES TO PI-CHARGE-CONTROL-CARD
           ACCEPT PI-CHARGE-CONTROL-CARD FROM SYSIN
           IF CG-BILLING-YYYYMM IS NUMERIC AND CG-BILLING-YYYYMM > 0
               MOVE CG-BILLING-YYYYMM TO WS-BILLING-YYYYMM
           ELSE
      * Default is last month: the month that has just closed.
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               MOVE WS-TODAY-DATE(1:6) TO WS-BILLING-YYYYMM
               IF WS-BILLING-MM = 1
                   SUBTRACT 1 FROM WS-BILLING-YYYY
                   MOVE 12 TO WS-BILLING-MM
               ELSE
                   SUBTRACT 1 FROM WS-BILLING-MM
               END-IF
           END-IF
           COMPUTE WS-MONTH-START-DATE = WS-BILLING-YYYYMM * 100
           ADD 1 TO WS-MONTH-START-DATE.

       Load-Rate-Table.
           OPEN INPUT PI-RATE-FILE
           IF WS-PIRATES-STATUS NOT = "00"
               DISPLAY "*** PIRATES.DAT OPEN FAILED, status "
                   WS-PIRATES-STATUS " -- every run is unrated"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ PI-RATE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM Store-Rate-Line
               END-READ
           END-PERFORM
           CLOSE PI-RATE-FILE.

       Store-Rate-Line.
           IF PI-RATE-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           IF BR-CONSTANT = SPACE
               MOVE "P" TO BR-CONSTANT
           END-IF
           MOVE "Y" TO WS-RATE-LINE-FLAG
           IF BR-METHOD NOT = "M" AND BR-METHOD NOT = "S"
               AND BR-METHOD NOT = "R"
               MOVE "N" TO WS-RATE-LINE-FLAG
           END-IF
           IF BR-CONSTANT NOT = "P" AND BR-CONSTANT NOT = "L"
               AND BR-CONSTANT NOT = "E"
               MOVE "N" TO WS-RATE-LINE-FLAG
           END-IF
           PERFORM VARYING WS-CLASS-INDEX FROM 1 BY 1
             UNTIL WS-CLASS-INDEX > 3
               IF BR-PER-MSLICE-RATE(WS-CLASS-INDEX) IS NOT NUMERIC
                   OR BR-PER-SECOND-RATE(WS-CLASS-INDEX)
                       IS NOT NUMERIC
                   MOVE "N" TO WS-RATE-LINE-FLAG
               END-IF
           END-PERFORM
           IF NOT WS-RATE-LINE-GOOD
               ADD 1 TO WS-RATE-REFUSED-COUNT
               DISPLAY "*** RATE LINE REFUSED: " PI-RATE-RECORD
               EXIT PARAGRAPH
           END-IF
           IF WS-RATE-COUNT >= WS-RATE-TABLE-MAX
               ADD 1 TO WS-RATE-REFUSED-COUNT
               DISPLAY "*** RATE TABLE FULL, line refused: "
                   BR-METHOD BR-CONSTANT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RATE-COUNT
           MOVE BR-METHOD TO WS-RATE-METHOD(WS-RATE-COUNT)
           MOVE BR-CONSTANT TO WS-RATE-CONSTANT(WS-RATE-COUNT)
           PERFORM VARYING WS-CLASS-INDEX FROM 1 BY 1
             UNTIL WS-CLASS-INDEX > 3
               MOVE BR-PER-MSLICE-RATE(WS-CLASS-INDEX)
                   TO WS-RATE-PER-MSLICE(WS-RATE-COUNT,
                       WS-CLASS-INDEX)
               MOVE BR-PER-SECOND-RATE(WS-CLASS-INDEX)
                   TO WS-RATE-PER-SECOND(WS-RATE-COUNT,
                       WS-CLASS-INDEX)
           END-PERFORM.

       Charge-Batch-Runs.
      * The audit trail is keyed by job id first, so the month is a
      * filter on a full browse rather than a START.
           OPEN INPUT PI-AUDIT-FILE
           IF WS-PIAUDIT-STATUS NOT = "00"
               DISPLAY "*** PIAUDIT.DAT OPEN FAILED, status "
                   WS-PIAUDIT-STATUS " -- nothing can be billed"
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 3 TO WS-CLASS-INDEX
           MOVE LOW-VALUES TO AU-RUN-KEY
           START PI-AUDIT-FILE KEY >= AU-RUN-KEY
           IF WS-PIAUDIT-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ PI-AUDIT-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF AU-START-DATE(1:6) = WS-BILLING-YYYYMM
                               ADD 1 TO WS-AUDIT-MONTH-COUNT
                               PERFORM Price-Audit-Record
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PI-AUDIT-FILE.

       Price-Audit-Record.
      * What a job step is billed for depends on how it finished:
      *   COMPLETE/REJECTED -- every slice it was asked for (a
      *     rejected figure still burned the machine), or for an
      *     accuracy-target run the slices it actually reached
      *     (AU-STEPS-REACHED); a merge MergePi rejects carries no
      *     steps, so it bills its elapsed time only, the same as
      *     a MERGED one;
      *   PARTIAL  -- its own sub-range only;
      *   TIMESLCE/STOPPED -- elapsed time only: the slices are
      *     billed once, on the segment that finally completes;
      *   MERGED and the other merge outcomes -- elapsed time only,
      *     the partials it folded together were billed already;
      *   INVALID/RUNNING -- nothing: refused before the loop, or
      *     still going (or dead, which PiExceptionReport chases).
           IF AU-FINAL-STATUS = "INVALID"
               OR AU-FINAL-STATUS = "RUNNING"
               ADD 1 TO WS-AUDIT-EXCLUDED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE AU-USER-ID TO WS-RUN-USER
           MOVE AU-METHOD TO WS-RUN-METHOD
           MOVE AU-CONSTANT TO WS-RUN-CONSTANT
           EVALUATE AU-FINAL-STATUS
               WHEN "COMPLETE"
               WHEN "REJECTED"
                   IF AU-TARGET-ACCURACY IS NUMERIC
                       AND AU-TARGET-ACCURACY > 0
                       AND AU-STEPS-REACHED IS NUMERIC
                       MOVE AU-STEPS-REACHED TO WS-RUN-SLICES
                   ELSE
                       MOVE AU-NUMBER-OF-STEPS TO WS-RUN-SLICES
                   END-IF
               WHEN "PARTIAL"
                   IF AU-RANGE-END > AU-RANGE-START
                       COMPUTE WS-RUN-SLICES =
                           AU-RANGE-END - AU-RANGE-START
                   ELSE
                       MOVE 0 TO WS-RUN-SLICES
                   END-IF
               WHEN OTHER
                   MOVE 0 TO WS-RUN-SLICES
           END-EVALUATE
           PERFORM Compute-Audit-Elapsed
           PERFORM Charge-One-Run.

       Compute-Audit-Elapsed.
           MOVE 0 TO WS-RUN-SECONDS
           IF AU-END-DATE IS NOT NUMERIC OR AU-END-DATE = 0
               OR AU-END-DATE < AU-START-DATE
               OR AU-END-TIME IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ELAPSED-DAYS =
               FUNCTION INTEGER-OF-DATE(AU-END-DATE)
               - FUNCTION INTEGER-OF-DATE(AU-START-DATE)
           MOVE AU-START-TIME TO WS-STAMP-TIME
           PERFORM Stamp-To-Hundredths
           MOVE WS-END-HSECS TO WS-START-HSECS
           MOVE AU-END-TIME TO WS-STAMP-TIME
           PERFORM Stamp-To-Hundredths
      * Two operands per COMPUTE, the way CalculatePi's
      * Compute-Elapsed-Time builds its figure -- the runtime drops
      * a term from longer chains.
           COMPUTE WS-ELAPSED-HSECS = WS-ELAPSED-DAYS * 8640000
           ADD WS-END-HSECS TO WS-ELAPSED-HSECS
           SUBTRACT WS-START-HSECS FROM WS-ELAPSED-HSECS
           IF WS-ELAPSED-HSECS > 0
               COMPUTE WS-RUN-SECONDS = WS-ELAPSED-HSECS / 100
           END-IF.

       Stamp-To-Hundredths.
           COMPUTE WS-END-HSECS =
               (WS-STAMP-HR * 3600) + (WS-STAMP-MN * 60)
           ADD WS-STAMP-SC TO WS-END-HSECS
           COMPUTE WS-END-HSECS = (WS-END-HSECS * 100)
           ADD WS-STAMP-HS TO WS-END-HSECS.

       Charge-Online-Runs.
           OPEN INPUT PI-KSDS-FILE
           IF WS-PIKSDS-STATUS NOT = "00"
               DISPLAY "  (no online mirror on file, status "
                   WS-PIKSDS-STATUS ") -- no online runs billed"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-CLASS-INDEX
           MOVE WS-MONTH-START-DATE TO PK-RUN-DATE
           MOVE 0 TO PK-RUN-TIME
           START PI-KSDS-FILE KEY >= PK-RUN-KEY
           IF WS-PIKSDS-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ PI-KSDS-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF PK-RUN-DATE(1:6) > WS-BILLING-YYYYMM
                               MOVE "Y" TO WS-EOF-FLAG
                           ELSE
                               IF PK-STATUS = "ONLINE"
                                   ADD 1 TO WS-ONLINE-MONTH-COUNT
                                   PERFORM Price-Online-Row
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PI-KSDS-FILE.

       Price-Online-Row.
      * Rows keyed before PK-REQ-USER-ID existed read back short;
      * they bill to UNKNOWN rather than to whoever the record area
      * last held.
           IF PK-REQ-USER-ID = SPACES
               OR PK-REQ-USER-ID = LOW-VALUES
               MOVE "UNKNOWN" TO WS-RUN-USER
           ELSE
               MOVE PK-REQ-USER-ID TO WS-RUN-USER
           END-IF
           MOVE PK-METHOD TO WS-RUN-METHOD
           MOVE PK-CONSTANT TO WS-RUN-CONSTANT
           MOVE PK-NUMBER-OF-STEPS TO WS-RUN-SLICES
           MOVE 0 TO WS-RUN-SECONDS
           PERFORM Charge-One-Run.

       Charge-Queued-Requests.
           OPEN INPUT PI-REQUEST-FILE
           IF WS-PIREQQ-STATUS NOT = "00"
               DISPLAY "  (no request queue on file, status "
                   WS-PIREQQ-STATUS ") -- no queued runs billed"
               EXIT PARAGRAPH
           END-IF
           MOVE 2 TO WS-CLASS-INDEX
           MOVE LOW-VALUES TO RQ-REQUEST-KEY
           START PI-REQUEST-FILE KEY >= RQ-REQUEST-KEY
           IF WS-PIREQQ-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ PI-REQUEST-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF (RQ-STATUS = "FULFILLED"
                               OR RQ-STATUS = "FAILED")
                               AND RQ-FULFIL-DATE(1:6) =
                                   WS-BILLING-YYYYMM
                               ADD 1 TO WS-QUEUE-MONTH-COUNT
                               PERFORM Price-Queued-Request
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PI-REQUEST-FILE.

       Price-Queued-Request.
      * The history row the drain filed has the true slice count and
      * elapsed time.  A request posted before the link existed has
      * only its own step count (and bills no time); a FAILED one
      * with no link never ran -- refused by validation or authority
      * -- and is not billed.
           MOVE RQ-REQ-USER-ID TO WS-RUN-USER
           MOVE RQ-METHOD TO WS-RUN-METHOD
           MOVE "P" TO WS-RUN-CONSTANT
           MOVE RQ-NUMBER-OF-STEPS TO WS-RUN-SLICES
           MOVE 0 TO WS-RUN-SECONDS
           IF RQ-RESULT-DATE IS NUMERIC AND RQ-RESULT-DATE > 0
               AND RQ-RESULT-TIME IS NUMERIC
               PERFORM Read-Linked-Result
           ELSE
               IF RQ-STATUS = "FAILED"
                   ADD 1 TO WS-QUEUE-UNBILLED-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM Charge-One-Run.

       Read-Linked-Result.
           MOVE "99" TO WS-PIRESULT-STATUS
           IF WS-HISTORY-ON-FILE
               MOVE RQ-RESULT-DATE TO PR-RUN-DATE
               MOVE RQ-RESULT-TIME TO PR-RUN-TIME
               READ PI-RESULTS-FILE
           END-IF
           IF WS-PIRESULT-STATUS = "00"
               MOVE PR-NUMBER-OF-STEPS TO WS-RUN-SLICES
               MOVE PR-METHOD TO WS-RUN-METHOD
               MOVE PR-CONSTANT TO WS-RUN-CONSTANT
               MOVE PR-ELAPSED-SECONDS TO WS-RUN-SECONDS
           ELSE
               ADD 1 TO WS-QUEUE-NO-ROW-COUNT
               DISPLAY "*** HISTORY ROW " RQ-RESULT-DATE " "
                   RQ-RESULT-TIME " NOT FOUND for request "
                   RQ-REQUEST-DATE " " RQ-REQUEST-TIME " "
                   RQ-REQ-USER-ID " -- billed on its step count"
           END-IF.

       Charge-One-Run.
      * WS-CLASS-INDEX and the WS-RUN-xxx fields are set by the
      * caller.  The control totals are taken first, from the
      * source's own figures, whatever happens to the pricing.
           ADD 1 TO WS-CTL-RUNS(WS-CLASS-INDEX)
           ADD WS-RUN-SLICES TO WS-CTL-SLICES(WS-CLASS-INDEX)
           ADD WS-RUN-SECONDS TO WS-CTL-SECONDS(WS-CLASS-INDEX)

           IF WS-RUN-CONSTANT NOT = "L" AND WS-RUN-CONSTANT NOT = "E"
               MOVE "P" TO WS-RUN-CONSTANT
           END-IF
           IF WS-RUN-USER = SPACES
               MOVE "UNKNOWN" TO WS-RUN-USER
           END-IF

           PERFORM Find-Rate
           IF WS-RATE-FOUND
               COMPUTE WS-RUN-MSLICES = WS-RUN-SLICES / 1000000
               COMPUTE WS-SLICE-CHARGE =
                   WS-RUN-MSLICES
                   * WS-RATE-PER-MSLICE(WS-RATE-INDEX, WS-CLASS-INDEX)
               COMPUTE WS-TIME-CHARGE =
                   WS-RUN-SECONDS
                   * WS-RATE-PER-SECOND(WS-RATE-INDEX, WS-CLASS-INDEX)
               COMPUTE WS-RUN-AMOUNT ROUNDED =
                   WS-SLICE-CHARGE + WS-TIME-CHARGE
           ELSE
               MOVE 0 TO WS-RUN-AMOUNT
               ADD 1 TO WS-UNRATED-COUNT
               DISPLAY "*** NO RATE for method " WS-RUN-METHOD
                   " constant " WS-RUN-CONSTANT " class "
                   WS-CLASS-LETTER(WS-CLASS-INDEX) " -- user "
                   WS-RUN-USER " billed zero for " WS-RUN-SLICES
                   " slices"
           END-IF
           ADD WS-RUN-AMOUNT TO WS-PRICED-AMOUNT

           PERFORM Find-User-Entry
           IF WS-USER-INDEX = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-UC-RUNS(WS-USER-INDEX, WS-CLASS-INDEX)
           ADD WS-RUN-SLICES
               TO WS-UC-SLICES(WS-USER-INDEX, WS-CLASS-INDEX)
           ADD WS-RUN-SECONDS
               TO WS-UC-SECONDS(WS-USER-INDEX, WS-CLASS-INDEX)
           ADD WS-RUN-AMOUNT
               TO WS-UC-AMOUNT(WS-USER-INDEX, WS-CLASS-INDEX).

       Find-Rate.
           MOVE "N" TO WS-RATE-FOUND-FLAG
           PERFORM VARYING WS-RATE-INDEX FROM 1 BY 1
             UNTIL WS-RATE-INDEX > WS-RATE-COUNT OR WS-RATE-FOUND
               IF WS-RATE-METHOD(WS-RATE-INDEX) = WS-RUN-METHOD
                   AND WS-RATE-CONSTANT(WS-RATE-INDEX)
                       = WS-RUN-CONSTANT
                   MOVE "Y" TO WS-RATE-FOUND-FLAG
               END-IF
           END-PERFORM
      * The VARYING has stepped one past the matching entry.
           IF WS-RATE-FOUND
               SUBTRACT 1 FROM WS-RATE-INDEX
           END-IF.

       Find-User-Entry.
      * Leaves WS-USER-INDEX on the user's entry, adding it (with its
      * department from the authority master) the first time the
      * user is seen; zero when the table is full, which the
      * tie-out then reports as out of balance.
           PERFORM VARYING WS-USER-INDEX FROM 1 BY 1
             UNTIL WS-USER-INDEX > WS-USER-COUNT
               IF WS-USER-ID(WS-USER-INDEX) = WS-RUN-USER
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-USER-COUNT >= WS-USER-TABLE-MAX
               ADD 1 TO WS-OVERFLOW-COUNT
               DISPLAY "*** USER TABLE FULL -- run for "
                   WS-RUN-USER " not billed"
               MOVE 0 TO WS-USER-INDEX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-USER-COUNT
           MOVE WS-USER-COUNT TO WS-USER-INDEX
           INITIALIZE WS-USER-ENTRY(WS-USER-INDEX)
           MOVE WS-RUN-USER TO WS-USER-ID(WS-USER-INDEX)
           MOVE "UNASSGND" TO WS-USER-DEPT(WS-USER-INDEX)
           IF WS-AUTH-ON-FILE
               MOVE WS-RUN-USER TO UA-USER-ID
               READ PI-AUTHORITY-FILE
               IF WS-PIUSRKSD-STATUS = "00"
                   AND UA-DEPARTMENT NOT = SPACES
                   AND UA-DEPARTMENT NOT = LOW-VALUES
                   MOVE UA-DEPARTMENT TO WS-USER-DEPT(WS-USER-INDEX)
               END-IF
           END-IF.

       Build-Department-Table.
           PERFORM VARYING WS-USER-INDEX FROM 1 BY 1
             UNTIL WS-USER-INDEX > WS-USER-COUNT
               PERFORM Find-Department-Entry
               IF WS-DEPT-INDEX > 0
                   ADD 1 TO WS-DEPT-USERS(WS-DEPT-INDEX)
                   PERFORM VARYING WS-CLASS-INDEX FROM 1 BY 1
                     UNTIL WS-CLASS-INDEX > 3
                       ADD WS-UC-RUNS(WS-USER-INDEX, WS-CLASS-INDEX)
                           TO WS-DEPT-RUNS(WS-DEPT-INDEX)
                       ADD WS-UC-SLICES(WS-USER-INDEX, WS-CLASS-INDEX)
                           TO WS-DEPT-SLICES(WS-DEPT-INDEX)
                       ADD WS-UC-SECONDS(WS-USER-INDEX, WS-CLASS-INDEX)
                           TO WS-DEPT-SECONDS(WS-DEPT-INDEX)
                       ADD WS-UC-AMOUNT(WS-USER-INDEX, WS-CLASS-INDEX)
                           TO WS-DEPT-AMOUNT(WS-DEPT-INDEX)
                   END-PERFORM
               END-IF
           END-PERFORM.

       Find-Department-Entry.
           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
             UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
               IF WS-DEPT-ID(WS-DEPT-INDEX) =
                   WS-USER-DEPT(WS-USER-INDEX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-DEPT-COUNT >= WS-DEPT-TABLE-MAX
               ADD 1 TO WS-OVERFLOW-COUNT
               DISPLAY "*** DEPARTMENT TABLE FULL -- "
                   WS-USER-DEPT(WS-USER-INDEX) " not summarized"
               MOVE 0 TO WS-DEPT-INDEX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEPT-COUNT
           MOVE WS-DEPT-COUNT TO WS-DEPT-INDEX
           INITIALIZE WS-DEPT-ENTRY(WS-DEPT-INDEX)
           MOVE WS-USER-DEPT(WS-USER-INDEX)
               TO WS-DEPT-ID(WS-DEPT-INDEX).

       Prove-Grand-Totals.
      * Sum the user table back out by class and hold it against the
      * control totals the source reads took.
           PERFORM VARYING WS-USER-INDEX FROM 1 BY 1
             UNTIL WS-USER-INDEX > WS-USER-COUNT
               PERFORM VARYING WS-CLASS-INDEX FROM 1 BY 1
                 UNTIL WS-CLASS-INDEX > 3
                   ADD WS-UC-RUNS(WS-USER-INDEX, WS-CLASS-INDEX)
                       TO WS-GRAND-RUNS(WS-CLASS-INDEX)
                   ADD WS-UC-SLICES(WS-USER-INDEX, WS-CLASS-INDEX)
                       TO WS-GRAND-SLICES(WS-CLASS-INDEX)
                   ADD WS-UC-SECONDS(WS-USER-INDEX, WS-CLASS-INDEX)
                       TO WS-GRAND-SECONDS(WS-CLASS-INDEX)
                   ADD WS-UC-AMOUNT(WS-USER-INDEX, WS-CLASS-INDEX)
                       TO WS-GRAND-AMOUNT(WS-CLASS-INDEX)
                   ADD WS-UC-AMOUNT(WS-USER-INDEX, WS-CLASS-INDEX)
                       TO WS-GRAND-TOTAL-AMOUNT
               END-PERFORM
           END-PERFORM

           PERFORM VARYING WS-CLASS-INDEX FROM 1 BY 1
             UNTIL WS-CLASS-INDEX > 3
               IF WS-GRAND-RUNS(WS-CLASS-INDEX)
                       NOT = WS-CTL-RUNS(WS-CLASS-INDEX)
                   OR WS-GRAND-SLICES(WS-CLASS-INDEX)
                       NOT = WS-CTL-SLICES(WS-CLASS-INDEX)
                   OR WS-GRAND-SECONDS(WS-CLASS-INDEX)
                       NOT = WS-CTL-SECONDS(WS-CLASS-INDEX)
                   MOVE "N" TO WS-BALANCE-FLAG
               END-IF
           END-PERFORM
      * Every audit record in the month is either billed as a batch
      * run or accounted for as excluded; the same for the queue.
           IF WS-CTL-RUNS(3) + WS-AUDIT-EXCLUDED-COUNT
                   NOT = WS-AUDIT-MONTH-COUNT
               OR WS-CTL-RUNS(1) NOT = WS-ONLINE-MONTH-COUNT
               OR WS-CTL-RUNS(2) + WS-QUEUE-UNBILLED-COUNT
                   NOT = WS-QUEUE-MONTH-COUNT
               OR WS-GRAND-TOTAL-AMOUNT NOT = WS-PRICED-AMOUNT
               MOVE "N" TO WS-BALANCE-FLAG
           END-IF.

       Write-Billing-File.
           OPEN OUTPUT PI-BILLING-FILE
           PERFORM VARYING WS-USER-INDEX FROM 1 BY 1
             UNTIL WS-USER-INDEX > WS-USER-COUNT
               PERFORM VARYING WS-CLASS-INDEX FROM 1 BY 1
                 UNTIL WS-CLASS-INDEX > 3
                   IF WS-UC-RUNS(WS-USER-INDEX, WS-CLASS-INDEX) > 0
                       PERFORM Write-Billing-Line
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM Write-Control-Trailer
           CLOSE PI-BILLING-FILE.

       Write-Billing-Line.
           MOVE WS-UC-RUNS(WS-USER-INDEX, WS-CLASS-INDEX)
               TO WS-RUNS-DISPLAY
           MOVE WS-UC-SLICES(WS-USER-INDEX, WS-CLASS-INDEX)
               TO WS-SLICES-DISPLAY
           MOVE WS-UC-SECONDS(WS-USER-INDEX, WS-CLASS-INDEX)
               TO WS-SECONDS-DISPLAY
           MOVE WS-UC-AMOUNT(WS-USER-INDEX, WS-CLASS-INDEX)
               TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO BILLING-LINE
           STRING WS-BILLING-YYYYMM DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-USER-DEPT(WS-USER-INDEX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-USER-ID(WS-USER-INDEX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-CLASS-LETTER(WS-CLASS-INDEX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-RUNS-DISPLAY DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-SLICES-DISPLAY DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-SECONDS-DISPLAY DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               INTO BILLING-LINE
           WRITE BILLING-LINE
           ADD 1 TO WS-BILL-LINE-COUNT
           ADD WS-UC-AMOUNT(WS-USER-INDEX, WS-CLASS-INDEX)
               TO WS-BILL-AMOUNT-HASH.

       Write-Control-Trailer.
      * "TRL" can't collide with a data line -- those always start
      * with the billing month digits.
           MOVE WS-BILL-LINE-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-BILL-AMOUNT-HASH TO WS-HASH-DISPLAY
           MOVE SPACES TO BILLING-LINE
           STRING "TRL|" DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-HASH-DISPLAY DELIMITED BY SIZE
               INTO BILLING-LINE
           WRITE BILLING-LINE.

       Print-Chargeback-Report.
           DISPLAY " "
           DISPLAY "================================================"
           DISPLAY "  CALCULATION SERVICE CHARGEBACK -- "
               WS-BILLING-YYYYMM
           DISPLAY "================================================"
           DISPLAY "  Rate lines loaded    : " WS-RATE-COUNT
               " (refused " WS-RATE-REFUSED-COUNT ")"
           DISPLAY " "
           DISPLAY "-- By user (class O online, Q queued, B batch) --"
           IF WS-USER-COUNT = 0
               DISPLAY "  (no billable runs in the month)"
           END-IF
           PERFORM VARYING WS-USER-INDEX FROM 1 BY 1
             UNTIL WS-USER-INDEX > WS-USER-COUNT
               PERFORM VARYING WS-CLASS-INDEX FROM 1 BY 1
                 UNTIL WS-CLASS-INDEX > 3
                   IF WS-UC-RUNS(WS-USER-INDEX, WS-CLASS-INDEX) > 0
                       MOVE WS-UC-SECONDS(WS-USER-INDEX,
                           WS-CLASS-INDEX) TO WS-SECONDS-EDITED
                       MOVE WS-UC-AMOUNT(WS-USER-INDEX,
                           WS-CLASS-INDEX) TO WS-AMOUNT-EDITED
                       DISPLAY "  " WS-USER-ID(WS-USER-INDEX) " "
                           WS-USER-DEPT(WS-USER-INDEX) " "
                           WS-CLASS-LETTER(WS-CLASS-INDEX) " runs "
                           WS-UC-RUNS(WS-USER-INDEX, WS-CLASS-INDEX)
                           " slices "
                           WS-UC-SLICES(WS-USER-INDEX, WS-CLASS-INDEX)
                           " secs " WS-SECONDS-EDITED
                           " amount " WS-AMOUNT-EDITED
                   END-IF
               END-PERFORM
           END-PERFORM

           DISPLAY " "
           DISPLAY "-- By department --"
           IF WS-DEPT-COUNT = 0
               DISPLAY "  (none)"
           END-IF
           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
             UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
               MOVE WS-DEPT-SECONDS(WS-DEPT-INDEX) TO WS-SECONDS-EDITED
               MOVE WS-DEPT-AMOUNT(WS-DEPT-INDEX) TO WS-AMOUNT-EDITED
               DISPLAY "  " WS-DEPT-ID(WS-DEPT-INDEX) " users "
                   WS-DEPT-USERS(WS-DEPT-INDEX) " runs "
                   WS-DEPT-RUNS(WS-DEPT-INDEX) " slices "
                   WS-DEPT-SLICES(WS-DEPT-INDEX) " secs "
                   WS-SECONDS-EDITED " amount " WS-AMOUNT-EDITED
           END-PERFORM

           DISPLAY " "
           DISPLAY "-- Control totals --"
           PERFORM VARYING WS-CLASS-INDEX FROM 1 BY 1
             UNTIL WS-CLASS-INDEX > 3
               MOVE WS-GRAND-AMOUNT(WS-CLASS-INDEX)
                   TO WS-AMOUNT-EDITED
               DISPLAY "  Class " WS-CLASS-LETTER(WS-CLASS-INDEX)
                   " source runs " WS-CTL-RUNS(WS-CLASS-INDEX)
                   " billed runs " WS-GRAND-RUNS(WS-CLASS-INDEX)
                   " amount " WS-AMOUNT-EDITED
               DISPLAY "          source slices "
                   WS-CTL-SLICES(WS-CLASS-INDEX)
                   " billed slices " WS-GRAND-SLICES(WS-CLASS-INDEX)
           END-PERFORM
           DISPLAY "  Audit records in month   : " WS-AUDIT-MONTH-COUNT
           DISPLAY "    billed as batch runs   : " WS-CTL-RUNS(3)
           DISPLAY "    INVALID/RUNNING, unbilled: "
               WS-AUDIT-EXCLUDED-COUNT
           DISPLAY "  Online rows in month     : "
               WS-ONLINE-MONTH-COUNT
           DISPLAY "  Queue outcomes in month  : " WS-QUEUE-MONTH-COUNT
           DISPLAY "    refused before running : "
               WS-QUEUE-UNBILLED-COUNT
           DISPLAY "    history row not found  : "
               WS-QUEUE-NO-ROW-COUNT
           DISPLAY "  Unrated runs (billed 0)  : " WS-UNRATED-COUNT
           MOVE WS-GRAND-TOTAL-AMOUNT TO WS-AMOUNT-EDITED
           DISPLAY "  Grand total amount       : " WS-AMOUNT-EDITED
           DISPLAY "  Billing lines written    : " WS-BILL-LINE-COUNT
           IF WS-IN-BALANCE
               DISPLAY "  Grand totals agree with the source control "
                   "totals"
           ELSE
               DISPLAY "  *** OUT OF BALANCE -- hold the billing feed"
           END-IF
           IF WS-OVERFLOW-COUNT > 0
               DISPLAY "  *** TABLE OVERFLOW, entries lost: "
                   WS-OVERFLOW-COUNT
           END-IF
           DISPLAY "================================================".

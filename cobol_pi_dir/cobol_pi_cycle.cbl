       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PiCycleDriver.
       AUTHOR.  Ian Kirker.

      * Run control for the overnight cycle.  The cycle is a fixed
      * chain of about a dozen job steps (the step table below), and
      * when one failed at 2 a.m. operators had to work out by hand
      * which had already finished before resubmitting -- and a
      * resubmitted cycle re-ran MergePi and re-drained the request
      * queue.  Now every step is bracketed in the cycle JCL by this
      * program, which keeps one record per cycle date and step on
      * the run-control file PICYCLE.DAT (see picycle.cpy) and
      * decides from it whether the step runs:
      *   B (begin, the JCL step before the program) --
      *     RC 4, skip: the step already ended OK for this cycle;
      *     RC 16, refused: an earlier step has not ended OK;
      *     RC 0, run it: the record is marked RUNNING, stamped and
      *     its attempt counted.
      *   E (end, after the program, carrying its condition code) --
      *     the record is stamped and marked COMPLETE when the code
      *     is within the step's accepted ceiling in the table, or
      *     FAILED (RC 8) when it isn't.  The ceiling is what the
      *     step's own comments say a healthy night returns: the
      *     reporting steps end 8 when they have findings to report
      *     and that is their job, while a CalculatePi step ending 4
      *     was time-sliced and has NOT finished.
      *   F (force) -- an operator marks a step ended OK, e.g. after
      *     fixing its failure by hand, or PiSplitPlan on a night
      *     with nothing to split (the plan left on PIPLAN.DAT from
      *     an earlier night is then disregarded, see below).
      *   C (close, the last step, run whatever happened before it)
      *     -- lists every step's standing, names the first
      *     unfinished one and files the end-of-cycle status on
      *     PIALERT.DAT: CYCLEND ("W") for a complete cycle,
      *     CYCLINCM ("E") naming where it stopped.  R lists the
      *     same without the alert.
      * So a restart is just the same cycle resubmitted: every step
      * that ended OK is skipped by its begin gate and the cycle
      * picks up at the first unfinished step.
      * The CalculatePi job steps of a split run are one step in the
      * chain with a record per partition; MergePi waits for all of
      * them.  How many there are is read from the partition plan
      * PiSplitPlan wrote (PIPLAN.DAT, see piplan.cpy) when its step
      * ran to COMPLETE in this cycle; with SPLITPLN forced, or no
      * plan on file, the run wasn't split and there is one,
      * partition 1.
      * The chain opens with PiScheduleSync unloading the PISM
      * calendar (PISCHKSD) over PISCHED.DAT, so the entries ops
      * keyed online are the ones PiScheduleDriver turns into
      * tonight's cards.  Its ceiling is 4: an empty calendar KSDS
      * (RC 8) or one that won't open (RC 12) stops the cycle
      * there rather than letting the driver run on yesterday's
      * unload.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PI-CYCLE-FILE
               ASSIGN TO "PICYCLE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CY-RUN-KEY
               FILE STATUS IS WS-PICYCLE-STATUS.
           SELECT PI-PLAN-FILE
               ASSIGN TO "PIPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIPLAN-STATUS.
           SELECT PI-ALERT-FILE
               ASSIGN TO "PIALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PI-CYCLE-FILE.
       COPY picycle.

       FD  PI-PLAN-FILE.
       COPY piplan.

       FD  PI-ALERT-FILE.
       COPY pialert.

       WORKING-STORAGE SECTION.
       01 WS-PICYCLE-STATUS   PIC XX VALUE "00".
       01 WS-PIPLAN-STATUS    PIC XX VALUE "00".
       01 WS-PIALERT-STATUS   PIC XX VALUE "00".

      * The cycle, in order: step name, program, and the highest
      * return code that still counts as the step having ended OK.
       01 WS-STEP-TABLE-DATA.
           05 FILLER PIC X(28) VALUE "SCHSYNC PiScheduleSync    04".
           05 FILLER PIC X(28) VALUE "SCHEDDRVPiScheduleDriver  08".
           05 FILLER PIC X(28) VALUE "PREFLGHTPiPreflight       04".
           05 FILLER PIC X(28) VALUE "SPLITPLNPiSplitPlan       00".
           05 FILLER PIC X(28) VALUE "CALCPI  CalculatePi       00".
           05 FILLER PIC X(28) VALUE "MERGEPI MergePi           00".
           05 FILLER PIC X(28) VALUE "FULFIL  PiRequestFulfil   04".
           05 FILLER PIC X(28) VALUE "RESSYNC PiResultSync      04".
           05 FILLER PIC X(28) VALUE "INTEGAUDPiIntegrityAudit  08".
           05 FILLER PIC X(28) VALUE "EXCPTRPTPiExceptionReport 08".
           05 FILLER PIC X(28) VALUE "RESEXTR PiResultExtract   04".
       01 FILLER REDEFINES WS-STEP-TABLE-DATA.
           05 WS-STEP-ENTRY OCCURS 11 TIMES.
               10 WS-STEP-NAME      PIC X(08).
               10 WS-STEP-PROGRAM   PIC X(18).
               10 WS-STEP-MAX-RC    PIC 9(02).
       01 WS-STEP-COUNT       PIC 9(2) VALUE 11.
       01 WS-SPLIT-STEP-SEQ   PIC 9(2) VALUE 4.
       01 WS-CALC-STEP-SEQ    PIC 9(2) VALUE 5.
       01 WS-STEP-INDEX       PIC 9(2) VALUE 0.
       01 WS-THIS-STEP        PIC 9(2) VALUE 0.
       01 WS-PART-INDEX       PIC 9(4) VALUE 0.
       01 WS-PART-LIMIT       PIC 9(4) VALUE 0.
       01 WS-PLAN-PARTITIONS  PIC 9(4) VALUE 1.

       01 WS-CYCLE-DATE       PIC 9(8) VALUE 0.
       01 WS-THIS-PARTITION   PIC 9(4) VALUE 0.
       01 WS-NOW-DATE         PIC 9(8) VALUE 0.
       01 WS-NOW-TIME         PIC 9(8) VALUE 0.

      * First step (and partition) of the chain found not ended OK,
      * and what it was found as.
       01 WS-BLOCKED-FLAG     PIC X VALUE "N".
           88 WS-BLOCKED            VALUE "Y".
       01 WS-BLOCK-STEP       PIC X(08) VALUE SPACES.
       01 WS-BLOCK-PARTITION  PIC 9(4) VALUE 0.
       01 WS-BLOCK-STATUS     PIC X(08) VALUE SPACES.
       01 WS-BLOCK-RC         PIC 9(4) VALUE 0.
       01 WS-ENDED-OK-COUNT   PIC 9(4) VALUE 0.
       01 WS-LISTED-COUNT     PIC 9(4) VALUE 0.
       01 WS-LIST-STATUS      PIC X(08) VALUE SPACES.

       COPY picyccd.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Read-Cycle-Control-Card

           OPEN I-O PI-CYCLE-FILE
           IF WS-PICYCLE-STATUS = "35"
               OPEN OUTPUT PI-CYCLE-FILE
               CLOSE PI-CYCLE-FILE
               OPEN I-O PI-CYCLE-FILE
           END-IF
           IF WS-PICYCLE-STATUS NOT = "00"
               DISPLAY "*** PICYCLE.DAT OPEN FAILED, status "
                   WS-PICYCLE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Load-Plan-Partition-Count

           EVALUATE CD-FUNCTION
               WHEN "B"
                   PERFORM Begin-Step
               WHEN "E"
                   PERFORM End-Step
               WHEN "F"
                   PERFORM Force-Step
               WHEN "C"
               WHEN "R"
                   PERFORM Report-Cycle
           END-EVALUATE

           CLOSE PI-CYCLE-FILE
           STOP RUN.

       Read-Cycle-Control-Card.
           MOVE SPACES TO PI-CYCLE-CONTROL-CARD
           ACCEPT PI-CYCLE-CONTROL-CARD FROM SYSIN
           ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
           IF CD-CYCLE-DATE IS NUMERIC AND CD-CYCLE-DATE > 0
               MOVE CD-CYCLE-DATE TO WS-CYCLE-DATE
           END-IF
           IF CD-FUNCTION NOT = "B" AND CD-FUNCTION NOT = "E"
               AND CD-FUNCTION NOT = "F" AND CD-FUNCTION NOT = "C"
               AND CD-FUNCTION NOT = "R"
               DISPLAY "*** control card function " CD-FUNCTION
                   " -- must be B, E, F, C or R"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CD-FUNCTION = "C" OR CD-FUNCTION = "R"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-THIS-STEP
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
             UNTIL WS-STEP-INDEX > WS-STEP-COUNT
               IF WS-STEP-NAME(WS-STEP-INDEX) = CD-STEP-NAME
                   MOVE WS-STEP-INDEX TO WS-THIS-STEP
               END-IF
           END-PERFORM
           IF WS-THIS-STEP = 0
               DISPLAY "*** control card step " CD-STEP-NAME
                   " is not a step of the nightly cycle"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-THIS-PARTITION
           IF WS-THIS-STEP = WS-CALC-STEP-SEQ
               MOVE 1 TO WS-THIS-PARTITION
               IF CD-PARTITION IS NUMERIC AND CD-PARTITION > 0
                   MOVE CD-PARTITION TO WS-THIS-PARTITION
               END-IF
           END-IF
           IF CD-FUNCTION = "F" AND CD-OPERATOR-ID = SPACES
               DISPLAY "*** a forced step must be signed -- "
                   "operator id is blank"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       Load-Plan-Partition-Count.
      * PIPLAN.DAT is only tonight's plan if PiSplitPlan actually ran
      * in this cycle: a forced (or not yet ended) SPLITPLN leaves
      * whatever plan was cut last on the file, and its partitions
      * will never run tonight -- the run is unsplit, partition 1.
      * Every plan record carries the partition count; the first
      * one is enough.
           MOVE 1 TO WS-PLAN-PARTITIONS
           MOVE WS-CYCLE-DATE TO CY-CYCLE-DATE
           MOVE WS-SPLIT-STEP-SEQ TO CY-STEP-SEQ
           MOVE 0 TO CY-PARTITION
           READ PI-CYCLE-FILE
           IF WS-PICYCLE-STATUS NOT = "00" OR NOT CY-COMPLETE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PI-PLAN-FILE
           IF WS-PIPLAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ PI-PLAN-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PL-PARTITION-COUNT IS NUMERIC
                       AND PL-PARTITION-COUNT > 0
                       MOVE PL-PARTITION-COUNT TO WS-PLAN-PARTITIONS
                   END-IF
           END-READ
           CLOSE PI-PLAN-FILE.

       Begin-Step.
           DISPLAY "Cycle " WS-CYCLE-DATE " step " CD-STEP-NAME
               " (" WS-STEP-PROGRAM(WS-THIS-STEP) ") partition "
               WS-THIS-PARTITION " -- begin"
           PERFORM Read-This-Step
           IF WS-PICYCLE-STATUS = "00" AND CY-ENDED-OK
               DISPLAY "  already " CY-STATUS " at " CY-END-DATE " "
                   CY-END-TIME " -- SKIPPED"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM Check-Predecessors
           IF WS-BLOCKED
               DISPLAY "  *** REFUSED -- predecessor " WS-BLOCK-STEP
                   " partition " WS-BLOCK-PARTITION " is "
                   WS-BLOCK-STATUS
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      * Check-Predecessors read the earlier steps through the same
      * record area; this step's own record is read back before it
      * is marked RUNNING.
           PERFORM Read-This-Step
           PERFORM Stamp-Now
           IF WS-PICYCLE-STATUS = "00"
               IF CY-RUNNING
                   DISPLAY "  attempt " CY-ATTEMPTS " begun "
                       CY-START-DATE " " CY-START-TIME
                       " never ended -- running again"
               END-IF
               MOVE "RUNNING" TO CY-STATUS
               MOVE WS-NOW-DATE TO CY-START-DATE
               MOVE WS-NOW-TIME TO CY-START-TIME
               MOVE 0 TO CY-END-DATE
               MOVE 0 TO CY-END-TIME
               MOVE 0 TO CY-RETURN-CODE
               ADD 1 TO CY-ATTEMPTS
               REWRITE PI-CYCLE-RECORD
           ELSE
               PERFORM Build-New-Step-Record
               MOVE "RUNNING" TO CY-STATUS
               MOVE WS-NOW-DATE TO CY-START-DATE
               MOVE WS-NOW-TIME TO CY-START-TIME
               MOVE 1 TO CY-ATTEMPTS
               WRITE PI-CYCLE-RECORD
           END-IF
           IF WS-PICYCLE-STATUS NOT = "00"
               DISPLAY "  *** run-control write failed, status "
                   WS-PICYCLE-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  RUN -- attempt " CY-ATTEMPTS
           MOVE 0 TO RETURN-CODE.

       End-Step.
           PERFORM Read-This-Step
           IF WS-PICYCLE-STATUS NOT = "00"
               DISPLAY "*** cycle " WS-CYCLE-DATE " step "
                   CD-STEP-NAME " partition " WS-THIS-PARTITION
                   " was never begun -- end not recorded"
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF NOT CY-RUNNING
               DISPLAY "*** cycle " WS-CYCLE-DATE " step "
                   CD-STEP-NAME " partition " WS-THIS-PARTITION
                   " is " CY-STATUS ", not RUNNING -- end not "
                   "recorded"
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM Stamp-Now
           MOVE WS-NOW-DATE TO CY-END-DATE
           MOVE WS-NOW-TIME TO CY-END-TIME
           MOVE 0 TO CY-RETURN-CODE
           IF CD-RETURN-CODE IS NUMERIC
               MOVE CD-RETURN-CODE TO CY-RETURN-CODE
           END-IF
           IF CY-RETURN-CODE > WS-STEP-MAX-RC(WS-THIS-STEP)
               MOVE "FAILED" TO CY-STATUS
           ELSE
               MOVE "COMPLETE" TO CY-STATUS
           END-IF
           REWRITE PI-CYCLE-RECORD
           IF WS-PICYCLE-STATUS NOT = "00"
               DISPLAY "  *** run-control rewrite failed, status "
                   WS-PICYCLE-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Cycle " WS-CYCLE-DATE " step " CD-STEP-NAME
               " partition " WS-THIS-PARTITION " ended RC "
               CY-RETURN-CODE " -- " CY-STATUS
           IF CY-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       Force-Step.
           PERFORM Stamp-Now
           PERFORM Read-This-Step
           IF WS-PICYCLE-STATUS NOT = "00"
               PERFORM Build-New-Step-Record
               MOVE "FORCED" TO CY-STATUS
               MOVE WS-NOW-DATE TO CY-END-DATE
               MOVE WS-NOW-TIME TO CY-END-TIME
               MOVE CD-OPERATOR-ID TO CY-OPERATOR-ID
               WRITE PI-CYCLE-RECORD
           ELSE
               MOVE "FORCED" TO CY-STATUS
               MOVE WS-NOW-DATE TO CY-END-DATE
               MOVE WS-NOW-TIME TO CY-END-TIME
               MOVE CD-OPERATOR-ID TO CY-OPERATOR-ID
               REWRITE PI-CYCLE-RECORD
           END-IF
           IF WS-PICYCLE-STATUS NOT = "00"
               DISPLAY "  *** run-control write failed, status "
                   WS-PICYCLE-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Cycle " WS-CYCLE-DATE " step " CD-STEP-NAME
               " partition " WS-THIS-PARTITION " FORCED ended OK by "
               CD-OPERATOR-ID
           MOVE 0 TO RETURN-CODE.

       Read-This-Step.
           MOVE WS-CYCLE-DATE TO CY-CYCLE-DATE
           MOVE WS-THIS-STEP TO CY-STEP-SEQ
           MOVE WS-THIS-PARTITION TO CY-PARTITION
           READ PI-CYCLE-FILE.

       Build-New-Step-Record.
           MOVE WS-CYCLE-DATE TO CY-CYCLE-DATE
           MOVE WS-THIS-STEP TO CY-STEP-SEQ
           MOVE WS-THIS-PARTITION TO CY-PARTITION
           MOVE WS-STEP-NAME(WS-THIS-STEP) TO CY-STEP-NAME
           MOVE WS-STEP-PROGRAM(WS-THIS-STEP) TO CY-PROGRAM
           MOVE SPACES TO CY-STATUS
           MOVE 0 TO CY-START-DATE
           MOVE 0 TO CY-START-TIME
           MOVE 0 TO CY-END-DATE
           MOVE 0 TO CY-END-TIME
           MOVE 0 TO CY-RETURN-CODE
           MOVE 0 TO CY-ATTEMPTS
           MOVE SPACES TO CY-OPERATOR-ID.

       Stamp-Now.
           MOVE 0 TO WS-NOW-DATE
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           MOVE 0 TO WS-NOW-TIME
           ACCEPT WS-NOW-TIME FROM TIME.

       Check-Predecessors.
      * Every step ahead of this one in the chain -- every planned
      * partition of the CalculatePi step -- must have ended OK.
      * The CalculatePi partitions run side by side, so they don't
      * wait for each other.
           MOVE "N" TO WS-BLOCKED-FLAG
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
             UNTIL WS-STEP-INDEX NOT < WS-THIS-STEP OR WS-BLOCKED
               PERFORM Check-One-Step
           END-PERFORM.

       Check-One-Step.
      * Holds step WS-STEP-INDEX (all its partitions) against the
      * file; the first partition not ended OK blocks.
           IF WS-STEP-INDEX = WS-CALC-STEP-SEQ
               MOVE WS-PLAN-PARTITIONS TO WS-PART-LIMIT
               MOVE 1 TO WS-PART-INDEX
           ELSE
               MOVE 0 TO WS-PART-LIMIT
               MOVE 0 TO WS-PART-INDEX
           END-IF
           PERFORM UNTIL WS-PART-INDEX > WS-PART-LIMIT OR WS-BLOCKED
               MOVE WS-CYCLE-DATE TO CY-CYCLE-DATE
               MOVE WS-STEP-INDEX TO CY-STEP-SEQ
               MOVE WS-PART-INDEX TO CY-PARTITION
               READ PI-CYCLE-FILE
               IF WS-PICYCLE-STATUS = "00"
                   MOVE CY-STATUS TO WS-LIST-STATUS
               ELSE
                   MOVE "NOT RUN" TO WS-LIST-STATUS
               END-IF
               IF WS-PICYCLE-STATUS NOT = "00" OR NOT CY-ENDED-OK
                   MOVE "Y" TO WS-BLOCKED-FLAG
                   MOVE WS-STEP-NAME(WS-STEP-INDEX) TO WS-BLOCK-STEP
                   MOVE WS-PART-INDEX TO WS-BLOCK-PARTITION
                   MOVE WS-LIST-STATUS TO WS-BLOCK-STATUS
                   MOVE 0 TO WS-BLOCK-RC
                   IF WS-PICYCLE-STATUS = "00"
                       MOVE CY-RETURN-CODE TO WS-BLOCK-RC
                   END-IF
               END-IF
               ADD 1 TO WS-PART-INDEX
           END-PERFORM.

       Report-Cycle.
           DISPLAY " "
           DISPLAY "================================================"
           DISPLAY "  NIGHTLY CYCLE RUN CONTROL -- cycle "
               WS-CYCLE-DATE
           DISPLAY "================================================"
           DISPLAY "  step     part program            status   "
               "  RC tries"
           MOVE "N" TO WS-BLOCKED-FLAG
           MOVE 0 TO WS-ENDED-OK-COUNT
           MOVE 0 TO WS-LISTED-COUNT
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
             UNTIL WS-STEP-INDEX > WS-STEP-COUNT
               PERFORM List-One-Step
           END-PERFORM
           DISPLAY "------------------------------------------------"
           DISPLAY "  Steps ended OK       : " WS-ENDED-OK-COUNT
               " of " WS-LISTED-COUNT
           IF WS-BLOCKED
               DISPLAY "  CYCLE INCOMPLETE -- resumes at "
                   WS-BLOCK-STEP " partition " WS-BLOCK-PARTITION
                   " (" WS-BLOCK-STATUS ")"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "  CYCLE COMPLETE"
               MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY "================================================"

           IF CD-FUNCTION = "C"
               PERFORM Write-Cycle-Alert
           END-IF.

       List-One-Step.
           IF WS-STEP-INDEX = WS-CALC-STEP-SEQ
               MOVE WS-PLAN-PARTITIONS TO WS-PART-LIMIT
               MOVE 1 TO WS-PART-INDEX
           ELSE
               MOVE 0 TO WS-PART-LIMIT
               MOVE 0 TO WS-PART-INDEX
           END-IF
           PERFORM UNTIL WS-PART-INDEX > WS-PART-LIMIT
               ADD 1 TO WS-LISTED-COUNT
               MOVE WS-CYCLE-DATE TO CY-CYCLE-DATE
               MOVE WS-STEP-INDEX TO CY-STEP-SEQ
               MOVE WS-PART-INDEX TO CY-PARTITION
               READ PI-CYCLE-FILE
               IF WS-PICYCLE-STATUS = "00"
                   DISPLAY "  " CY-STEP-NAME " " CY-PARTITION " "
                       CY-PROGRAM " " CY-STATUS " " CY-RETURN-CODE
                       " " CY-ATTEMPTS
                   IF CY-ENDED-OK
                       ADD 1 TO WS-ENDED-OK-COUNT
                   END-IF
               ELSE
                   DISPLAY "  " WS-STEP-NAME(WS-STEP-INDEX) " "
                       WS-PART-INDEX " "
                       WS-STEP-PROGRAM(WS-STEP-INDEX) " NOT RUN"
               END-IF
               IF NOT WS-BLOCKED
                   IF WS-PICYCLE-STATUS NOT = "00" OR NOT CY-ENDED-OK
                       MOVE "Y" TO WS-BLOCKED-FLAG
                       MOVE WS-STEP-NAME(WS-STEP-INDEX)
                           TO WS-BLOCK-STEP
                       MOVE WS-PART-INDEX TO WS-BLOCK-PARTITION
                       MOVE "NOT RUN" TO WS-BLOCK-STATUS
                       MOVE 0 TO WS-BLOCK-RC
                       IF WS-PICYCLE-STATUS = "00"
                           MOVE CY-STATUS TO WS-BLOCK-STATUS
                           MOVE CY-RETURN-CODE TO WS-BLOCK-RC
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-PART-INDEX
           END-PERFORM.

       Write-Cycle-Alert.
      * The end-of-cycle status, one record either way, so the
      * monitor sees every night close -- not only the bad ones.
           MOVE WS-CYCLE-DATE TO AL-RUN-DATE
           MOVE 0 TO AL-RUN-TIME
           MOVE 0 TO AL-RANGE-START
           MOVE SPACES TO AL-ALERT-TEXT
           IF WS-BLOCKED
               MOVE "E" TO AL-SEVERITY
               MOVE WS-BLOCK-STEP TO AL-JOB-ID
               MOVE WS-BLOCK-PARTITION TO AL-RANGE-START
               MOVE "CYCLINCM" TO AL-REASON-CODE
               STRING "cycle stopped at " DELIMITED BY SIZE
                   WS-BLOCK-STEP DELIMITED BY SPACE
                   " -- " DELIMITED BY SIZE
                   WS-BLOCK-STATUS DELIMITED BY SPACE
                   " RC " DELIMITED BY SIZE
                   WS-BLOCK-RC DELIMITED BY SIZE
                   INTO AL-ALERT-TEXT
           ELSE
               MOVE "W" TO AL-SEVERITY
               MOVE "PICYCLE" TO AL-JOB-ID
               MOVE "CYCLEND" TO AL-REASON-CODE
               STRING "nightly cycle complete, " DELIMITED BY SIZE
                   WS-ENDED-OK-COUNT DELIMITED BY SIZE
                   " steps ended OK" DELIMITED BY SIZE
                   INTO AL-ALERT-TEXT
           END-IF
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
           MOVE "PiCycleDriver" TO AL-PROGRAM
           OPEN EXTEND PI-ALERT-FILE
           IF WS-PIALERT-STATUS = "35"
               OPEN OUTPUT PI-ALERT-FILE
           END-IF
           WRITE PI-ALERT-RECORD
           CLOSE PI-ALERT-FILE.

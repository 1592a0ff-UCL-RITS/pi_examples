               ASSIGN TO "PIALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIALERT-STATUS.
           SELECT PI-JOURNAL-FILE
               ASSIGN TO "PIJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PI-ALERT-FILE.
       COPY pialert.

       FD  PI-JOURNAL-FILE.
       COPY pijrnl.

       WORKING-STORAGE SECTION.
       01 WS-PIALERT-STATUS  PIC XX VALUE "00".
       01 WS-PIJRNL-STATUS    PIC XX VALUE "00".
       01 WS-PIRESULT-STATUS PIC XX VALUE "00".
       01 WS-PICHKPT-STATUS  PIC XX VALUE "00".
       01 WS-PIPRTL-STATUS   PIC XX VALUE "00".
           05 WS-ETA-HR       PIC 99.
           05 WS-ETA-MN       PIC 99.
           05 WS-ETA-SC       PIC 99.
      * Accuracy-target mode (CC-TARGET-ACCURACY, see picntrl.cpy):
      * the run is a series of passes, NumberOfSteps doubling each
      * time, until the target is met or the ceiling, the deadline
      * or an operator stop ends it.  A deterministic pass starts
      * the sum afresh at its new step count and is judged against
      * the pass before it; Monte Carlo samples are all valid
      * together, so each pass just keeps on drawing and is judged
      * by its standard error.  No checkpoint is taken in this mode
      * -- the run's answer is the last estimate it completed, so a
      * deadline or stop files that estimate (target not met)
      * instead of time-slicing.
      * The elapsed time filed with a deterministic run is that of
      * the pass whose estimate is filed -- the final pass, or the
      * pass before it when the final one was cut short -- so the
      * row's seconds go with its PR-NUMBER-OF-STEPS the way every
      * throughput reader takes them; the passes thrown away are
      * still on the audit stamps and billed from there.  Monte
      * Carlo files the whole run's time: its passes keep drawing
      * on, so every sample counted in the row was drawn in it.
       01 WS-TARGET-RUN       PIC X VALUE "N".
           88 WS-TARGET-MODE       VALUE "Y".
       01 WS-TARGET-ACCURACY  USAGE IS FLOAT-LONG VALUE 0.
       01 WS-TARGET-MET-FLAG  PIC X VALUE "N".
           88 WS-TARGET-MET        VALUE "Y".
       01 WS-TARGET-CEILING-FLAG PIC X VALUE "N".
           88 WS-TARGET-CEILING-HIT VALUE "Y".
       01 WS-TARGET-ESTIMATE-FLAG PIC X VALUE "N".
           88 WS-TARGET-HAVE-ESTIMATE VALUE "Y".
       01 WS-TARGET-START-STEPS PIC 9(10) VALUE 1000.
       01 WS-TARGET-PASS-COUNT PIC 9(4) VALUE 0.
       01 WS-TARGET-NEXT-STEPS PIC 9(11) VALUE 0.
       01 WS-TARGET-PRIOR-STEPS USAGE BINARY-LONG UNSIGNED VALUE 0.
       01 WS-TARGET-ESTIMATE  USAGE IS FLOAT-LONG VALUE 0.
       01 WS-TARGET-PRIOR-ESTIMATE USAGE IS FLOAT-LONG VALUE 0.
       01 WS-TARGET-CHANGE    USAGE IS FLOAT-LONG VALUE 0.
       01 WS-PASS-CLOCK.
           05 WS-PASS-CLOCK-HR PIC 99.
           05 WS-PASS-CLOCK-MN PIC 99.
           05 WS-PASS-CLOCK-SC PIC 99.
           05 WS-PASS-CLOCK-HS PIC 99.
       01 WS-PASS-NOW-HSECS   PIC 9(8) VALUE 0.
       01 WS-PASS-START-HSECS PIC 9(8) VALUE 0.
       01 WS-PRIOR-PASS-HSECS PIC 9(8) VALUE 0.
       01 WS-FILED-PASS-HSECS PIC 9(8) VALUE 0.
      * What goes in PR-ELAPSED-SECONDS: the whole run, except for a
      * deterministic target run (see above).
       01 WS-RESULT-ELAPSED-SECONDS PIC 9(6)V99 VALUE 0.
      * Alternate Format:
      * 01 NumberOfSteps   PIC 9(18) VALUE 10000000.
       01 NumberOfSteps   USAGE IS BINARY-LONG UNSIGNED VALUE 10000000.
               MOVE CC-RANGE-END TO WS-LOOP-LIMIT
           ELSE
               DISPLAY "  1 process"
               IF WS-TARGET-MODE
                   DISPLAY "  accuracy target " CC-TARGET-ACCURACY
                       ", starting at " NumberOfSteps " slices"
               ELSE
                   PERFORM Check-For-Restart
                   IF WS-RESUMING
                       DISPLAY "  resuming prior run at step "
                           StepNumber
                   END-IF
               END-IF
               MOVE NumberOfSteps TO WS-LOOP-LIMIT
           END-IF
           COMPUTE WS-START-HSECS = (WS-START-HSECS * 100)
           ADD WS-START-HS TO WS-START-HSECS
           MOVE StepNumber TO WS-PROGRESS-START-STEP
           IF WS-TARGET-MODE
               PERFORM Run-To-Target-Accuracy
           ELSE
               PERFORM Run-Slice-Loop
           END-IF
           ACCEPT WS-END-TIME FROM TIME
           PERFORM Compute-Elapsed-Time
           DISPLAY "Elapsed time (seconds): " WS-ELAPSED-SECONDS
           MOVE WS-ELAPSED-SECONDS TO WS-RESULT-ELAPSED-SECONDS
           IF WS-TARGET-MODE AND NOT WS-METHOD-MONTECARLO
               COMPUTE WS-RESULT-ELAPSED-SECONDS ROUNDED =
                   WS-FILED-PASS-HSECS / 100
               DISPLAY "  filed pass elapsed (seconds): "
                   WS-RESULT-ELAPSED-SECONDS
           END-IF

           EVALUATE TRUE
               WHEN WS-STOP-REQUESTED
      * The checkpoint was written the moment the stop request was
      * honoured, so the resubmitted job resumes exactly as an
      * abend restart would -- and unlike a cancel, the lock is
      * released and the audit record closed out cleanly below, so
      * no stale PILOCK.DAT or RUNNING audit record is left for the
      * exception report to page on next morning.
                   IF WS-TARGET-MODE
                       DISPLAY "Run stopped on operator request "
                           "before its first pass finished"
                       DISPLAY "  no checkpoint in target mode -- "
                           "resubmit to start again"
                   ELSE
                       DISPLAY "Run stopped on operator request -- "
                           "checkpointed at step " CK-STEP-NUMBER
                           " of " NumberOfSteps
                       DISPLAY "  resubmit to continue from the "
                           "checkpoint"
                   END-IF
                   MOVE 4 TO RETURN-CODE
               WHEN WS-DEADLINE-HIT
      * The checkpoint was already written the moment the deadline
      * tripped, so the next scheduled execution resumes exactly as
      * an abend restart would -- no result is filed for this
      * window's half of the run.
                   IF WS-TARGET-MODE
                       DISPLAY "Run reached its deadline before its "
                           "first pass finished"
                       DISPLAY "  no checkpoint in target mode -- "
                           "resubmit to start again"
                   ELSE
                       DISPLAY "Run time-sliced at deadline -- "
                           "checkpointed at step " CK-STEP-NUMBER
                           " of " NumberOfSteps
                       DISPLAY "  resubmit next window to continue "
                           "from the checkpoint"
                   END-IF
                   MOVE 4 TO RETURN-CODE
               WHEN WS-PARTIAL-MODE
                   PERFORM Write-Partial-Result
               WHEN WS-TARGET-MODE
                   MOVE WS-TARGET-ESTIMATE TO Pi
                   DISPLAY "Obtained value of Pi: " Pi
                   PERFORM Reconcile-Pi-Value
                   PERFORM Write-Pi-Result
      * A target the run could not reach is a warning, not a
      * failure -- the best estimate it did reach is on file.
                   EVALUATE TRUE
                       WHEN WS-RECONCILE-FAILED
                           MOVE 8 TO RETURN-CODE
                       WHEN NOT WS-TARGET-MET
                           MOVE 4 TO RETURN-CODE
                   END-EVALUATE
               WHEN OTHER
                   PERFORM Clear-Checkpoint
                   COMPUTE Pi ROUNDED = TotalSum * WS-STEP-SCALE
                   DISPLAY "Obtained value of Pi: " Pi
                   PERFORM Reconcile-Pi-Value
                   PERFORM Write-Pi-Result
                   IF WS-RECONCILE-FAILED
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-EVALUATE

           PERFORM Write-Audit-Finish
           PERFORM Release-Run-Lock

           STOP RUN.

       Run-Slice-Loop.
      * The slice loop proper, from StepNumber up to WS-LOOP-LIMIT,
      * or until the deadline or an operator stop ends it early.
           PERFORM VARYING StepNumber FROM StepNumber BY 1
             UNTIL StepNumber >= WS-LOOP-LIMIT
             OR WS-DEADLINE-HIT
                     END-IF
                 END-IF
             END-IF
           END-PERFORM.

       Run-To-Target-Accuracy.
      * Pass after pass at a doubling slice count until the target
      * is met or the run can go no further.  A pass cut short by
      * the deadline or an operator stop is discarded: the run files
      * the last whole pass's estimate instead (target not met), and
      * only a first pass that never finished leaves the flags set
      * so the run ends TIMESLCE or STOPPED with nothing filed.
      * Monte Carlo is the exception: every sample it drew is as
      * good as any other, so it files all of them, however far the
      * cut-short pass got.
           PERFORM Read-Pass-Clock
           MOVE WS-PASS-NOW-HSECS TO WS-PASS-START-HSECS
           PERFORM Run-Slice-Loop
           PERFORM Judge-Target-Pass
           PERFORM UNTIL WS-TARGET-MET
                      OR WS-TARGET-CEILING-HIT
                      OR WS-DEADLINE-HIT
                      OR WS-STOP-REQUESTED
               PERFORM Start-Target-Pass
               IF NOT WS-TARGET-CEILING-HIT
                   PERFORM Run-Slice-Loop
                   PERFORM Judge-Target-Pass
               END-IF
           END-PERFORM
           PERFORM Read-Pass-Clock
           PERFORM Time-Target-Pass
           MOVE WS-PASS-NOW-HSECS TO WS-FILED-PASS-HSECS
           IF (WS-DEADLINE-HIT OR WS-STOP-REQUESTED)
               AND WS-TARGET-HAVE-ESTIMATE
               IF WS-METHOD-MONTECARLO
                   MOVE StepNumber TO NumberOfSteps
                   COMPUTE StepSize ROUNDED = 1 / NumberOfSteps
                   MOVE StepSize TO WS-STEP-SCALE
                   COMPUTE WS-TARGET-ESTIMATE ROUNDED =
                       TotalSum * WS-STEP-SCALE
                   DISPLAY "  pass cut short -- filing all "
                       NumberOfSteps " samples drawn"
               ELSE
                   DISPLAY "  pass at " NumberOfSteps
                       " slices cut short -- filing the "
                       WS-TARGET-PRIOR-STEPS " slice estimate"
                   MOVE WS-TARGET-PRIOR-STEPS TO NumberOfSteps
                   MOVE WS-TARGET-PRIOR-ESTIMATE TO WS-TARGET-ESTIMATE
                   MOVE WS-PRIOR-PASS-HSECS TO WS-FILED-PASS-HSECS
               END-IF
               MOVE "N" TO WS-DEADLINE-FLAG
               MOVE "N" TO WS-STOP-REQUEST-FLAG
           END-IF
           IF WS-TARGET-MET
               DISPLAY "  accuracy target met at " NumberOfSteps
                   " slices"
           ELSE
               IF WS-TARGET-HAVE-ESTIMATE
                   DISPLAY "  accuracy target NOT met -- best "
                       "estimate at " NumberOfSteps " slices"
               END-IF
           END-IF.

       Start-Target-Pass.
      * Next slice count: double the last, held to the
      * WS-MAX-NUMBER-OF-STEPS ceiling.  A run already at the
      * ceiling can't refine any further.  Doubling keeps a Simpson
      * count even, and the ceiling itself is even.
           IF NumberOfSteps >= WS-MAX-NUMBER-OF-STEPS
               MOVE "Y" TO WS-TARGET-CEILING-FLAG
               DISPLAY "  slice ceiling " WS-MAX-NUMBER-OF-STEPS
                   " reached"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TARGET-NEXT-STEPS = NumberOfSteps * 2
           IF WS-TARGET-NEXT-STEPS > WS-MAX-NUMBER-OF-STEPS
               MOVE WS-MAX-NUMBER-OF-STEPS TO WS-TARGET-NEXT-STEPS
           END-IF
           MOVE NumberOfSteps TO WS-TARGET-PRIOR-STEPS
           MOVE WS-TARGET-ESTIMATE TO WS-TARGET-PRIOR-ESTIMATE
           PERFORM Read-Pass-Clock
           PERFORM Time-Target-Pass
           MOVE WS-PASS-NOW-HSECS TO WS-PRIOR-PASS-HSECS
           PERFORM Read-Pass-Clock
           MOVE WS-PASS-NOW-HSECS TO WS-PASS-START-HSECS
           MOVE WS-TARGET-NEXT-STEPS TO NumberOfSteps
           COMPUTE StepSize ROUNDED = 1 / NumberOfSteps
           IF WS-METHOD-SIMPSON
               COMPUTE WS-STEP-SCALE ROUNDED = StepSize / 3
           ELSE
               MOVE StepSize TO WS-STEP-SCALE
           END-IF
      * Monte Carlo keeps every sample drawn so far and just draws
      * on to the new count; the deterministic rules lay a whole
      * new grid, so their sum starts again from the first slice.
           IF NOT WS-METHOD-MONTECARLO
               MOVE 0 TO StepNumber
               MOVE 0 TO TotalSum
           END-IF
           MOVE NumberOfSteps TO WS-LOOP-LIMIT
           IF WS-METHOD-SIMPSON
               ADD 1 TO WS-LOOP-LIMIT
           END-IF.

       Read-Pass-Clock.
           ACCEPT WS-PASS-CLOCK FROM TIME
           COMPUTE WS-PASS-NOW-HSECS =
               (WS-PASS-CLOCK-HR * 3600) + (WS-PASS-CLOCK-MN * 60)
           ADD WS-PASS-CLOCK-SC TO WS-PASS-NOW-HSECS
           COMPUTE WS-PASS-NOW-HSECS = (WS-PASS-NOW-HSECS * 100)
           ADD WS-PASS-CLOCK-HS TO WS-PASS-NOW-HSECS.

       Time-Target-Pass.
      * Turns the clock just read into the hundredths the current
      * pass has run, in WS-PASS-NOW-HSECS; a pass running over
      * midnight gets the day added back.
           IF WS-PASS-NOW-HSECS < WS-PASS-START-HSECS
               ADD 8640000 TO WS-PASS-NOW-HSECS
           END-IF
           SUBTRACT WS-PASS-START-HSECS FROM WS-PASS-NOW-HSECS.

       Judge-Target-Pass.
      * A pass the deadline or a stop cut short proves nothing.
      * Otherwise: deterministic rules are met once two passes in a
      * row agree within the target; Monte Carlo once the standard
      * error of its whole sample is under it.
           IF WS-DEADLINE-HIT OR WS-STOP-REQUESTED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TARGET-PASS-COUNT
           COMPUTE WS-TARGET-ESTIMATE ROUNDED =
               TotalSum * WS-STEP-SCALE
           IF WS-METHOD-MONTECARLO
               PERFORM Compute-Standard-Error
               DISPLAY "  pass " WS-TARGET-PASS-COUNT ": "
                   NumberOfSteps " slices, estimate "
                   WS-TARGET-ESTIMATE
               DISPLAY "    standard error " WS-STD-ERROR
               IF WS-STD-ERROR < WS-TARGET-ACCURACY
                   MOVE "Y" TO WS-TARGET-MET-FLAG
               END-IF
           ELSE
               DISPLAY "  pass " WS-TARGET-PASS-COUNT ": "
                   NumberOfSteps " slices, estimate "
                   WS-TARGET-ESTIMATE
               IF WS-TARGET-HAVE-ESTIMATE
                   COMPUTE WS-TARGET-CHANGE =
                       WS-TARGET-ESTIMATE - WS-TARGET-PRIOR-ESTIMATE
                   IF WS-TARGET-CHANGE < 0
                       COMPUTE WS-TARGET-CHANGE =
                           WS-TARGET-CHANGE * -1
                   END-IF
                   DISPLAY "    change from prior pass "
                       WS-TARGET-CHANGE
                   IF WS-TARGET-CHANGE <= WS-TARGET-ACCURACY
                       MOVE "Y" TO WS-TARGET-MET-FLAG
                   END-IF
               END-IF
           END-IF
           MOVE "Y" TO WS-TARGET-ESTIMATE-FLAG.

       Read-Control-Card.
      * SYSIN carries an optional control card so ops can set the
           IF CC-RANGE-END IS NUMERIC AND CC-RANGE-END > CC-RANGE-START
               MOVE "Y" TO WS-PARTIAL-RUN
           END-IF
      * A partial job step's range was sized by PiSplitPlan; it has
      * no whole estimate of its own to judge a target by.
           IF CC-TARGET-ACCURACY IS NUMERIC AND CC-TARGET-ACCURACY > 0
               IF WS-PARTIAL-MODE
                   DISPLAY "  accuracy target ignored for a partial"
                       " job step"
               ELSE
                   MOVE "Y" TO WS-TARGET-RUN
                   MOVE CC-TARGET-ACCURACY TO WS-TARGET-ACCURACY
                   IF CC-NUMBER-OF-STEPS IS NOT NUMERIC
                       MOVE WS-TARGET-START-STEPS TO NumberOfSteps
                   END-IF
               END-IF
           END-IF
           IF CC-METHOD = "S" OR CC-METHOD = "R"
               MOVE CC-METHOD TO WS-METHOD
           ELSE
      * The seed is drawn just before the slice loop, after this
      * record is filed -- Write-Audit-Finish fills the real one.
           MOVE 0 TO AU-RANDOM-SEED
           IF WS-TARGET-MODE
               MOVE CC-TARGET-ACCURACY TO AU-TARGET-ACCURACY
           ELSE
               MOVE 0 TO AU-TARGET-ACCURACY
           END-IF
           MOVE 0 TO AU-STEPS-REACHED
           MOVE SPACE TO AU-TARGET-MET
           MOVE "RUNNING" TO AU-FINAL-STATUS

           OPEN I-O PI-AUDIT-FILE
               MOVE "audit start record could not be written"
                   TO AL-ALERT-TEXT
               PERFORM Write-Alert-Record
           ELSE
               MOVE "PIAUDIT" TO JR-FILE-ID
               MOVE "W" TO JR-ACTION
               MOVE SPACES TO JR-BEFORE-IMAGE
               MOVE PI-AUDIT-RECORD TO JR-AFTER-IMAGE
               PERFORM Write-Journal-Record
           END-IF
           CLOSE PI-AUDIT-FILE.

                   MOVE "COMPLETE" TO AU-FINAL-STATUS
           END-EVALUATE
           MOVE WS-SEED-USED TO AU-RANDOM-SEED
      * AU-NUMBER-OF-STEPS keeps the count the run started from;
      * the count it refined to is filed alongside.
           IF WS-TARGET-MODE
               MOVE NumberOfSteps TO AU-STEPS-REACHED
               MOVE WS-TARGET-MET-FLAG TO AU-TARGET-MET
           END-IF

           OPEN I-O PI-AUDIT-FILE
           PERFORM Rewrite-Audit-Record
           CLOSE PI-AUDIT-FILE.

       Write-Audit-Reject.
           MOVE "INVALID" TO AU-FINAL-STATUS

           OPEN I-O PI-AUDIT-FILE
           PERFORM Rewrite-Audit-Record
           CLOSE PI-AUDIT-FILE.

       Rewrite-Audit-Record.
      * REWRITE of the audit record in the record area, journaled:
      * the record as it stands on file is read back first for the
      * before image, the updated one put back over it.  The file is
      * open I-O.
           MOVE PI-AUDIT-RECORD TO JR-AFTER-IMAGE
           MOVE SPACES TO JR-BEFORE-IMAGE
           READ PI-AUDIT-FILE
           IF WS-PIAUDIT-STATUS = "00"
               MOVE PI-AUDIT-RECORD TO JR-BEFORE-IMAGE
           END-IF
           MOVE JR-AFTER-IMAGE TO PI-AUDIT-RECORD
           REWRITE PI-AUDIT-RECORD
           IF WS-PIAUDIT-STATUS = "00"
               MOVE "PIAUDIT" TO JR-FILE-ID
               MOVE "R" TO JR-ACTION
               PERFORM Write-Journal-Record
           END-IF.

       Reconcile-Pi-Value.
      * Compare the computed Pi against a known-good reference so a
      * bad run (wrong NumberOfSteps, truncation, a bug) is flagged
           END-IF.

       Write-Checkpoint.
      * An accuracy-target run has no checkpoint to resume from --
      * its passes change NumberOfSteps under the loop, and a run
      * cut short files its last whole estimate instead.
           IF WS-TARGET-MODE
               EXIT PARAGRAPH
           END-IF
           MOVE StepNumber TO CK-STEP-NUMBER
           MOVE TotalSum TO CK-TOTAL-SUM
           MOVE NumberOfSteps TO CK-NUMBER-OF-STEPS
           MOVE NumberOfSteps TO PR-NUMBER-OF-STEPS
           MOVE WS-METHOD TO PR-METHOD
           MOVE Pi TO PR-PI-VALUE
           MOVE WS-RESULT-ELAPSED-SECONDS TO PR-ELAPSED-SECONDS
           IF WS-RECONCILE-FAILED
               MOVE "REJECTED" TO PR-STATUS
           ELSE
           END-IF
           MOVE WS-CONSTANT-CODE TO PR-CONSTANT
           MOVE WS-SEED-USED TO PR-RANDOM-SEED
           MOVE ZEROS TO PR-SOURCE-KEYS
           IF WS-TARGET-MODE
               MOVE CC-TARGET-ACCURACY TO PR-TARGET-ACCURACY
               MOVE WS-TARGET-MET-FLAG TO PR-TARGET-MET
           ELSE
               MOVE 0 TO PR-TARGET-ACCURACY
               MOVE SPACE TO PR-TARGET-MET
           END-IF

           WRITE PI-RESULT-RECORD
      * Two full runs landing on the same date and hundredth of a
               MOVE "run figures did not reach the history"
                   TO AL-ALERT-TEXT
               PERFORM Write-Alert-Record
           ELSE
               MOVE "PIRESULT" TO JR-FILE-ID
               MOVE "W" TO JR-ACTION
               MOVE SPACES TO JR-BEFORE-IMAGE
               MOVE PI-RESULT-RECORD TO JR-AFTER-IMAGE
               PERFORM Write-Journal-Record
           END-IF

           CLOSE PI-RESULTS-FILE.
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
           MOVE "CalculatePi" TO JR-PROGRAM
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


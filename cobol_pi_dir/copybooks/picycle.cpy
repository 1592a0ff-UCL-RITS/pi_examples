      * PICYCLE - one step of one night's batch cycle on the
      * run-control file (PICYCLE.DAT, a VSAM KSDS keyed by cycle
      * date, step sequence and partition).  The overnight cycle is a
      * fixed chain of programs -- PiScheduleSync,
      * PiScheduleDriver, PiPreflight,
      * PiSplitPlan, the CalculatePi job steps, MergePi,
      * PiRequestFulfil, PiResultSync, PiIntegrityAudit,
      * PiExceptionReport, PiResultExtract -- and PiCycleDriver keeps
      * this record for each of them so a failed cycle restarts at
      * the first unfinished step instead of operators working out
      * by hand what already ran (re-running MergePi or re-draining
      * the request queue).  See cobol_pi_cycle.cbl for the step
      * table and the begin/end/force/close protocol.
      * CY-STEP-SEQ is the step's place in the chain (01-11);
      * CY-PARTITION tells the CalculatePi job steps of a split run
      * apart (1 up to the plan's partition count, 1 for a run that
      * wasn't split) and is zero for every other step.
      * CY-STATUS:
      *     RUNNING   begun and not yet ended -- a step still RUNNING
      *               when the cycle restarts abended and is run
      *               again
      *     COMPLETE  ended with a return code the step table
      *               accepts
      *     FAILED    ended with a higher one
      *     FORCED    marked ended OK by the operator in
      *               CY-OPERATOR-ID, without (or despite) a run
      * CY-ATTEMPTS counts the begins, so the morning review can see
      * which steps needed a second go.
       01 PI-CYCLE-RECORD.
           05 CY-RUN-KEY.
               10 CY-CYCLE-DATE     PIC 9(8).
               10 CY-STEP-SEQ       PIC 9(2).
               10 CY-PARTITION      PIC 9(4).
           05 CY-STEP-NAME          PIC X(08).
           05 CY-PROGRAM            PIC X(18).
           05 CY-STATUS             PIC X(08).
               88 CY-RUNNING            VALUE "RUNNING".
               88 CY-COMPLETE           VALUE "COMPLETE".
               88 CY-FAILED             VALUE "FAILED".
               88 CY-FORCED             VALUE "FORCED".
               88 CY-ENDED-OK           VALUE "COMPLETE" "FORCED".
           05 CY-START-DATE         PIC 9(8).
           05 CY-START-TIME         PIC 9(8).
           05 CY-END-DATE           PIC 9(8).
           05 CY-END-TIME           PIC 9(8).
           05 CY-RETURN-CODE        PIC 9(4).
           05 CY-ATTEMPTS           PIC 9(4).
           05 CY-OPERATOR-ID        PIC X(08).

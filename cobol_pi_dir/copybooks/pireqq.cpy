      * the drain derives its seed from the clock and the request
      * time as it always did.  See CC-RANDOM-SEED in picntrl.cpy.
           05 RQ-RANDOM-SEED            PIC 9(8).
      * The run key of the PI-RESULTS history row the drain filed
      * for this request (PR-RUN-DATE/PR-RUN-TIME, after any
      * collision bump), posted back with the outcome so billing and
      * lineage can go straight from the request to the run.  Zero
      * while PENDING, on a request refused before it ran, and --
      * by the short-record rule -- not numeric on records posted
      * before the field existed.
           05 RQ-RESULT-DATE            PIC 9(8).
           05 RQ-RESULT-TIME            PIC 9(8).
      * The date PiQueueAging sent the requester the outcome notice
      * for a FULFILLED or FAILED request, so each outcome is told
      * exactly once.  Zero until then (and on every request still
      * PENDING or CANCELLED); not numeric on records posted before
      * the field existed, which reads the same as zero.
           05 RQ-NOTICE-DATE            PIC 9(8).

      * The history row is stamped when the run finishes, so it is
      * the END date a COMPLETE/MERGED record must be matched on --
      * a run that crossed midnight files under the day it ended.
      * An accuracy-target run files the count it refined to, not
      * the one it started from.
           MOVE AU-END-DATE TO WS-LOOKUP-DATE
           IF AU-STEPS-REACHED IS NUMERIC AND AU-STEPS-REACHED > 0
               MOVE AU-STEPS-REACHED TO WS-LOOKUP-STEPS
           ELSE
               MOVE AU-NUMBER-OF-STEPS TO WS-LOOKUP-STEPS
           END-IF
           MOVE AU-METHOD TO WS-LOOKUP-METHOD
           IF AU-CONSTANT = "L" OR AU-CONSTANT = "E"
               MOVE AU-CONSTANT TO WS-LOOKUP-CONSTANT
               DISPLAY "  AUDIT   " AU-FINAL-STATUS " job "
                   AU-JOB-ID " of " AU-START-DATE " "
                   AU-START-TIME " -- no history row for "
                   WS-LOOKUP-STEPS " steps method " AU-METHOD
           END-IF.

       Scan-Request-Queue.

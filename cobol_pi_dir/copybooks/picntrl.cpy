      * yet each reruns identically from the same card.  The seed
      * actually used -- explicit or derived -- is recorded on the
      * audit record and the history row.
      * CC-TARGET-ACCURACY asks for an accuracy instead of a slice
      * count ("Pi good to N decimal places" is a target of
      * 0.5 x 10**-N).  CalculatePi then starts at CC-NUMBER-OF-STEPS
      * (blank: 1000) and doubles it, pass after pass, until two
      * consecutive estimates agree within the target -- or, for
      * Monte Carlo, keeps on sampling until the standard error of
      * the estimate falls under it -- stopping short at the
      * WS-MAX-NUMBER-OF-STEPS ceiling or the CC-MAX-RUN-SECONDS
      * deadline.  Blank or zero is an ordinary fixed-count run.
      * Ignored on a partial job step's card.
       01 PI-CONTROL-CARD.
           05 CC-NUMBER-OF-STEPS    PIC 9(10).
           05 CC-TOLERANCE          PIC 9V9(6).
           05 CC-MAX-RUN-SECONDS    PIC 9(5).
           05 CC-CONSTANT           PIC X(01).
           05 CC-RANDOM-SEED        PIC 9(8).
           05 CC-TARGET-ACCURACY    PIC 9V9(12).
           05 FILLER                PIC X(15).

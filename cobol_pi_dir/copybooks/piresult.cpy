      * spaces on rows filed before the field existed -- readers
      * test it IS NUMERIC before trusting it.
           05 PR-RANDOM-SEED        PIC 9(8).
      * Lineage of a derived row.  PiExtrapolate files a Richardson
      * extrapolation (status EXTRAPOL, or REJECTED when the figure
      * fails reconciliation) built from two filed runs of the same
      * constant and method, N and 2N steps; these carry the run
      * keys of the coarse (N-step) and fine (2N-step) source rows.
      * Zero on every row a calculation filed directly, and -- by
      * the keep-every-offset rule -- not numeric on rows filed
      * before the fields existed.
           05 PR-SOURCE-KEYS.
               10 PR-COARSE-RUN-DATE PIC 9(8).
               10 PR-COARSE-RUN-TIME PIC 9(8).
               10 PR-FINE-RUN-DATE   PIC 9(8).
               10 PR-FINE-RUN-TIME   PIC 9(8).
      * Accuracy-target runs (CC-TARGET-ACCURACY, see picntrl.cpy):
      * the accuracy asked for and whether the run met it -- "Y" or
      * "N" -- with PR-NUMBER-OF-STEPS the step count the run
      * actually reached.  Zero and space on a fixed-count run, and
      * not numeric on rows filed before the fields existed.
      * PR-ELAPSED-SECONDS on such a row is the time of the one
      * pass the filed estimate came from (for Monte Carlo, which
      * draws on across passes, the whole run), so it pairs with
      * PR-NUMBER-OF-STEPS like any other row's; the whole run's
      * time is on its PIAUDIT.DAT start and end stamps.
           05 PR-TARGET-ACCURACY    PIC 9V9(12).
           05 PR-TARGET-MET         PIC X(01).

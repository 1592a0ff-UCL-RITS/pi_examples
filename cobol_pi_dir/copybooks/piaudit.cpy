      * is closed out; zero for the deterministic methods and on
      * records written before the field existed.
           05 AU-RANDOM-SEED          PIC 9(8).
      * Accuracy-target runs (CC-TARGET-ACCURACY, see picntrl.cpy):
      * the accuracy asked for, the step count the run reached --
      * AU-NUMBER-OF-STEPS stays the count it started from -- and
      * "Y"/"N" for whether the target was met, filled in when the
      * record is closed out.  Zero and space for a fixed-count run
      * and on records written before the fields existed.
           05 AU-TARGET-ACCURACY      PIC 9V9(12).
           05 AU-STEPS-REACHED        PIC 9(10).
           05 AU-TARGET-MET           PIC X(01).

      * PIDETRM - PiDeterminismCheck control card layout.
      * DT-FROM-DATE: history rows run on or after this date are the
      *   new rows checked against their earlier twins.  Blank or
      *   zero takes yesterday, which covers the last night's cycle
      *   when the job runs after midnight; an earlier date re-checks
      *   a longer stretch (every row before it still counts as an
      *   earlier twin).
      * DT-MERGE-ALLOWANCE: how far a MERGED row may sit from its
      *   twin, or a row from a MERGED twin, before it counts as a
      *   regression.  MergePi adds the partial sums in partition
      *   order rather than slice order, so the last digits of a
      *   split run can legitimately differ from a single-process
      *   run at the same count.  Blank or zero takes 0.000000000001
      *   (1E-12) -- some thousand times the FLOAT-LONG rounding a
      *   billion-slice sum can pick up, and still three digits
      *   inside the 15 PR-PI-VALUE keeps.  Every other pairing must
      *   agree to the last digit.
       01 PI-DETERMINISM-CONTROL-CARD.
           05 DT-FROM-DATE          PIC 9(8).
           05 DT-MERGE-ALLOWANCE    PIC 9V9(15).
           05 FILLER                PIC X(56).

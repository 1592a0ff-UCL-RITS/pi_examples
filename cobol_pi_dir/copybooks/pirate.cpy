      * PIRATE - one line of the chargeback rate table (PIRATES.DAT,
      * line sequential, maintained by the finance liaison and read
      * by PiChargeback).  One line per method and constant --
      * BR-METHOD "M"/"S"/"R", BR-CONSTANT "P"/"L"/"E" (blank reads
      * as "P", as everywhere else; see picntrl.cpy).
      * BR-CLASS-RATE holds the rates for the three ways a run is
      * asked for, always in this order:
      *     1  ad-hoc online  -- PIIQ in-task runs (PIRESKSD ONLINE)
      *     2  queued         -- PIREQKSD requests PiRequestFulfil ran
      *     3  batch          -- scheduled/submitted CalculatePi and
      *                          MergePi job steps (PIAUDIT.DAT)
      * A run is charged
      *     slices / 1,000,000 * BR-PER-MSLICE-RATE
      *   + elapsed seconds    * BR-PER-SECOND-RATE
      * rounded to the cent.  A line with a rate that isn't numeric
      * is refused and its method/constant runs go unrated.
       01 PI-RATE-RECORD.
           05 BR-METHOD             PIC X(01).
           05 BR-CONSTANT           PIC X(01).
           05 BR-CLASS-RATE OCCURS 3 TIMES.
               10 BR-PER-MSLICE-RATE PIC 9(5)V9(4).
               10 BR-PER-SECOND-RATE PIC 9(5)V9(4).
           05 FILLER                PIC X(24).

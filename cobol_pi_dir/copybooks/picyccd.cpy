      * PICYCCD - PiCycleDriver control card layout.
      * CD-FUNCTION:
      *     B  begin CD-STEP-NAME -- run before the step itself
      *     E  end CD-STEP-NAME with CD-RETURN-CODE, the condition
      *        code the step just ended with
      *     F  force CD-STEP-NAME ended OK, signed by CD-OPERATOR-ID
      *        (a step resolved by hand, or not needed tonight)
      *     C  close the cycle: print every step's standing and
      *        file the end-of-cycle status on PIALERT.DAT
      *     R  report only -- the same listing as C, no alert
      * CD-CYCLE-DATE: the cycle the step belongs to.  Blank or zero
      *   takes today's date, but a cycle that runs past midnight
      *   must be given its date on every card or its late steps
      *   land on the next night.
      * CD-PARTITION: which CalculatePi job step of a split run
      *   (1 up to the plan's partition count); blank or zero means
      *   1.  Ignored for every other step.
       01 PI-CYCLE-CONTROL-CARD.
           05 CD-FUNCTION           PIC X(01).
           05 CD-CYCLE-DATE         PIC 9(8).
           05 CD-STEP-NAME          PIC X(08).
           05 CD-PARTITION          PIC 9(4).
           05 CD-RETURN-CODE        PIC 9(4).
           05 CD-OPERATOR-ID        PIC X(08).
           05 FILLER                PIC X(47).

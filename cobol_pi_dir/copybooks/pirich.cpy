      * PIRICH - PiExtrapolate control card layout.
      * RX-TOLERANCE overrides the flat reconciliation tolerance the
      * extrapolated figure is judged against, exactly as
      * CC-TOLERANCE does for CalculatePi (see picntrl.cpy); blank
      * or zero keeps the suite default 0.0001.
       01 PI-RICHARDSON-CONTROL-CARD.
           05 RX-TOLERANCE          PIC 9V9(6).
           05 FILLER                PIC X(73).

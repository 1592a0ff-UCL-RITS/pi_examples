      * PICHARG - PiChargeback control card.  Selects the YYYYMM to
      * bill; a blank/omitted card bills the month before the
      * current one, which is what the first-of-month run wants.
       01 PI-CHARGE-CONTROL-CARD.
           05 CG-BILLING-YYYYMM     PIC 9(6).
           05 FILLER                PIC X(74).

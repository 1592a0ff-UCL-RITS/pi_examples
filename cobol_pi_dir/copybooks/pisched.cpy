      * SH-CONSTANT plans which constant the run computes (see
      * picntrl.cpy); blank means "P", and the planned-vs-actual
      * match holds the audit record to the same constant.
      * The file is no longer edited by hand: ops keep the calendar
      * on the PISM transaction (keyed copy PISCHKSD, pischks.cpy)
      * and PiScheduleSync unloads it here ahead of the driver.
       01 PI-SCHEDULE-RECORD.
           05 SH-RUN-DATE           PIC 9(8).
           05 SH-NUMBER-OF-STEPS    PIC 9(10).

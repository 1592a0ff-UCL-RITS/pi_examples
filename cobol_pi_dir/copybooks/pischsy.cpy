      * PISCHSY - PiScheduleSync control card layout.
      * SY-FUNCTION:
      *     U  unload (the default, blank or anything else): write
      *        every entry on the PISCHKSD calendar KSDS to
      *        PISCHED.DAT, replacing it, for PiScheduleDriver to read
      *     L  load: carry every PISCHED.DAT entry onto an empty
      *        PISCHKSD -- done once, when the PISM transaction goes
      *        in; refused if the KSDS already holds entries, since
      *        the online copy is then the master
      * SY-OPERATOR-ID: who ran the load; required for L, recorded
      *   on each loaded entry and on its PISCHLOG.DAT record.
       01 PI-SCHEDULE-SYNC-CARD.
           05 SY-FUNCTION           PIC X(01).
           05 SY-OPERATOR-ID        PIC X(08).
           05 FILLER                PIC X(71).

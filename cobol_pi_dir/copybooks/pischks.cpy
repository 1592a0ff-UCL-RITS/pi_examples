      * PISCHKS - one planned run on the keyed copy of the schedule
      * calendar, a VSAM KSDS (ddname/DSN PISCHKSD) that the PISM
      * transaction (PiScheduleMaint) lists, adds to, changes and
      * deletes from, so ops stop hand-editing fixed-position
      * PISCHED.DAT records.  PISCHED.DAT (pisched.cpy) stays the
      * file PiScheduleDriver reads: PiScheduleSync unloads this
      * KSDS over it ahead of the driver each day (and loaded the
      * KSDS from it once, when the transaction went in).
      * SK-ENTRY-SEQ tells apart several runs planned for the same
      * date (01 upward, in the order they were keyed); the driver
      * never sees it.  The fields from SK-NUMBER-OF-STEPS through
      * SK-CONSTANT are the SH- fields, byte for byte and with the
      * same meaning (see pisched.cpy).
      * SK-CHANGED-BY/-DATE/-TIME: the signed-on user who last keyed
      * the entry and when (the operator on the PiScheduleSync load
      * card for an entry carried over from PISCHED.DAT).  The full
      * history, deletions included, is on PISCHLOG.DAT -- see
      * pischlg.cpy.
       01 PI-SCHEDULE-KSDS-RECORD.
           05 SK-ENTRY-KEY.
               10 SK-RUN-DATE       PIC 9(8).
               10 SK-ENTRY-SEQ      PIC 9(2).
           05 SK-NUMBER-OF-STEPS    PIC 9(10).
           05 SK-METHOD             PIC X(01).
           05 SK-TOLERANCE          PIC 9V9(6).
           05 SK-MAX-RUN-SECONDS    PIC 9(5).
           05 SK-CONSTANT           PIC X(01).
           05 SK-CHANGED-BY         PIC X(08).
           05 SK-CHANGED-DATE       PIC 9(8).
           05 SK-CHANGED-TIME       PIC 9(6).

      * PISCHLG - one maintenance action on the schedule calendar
      * KSDS (PISCHKSD, pischks.cpy), appended to PISCHLOG.DAT.  A
      * planned run that vanished from the calendar used to leave no
      * trace of who took it out or why; every add, change and
      * delete keyed on the PISM transaction (PiScheduleMaint) now
      * lands here with the signed-on user, the terminal, the entry
      * as it stood before and after, and the reason the user gave.
      * The online region can't append to a batch file, so PISM
      * writes the record to the extrapartition transient data
      * queue PISL, whose DD is PISCHLOG.DAT (DISP=MOD) -- the same
      * arrangement as the PIAL alert queue (see pialert.cpy).
      * PiScheduleSync appends its initial-load records directly.
      * SL-ACTION:
      *     A  entry added (before image zero/space)
      *     C  entry changed, possibly moved to another date (the
      *        after image carries the new key)
      *     D  entry deleted (after image zero/space)
      *     L  entry loaded from PISCHED.DAT by PiScheduleSync
      *        (before image zero/space; SL-TERMINAL-ID "BTCH")
       01 PI-SCHEDULE-LOG-RECORD.
           05 SL-LOG-DATE           PIC 9(8).
           05 SL-LOG-TIME           PIC 9(6).
           05 SL-USER-ID            PIC X(08).
           05 SL-TERMINAL-ID        PIC X(04).
           05 SL-ACTION             PIC X(01).
               88 SL-ADDED              VALUE "A".
               88 SL-CHANGED            VALUE "C".
               88 SL-DELETED            VALUE "D".
               88 SL-LOADED             VALUE "L".
           05 SL-BEFORE-ENTRY.
               10 SL-BEFORE-RUN-DATE    PIC 9(8).
               10 SL-BEFORE-ENTRY-SEQ   PIC 9(2).
               10 SL-BEFORE-STEPS       PIC 9(10).
               10 SL-BEFORE-METHOD      PIC X(01).
               10 SL-BEFORE-TOLERANCE   PIC 9V9(6).
               10 SL-BEFORE-MAX-SECONDS PIC 9(5).
               10 SL-BEFORE-CONSTANT    PIC X(01).
           05 SL-AFTER-ENTRY.
               10 SL-AFTER-RUN-DATE     PIC 9(8).
               10 SL-AFTER-ENTRY-SEQ    PIC 9(2).
               10 SL-AFTER-STEPS        PIC 9(10).
               10 SL-AFTER-METHOD       PIC X(01).
               10 SL-AFTER-TOLERANCE    PIC 9V9(6).
               10 SL-AFTER-MAX-SECONDS  PIC 9(5).
               10 SL-AFTER-CONSTANT     PIC X(01).
           05 SL-REASON             PIC X(30).

      * PIJRNL - one entry on the recovery journal (PIJRNL.DAT, line
      * sequential, appended to by every program that writes,
      * rewrites or deletes a PIRESULT.DAT or PIAUDIT.DAT record).
      * The two keyed files could only be rebuilt from the last
      * image copy, losing everything filed since; with the journal
      * PiRecovery takes that image copy and rolls it forward, entry
      * by entry in the order they were appended, to any chosen
      * date and time.
      * JR-FILE-ID says which file the images belong to, JR-ACTION
      * what was done to it:
      *     W  WRITE    -- before image spaces, after image the new
      *                    record
      *     R  REWRITE  -- before image the record as it stood on
      *                    file, after image what replaced it
      *     D  DELETE   -- before image the record removed, after
      *                    image spaces
      * An entry is appended only once the file operation itself has
      * succeeded, so the journal never claims a change the file
      * didn't take.  The images are the records' own bytes, padded
      * with spaces; both are sized well past the longer record so
      * fields appended later still fit.
      * The journal is started afresh by operations each time a new
      * image copy is cut -- entries from before the copy are
      * already in it.
       01 PI-JOURNAL-RECORD.
           05 JR-JOURNAL-DATE       PIC 9(8).
           05 JR-JOURNAL-TIME       PIC 9(8).
           05 JR-PROGRAM            PIC X(18).
           05 JR-FILE-ID            PIC X(08).
               88 JR-FOR-RESULTS        VALUE "PIRESULT".
               88 JR-FOR-AUDIT          VALUE "PIAUDIT".
           05 JR-ACTION             PIC X(01).
               88 JR-WRITE              VALUE "W".
               88 JR-REWRITE            VALUE "R".
               88 JR-DELETE             VALUE "D".
           05 JR-BEFORE-IMAGE       PIC X(200).
           05 JR-AFTER-IMAGE        PIC X(200).

      * PIRECOV - PiRecovery control card layout.
      * RV-FILE-ID: which keyed file to rebuild -- "PIRESULT" or
      *   "PIAUDIT" -- blank rebuilds both.  Anything else fails the
      *   card.
      * RV-COPY-DATE/RV-COPY-TIME: when the image copy was cut.
      *   Journal entries stamped at or before it are already in
      *   the copy and are passed over; zero or blank takes the
      *   whole journal (operations start the journal afresh with
      *   each new copy, see pijrnl.cpy).
      * RV-TARGET-DATE/RV-TARGET-TIME: roll forward to here and no
      *   further -- entries stamped after it are counted but not
      *   applied.  Zero or blank rolls forward to the end of the
      *   journal; a date with a blank time means the end of that
      *   day.  A target before the copy point fails the card.
       01 PI-RECOVERY-CONTROL-CARD.
           05 RV-FILE-ID            PIC X(08).
           05 RV-COPY-DATE          PIC 9(8).
           05 RV-COPY-TIME          PIC 9(8).
           05 RV-TARGET-DATE        PIC 9(8).
           05 RV-TARGET-TIME        PIC 9(8).
           05 FILLER                PIC X(40).

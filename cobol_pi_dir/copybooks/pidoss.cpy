      * PIDOSS - PiRunDossier control card layout.
      * Names the one history row the dossier is wanted for, either
      * way round a query usually arrives:
      *   by run key -- DS-RUN-DATE plus DS-RUN-TIME, the full
      *     PR-RUN-KEY (HHMMSSTT) as every listing prints it;
      *   by date and steps -- DS-RUN-DATE with DS-RUN-TIME blank
      *     and DS-NUMBER-OF-STEPS set, optionally narrowed by
      *     DS-METHOD and DS-CONSTANT (blank takes any).  When more
      *     than one row that day fits, the candidates are listed
      *     and nothing is chosen -- resubmit with the run key.
      * DS-RUN-DATE is required either way.
       01 PI-DOSSIER-CONTROL-CARD.
           05 DS-RUN-DATE           PIC 9(8).
           05 DS-RUN-TIME           PIC 9(8).
           05 DS-NUMBER-OF-STEPS    PIC 9(10).
           05 DS-METHOD             PIC X(01).
           05 DS-CONSTANT           PIC X(01).
           05 FILLER                PIC X(52).

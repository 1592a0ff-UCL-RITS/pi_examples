      * PIAUTH - one user's standing on the user authority master, a
      * VSAM KSDS (ddname/DSN PIUSRKSD) keyed by user id.  Before it
      * existed anybody who could start PIIQ could queue a
      * billion-step run or cancel one, the bulk loader filed
      * whatever its submitter sent, and PiCorrection took any
      * non-blank operator id as licence to change a filed Pi
      * figure.  Now PiInquiry, PiRequestLoad, PiCorrection, the
      * PiRequestFulfil drain and the PISM calendar transaction each
      * read the acting user's record here first and refuse -- with
      * an AUTHREFU alert on PIALERT.DAT, see pialert.cpy -- anything
      * it doesn't grant.
      * A user with no record at all is granted nothing.
      * The master is maintained by the security administrators
      * (IDCAMS REPRO from their reviewed list); no program in the
      * suite writes it.
      * UA-ALLOW-xxx: "Y" grants the function, anything else
      *   withholds it --
      *     ADHOC      run an in-task ad-hoc calculation on PIIQ
      *     QUEUE      file a request on PIREQKSD through PIIQ
      *     CANCEL     take back one's own PENDING request on PIIQ
      *     BULK-LOAD  submit a PiRequestLoad feed
      *     CORRECT    sign PiCorrection annul/supersede cards
      * UA-MAX-STEPS: the user's personal NumberOfSteps ceiling,
      *   held on top of (never above) the suite-wide
      *   WS-MAX-NUMBER-OF-STEPS; zero or non-numeric grants no
      *   steps at all.
      * UA-HIGHEST-PRIORITY: the most urgent RQ-PRIORITY band the
      *   user may claim -- 1 is most urgent, so a user held to 4
      *   may file 4 through 9 but not 1-3.  Zero or non-numeric
      *   reads as the default band 5, the same fold pireqq.cpy
      *   applies to RQ-PRIORITY.
       01 PI-AUTHORITY-RECORD.
           05 UA-USER-ID            PIC X(08).
           05 UA-FUNCTIONS.
               10 UA-ALLOW-ADHOC    PIC X(01).
                   88 UA-MAY-RUN-ADHOC      VALUE "Y".
               10 UA-ALLOW-QUEUE    PIC X(01).
                   88 UA-MAY-QUEUE          VALUE "Y".
               10 UA-ALLOW-CANCEL   PIC X(01).
                   88 UA-MAY-CANCEL         VALUE "Y".
               10 UA-ALLOW-BULK-LOAD PIC X(01).
                   88 UA-MAY-BULK-LOAD      VALUE "Y".
               10 UA-ALLOW-CORRECT  PIC X(01).
                   88 UA-MAY-CORRECT        VALUE "Y".
           05 UA-MAX-STEPS          PIC 9(10).
           05 UA-HIGHEST-PRIORITY   PIC 9(01).
      * UA-DEPARTMENT: the cost centre PiChargeback bills the user's
      *   runs to, appended after the original fields; blank (or a
      *   record cut before the field existed, or no record at all)
      *   bills to the holding department UNASSGND.
           05 UA-DEPARTMENT         PIC X(08).
      * UA-ALLOW-SCHEDULE: "Y" grants adding, changing and deleting
      *   planned runs on the PISM calendar transaction (listing
      *   needs no grant).  Appended after UA-DEPARTMENT rather than
      *   with the other UA-ALLOW- flags so no existing offset
      *   moves; a record cut before it existed reads short, which
      *   withholds it.
           05 UA-ALLOW-SCHEDULE     PIC X(01).
               88 UA-MAY-SCHEDULE       VALUE "Y".

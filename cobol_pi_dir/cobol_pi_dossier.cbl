       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PiRunDossier.
       AUTHOR.  Ian Kirker.

      * Run lineage dossier for one filed result.  When a figure is
      * queried, answering "where did this number come from" meant
      * opening half a dozen stores by hand; this job follows one
      * history row (PIRESULT.DAT) back through every store that
      * can say something about it and prints the lot as one
      * dossier:
      *   RUN           the parameters, seed and figures filed;
      *   ORIGIN        who submitted it and why it ran -- the
      *                 request (PIREQKSD) it fulfilled, the
      *                 calendar entry (PISCHED.DAT) it was planned
      *                 as, the online inquiry that filed it, or
      *                 the two runs PiExtrapolate derived it from
      *                 -- with the PIAUDIT.DAT record of the run;
      *   SPLIT RUN     for a merged figure, the partial job steps
      *                 it was merged from and the PIPLAN.DAT plan;
      *   CORRECTIONS   every PIADJTRL.DAT before/after image;
      *   ALERTS        every PIALERT.DAT record raised against the
      *                 run, its partitions, or its request;
      *   RECONCILIATION the outcome as filed and the deviation
      *                 from the constant's reference value;
      *   MIRROR        whether the PIRESKSD row agrees.
      * The stores share no common run id, so each is joined the
      * way the rest of the suite joins it: the audit record by
      * end date, steps, method and constant with the row's run
      * time inside its start/end (see PiIntegrityAudit), the
      * request by RQ-RESULT-DATE/TIME, the calendar entry by the
      * audit start date (see PiScheduleDriver), the mirror by
      * date and HHMMSS (see PiResultSync), and the alerts by the
      * AL-RUN-KEY each issuer stamps (see pialert.cpy).
      * Every dossier line is also written to PIDOSSR.DAT, so the
      * same text can be attached to the reply to the query.
      * The row is named on the PIDOSS control card (pidoss.cpy).
      * RETURN-CODE 4 when the mirror disagrees or is missing, the
      * run's origin can't be traced, or the card fits more than
      * one row; 8 when no row fits the card; 12 when the history
      * won't open; 16 for an unusable card.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PI-RESULTS-FILE
               ASSIGN TO "PIRESULT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-RUN-KEY
               FILE STATUS IS WS-PIRESULT-STATUS.
           SELECT PI-AUDIT-FILE
               ASSIGN TO "PIAUDIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-RUN-KEY
               FILE STATUS IS WS-PIAUDIT-STATUS.
           SELECT PI-REQUEST-FILE
               ASSIGN TO "PIREQKSD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-REQUEST-KEY
               FILE STATUS IS WS-PIREQQ-STATUS.
           SELECT PI-KSDS-FILE
               ASSIGN TO "PIRESKSD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PK-RUN-KEY
               FILE STATUS IS WS-PIKSDS-STATUS.
           SELECT PI-SCHEDULE-FILE
               ASSIGN TO "PISCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PISCHED-STATUS.
           SELECT PI-PLAN-FILE
               ASSIGN TO "PIPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIPLAN-STATUS.
           SELECT ADJUST-TRAIL-FILE
               ASSIGN TO "PIADJTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIADJTRL-STATUS.
           SELECT PI-ALERT-FILE
               ASSIGN TO "PIALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIALERT-STATUS.
           SELECT DOSSIER-FILE
               ASSIGN TO "PIDOSSR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIDOSSR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PI-RESULTS-FILE.
       COPY piresult.

       FD  PI-AUDIT-FILE.
       COPY piaudit.

       FD  PI-REQUEST-FILE.
       COPY pireqq.

       FD  PI-KSDS-FILE.
       COPY pikssd.

       FD  PI-SCHEDULE-FILE.
       COPY pisched.

       FD  PI-PLAN-FILE.
       COPY piplan.

       FD  ADJUST-TRAIL-FILE.
       01 ADJUST-TRAIL-IMAGE      PIC X(100).

       FD  PI-ALERT-FILE.
       COPY pialert.

       FD  DOSSIER-FILE.
       01 DOSSIER-IMAGE           PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-PIRESULT-STATUS  PIC XX VALUE "00".
       01 WS-PIAUDIT-STATUS   PIC XX VALUE "00".
       01 WS-PIREQQ-STATUS    PIC XX VALUE "00".
       01 WS-PIKSDS-STATUS    PIC XX VALUE "00".
       01 WS-PISCHED-STATUS   PIC XX VALUE "00".
       01 WS-PIPLAN-STATUS    PIC XX VALUE "00".
       01 WS-PIADJTRL-STATUS  PIC XX VALUE "00".
       01 WS-PIALERT-STATUS   PIC XX VALUE "00".
       01 WS-PIDOSSR-STATUS   PIC XX VALUE "00".
       01 WS-EOF-FLAG         PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
       01 WS-DOSSIER-OPEN-FLAG PIC X VALUE "N".
           88 WS-DOSSIER-OPEN       VALUE "Y".

      * One dossier line, printed and written to PIDOSSR.DAT by
      * Put-Dossier-Line so the attachment and the listing can't
      * drift apart.
       01 WS-DOSSIER-LINE     PIC X(100) VALUE SPACES.
       01 WS-DOSSIER-LINES    PIC 9(6) VALUE 0.
       01 WS-SECTION-TITLE    PIC X(48) VALUE SPACES.

      * The card, normalized.
       01 WS-CARD-BY-KEY-FLAG PIC X VALUE "N".
           88 WS-CARD-BY-KEY        VALUE "Y".
       01 WS-CARD-METHOD      PIC X(01) VALUE SPACE.
       01 WS-CARD-CONSTANT    PIC X(01) VALUE SPACE.
       01 WS-CANDIDATE-COUNT  PIC 9(4) VALUE 0.
       01 WS-CHOSEN-KEY.
           05 WS-CHOSEN-DATE      PIC 9(8) VALUE 0.
           05 WS-CHOSEN-TIME      PIC 9(8) VALUE 0.

       01 WS-RUN-FOUND-FLAG   PIC X VALUE "N".
           88 WS-RUN-FOUND         VALUE "Y".
       01 WS-ROW-CONSTANT     PIC X(01) VALUE "P".
       01 WS-RUN-KEY-TEXT     PIC X(16) VALUE SPACES.

      * The audit record of the run.  WS-AUDIT-MATCH-LEVEL 2 is a
      * record whose start/end bracket the row's run time, 1 one
      * that merely ended that day with the same parameters; a
      * bracketing record always wins, and between equals the
      * latest start does.
       01 WS-AUDIT-MATCH-LEVEL PIC 9 VALUE 0.
       01 WS-CAND-MATCH-LEVEL PIC 9 VALUE 0.
       01 WS-AUDIT-CONSTANT   PIC X(01) VALUE "P".
       01 WS-AUDIT-STEPS      PIC 9(10) VALUE 0.
       01 WS-CAND-START-KEY.
           05 WS-CAND-START-DATE  PIC 9(8) VALUE 0.
           05 WS-CAND-START-TIME  PIC 9(8) VALUE 0.
       01 WS-CAND-END-KEY.
           05 WS-CAND-END-DATE    PIC 9(8) VALUE 0.
           05 WS-CAND-END-TIME    PIC 9(8) VALUE 0.
       01 WS-CAND-MERGE-FLAG  PIC X VALUE "N".
           88 WS-CAND-FROM-MERGE   VALUE "Y".
       01 WS-RUN-AUDIT.
           05 WS-RA-JOB-ID        PIC X(08) VALUE SPACES.
           05 WS-RA-START-KEY.
               10 WS-RA-START-DATE PIC 9(8) VALUE 0.
               10 WS-RA-START-TIME PIC 9(8) VALUE 0.
           05 WS-RA-RANGE-START   PIC 9(10) VALUE 0.
           05 WS-RA-RANGE-END     PIC 9(10) VALUE 0.
           05 WS-RA-USER-ID       PIC X(08) VALUE SPACES.
           05 WS-RA-STEPS         PIC 9(10) VALUE 0.
           05 WS-RA-METHOD        PIC X(01) VALUE SPACE.
           05 WS-RA-CONSTANT      PIC X(01) VALUE SPACE.
           05 WS-RA-END-DATE      PIC 9(8) VALUE 0.
           05 WS-RA-END-TIME      PIC 9(8) VALUE 0.
           05 WS-RA-FINAL-STATUS  PIC X(08) VALUE SPACES.
           05 WS-RA-RANDOM-SEED   PIC 9(8) VALUE 0.
           05 WS-RA-MERGE-FLAG    PIC X VALUE "N".
               88 WS-RA-FROM-MERGE     VALUE "Y".

      * The request the row fulfilled, if any.
       01 WS-REQUEST-FOUND-FLAG PIC X VALUE "N".
           88 WS-REQUEST-FOUND     VALUE "Y".
       01 WS-RUN-REQUEST.
           05 WS-RR-REQUEST-DATE  PIC 9(8) VALUE 0.
           05 WS-RR-REQUEST-TIME  PIC 9(6) VALUE 0.
           05 WS-RR-USER-ID       PIC X(08) VALUE SPACES.
           05 WS-RR-PRIORITY      PIC 9(1) VALUE 0.
           05 WS-RR-STATUS        PIC X(09) VALUE SPACES.
           05 WS-RR-FULFIL-DATE   PIC 9(8) VALUE 0.
           05 WS-RR-NOTICE-DATE   PIC 9(8) VALUE 0.

      * The calendar entry the audited run was planned as, if any.
      * WS-MATCH-STEPS rounds an odd Simpson count up exactly as
      * PiScheduleDriver does before comparing with the audit.
       01 WS-SCHEDULE-FOUND-FLAG PIC X VALUE "N".
           88 WS-SCHEDULE-FOUND    VALUE "Y".
       01 WS-ENTRY-COUNT      PIC 9(6) VALUE 0.
       01 WS-MATCH-STEPS      PIC 9(10) VALUE 0.
       01 WS-MATCH-METHOD     PIC X(01) VALUE "M".
       01 WS-MATCH-CONSTANT   PIC X(01) VALUE "P".
       01 WS-STEPS-REMAINDER  PIC 9(10) VALUE 0.
       01 WS-STEPS-HALF       PIC 9(10) VALUE 0.
       01 WS-RUN-SCHEDULE.
           05 WS-RS-ENTRY-NUMBER  PIC 9(6) VALUE 0.
           05 WS-RS-TOLERANCE     PIC 9V9(6) VALUE 0.
           05 WS-RS-MAX-SECONDS   PIC 9(5) VALUE 0.

      * The mirror row, copied out of the record area before the
      * file is closed.
       01 WS-MIRROR-STATE     PIC X VALUE "U".
           88 WS-MIRROR-UNAVAILABLE VALUE "U".
           88 WS-MIRROR-MISSING     VALUE "M".
           88 WS-MIRROR-FOUND       VALUE "F".
       01 WS-RUN-MIRROR.
           05 WS-RM-STEPS         PIC 9(10) VALUE 0.
           05 WS-RM-METHOD        PIC X(01) VALUE SPACE.
           05 WS-RM-PI-VALUE      PIC 9(1)V9(15) VALUE 0.
           05 WS-RM-STATUS        PIC X(08) VALUE SPACES.
           05 WS-RM-STD-ERROR     PIC 9(1)V9(15) VALUE 0.
           05 WS-RM-CONSTANT      PIC X(01) VALUE SPACE.
           05 WS-RM-RANDOM-SEED   PIC 9(8) VALUE 0.
           05 WS-RM-USER-ID       PIC X(08) VALUE SPACES.
       01 WS-MIRROR-CONSTANT  PIC X(01) VALUE "P".
       01 WS-MIRROR-DIFFERENCES PIC 9(2) VALUE 0.

      * Submitter and origin as finally resolved.
       01 WS-SUBMITTER        PIC X(08) VALUE SPACES.
       01 WS-ORIGIN-TRACED-FLAG PIC X VALUE "Y".
           88 WS-ORIGIN-TRACED     VALUE "Y".

      * Split-run tracing: the previous merge of the same
      * parameters bounds which partial records belong to this
      * one, so an older split of the same run isn't listed.
       01 WS-SPLIT-RUN-FLAG   PIC X VALUE "N".
           88 WS-SPLIT-RUN         VALUE "Y".
       01 WS-PREV-MERGE-KEY.
           05 WS-PM-START-DATE    PIC 9(8) VALUE 0.
           05 WS-PM-START-TIME    PIC 9(8) VALUE 0.
       01 WS-PARTIAL-COUNT    PIC 9(6) VALUE 0.
       01 WS-PLAN-COUNT       PIC 9(6) VALUE 0.
       01 WS-PLAN-PARTITIONS  PIC 9(4) VALUE 0.

      * Run keys the alert feed is searched for, besides the
      * history row's own date and time: the run's audit key, the
      * audit keys of its partial job steps, and the request
      * stamp.  AL-RANGE-START is not compared -- the job, date and
      * time already single out one job step.
       01 WS-KEY-TABLE-MAX    PIC 9(4) VALUE 1002.
       01 WS-KEY-COUNT        PIC 9(4) VALUE 0.
       01 WS-KEY-INDEX        PIC 9(4) VALUE 0.
       01 WS-KEY-OVERFLOW     PIC 9(6) VALUE 0.
       01 WS-KEY-TABLE.
           05 WS-KEY-ENTRY OCCURS 1002 TIMES.
               10 WS-KEY-JOB-ID      PIC X(08).
               10 WS-KEY-RUN-DATE    PIC 9(8).
               10 WS-KEY-RUN-TIME    PIC 9(8).
       01 WS-NEW-KEY-JOB-ID   PIC X(08) VALUE SPACES.
       01 WS-NEW-KEY-DATE     PIC 9(8) VALUE 0.
       01 WS-NEW-KEY-TIME     PIC 9(8) VALUE 0.
       01 WS-ALERT-MATCH-FLAG PIC X VALUE "N".
           88 WS-ALERT-MATCHES     VALUE "Y".
       01 WS-ALERT-COUNT      PIC 9(6) VALUE 0.
       01 WS-RECONFL-COUNT    PIC 9(6) VALUE 0.

      * Corrections: the first trail record's "before" image is the
      * row as it was originally filed.
       01 WS-CORRECTION-COUNT PIC 9(6) VALUE 0.
       01 WS-FILED-STATUS     PIC X(08) VALUE SPACES.
       01 WS-FILED-PI-VALUE   PIC 9(1)V9(15) VALUE 0.

      * Reconciliation against the constant's reference value --
      * the same figures CalculatePi's Resolve-Constant-Reference
      * holds, and the same three-standard-error band its
      * Reconcile-Pi-Value allows a Monte Carlo run.
       01 WS-REFERENCE-VALUE  PIC 9(1)V9(15) VALUE 0.
       01 WS-DEVIATION        PIC S9(1)V9(15) VALUE 0.
       01 WS-MC-SIGMA-FACTOR  PIC 9 VALUE 3.
       01 WS-MC-BAND          PIC 9(1)V9(15) VALUE 0.

      * Edited figures for the dossier lines.
       01 WS-ED-STEPS         PIC Z(9)9.
       01 WS-ED-STEPS-2       PIC Z(9)9.
       01 WS-ED-VALUE         PIC 9.9(15).
       01 WS-ED-VALUE-2       PIC 9.9(15).
       01 WS-ED-SECONDS       PIC Z(5)9.99.
       01 WS-ED-COUNT         PIC Z(5)9.
       01 WS-ED-COUNT-2       PIC Z(5)9.
       01 WS-ED-ACCURACY      PIC 9.9(12).
       01 WS-ED-TOLERANCE     PIC 9.9(6).

       01 WS-RETURN-CODE      PIC 99 VALUE 0.

       COPY pidoss.

       COPY picorr.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Read-Dossier-Control-Card

           OPEN OUTPUT DOSSIER-FILE
           IF WS-PIDOSSR-STATUS = "00"
               MOVE "Y" TO WS-DOSSIER-OPEN-FLAG
           ELSE
               DISPLAY "PIDOSSR.DAT won't open (status "
                   WS-PIDOSSR-STATUS ") -- dossier printed only"
           END-IF

           MOVE SPACES TO WS-DOSSIER-LINE
           PERFORM Put-Dossier-Line
           MOVE "================================================"
               TO WS-DOSSIER-LINE
           PERFORM Put-Dossier-Line
           IF WS-CARD-BY-KEY
               STRING "  RUN LINEAGE DOSSIER -- run " DS-RUN-DATE
                   " " DS-RUN-TIME DELIMITED BY SIZE
                   INTO WS-DOSSIER-LINE
           ELSE
               MOVE DS-NUMBER-OF-STEPS TO WS-ED-STEPS
               STRING "  RUN LINEAGE DOSSIER -- " DS-RUN-DATE
                   ", " WS-ED-STEPS " steps" DELIMITED BY SIZE
                   INTO WS-DOSSIER-LINE
           END-IF
           PERFORM Put-Dossier-Line
           MOVE "================================================"
               TO WS-DOSSIER-LINE
           PERFORM Put-Dossier-Line

           OPEN INPUT PI-RESULTS-FILE
           IF WS-PIRESULT-STATUS NOT = "00"
               STRING "No PI-RESULTS history on file (status "
                   WS-PIRESULT-STATUS ") -- no dossier"
                   DELIMITED BY SIZE INTO WS-DOSSIER-LINE
               PERFORM Put-Dossier-Line
               MOVE 12 TO WS-RETURN-CODE
               PERFORM Close-Dossier
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM Find-The-Run
           IF NOT WS-RUN-FOUND
               CLOSE PI-RESULTS-FILE
               PERFORM Close-Dossier
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           IF PR-CONSTANT = "L" OR PR-CONSTANT = "E"
               MOVE PR-CONSTANT TO WS-ROW-CONSTANT
           ELSE
               MOVE "P" TO WS-ROW-CONSTANT
           END-IF
           MOVE PR-STATUS TO WS-FILED-STATUS
           MOVE PR-PI-VALUE TO WS-FILED-PI-VALUE

           PERFORM Print-Run-Parameters
           PERFORM Read-Mirror-Row
           PERFORM Find-Run-Audit
           PERFORM Find-Run-Request
           IF WS-AUDIT-MATCH-LEVEL > 0 AND NOT WS-REQUEST-FOUND
               PERFORM Find-Schedule-Entry
           END-IF
           PERFORM Print-Origin
           PERFORM Print-Split-Run
           PERFORM Print-Corrections
           PERFORM Print-Alerts
           PERFORM Print-Reconciliation
           PERFORM Print-Mirror-Agreement

           CLOSE PI-RESULTS-FILE
           PERFORM Close-Dossier
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       Read-Dossier-Control-Card.
           MOVE SPACES TO PI-DOSSIER-CONTROL-CARD
           ACCEPT PI-DOSSIER-CONTROL-CARD FROM SYSIN
           IF DS-RUN-DATE IS NOT NUMERIC OR DS-RUN-DATE = 0
               DISPLAY "*** PIDOSS card: DS-RUN-DATE is required"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF DS-RUN-TIME IS NUMERIC
               MOVE "Y" TO WS-CARD-BY-KEY-FLAG
               EXIT PARAGRAPH
           END-IF
           IF DS-NUMBER-OF-STEPS IS NOT NUMERIC
               OR DS-NUMBER-OF-STEPS = 0
               DISPLAY "*** PIDOSS card: give DS-RUN-TIME, or "
                   "DS-NUMBER-OF-STEPS with the date"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * Blank method or constant takes any; a constant, once given,
      * is normalized the way every reader of the history does.
           MOVE DS-METHOD TO WS-CARD-METHOD
           IF DS-CONSTANT NOT = SPACE
               IF DS-CONSTANT = "L" OR DS-CONSTANT = "E"
                   MOVE DS-CONSTANT TO WS-CARD-CONSTANT
               ELSE
                   MOVE "P" TO WS-CARD-CONSTANT
               END-IF
           END-IF.

       Put-Dossier-Line.
           DISPLAY WS-DOSSIER-LINE
           IF WS-DOSSIER-OPEN
               WRITE DOSSIER-IMAGE FROM WS-DOSSIER-LINE
           END-IF
           ADD 1 TO WS-DOSSIER-LINES
           MOVE SPACES TO WS-DOSSIER-LINE.

       Put-Section-Heading.
      * The caller has put the section title in WS-DOSSIER-LINE.
           MOVE WS-DOSSIER-LINE TO WS-SECTION-TITLE
           MOVE SPACES TO WS-DOSSIER-LINE
           PERFORM Put-Dossier-Line
           MOVE WS-SECTION-TITLE TO WS-DOSSIER-LINE
           PERFORM Put-Dossier-Line
           MOVE "------------------------------------------------"
               TO WS-DOSSIER-LINE
           PERFORM Put-Dossier-Line.

       Close-Dossier.
           MOVE SPACES TO WS-DOSSIER-LINE
           PERFORM Put-Dossier-Line
           MOVE WS-RETURN-CODE TO WS-ED-COUNT
           STRING "  END OF DOSSIER -- return code " WS-ED-COUNT
               DELIMITED BY SIZE INTO WS-DOSSIER-LINE
           PERFORM Put-Dossier-Line
           MOVE "================================================"
               TO WS-DOSSIER-LINE
           PERFORM Put-Dossier-Line
           IF WS-DOSSIER-OPEN
               CLOSE DOSSIER-FILE
           END-IF.

       Find-The-Run.
           MOVE "N" TO WS-RUN-FOUND-FLAG
           IF WS-CARD-BY-KEY
               MOVE DS-RUN-DATE TO PR-RUN-DATE
               MOVE DS-RUN-TIME TO PR-RUN-TIME
               READ PI-RESULTS-FILE
               IF WS-PIRESULT-STATUS = "00"
                   MOVE "Y" TO WS-RUN-FOUND-FLAG
               ELSE
                   STRING "*** No history row for run " DS-RUN-DATE
                       " " DS-RUN-TIME " (status "
                       WS-PIRESULT-STATUS ")"
                       DELIMITED BY SIZE INTO WS-DOSSIER-LINE
                   PERFORM Put-Dossier-Line
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF

      * By date and steps: browse the day, list every fit, and go
      * on only when exactly one row fits.
           MOVE 0 TO WS-CANDIDATE-COUNT
           MOVE DS-RUN-DATE TO PR-RUN-DATE
           MOVE 0 TO PR-RUN-TIME
           START PI-RESULTS-FILE KEY >= PR-RUN-KEY
           IF WS-PIRESULT-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ PI-RESULTS-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF PR-RUN-DATE NOT = DS-RUN-DATE
                               MOVE "Y" TO WS-EOF-FLAG
                           ELSE
                               PERFORM Check-Candidate-Row
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           EVALUATE WS-CANDIDATE-COUNT
               WHEN 0
                   MOVE DS-NUMBER-OF-STEPS TO WS-ED-STEPS
                   STRING "*** No history row on " DS-RUN-DATE
                       " for " WS-ED-STEPS " steps method "
                       WS-CARD-METHOD " constant " WS-CARD-CONSTANT
                       DELIMITED BY SIZE INTO WS-DOSSIER-LINE
                   PERFORM Put-Dossier-Line
                   MOVE 8 TO WS-RETURN-CODE
               WHEN 1
                   MOVE WS-CHOSEN-DATE TO PR-RUN-DATE
                   MOVE WS-CHOSEN-TIME TO PR-RUN-TIME
                   READ PI-RESULTS-FILE
                   IF WS-PIRESULT-STATUS = "00"
                       MOVE "Y" TO WS-RUN-FOUND-FLAG
                   ELSE
                       STRING "*** History row " WS-CHOSEN-DATE " "
                           WS-CHOSEN-TIME " won't re-read (status "
                           WS-PIRESULT-STATUS ")"
                           DELIMITED BY SIZE INTO WS-DOSSIER-LINE
                       PERFORM Put-Dossier-Line
                       MOVE 8 TO WS-RETURN-CODE
                   END-IF
               WHEN OTHER
                   MOVE WS-CANDIDATE-COUNT TO WS-ED-COUNT
                   STRING "*** " WS-ED-COUNT " rows fit the card -- "
                       "resubmit with DS-RUN-TIME set"
                       DELIMITED BY SIZE INTO WS-DOSSIER-LINE
                   PERFORM Put-Dossier-Line
                   MOVE 4 TO WS-RETURN-CODE
           END-EVALUATE.

       Check-Candidate-Row.
           IF PR-NUMBER-OF-STEPS NOT = DS-NUMBER-OF-STEPS
               EXIT PARAGRAPH
           END-IF
           IF WS-CARD-METHOD NOT = SPACE
               AND PR-METHOD NOT = WS-CARD-METHOD
               EXIT PARAGRAPH
           END-IF
           IF PR-CONSTANT = "L" OR PR-CONSTANT = "E"
               MOVE PR-CONSTANT TO WS-ROW-CONSTANT
           ELSE
               MOVE "P" TO WS-ROW-CONSTANT
           END-IF
           IF WS-CARD-CONSTANT NOT = SPACE
               AND WS-ROW-CONSTANT NOT = WS-CARD-CONSTANT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CANDIDATE-COUNT
           IF WS-CANDIDATE-COUNT = 1
               MOVE PR-RUN-DATE TO WS-CHOSEN-DATE
               MOVE PR-RUN-TIME TO WS-CHOSEN-TIME
           END-IF
           MOVE PR-PI-VALUE TO WS-ED-VALUE
           STRING "  candidate run " PR-RUN-DATE " " PR-RUN-TIME
               "  method " PR-METHOD "  constant " WS-ROW-CONSTANT
               "  " PR-STATUS "  " WS-ED-VALUE
               DELIMITED BY SIZE INTO WS-DOSSIER-LINE
           PERFORM Put-Dossier-Line.

       Print-Run-Parameters.
           MOVE "  RUN" TO WS-DOSSIER-LINE
           PERFORM Put-Section-Heading
           STRING "  Run key        : " PR-RUN-DATE " " PR-RUN-TIME
               DELIMITED BY SIZE INTO WS-DOSSIER-LINE
           PERFORM Put-Dossier-Line
           MOVE PR-NUMBER-OF-STEPS TO WS-ED-STEPS
           STRING "  Parameters     : constant " WS-ROW-CONSTANT
               "  method " PR-METHOD "  steps " WS-ED-STEPS
               DELIMITED BY SIZE INTO WS-DOSSIER-LINE
           PERFORM Put-Dossier-Line
           IF PR-METHOD = "R"
               STRING "  Random seed    : " PR-RANDOM-SEED
                   DELIMITED BY SIZE INTO WS-DOSSIER-LINE
           ELSE
               STRING "  Random seed    : none (deterministic method)"
                   DELIMITED BY SIZE INTO WS-DOSSIER-LINE
           END-IF
           PERFORM Put-Dossier-Line
           IF PR-TARGET-ACCURACY IS NUMERIC AND PR-TARGET-ACCURACY > 0
               MOVE PR-TARGET-ACCURACY TO WS-ED-ACCURACY
               STRING "  Target mode    : accuracy " WS-ED-ACCURACY
                   "  met " PR-TARGET-MET
                   "  (steps above are those reached)"
                   DELIMITED BY SIZE INTO WS-DOSSIER-LINE
               PERFORM Put-Dossier-Line
           END-IF
           MOVE PR-PI-VALUE TO WS-ED-VALUE
           STRING "  Value filed    : " WS-ED-VALUE
               DELIMITED BY SIZE INTO WS-DOSSIER-LINE
           PERFORM Put-Dossier-Line
           IF PR-METHOD = "R"
               MOVE PR-STD-ERROR TO WS-ED-VALUE
               STRING "  Standard error : " WS-ED-VALUE
                   DELIMITED BY SIZE INTO WS-DOSSIER-LINE
               PERFORM Put-Dossier-Line
           END-IF
           MOVE PR-ELAPSED-SECONDS TO WS-ED-SECONDS
           STRING "  Elapsed        : " WS-ED-SECONDS " seconds"
               DELIMITED BY SIZE INTO WS-DOSSIER-LINE
           PERFORM Put-Dossier-Line
           STRING "  Status now     : " PR-STATUS
               DELIMITED BY SIZE INTO WS-DOSSIER-LINE
           PERFORM Put-Dossier-Line.

       Read-Mirror-Row.
      * The mirror key carries no hundredths (see pikssd.cpy).
           MOVE "U" TO WS-MIRROR-STATE
           OPEN INPUT PI-KSDS-FILE
           IF WS-PIKSDS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE PR-RUN-DATE TO PK-RUN-DATE
           MOVE PR-RUN-TIME(1:6) TO PK-RUN-TIME
           READ PI-KSDS-FILE
           IF WS-PIKSDS-STATUS = "00"
               MOVE "F" TO WS-MIRROR-STATE
               MOVE PK-NUMBER-OF-STEPS TO WS-RM-STEPS
               MOVE PK-METHOD TO WS-RM-METHOD
               MOVE PK-PI-VALUE TO WS-RM-PI-VALUE
               MOVE PK-STATUS TO WS-RM-STATUS
               MOVE PK-STD-ERROR TO WS-RM-STD-ERROR
               MOVE PK-CONSTANT TO WS-RM-CONSTANT
               MOVE PK-RANDOM-SEED TO WS-RM-RANDOM-SEED
               MOVE PK-REQ-USER-ID TO WS-RM-USER-ID
           ELSE
               MOVE "M" TO WS-MIRROR-STATE
           END-IF
           CLOSE PI-KSDS-FILE.

       Find-Run-Audit.
      * Derived rows never ran, so they have no audit record.
           MOVE 0 TO WS-AUDIT-MATCH-LEVEL
           IF PR-STATUS = "EXTRAPOL"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PI-AUDIT-FILE
           IF WS-PIAUDIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO AU-RUN-KEY
           START PI-AUDIT-FILE KEY >= AU-RUN-KEY
           IF WS-PIAUDIT-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ PI-AUDIT-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM Check-Audit-Candidate
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PI-AUDIT-FILE
           IF WS-AUDIT-MATCH-LEVEL > 0
               MOVE WS-RA-JOB-ID TO WS-NEW-KEY-JOB-ID
               MOVE WS-RA-START-DATE TO WS-NEW-KEY-DATE
               MOVE WS-RA-START-TIME TO WS-NEW-KEY-TIME
               PERFORM Add-Alert-Key
           END-IF.

       Check-Audit-Candidate.
      * Only outcomes that file a history row; PARTIAL job steps
      * are traced separately under the merge that used them.
           IF AU-FINAL-STATUS NOT = "COMPLETE"
               AND AU-FINAL-STATUS NOT = "MERGED"
               AND AU-FINAL-STATUS NOT = "REJECTED"
               EXIT PARAGRAPH
           END-IF
           IF AU-END-DATE NOT = PR-RUN-DATE
               OR AU-METHOD NOT = PR-METHOD
               EXIT PARAGRAPH
           END-IF
           IF AU-CONSTANT = "L" OR AU-CONSTANT = "E"
               MOVE AU-CONSTANT TO WS-AUDIT-CONSTANT
           ELSE
               MOVE "P" TO WS-AUDIT-CONSTANT
           END-IF
      * A target-mode run files the count it refined to.  A merge
      * MergePi rejects keeps no steps on its audit record (the
      * partials carry the billing), so it is matched on the rest.
           MOVE "N" TO WS-CAND-MERGE-FLAG
           IF AU-FINAL-STATUS = "MERGED"
               MOVE "Y" TO WS-CAND-MERGE-FLAG
           END-IF
           IF AU-STEPS-REACHED IS NUMERIC AND AU-STEPS-REACHED > 0
               MOVE AU-STEPS-REACHED TO WS-AUDIT-STEPS
           ELSE
               MOVE AU-NUMBER-OF-STEPS TO WS-AUDIT-STEPS
           END-IF
           IF AU-FINAL-STATUS = "REJECTED" AND WS-AUDIT-STEPS = 0
               MOVE "Y" TO WS-CAND-MERGE-FLAG
               MOVE PR-NUMBER-OF-STEPS TO WS-AUDIT-STEPS
           END-IF
           IF WS-AUDIT-STEPS NOT = PR-NUMBER-OF-STEPS
               OR WS-AUDIT-CONSTANT NOT = WS-ROW-CONSTANT
               EXIT PARAGRAPH
           END-IF

           MOVE AU-START-DATE TO WS-CAND-START-DATE
           MOVE AU-START-TIME TO WS-CAND-START-TIME
           MOVE AU-END-DATE TO WS-CAND-END-DATE
           MOVE AU-END-TIME TO WS-CAND-END-TIME
           MOVE PR-RUN-KEY TO WS-RUN-KEY-TEXT
           IF WS-CAND-START-KEY NOT > WS-RUN-KEY-TEXT
               AND WS-CAND-END-KEY NOT < WS-RUN-KEY-TEXT
               MOVE 2 TO WS-CAND-MATCH-LEVEL
           ELSE
               MOVE 1 TO WS-CAND-MATCH-LEVEL
           END-IF
           IF WS-CAND-MATCH-LEVEL < WS-AUDIT-MATCH-LEVEL
               EXIT PARAGRAPH
           END-IF
           IF WS-CAND-MATCH-LEVEL = WS-AUDIT-MATCH-LEVEL
               AND WS-CAND-START-KEY NOT > WS-RA-START-KEY
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CAND-MATCH-LEVEL TO WS-AUDIT-MATCH-LEVEL
           MOVE AU-JOB-ID TO WS-RA-JOB-ID
           MOVE AU-START-DATE TO WS-RA-START-DATE
           MOVE AU-START-TIME TO WS-RA-START-TIME
           MOVE AU-RANGE-START TO WS-RA-RANGE-START
           MOVE AU-RANGE-END TO WS-RA-RANGE-END
           MOVE AU-USER-ID TO WS-RA-USER-ID
           IF WS-CAND-FROM-MERGE
               MOVE WS-AUDIT-STEPS TO WS-RA-STEPS
           ELSE
               MOVE AU-NUMBER-OF-STEPS TO WS-RA-STEPS
           END-IF
           MOVE WS-CAND-MERGE-FLAG TO WS-RA-MERGE-FLAG
           MOVE AU-METHOD TO WS-RA-METHOD
           MOVE WS-AUDIT-CONSTANT TO WS-RA-CONSTANT
           MOVE AU-END-DATE TO WS-RA-END-DATE
           MOVE AU-END-TIME TO WS-RA-END-TIME
           MOVE AU-FINAL-STATUS TO WS-RA-FINAL-STATUS
           MOVE AU-RANDOM-SEED TO WS-RA-RANDOM-SEED.

       Find-Run-Request.
      * PiRequestFulfil stamps the row it filed on the request.
           MOVE "N" TO WS-REQUEST-FOUND-FLAG
           OPEN INPUT PI-REQUEST-FILE
           IF WS-PIREQQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO RQ-REQUEST-KEY
           START PI-REQUEST-FILE KEY >= RQ-REQUEST-KEY
           IF WS-PIREQQ-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF OR WS-REQUEST-FOUND
                   READ PI-REQUEST-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF RQ-RESULT-DATE IS NUMERIC
                               AND RQ-RESULT-TIME IS NUMERIC
                               AND RQ-RESULT-DATE = PR-RUN-DATE
                               AND RQ-RESULT-TIME = PR-RUN-TIME
                               MOVE "Y" TO WS-REQUEST-FOUND-FLAG
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-REQUEST-FOUND
               MOVE RQ-REQUEST-DATE TO WS-RR-REQUEST-DATE
               MOVE RQ-REQUEST-TIME TO WS-RR-REQUEST-TIME
               MOVE RQ-REQ-USER-ID TO WS-RR-USER-ID
               MOVE RQ-PRIORITY TO WS-RR-PRIORITY
               MOVE RQ-STATUS TO WS-RR-STATUS
               MOVE RQ-FULFIL-DATE TO WS-RR-FULFIL-DATE
               MOVE RQ-NOTICE-DATE TO WS-RR-NOTICE-DATE
      * PiRequestFulfil and PiQueueAging key their alerts on the
      * requester and the request stamp.
               MOVE WS-RR-USER-ID TO WS-NEW-KEY-JOB-ID
               MOVE WS-RR-REQUEST-DATE TO WS-NEW-KEY-DATE
               MOVE 0 TO WS-NEW-KEY-TIME
               MOVE WS-RR-REQUEST-TIME TO WS-NEW-KEY-TIME(1:6)
               PERFORM Add-Alert-Key
           END-IF
           CLOSE PI-REQUEST-FILE.

       Find-Schedule-Entry.
      * The calendar entry planned for the day the audited run
      * started, matched exactly as PiScheduleDriver matches it.
           MOVE "N" TO WS-SCHEDULE-FOUND-FLAG
           MOVE 0 TO WS-ENTRY-COUNT
           OPEN INPUT PI-SCHEDULE-FILE
           IF WS-PISCHED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF OR WS-SCHEDULE-FOUND
               READ PI-SCHEDULE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ENTRY-COUNT
                       PERFORM Check-Schedule-Entry
               END-READ
           END-PERFORM
           CLOSE PI-SCHEDULE-FILE.

       Check-Schedule-Entry.
           IF SH-RUN-DATE IS NOT NUMERIC
               OR SH-NUMBER-OF-STEPS IS NOT NUMERIC
               OR SH-RUN-DATE NOT = WS-RA-START-DATE
               EXIT PARAGRAPH
           END-IF
           IF SH-METHOD = "S" OR SH-METHOD = "R"
               MOVE SH-METHOD TO WS-MATCH-METHOD
           ELSE
               MOVE "M" TO WS-MATCH-METHOD
           END-IF
           IF SH-CONSTANT = "L" OR SH-CONSTANT = "E"
               MOVE SH-CONSTANT TO WS-MATCH-CONSTANT
           ELSE
               MOVE "P" TO WS-MATCH-CONSTANT
           END-IF
           MOVE SH-NUMBER-OF-STEPS TO WS-MATCH-STEPS
           IF WS-MATCH-METHOD = "S"
               DIVIDE WS-MATCH-STEPS BY 2 GIVING WS-STEPS-HALF
                   REMAINDER WS-STEPS-REMAINDER
               IF WS-STEPS-REMAINDER NOT = 0
                   ADD 1 TO WS-MATCH-STEPS
               END-IF
           END-IF
           IF WS-MATCH-STEPS = WS-RA-STEPS
               AND WS-MATCH-METHOD = WS-RA-METHOD
               AND WS-MATCH-CONSTANT = WS-RA-CONSTANT
               MOVE "Y" TO WS-SCHEDULE-FOUND-FLAG
               MOVE WS-ENTRY-COUNT TO WS-RS-ENTRY-NUMBER
               MOVE SH-TOLERANCE TO WS-RS-TOLERANCE
               MOVE SH-MAX-RUN-SECONDS TO WS-RS-MAX-SECONDS
           END-IF.

       Print-Origin.
           MOVE "  SUBMITTER AND ORIGIN" TO WS-DOSSIER-LINE
           PERFORM Put-Section-Heading

      * Submitter: the requester of a queued run, the online user
      * of an inquiry row, else whoever the audit record names.
           EVALUATE TRUE
               WHEN WS-REQUEST-FOUND
                   MOVE WS-RR-USER-ID TO WS-SUBMITTER
               WHEN PR-STATUS = "ONLINE" AND WS-MIRROR-FOUND
                   MOVE WS-RM-USER-ID TO WS-SUBMITTER
               WHEN WS-AUDIT-MATCH-LEVEL > 0
                   MOVE WS-RA-USER-ID TO WS-SUBMITTER
               WHEN PR-STATUS = "EXTRAPOL"
                   MOVE "EXTRAPOL" TO WS-SUBMITTER
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-SUBMITTER
           END-EVALUATE
           STRING "  Submitted by   : " WS-SUBMITTER
               DELIMITED BY SIZE INTO WS-DOSSIER-LINE
           PERFORM Put-Dossier-Line

           EVALUATE TRUE
               WHEN WS-REQUEST-FOUND
                   STRING "  Origin         : queued request "
                       WS-RR-REQUEST-DATE " " WS-RR-REQUEST-TIME
                       " " WS-RR-USER-ID " priority " WS-RR-PRIORITY
                       DELIMITED BY SIZE INTO WS-DOSSIER-LINE
                   PERFORM Put-Dossier-Line
                   STRING "                   request now "
                       WS-RR-STATUS "  fulfilled " WS-RR-FULFIL-DATE
                       "  notice sent " WS-RR-NOTICE-DATE
                       DELIMITED BY SIZE INTO WS-DOSSIER-LINE
                   PERFORM Put-Dossier-Line
               WHEN WS-SCHEDULE-FOUND
                   MOVE WS-RS-ENTRY-NUMBER TO WS-ED-COUNT
                   STRING "  Origin         : calendar entry "
                       WS-ED-COUNT " of PISCHED.DAT planned for "
                       WS-RA-START-DATE
                       DELIMITED BY SIZE INTO WS-DOSSIER-LINE
                   PERFORM Put-Dossier-Line
                   MOVE WS-RS-TOLERANCE TO WS-ED-TOLERANCE
                   STRING "                   tolerance "
                       WS-ED-TOLERANCE "  max run seconds "
                       WS-RS-MAX-SECONDS "  (zero = default)"
                       DELIMITED BY SIZE INTO WS-DOSSIER-LINE
                   PERFORM Put-Dossier-Line
               WHEN PR-STATUS = "ONLINE"
                   STRING "  Origin         : ad hoc online inquiry"
                       " (PIIQ)" DELIMITED BY SIZE
                       INTO WS-DOSSIER-LINE
                   PERFORM Put-Dossier-Line
               WHEN PR-STATUS = "EXTRAPOL"
                   STRING "  Origin         : derived by "
                       "PiExtrapolate from coarse run "
                       PR-COARSE-RUN-DATE " " PR-COARSE-RUN-TIME
                       DELIMITED BY SIZE INTO WS-DOSSIER-LINE
                   PERFORM Put-Dossier-Line
                   STRING "                   and fine run "
                       PR-FINE-RUN-DATE " " PR-FINE-RUN-TIME
                       DELIMITED BY SIZE INTO WS-DOSSIER-LINE
                   PERFORM Put-Dossier-Line
               WHEN WS-AUDIT-MATCH-LEVEL > 0
                   STRING "  Origin         : hand-submitted control "
                       "card (no request or calendar entry)"
                       DELIMITED BY SIZE INTO WS-DOSSIER-LINE
                   PERFORM Put-Dossier-Line
               WHEN OTHER
                   MOVE "N" TO WS-ORIGIN-TRACED-FLAG
                   STRING "  Origin         : NOT TRACED -- no "
                       "request, calendar entry or audit record"
                       DELIMITED BY SIZE INTO WS-DOSSIER-LINE
                   PERFORM Put-Dossier-Line
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
           END-EVALUATE

           IF WS-AUDIT-MATCH-LEVEL = 0
               IF PR-STATUS NOT = "EXTRAPOL"
                   STRING "  Audit record   : none found"
                       DELIMITED BY SIZE INTO WS-DOSSIER-LINE
                   PERFORM Put-Dossier-Line
               END-IF
               EXIT PARAGRAPH
           END-IF
           STRING "  Audit record   : job " WS-RA-JOB-ID
               " user " WS-RA-USER-ID "  " WS-RA-FINAL-STATUS
               DELIMITED BY SIZE INTO WS-DOSSIER-LINE
           PERFORM Put-Dossier-Line
           STRING "                   started " WS-RA-START-DATE
               " " WS-RA-START-TIME "  ended " WS-RA-END-DATE
               " " WS-RA-END-TIME
               DELIMITED BY SIZE INTO WS-DOSSIER-LINE
           PERFORM Put-Dossier-Line
           IF WS-RA-STEPS NOT = PR-NUMBER-OF-STEPS
               MOVE WS-RA-STEPS TO WS-ED-STEPS
               STRING "                   started from " WS-ED-STEPS
                   " steps" DELIMITED BY SIZE INTO WS-DOSSIER-LINE
               PERFORM Put-Dossier-Line
           END-IF
           IF WS-AUDIT-MATCH-LEVEL = 1
               STRING "                   (matched on date and "
                   "parameters only -- times don't bracket the run)"
                   DELIMITED BY SIZE INTO WS-DOSSIER-LINE
               PERFORM Put-Dossier-Line
           END-IF
           IF PR-METHOD = "R" AND WS-RA-RANDOM-SEED NOT = PR-RANDOM-SEED
               STRING "                   *** audit seed "
                   WS-RA-RANDOM-SEED " differs from the row's"
                   DELIMITED BY SIZE INTO WS-DOSSIER-LINE
               PERFORM Put-Dossier-Line
           END-IF.

       Print-Split-Run.
           IF WS-RA-FROM-MERGE OR PR-STATUS = "MERGED"
               MOVE "Y" TO WS-SPLIT-RUN-FLAG
           ELSE
               EXIT PARAGRAPH
           END-IF
           MOVE "  SPLIT RUN" TO WS-DOSSIER-LINE
           PERFORM Put-Section-Heading
           IF WS-AUDIT-MATCH-LEVEL > 0
               PERFORM Find-Previous-Merge
               PERFORM List-Partial-Steps
           ELSE
               STRING "  No merge audit record -- partial job steps "
                   "can't be bounded" DELIMITED BY SIZE
                   INTO WS-DOSSIER-LINE
               PERFORM Put-Dossier-Line
           END-IF
           PERFORM List-Plan-Partitions.

       Find-Previous-Merge.
      * Latest earlier merge of the same parameters: the partial
      * records this merge used all ended after it.
           MOVE 0 TO WS-PM-START-DATE
           MOVE 0 TO WS-PM-START-TIME
           OPEN INPUT PI-AUDIT-FILE
           IF WS-PIAUDIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO AU-RUN-KEY
           START PI-AUDIT-FILE KEY >= AU-RUN-KEY
           IF WS-PIAUDIT-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ PI-AUDIT-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF AU-FINAL-STATUS = "MERGED"
                               PERFORM Check-Previous-Merge
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PI-AUDIT-FILE.

       Check-Previous-Merge.
           IF AU-CONSTANT = "L" OR AU-CONSTANT = "E"
               MOVE AU-CONSTANT TO WS-AUDIT-CONSTANT
           ELSE
               MOVE "P" TO WS-AUDIT-CONSTANT
           END-IF
           IF AU-NUMBER-OF-STEPS NOT = WS-RA-STEPS
               OR AU-METHOD NOT = WS-RA-METHOD
               OR WS-AUDIT-CONSTANT NOT = WS-RA-CONSTANT
               EXIT PARAGRAPH
           END-IF
           MOVE AU-START-DATE TO WS-CAND-START-DATE
           MOVE AU-START-TIME TO WS-CAND-START-TIME
           IF WS-CAND-START-KEY < WS-RA-START-KEY
               AND WS-CAND-START-KEY > WS-PREV-MERGE-KEY
               MOVE WS-CAND-START-KEY TO WS-PREV-MERGE-KEY
           END-IF.

       List-Partial-Steps.
           MOVE 0 TO WS-PARTIAL-COUNT
           OPEN INPUT PI-AUDIT-FILE
           IF WS-PIAUDIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO AU-RUN-KEY
           START PI-AUDIT-FILE KEY >= AU-RUN-KEY
           IF WS-PIAUDIT-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ PI-AUDIT-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF AU-FINAL-STATUS = "PARTIAL"
                               PERFORM Check-Partial-Step
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PI-AUDIT-FILE
           MOVE WS-PARTIAL-COUNT TO WS-ED-COUNT
           STRING "  Partial job steps merged: " WS-ED-COUNT
               DELIMITED BY SIZE INTO WS-DOSSIER-LINE
           PERFORM Put-Dossier-Line.

       Check-Partial-Step.
           IF AU-CONSTANT = "L" OR AU-CONSTANT = "E"
               MOVE AU-CONSTANT TO WS-AUDIT-CONSTANT
           ELSE
               MOVE "P" TO WS-AUDIT-CONSTANT
           END-IF
           IF AU-NUMBER-OF-STEPS NOT = WS-RA-STEPS
               OR AU-METHOD NOT = WS-RA-METHOD
               OR WS-AUDIT-CONSTANT NOT = WS-RA-CONSTANT
               EXIT PARAGRAPH
           END-IF
           MOVE AU-END-DATE TO WS-CAND-END-DATE
           MOVE AU-END-TIME TO WS-CAND-END-TIME
           IF WS-CAND-END-KEY > WS-RA-START-KEY
               OR WS-CAND-END-KEY NOT > WS-PREV-MERGE-KEY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PARTIAL-COUNT
           MOVE AU-RANGE-START TO WS-ED-STEPS
           MOVE AU-RANGE-END TO WS-ED-STEPS-2
           STRING "  partial job " AU-JOB-ID " user " AU-USER-ID
               " slices " WS-ED-STEPS " -" WS-ED-STEPS-2
               DELIMITED BY SIZE INTO WS-DOSSIER-LINE
           PERFORM Put-Dossier-Line
           STRING "               started " AU-START-DATE " "
               AU-START-TIME "  ended " AU-END-DATE " " AU-END-TIME
               DELIMITED BY SIZE INTO WS-DOSSIER-LINE
           PERFORM Put-Dossier-Line
           MOVE AU-JOB-ID TO WS-NEW-KEY-JOB-ID
           MOVE AU-START-DATE TO WS-NEW-KEY-DATE
           MOVE AU-START-TIME TO WS-NEW-KEY-TIME
           PERFORM Add-Alert-Key.

       List-Plan-Partitions.
      * PIPLAN.DAT holds the plan PiSplitPlan cut last, so it only
      * speaks for this run while it still carries its parameters.
           MOVE 0 TO WS-PLAN-COUNT
           MOVE 0 TO WS-PLAN-PARTITIONS
           OPEN INPUT PI-PLAN-FILE
           IF WS-PIPLAN-STATUS NOT = "00"
               STRING "  No partition plan on file"
                   DELIMITED BY SIZE INTO WS-DOSSIER-LINE
               PERFORM Put-Dossier-Line
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ PI-PLAN-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM Check-Plan-Partition
               END-READ
           END-PERFORM
           CLOSE PI-PLAN-FILE
           IF WS-PLAN-COUNT = 0
               STRING "  Partition plan on file is for another run"
                   DELIMITED BY SIZE INTO WS-DOSSIER-LINE
               PERFORM Put-Dossier-Line
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PLAN-PARTITIONS TO WS-ED-COUNT
           MOVE WS-PARTIAL-COUNT TO WS-ED-COUNT-2
           STRING "  Plan expects " WS-ED-COUNT " partitions; "
               WS-ED-COUNT-2 " partial records traced"
               DELIMITED BY SIZE INTO WS-DOSSIER-LINE
           PERFORM Put-Dossier-Line.

       Check-Plan-Partition.
           IF PL-CONSTANT = "L" OR PL-CONSTANT = "E"
               MOVE PL-CONSTANT TO WS-MATCH-CONSTANT
           ELSE
               MOVE "P" TO WS-MATCH-CONSTANT
           END-IF
           IF PL-NUMBER-OF-STEPS NOT = PR-NUMBER-OF-STEPS
               OR PL-METHOD NOT = PR-METHOD
               OR WS-MATCH-CONSTANT NOT = WS-ROW-CONSTANT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PLAN-COUNT
           MOVE PL-PARTITION-COUNT TO WS-PLAN-PARTITIONS
           MOVE PL-RANGE-START TO WS-ED-STEPS
           MOVE PL-RANGE-END TO WS-ED-STEPS-2
           STRING "  plan partition " PL-PARTITION-NUMBER " of "
               PL-PARTITION-COUNT "  slices " WS-ED-STEPS " -"
               WS-ED-STEPS-2
               DELIMITED BY SIZE INTO WS-DOSSIER-LINE
           PERFORM Put-Dossier-Line.

       Print-Corrections.
           MOVE "  CORRECTIONS" TO WS-DOSSIER-LINE
           PERFORM Put-Section-Heading
           MOVE 0 TO WS-CORRECTION-COUNT
           OPEN INPUT ADJUST-TRAIL-FILE
           IF WS-PIADJTRL-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ ADJUST-TRAIL-FILE
                       INTO PI-ADJUST-TRAIL-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF AJ-RUN-DATE = PR-RUN-DATE
                               AND AJ-RUN-TIME = PR-RUN-TIME
                               PERFORM Print-One-Correction
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADJUST-TRAIL-FILE
           END-IF
           IF WS-CORRECTION-COUNT = 0
               STRING "  None -- the row stands as filed"
                   DELIMITED BY SIZE INTO WS-DOSSIER-LINE
               PERFORM Put-Dossier-Line
           END-IF.

       Print-One-Correction.
      * The trail is appended in time order, so the first record's
      * before image is the row as originally filed.
           ADD 1 TO WS-CORRECTION-COUNT
           IF WS-CORRECTION-COUNT = 1
               MOVE AJ-OLD-STATUS TO WS-FILED-STATUS
               MOVE AJ-OLD-PI-VALUE TO WS-FILED-PI-VALUE
           END-IF
           STRING "  " AJ-ADJUST-DATE " " AJ-ADJUST-TIME
               "  action " AJ-ACTION "  by " AJ-OPERATOR-ID
               "  reason " AJ-REASON-CODE
               DELIMITED BY SIZE INTO WS-DOSSIER-LINE
           PERFORM Put-Dossier-Line
           STRING "      status  " AJ-OLD-STATUS " -> " AJ-NEW-STATUS
               DELIMITED BY SIZE INTO WS-DOSSIER-LINE
           PERFORM Put-Dossier-Line
           MOVE AJ-OLD-PI-VALUE TO WS-ED-VALUE
           MOVE AJ-NEW-PI-VALUE TO WS-ED-VALUE-2
           STRING "      value   " WS-ED-VALUE " -> " WS-ED-VALUE-2
               DELIMITED BY SIZE INTO WS-DOSSIER-LINE
           PERFORM Put-Dossier-Line.

       Add-Alert-Key.
           IF WS-KEY-COUNT >= WS-KEY-TABLE-MAX
               ADD 1 TO WS-KEY-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-KEY-COUNT
           MOVE WS-NEW-KEY-JOB-ID TO WS-KEY-JOB-ID(WS-KEY-COUNT)
           MOVE WS-NEW-KEY-DATE TO WS-KEY-RUN-DATE(WS-KEY-COUNT)
           MOVE WS-NEW-KEY-TIME TO WS-KEY-RUN-TIME(WS-KEY-COUNT).

       Print-Alerts.
           MOVE "  ALERTS" TO WS-DOSSIER-LINE
           PERFORM Put-Section-Heading
           MOVE 0 TO WS-ALERT-COUNT
           MOVE 0 TO WS-RECONFL-COUNT
           OPEN INPUT PI-ALERT-FILE
           IF WS-PIALERT-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ PI-ALERT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM Check-One-Alert
                   END-READ
               END-PERFORM
               CLOSE PI-ALERT-FILE
           END-IF
           IF WS-ALERT-COUNT = 0
               STRING "  None raised" DELIMITED BY SIZE
                   INTO WS-DOSSIER-LINE
               PERFORM Put-Dossier-Line
           END-IF
           IF WS-KEY-OVERFLOW > 0
               MOVE WS-KEY-OVERFLOW TO WS-ED-COUNT
               STRING "  *** key table full -- alerts of "
                   WS-ED-COUNT " job steps not searched"
                   DELIMITED BY SIZE INTO WS-DOSSIER-LINE
               PERFORM Put-Dossier-Line
           END-IF.

       Check-One-Alert.
      * The row's own key, any issuer -- DETREGR, PiCorrection,
      * PiExtrapolate and the sync errors, which know only the
      * second (hundredths zero) -- or one of the collected keys.
           MOVE "N" TO WS-ALERT-MATCH-FLAG
           IF AL-RUN-DATE = PR-RUN-DATE
               IF AL-RUN-TIME = PR-RUN-TIME
                   MOVE "Y" TO WS-ALERT-MATCH-FLAG
               END-IF
               IF AL-RUN-TIME(1:6) = PR-RUN-TIME(1:6)
                   AND AL-RUN-TIME(7:2) = "00"
                   MOVE "Y" TO WS-ALERT-MATCH-FLAG
               END-IF
           END-IF
           PERFORM VARYING WS-KEY-INDEX FROM 1 BY 1
             UNTIL WS-KEY-INDEX > WS-KEY-COUNT OR WS-ALERT-MATCHES
               IF AL-JOB-ID = WS-KEY-JOB-ID(WS-KEY-INDEX)
                   AND AL-RUN-DATE = WS-KEY-RUN-DATE(WS-KEY-INDEX)
                   AND AL-RUN-TIME = WS-KEY-RUN-TIME(WS-KEY-INDEX)
                   MOVE "Y" TO WS-ALERT-MATCH-FLAG
               END-IF
           END-PERFORM
           IF NOT WS-ALERT-MATCHES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ALERT-COUNT
           IF AL-REASON-CODE = "RECONFL"
               ADD 1 TO WS-RECONFL-COUNT
           END-IF
           STRING "  " AL-ALERT-DATE " " AL-ALERT-TIME " "
               AL-SEVERITY " " AL-REASON-CODE " " AL-PROGRAM
               " job " AL-JOB-ID
               DELIMITED BY SIZE INTO WS-DOSSIER-LINE
           PERFORM Put-Dossier-Line
           STRING "      " AL-ALERT-TEXT
               DELIMITED BY SIZE INTO WS-DOSSIER-LINE
           PERFORM Put-Dossier-Line.

       Print-Reconciliation.
           MOVE "  RECONCILIATION" TO WS-DOSSIER-LINE
           PERFORM Put-Section-Heading
           EVALUATE WS-ROW-CONSTANT
               WHEN "L"
                   MOVE 0.69314718055995 TO WS-REFERENCE-VALUE
               WHEN "E"
                   MOVE 1.71828182845905 TO WS-REFERENCE-VALUE
               WHEN OTHER
                   MOVE 3.14159265358979 TO WS-REFERENCE-VALUE
           END-EVALUATE

           EVALUATE WS-FILED-STATUS
               WHEN "REJECTED"
                   STRING "  Outcome        : FAILED -- filed "
                       "REJECTED, outside the accepted band"
                       DELIMITED BY SIZE INTO WS-DOSSIER-LINE
               WHEN "ONLINE"
                   STRING "  Outcome        : not reconciled -- "
                       "ad hoc online figure"
                       DELIMITED BY SIZE INTO WS-DOSSIER-LINE
               WHEN OTHER
                   STRING "  Outcome        : passed -- filed "
                       WS-FILED-STATUS
                       DELIMITED BY SIZE INTO WS-DOSSIER-LINE
           END-EVALUATE
           PERFORM Put-Dossier-Line
           IF WS-FILED-STATUS NOT = PR-STATUS
               STRING "                   since restatused "
                   PR-STATUS " (see CORRECTIONS)"
                   DELIMITED BY SIZE INTO WS-DOSSIER-LINE
               PERFORM Put-Dossier-Line
           END-IF
           MOVE WS-RECONFL-COUNT TO WS-ED-COUNT
           STRING "  RECONFL alerts : " WS-ED-COUNT
               DELIMITED BY SIZE INTO WS-DOSSIER-LINE
           PERFORM Put-Dossier-Line

           MOVE WS-REFERENCE-VALUE TO WS-ED-VALUE
           STRING "  Reference      : " WS-ED-VALUE
               DELIMITED BY SIZE INTO WS-DOSSIER-LINE
           PERFORM Put-Dossier-Line
           COMPUTE WS-DEVIATION =
               WS-FILED-PI-VALUE - WS-REFERENCE-VALUE
           IF WS-DEVIATION < 0
               COMPUTE WS-DEVIATION = WS-DEVIATION * -1
           END-IF
           MOVE WS-DEVIATION TO WS-ED-VALUE
           STRING "  Deviation      : " WS-ED-VALUE " as filed"
               DELIMITED BY SIZE INTO WS-DOSSIER-LINE
           PERFORM Put-Dossier-Line
           IF WS-FILED-PI-VALUE NOT = PR-PI-VALUE
               COMPUTE WS-DEVIATION =
                   PR-PI-VALUE - WS-REFERENCE-VALUE
               IF WS-DEVIATION < 0
                   COMPUTE WS-DEVIATION = WS-DEVIATION * -1
               END-IF
               MOVE WS-DEVIATION TO WS-ED-VALUE
               STRING "                   " WS-ED-VALUE
                   " as corrected"
                   DELIMITED BY SIZE INTO WS-DOSSIER-LINE
               PERFORM Put-Dossier-Line
           END-IF
           IF PR-METHOD = "R"
               COMPUTE WS-MC-BAND = PR-STD-ERROR * WS-MC-SIGMA-FACTOR
               MOVE WS-MC-BAND TO WS-ED-VALUE
               STRING "  Monte Carlo band: " WS-ED-VALUE " ("
                   WS-MC-SIGMA-FACTOR " standard errors)"
                   DELIMITED BY SIZE INTO WS-DOSSIER-LINE
               PERFORM Put-Dossier-Line
           END-IF
           IF WS-SCHEDULE-FOUND AND WS-RS-TOLERANCE > 0
               MOVE WS-RS-TOLERANCE TO WS-ED-TOLERANCE
               STRING "  Tolerance      : " WS-ED-TOLERANCE
                   " as planned on the calendar"
                   DELIMITED BY SIZE INTO WS-DOSSIER-LINE
               PERFORM Put-Dossier-Line
           END-IF.

       Print-Mirror-Agreement.
           MOVE "  ONLINE MIRROR (PIRESKSD)" TO WS-DOSSIER-LINE
           PERFORM Put-Section-Heading
           EVALUATE TRUE
               WHEN WS-MIRROR-UNAVAILABLE
                   STRING "  *** mirror won't open (status "
                       WS-PIKSDS-STATUS ") -- agreement not proven"
                       DELIMITED BY SIZE INTO WS-DOSSIER-LINE
                   PERFORM Put-Dossier-Line
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               WHEN WS-MIRROR-MISSING
                   STRING "  *** NO mirror row at " PR-RUN-DATE " "
                       PR-RUN-TIME(1:6) " -- not yet synced?"
                       DELIMITED BY SIZE INTO WS-DOSSIER-LINE
                   PERFORM Put-Dossier-Line
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               WHEN OTHER
                   PERFORM Compare-Mirror-Row
           END-EVALUATE.

       Compare-Mirror-Row.
           MOVE 0 TO WS-MIRROR-DIFFERENCES
           IF WS-RM-CONSTANT = "L" OR WS-RM-CONSTANT = "E"
               MOVE WS-RM-CONSTANT TO WS-MIRROR-CONSTANT
           ELSE
               MOVE "P" TO WS-MIRROR-CONSTANT
           END-IF
           IF WS-RM-STEPS NOT = PR-NUMBER-OF-STEPS
               ADD 1 TO WS-MIRROR-DIFFERENCES
               MOVE PR-NUMBER-OF-STEPS TO WS-ED-STEPS
               MOVE WS-RM-STEPS TO WS-ED-STEPS-2
               STRING "  *** steps     history " WS-ED-STEPS
                   "  mirror " WS-ED-STEPS-2
                   DELIMITED BY SIZE INTO WS-DOSSIER-LINE
               PERFORM Put-Dossier-Line
           END-IF
           IF WS-RM-METHOD NOT = PR-METHOD
               ADD 1 TO WS-MIRROR-DIFFERENCES
               STRING "  *** method    history " PR-METHOD
                   "  mirror " WS-RM-METHOD
                   DELIMITED BY SIZE INTO WS-DOSSIER-LINE
               PERFORM Put-Dossier-Line
           END-IF
           IF WS-MIRROR-CONSTANT NOT = WS-ROW-CONSTANT
               ADD 1 TO WS-MIRROR-DIFFERENCES
               STRING "  *** constant  history " WS-ROW-CONSTANT
                   "  mirror " WS-MIRROR-CONSTANT
                   DELIMITED BY SIZE INTO WS-DOSSIER-LINE
               PERFORM Put-Dossier-Line
           END-IF
           IF WS-RM-PI-VALUE NOT = PR-PI-VALUE
               ADD 1 TO WS-MIRROR-DIFFERENCES
               MOVE PR-PI-VALUE TO WS-ED-VALUE
               MOVE WS-RM-PI-VALUE TO WS-ED-VALUE-2
               STRING "  *** value     history " WS-ED-VALUE
                   "  mirror " WS-ED-VALUE-2
                   DELIMITED BY SIZE INTO WS-DOSSIER-LINE
               PERFORM Put-Dossier-Line
           END-IF
           IF WS-RM-STATUS NOT = PR-STATUS
               ADD 1 TO WS-MIRROR-DIFFERENCES
               STRING "  *** status    history " PR-STATUS
                   "  mirror " WS-RM-STATUS
                   DELIMITED BY SIZE INTO WS-DOSSIER-LINE
               PERFORM Put-Dossier-Line
           END-IF
           IF PR-METHOD = "R"
               IF WS-RM-STD-ERROR NOT = PR-STD-ERROR
                   ADD 1 TO WS-MIRROR-DIFFERENCES
                   MOVE PR-STD-ERROR TO WS-ED-VALUE
                   MOVE WS-RM-STD-ERROR TO WS-ED-VALUE-2
                   STRING "  *** std error history " WS-ED-VALUE
                       "  mirror " WS-ED-VALUE-2
                       DELIMITED BY SIZE INTO WS-DOSSIER-LINE
                   PERFORM Put-Dossier-Line
               END-IF
               IF WS-RM-RANDOM-SEED NOT = PR-RANDOM-SEED
                   ADD 1 TO WS-MIRROR-DIFFERENCES
                   STRING "  *** seed      history " PR-RANDOM-SEED
                       "  mirror " WS-RM-RANDOM-SEED
                       DELIMITED BY SIZE INTO WS-DOSSIER-LINE
                   PERFORM Put-Dossier-Line
               END-IF
           END-IF
           IF WS-MIRROR-DIFFERENCES = 0
               STRING "  AGREES -- mirror row " PR-RUN-DATE " "
                   PR-RUN-TIME(1:6) " matches the history"
                   DELIMITED BY SIZE INTO WS-DOSSIER-LINE
               PERFORM Put-Dossier-Line
           ELSE
               MOVE WS-MIRROR-DIFFERENCES TO WS-ED-COUNT
               STRING "  DISAGREES -- " WS-ED-COUNT
                   " field(s) differ from the history"
                   DELIMITED BY SIZE INTO WS-DOSSIER-LINE
               PERFORM Put-Dossier-Line
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

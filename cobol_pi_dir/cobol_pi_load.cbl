      *           screen shows the outcome.  Rejected lines are
      *           listed with their line number and end the step
      *           RC=4 -- reported, never silently dropped.
      * Every request is filed under the submitting user, and that
      * user must hold bulk-load authority on the user authority
      * master (PIUSRKSD, copybooks/piauth.cpy) or the feed is
      * refused whole before either pass.  Each line is further held
      * to the submitter's personal steps ceiling and priority band;
      * an authority refusal is a rejected line like any other, but
      * also goes to PIALERT.DAT as AUTHREFU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "PIALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIALERT-STATUS.
           SELECT PI-AUTHORITY-FILE
               ASSIGN TO "PIUSRKSD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UA-USER-ID
               FILE STATUS IS WS-PIUSRKSD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PI-ALERT-FILE.
       COPY pialert.

       FD  PI-AUTHORITY-FILE.
       COPY piauth.

       WORKING-STORAGE SECTION.
       01 WS-PIALERT-STATUS   PIC XX VALUE "00".
       01 WS-PIUSRKSD-STATUS  PIC XX VALUE "00".
       01 WS-PIREQLD-STATUS   PIC XX VALUE "00".
       01 WS-PIREQQ-STATUS    PIC XX VALUE "00".
       01 WS-EOF-FLAG         PIC X VALUE "N".
           88 WS-LINE-REJECTED     VALUE "Y".

       01 WS-REQ-USER         PIC X(08) VALUE SPACES.
      * The submitter's personal ceiling and most urgent band, from
      * the authority master (see piauth.cpy for the defaults).
       01 WS-AUTH-MAX-STEPS   PIC 9(10) VALUE 0.
       01 WS-AUTH-PRIORITY    PIC 9(01) VALUE 5.
       01 WS-AUTH-REFUSED-COUNT PIC 9(8) VALUE 0.
       01 WS-TODAY-DATE       PIC 9(8) VALUE 0.
       01 WS-NOW-TIME         PIC 9(8) VALUE 0.
      * The queue key is date+time+user (see pireqq.cpy); a batch of
               MOVE "UNKNOWN" TO WS-REQ-USER
           END-IF

           PERFORM Load-Submitter-Authority
           IF NOT UA-MAY-BULK-LOAD
               DISPLAY "*** USER " WS-REQ-USER " NOT AUTHORIZED TO "
                   "BULK-LOAD REQUESTS -- nothing loaded"
               MOVE "E" TO AL-SEVERITY
               MOVE WS-REQ-USER TO AL-JOB-ID
               MOVE WS-TODAY-DATE TO AL-RUN-DATE
               MOVE 0 TO AL-RUN-TIME
               MOVE 0 TO AL-RANGE-START
               MOVE "AUTHREFU" TO AL-REASON-CODE
               MOVE "submitter may not bulk-load -- feed refused"
                   TO AL-ALERT-TEXT
               PERFORM Write-Alert-Record
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM Prove-Feed-Trailer
           IF WS-PROVE-FAILED
               DISPLAY "*** FEED REFUSED -- nothing loaded"
               MOVE "Y" TO WS-PROVE-FAILED-FLAG
           END-IF.

       Load-Submitter-Authority.
      * The submitter's record from the authority master, read once
      * -- every line of the feed is filed under the same user.  No
      * master, or no record on it, leaves the record blank, which
      * grants nothing.
           MOVE SPACES TO PI-AUTHORITY-RECORD
           OPEN INPUT PI-AUTHORITY-FILE
           IF WS-PIUSRKSD-STATUS = "00"
               MOVE WS-REQ-USER TO UA-USER-ID
               READ PI-AUTHORITY-FILE
               IF WS-PIUSRKSD-STATUS NOT = "00"
                   MOVE SPACES TO PI-AUTHORITY-RECORD
               END-IF
               CLOSE PI-AUTHORITY-FILE
           END-IF
           IF UA-MAX-STEPS IS NUMERIC
               MOVE UA-MAX-STEPS TO WS-AUTH-MAX-STEPS
           ELSE
               MOVE 0 TO WS-AUTH-MAX-STEPS
           END-IF
           IF UA-HIGHEST-PRIORITY IS NUMERIC
               AND UA-HIGHEST-PRIORITY > 0
               MOVE UA-HIGHEST-PRIORITY TO WS-AUTH-PRIORITY
           ELSE
               MOVE 5 TO WS-AUTH-PRIORITY
           END-IF.

       Write-Trailer-Alert.
           MOVE "E" TO AL-SEVERITY
           MOVE SPACES TO AL-JOB-ID

       Parse-Feed-Line.
      * "steps|method" with an optional third "|priority" field
      * (1 urgent .. 9; blank or absent takes the same default
      * a PIIQ request with no priority keyed gets) and an
      * optional fourth "|seed" field -- an explicit Monte Carlo
      * seed the drain will draw with (see RQ-RANDOM-SEED in
      * pireqq.cpy; blank or absent leaves the drain to derive
           ELSE
               MOVE "Y" TO WS-LINE-REJECT-FLAG
           END-IF
      * A line without a priority takes band 5, or the submitter's
      * own band when that is less urgent -- only a claimed priority
      * is held against the band.
           IF WS-PRIORITY-TEXT >= "1" AND WS-PRIORITY-TEXT <= "9"
               MOVE WS-PRIORITY-TEXT TO WS-LINE-PRIORITY
           ELSE
               IF WS-AUTH-PRIORITY > WS-LINE-PRIORITY
                   MOVE WS-AUTH-PRIORITY TO WS-LINE-PRIORITY
               END-IF
           END-IF
           IF WS-SEED-LENGTH > 0 AND WS-SEED-LENGTH <= 8
               AND WS-SEED-TEXT(1:WS-SEED-LENGTH) IS NUMERIC
               AND WS-METHOD-TEXT NOT = "S"
               AND WS-METHOD-TEXT NOT = "R"
               MOVE "Y" TO WS-LINE-REJECT-FLAG
               EXIT PARAGRAPH
           END-IF
      * Within the suite's bounds but not within the submitter's
      * own: refused, and said so on the alert feed.
           IF WS-LINE-STEPS > WS-AUTH-MAX-STEPS
               MOVE "Y" TO WS-LINE-REJECT-FLAG
               MOVE "line steps over submitter's authorized ceiling"
                   TO AL-ALERT-TEXT
               PERFORM Write-Authority-Alert
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-PRIORITY < WS-AUTH-PRIORITY
               MOVE "Y" TO WS-LINE-REJECT-FLAG
               MOVE "line priority more urgent than submitter's band"
                   TO AL-ALERT-TEXT
               PERFORM Write-Authority-Alert
           END-IF.

       Write-Authority-Alert.
      * One alert per refused line, the line number riding in the
      * range-start slot so the sender can find it.
           ADD 1 TO WS-AUTH-REFUSED-COUNT
           MOVE "E" TO AL-SEVERITY
           MOVE WS-REQ-USER TO AL-JOB-ID
           MOVE WS-TODAY-DATE TO AL-RUN-DATE
           MOVE 0 TO AL-RUN-TIME
           MOVE WS-LINE-COUNT TO AL-RANGE-START
           MOVE "AUTHREFU" TO AL-REASON-CODE
           PERFORM Write-Alert-Record.

       File-Pending-Request.
           MOVE WS-TODAY-DATE TO RQ-REQUEST-DATE
           MOVE WS-NOW-TIME(1:6) TO RQ-REQUEST-TIME
           MOVE 0 TO RQ-FULFIL-DATE
           MOVE WS-LINE-PRIORITY TO RQ-PRIORITY
           MOVE WS-LINE-SEED TO RQ-RANDOM-SEED
           MOVE 0 TO RQ-RESULT-DATE
           MOVE 0 TO RQ-RESULT-TIME
           MOVE 0 TO RQ-NOTICE-DATE

           MOVE "N" TO WS-WRITE-DONE-FLAG
           MOVE 0 TO WS-KEY-TRIES
           DISPLAY "  Steps hash total     : " WS-HASH-TOTAL
           DISPLAY "  Requests filed PENDING " WS-LOADED-COUNT
           DISPLAY "  Lines rejected       : " WS-REJECT-COUNT
           DISPLAY "    of which authority : " WS-AUTH-REFUSED-COUNT
           DISPLAY "================================================".

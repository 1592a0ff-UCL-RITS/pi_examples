      * in-line copy PiStudyDriver carries, for the same reason: the
      * batch calculator's own loop is welded to its checkpoint and
      * control-card files, which a queue drain has no use for.
      * Before a request is run its requester is held to the user
      * authority master (PIUSRKSD, copybooks/piauth.cpy) as it
      * stands tonight -- a request filed before the master existed,
      * or by a user whose authority has since been withdrawn or
      * cut back, is posted FAILED and written to PIALERT.DAT as
      * AUTHREFU rather than run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "PIALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIALERT-STATUS.
           SELECT PI-JOURNAL-FILE
               ASSIGN TO "PIJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIJRNL-STATUS.
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

       FD  PI-JOURNAL-FILE.
       COPY pijrnl.

       FD  PI-AUTHORITY-FILE.
       COPY piauth.

       WORKING-STORAGE SECTION.
       01 WS-PIALERT-STATUS   PIC XX VALUE "00".
       01 WS-PIJRNL-STATUS    PIC XX VALUE "00".
       01 WS-PIUSRKSD-STATUS  PIC XX VALUE "00".
       01 WS-PIREQQ-STATUS    PIC XX VALUE "00".
       01 WS-PIRESULT-STATUS  PIC XX VALUE "00".
       01 WS-EOF-FLAG         PIC X VALUE "N".
       01 WS-FAILED-COUNT     PIC 9(6) VALUE 0.
       01 WS-REQUEST-FAILED-FLAG PIC X VALUE "N".
           88 WS-REQUEST-FAILED    VALUE "Y".
      * Authority master open verdict, held apart from the rolling
      * file status; without the master nobody can be shown to hold
      * authority and every request is refused.
       01 WS-AUTH-PRESENT     PIC X VALUE "N".
           88 WS-AUTH-ON-FILE      VALUE "Y".
       01 WS-AUTH-MAX-STEPS   PIC 9(10) VALUE 0.
       01 WS-AUTH-PRIORITY    PIC 9(01) VALUE 5.
       01 WS-AUTH-REFUSED-COUNT PIC 9(6) VALUE 0.

       01 WS-METHOD           PIC X VALUE "M".
           88 WS-METHOD-MIDPOINT   VALUE "M".
      * Monte Carlo figure can be rerun bit-for-bit.  Zero for the
      * deterministic methods.
       01 WS-SEED-USED        PIC 9(8) VALUE 0.
      * Run key of the history row filed for the current request,
      * posted back onto the queue record; zero when none was filed.
       01 WS-RESULT-DATE      PIC 9(8) VALUE 0.
       01 WS-RESULT-TIME      PIC 9(8) VALUE 0.
       01 WS-TODAY-DATE       PIC 9(8) VALUE 0.
      * Monte Carlo requests carry a standard error computed from
      * their own samples, same as CalculatePi.
               STOP RUN
           END-IF

           OPEN INPUT PI-AUTHORITY-FILE
           IF WS-PIUSRKSD-STATUS = "00"
               MOVE "Y" TO WS-AUTH-PRESENT
           ELSE
               DISPLAY "*** PIUSRKSD OPEN FAILED, status "
                   WS-PIUSRKSD-STATUS " -- no requester can be "
                   "authorized, every request will be refused"
           END-IF

           PERFORM VARYING WS-PRIORITY-PASS FROM 1 BY 1
             UNTIL WS-PRIORITY-PASS > 9
               PERFORM Drain-One-Priority-Band
           END-PERFORM
           CLOSE PI-REQUEST-FILE
           IF WS-AUTH-ON-FILE
               CLOSE PI-AUTHORITY-FILE
           END-IF

           DISPLAY " "
           DISPLAY "Request queue drained: " WS-PENDING-COUNT
               " pending, " WS-FULFILLED-COUNT " fulfilled, "
               WS-FAILED-COUNT " failed"
           DISPLAY "  of the failed, refused by authority: "
               WS-AUTH-REFUSED-COUNT

           IF WS-FAILED-COUNT > 0
               MOVE 4 TO RETURN-CODE
               ", priority " WS-EFFECTIVE-PRIORITY
           MOVE "N" TO WS-REQUEST-FAILED-FLAG
           MOVE 0 TO WS-SEED-USED
           MOVE 0 TO WS-RESULT-DATE
           MOVE 0 TO WS-RESULT-TIME
           PERFORM Validate-Request
           IF NOT WS-REQUEST-FAILED
               PERFORM Check-Requester-Authority
           END-IF
           IF NOT WS-REQUEST-FAILED
               PERFORM Run-Requested-Calculation
               PERFORM Reconcile-Pi-Value
               MOVE "Y" TO WS-REQUEST-FAILED-FLAG
           END-IF.

       Check-Requester-Authority.
      * The requester must still hold a filing function -- queue
      * (PIIQ) or bulk load (PiRequestLoad), whichever filed it --
      * and the request must sit within the user's own ceiling and
      * priority band.  Only a priority actually filed is held to
      * the band: a blank or zero RQ-PRIORITY (older rows, rows
      * filed without one) drains at the default band 5 whatever
      * the requester's band.
           MOVE SPACES TO PI-AUTHORITY-RECORD
           IF WS-AUTH-ON-FILE
               MOVE RQ-REQ-USER-ID TO UA-USER-ID
               READ PI-AUTHORITY-FILE
               IF WS-PIUSRKSD-STATUS NOT = "00"
                   MOVE SPACES TO PI-AUTHORITY-RECORD
               END-IF
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
           END-IF

           EVALUATE TRUE
               WHEN NOT UA-MAY-QUEUE AND NOT UA-MAY-BULK-LOAD
                   MOVE "requester not authorized to file requests"
                       TO AL-ALERT-TEXT
               WHEN RQ-NUMBER-OF-STEPS > WS-AUTH-MAX-STEPS
                   MOVE "request steps over requester's ceiling"
                       TO AL-ALERT-TEXT
               WHEN WS-EFFECTIVE-PRIORITY < WS-AUTH-PRIORITY
                 AND RQ-PRIORITY IS NUMERIC AND RQ-PRIORITY > 0
                   MOVE "request priority above requester's band"
                       TO AL-ALERT-TEXT
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE "Y" TO WS-REQUEST-FAILED-FLAG
           ADD 1 TO WS-AUTH-REFUSED-COUNT
           DISPLAY "  *** REFUSED: " AL-ALERT-TEXT
           MOVE "E" TO AL-SEVERITY
           MOVE RQ-REQ-USER-ID TO AL-JOB-ID
           MOVE RQ-REQUEST-DATE TO AL-RUN-DATE
           MOVE 0 TO AL-RUN-TIME
           MOVE RQ-REQUEST-TIME TO AL-RUN-TIME(1:6)
           MOVE 0 TO AL-RANGE-START
           MOVE "AUTHREFU" TO AL-REASON-CODE
           PERFORM Write-Alert-Record.

       Run-Requested-Calculation.
      * Same slice arithmetic as CalculatePi, with Simpson's odd
      * slice count rounded up the same way Read-Control-Card does.
      * reader now keys off PR-CONSTANT.
           MOVE "P" TO PR-CONSTANT
           MOVE WS-SEED-USED TO PR-RANDOM-SEED
           MOVE ZEROS TO PR-SOURCE-KEYS
           MOVE 0 TO PR-TARGET-ACCURACY
           MOVE SPACE TO PR-TARGET-MET

      * Unlike a full run, the drain files many rows per job and no
      * run lock spaces them out -- two tiny requests finishing in
               DISPLAY "  *** PI-RESULTS WRITE FAILED, status "
                   WS-PIRESULT-STATUS " for run " PR-RUN-DATE
                   " " PR-RUN-TIME
           ELSE
               MOVE PR-RUN-DATE TO WS-RESULT-DATE
               MOVE PR-RUN-TIME TO WS-RESULT-TIME
               MOVE "PIRESULT" TO JR-FILE-ID
               MOVE "W" TO JR-ACTION
               MOVE SPACES TO JR-BEFORE-IMAGE
               MOVE PI-RESULT-RECORD TO JR-AFTER-IMAGE
               PERFORM Write-Journal-Record
           END-IF

           CLOSE PI-RESULTS-FILE.
           WRITE PI-ALERT-RECORD
           CLOSE PI-ALERT-FILE.

       Write-Journal-Record.
      * One before/after image on the recovery journal (PIJRNL.DAT,
      * see pijrnl.cpy) for a PIRESULT.DAT or PIAUDIT.DAT change that
      * has just succeeded; the caller set the file id, action and
      * images.  Append-or-create, the same as the alert feed.  A
      * change the journal never heard of can't be rolled forward,
      * so a failed append is raised as "C".
           MOVE 0 TO JR-JOURNAL-DATE
           ACCEPT JR-JOURNAL-DATE FROM DATE YYYYMMDD
           MOVE 0 TO JR-JOURNAL-TIME
           ACCEPT JR-JOURNAL-TIME FROM TIME
           MOVE "PiRequestFulfil" TO JR-PROGRAM
           OPEN EXTEND PI-JOURNAL-FILE
           IF WS-PIJRNL-STATUS = "35"
               OPEN OUTPUT PI-JOURNAL-FILE
           END-IF
           WRITE PI-JOURNAL-RECORD
           IF WS-PIJRNL-STATUS NOT = "00"
               DISPLAY "*** JOURNAL WRITE FAILED, status "
                   WS-PIJRNL-STATUS " for " JR-FILE-ID " " JR-ACTION
               MOVE "C" TO AL-SEVERITY
               MOVE JR-FILE-ID TO AL-JOB-ID
               MOVE JR-JOURNAL-DATE TO AL-RUN-DATE
               MOVE JR-JOURNAL-TIME TO AL-RUN-TIME
               MOVE 0 TO AL-RANGE-START
               MOVE "JRNWRTFL" TO AL-REASON-CODE
               MOVE "change filed but not journaled -- not recoverable"
                   TO AL-ALERT-TEXT
               PERFORM Write-Alert-Record
           END-IF
           CLOSE PI-JOURNAL-FILE.

       Post-Request-Outcome.
           IF WS-REQUEST-FAILED
               MOVE "FAILED" TO RQ-STATUS
      * exactly what to key to reproduce the run.
           MOVE WS-EFFECTIVE-PRIORITY TO RQ-PRIORITY
           MOVE WS-SEED-USED TO RQ-RANDOM-SEED
           MOVE WS-RESULT-DATE TO RQ-RESULT-DATE
           MOVE WS-RESULT-TIME TO RQ-RESULT-TIME
           MOVE 0 TO RQ-NOTICE-DATE
           REWRITE PI-REQUEST-RECORD
           IF WS-PIREQQ-STATUS NOT = "00"
               DISPLAY "  *** QUEUE REWRITE FAILED, status "

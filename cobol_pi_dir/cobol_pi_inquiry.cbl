      * run date+time; the PiResultSync end-of-day job keeps it in
      * step with PIRESULT.DAT in both directions, not this program
      * itself.
      *
      * What the signed-on user may do here -- run ad-hoc, queue,
      * cancel, how many steps, how urgent a band -- is read from
      * the user authority master PIUSRKSD (copybooks/piauth.cpy)
      * before anything is run or filed; a refusal is shown on the
      * screen and written as an AUTHREFU alert to the TD queue
      * that feeds PIALERT.DAT (see pialert.cpy).

       ENVIRONMENT DIVISION.


       01 WS-SE-DISPLAY           PIC 9(1).9(8).

      * The signed-on user's authority, resolved once per entry by
      * Load-User-Authority: the personal ceiling (never above the
      * batch ceiling) and the most urgent band the user may claim.
       01 WS-AUTH-MAX-STEPS       PIC 9(10) VALUE 0.
       01 WS-AUTH-PRIORITY        PIC 9(01) VALUE 5.
       01 WS-ALERT-TIME           PIC 9(06) VALUE 0.

       01 WS-REQ-FOUND-FLAG       PIC X VALUE "N".
           88 WS-REQ-FOUND           VALUE "Y".
       01 WS-CANCEL-DONE-FLAG     PIC X VALUE "N".

       COPY pireqq.

       COPY piauth.

       COPY pialert.

       LINKAGE SECTION.
       01 DFHCOMMAREA             PIC X(01).

               EXIT PARAGRAPH
           END-IF

           PERFORM Load-User-Authority

           IF WS-INPUT-AREA(1:1) = "C"
               IF NOT UA-MAY-CANCEL
                   MOVE "Not authorized to cancel queued requests"
                       TO WS-ERROR-LINE
                   PERFORM Refuse-By-Authority
                   EXIT PARAGRAPH
               END-IF
               PERFORM Cancel-Pending-Request
               EXIT PARAGRAPH
           END-IF
      * stays midpoint-only as it always was.  A trailing digit only
      * reads as a priority when a method letter sits right before
      * it -- otherwise it's just the last digit of NumberOfSteps.
      * No digit keyed takes band 5, or the user's own band when
      * that is less urgent -- only a claimed priority is refused.
           MOVE "M" TO WS-REQUEST-METHOD
           MOVE 5 TO WS-REQUEST-PRIORITY
           IF WS-AUTH-PRIORITY > WS-REQUEST-PRIORITY
               MOVE WS-AUTH-PRIORITY TO WS-REQUEST-PRIORITY
           END-IF
           MOVE WS-RECEIVE-LENGTH TO WS-NUMERIC-LENGTH
           IF WS-RECEIVE-LENGTH > 1
               AND WS-INPUT-AREA(WS-RECEIVE-LENGTH:1) >= "1"
               EXIT PARAGRAPH
           END-IF

      * Inside the suite's bounds but over this user's own ceiling --
      * refused whichever way it would have gone.
           IF WS-INPUT-STEPS > WS-AUTH-MAX-STEPS
               MOVE "Steps over your authorized ceiling -- refused"
                   TO WS-ERROR-LINE
               PERFORM Refuse-By-Authority
               EXIT PARAGRAPH
           END-IF

      * Over the online cap but within CalculatePi's own ceiling:
      * file it on the request queue for the overnight drain instead
      * of refusing it outright.
           IF WS-INPUT-STEPS > WS-ONLINE-MAX-STEPS
               IF NOT UA-MAY-QUEUE
                   MOVE "Not authorized to queue batch requests"
                       TO WS-ERROR-LINE
                   PERFORM Refuse-By-Authority
                   EXIT PARAGRAPH
               END-IF
               IF WS-REQUEST-PRIORITY < WS-AUTH-PRIORITY
                   MOVE "Priority more urgent than your band -- refused"
                       TO WS-ERROR-LINE
                   PERFORM Refuse-By-Authority
                   EXIT PARAGRAPH
               END-IF
               PERFORM Queue-Batch-Request
               EXIT PARAGRAPH
           END-IF

           IF NOT UA-MAY-RUN-ADHOC
               MOVE "Not authorized to run ad-hoc calculations"
                   TO WS-ERROR-LINE
               PERFORM Refuse-By-Authority
               EXIT PARAGRAPH
           END-IF

           PERFORM Calculate-Pi-Online
           PERFORM Store-Online-Result

           END-EXEC
           MOVE "P" TO CA-STAGE.

       Load-User-Authority.
      * The signed-on user's record from the authority master.  Not
      * on file (or the file not open to this region) leaves the
      * record blank, which grants nothing -- refusal is the
      * default, not the exception.
           MOVE SPACES TO WS-REQ-USER
           EXEC CICS ASSIGN
               USERID(WS-REQ-USER)
           END-EXEC
           MOVE SPACES TO PI-AUTHORITY-RECORD
           MOVE WS-REQ-USER TO UA-USER-ID
           EXEC CICS READ
               DATASET("PIUSRKSD")
               INTO(PI-AUTHORITY-RECORD)
               RIDFLD(UA-USER-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO PI-AUTHORITY-RECORD
               MOVE WS-REQ-USER TO UA-USER-ID
           END-IF
           IF UA-MAX-STEPS IS NUMERIC
               MOVE UA-MAX-STEPS TO WS-AUTH-MAX-STEPS
           ELSE
               MOVE 0 TO WS-AUTH-MAX-STEPS
           END-IF
           IF WS-AUTH-MAX-STEPS > WS-BATCH-MAX-STEPS
               MOVE WS-BATCH-MAX-STEPS TO WS-AUTH-MAX-STEPS
           END-IF
           IF UA-HIGHEST-PRIORITY IS NUMERIC
               AND UA-HIGHEST-PRIORITY > 0
               MOVE UA-HIGHEST-PRIORITY TO WS-AUTH-PRIORITY
           ELSE
               MOVE 5 TO WS-AUTH-PRIORITY
           END-IF.

       Refuse-By-Authority.
      * The caller put the reason in WS-ERROR-LINE; it goes to the
      * screen and, as the alert text, onto PIALERT.DAT by way of
      * the PIAL transient data queue, keyed by the user the way
      * PiRequestFulfil keys its request alerts.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABS-TIME)
               YYYYMMDD(AL-ALERT-DATE)
               TIME(WS-ALERT-TIME)
           END-EXEC
           MOVE 0 TO AL-ALERT-TIME
           MOVE WS-ALERT-TIME TO AL-ALERT-TIME(1:6)
           MOVE "PiInquiry" TO AL-PROGRAM
           MOVE "E" TO AL-SEVERITY
           MOVE WS-REQ-USER TO AL-JOB-ID
           MOVE AL-ALERT-DATE TO AL-RUN-DATE
           MOVE AL-ALERT-TIME TO AL-RUN-TIME
           MOVE 0 TO AL-RANGE-START
           MOVE "AUTHREFU" TO AL-REASON-CODE
           MOVE WS-ERROR-LINE TO AL-ALERT-TEXT
           EXEC CICS WRITEQ TD
               QUEUE("PIAL")
               FROM(PI-ALERT-RECORD)
               LENGTH(LENGTH OF PI-ALERT-RECORD)
               RESP(WS-RESP)
           END-EXEC

           EXEC CICS SEND TEXT
               FROM(WS-ERROR-LINE)
               LENGTH(LENGTH OF WS-ERROR-LINE)
               ERASE
           END-EXEC
           EXEC CICS SEND TEXT
               FROM(WS-PROMPT-LINE)
               LENGTH(LENGTH OF WS-PROMPT-LINE)
               ACCUM
           END-EXEC
           MOVE "P" TO CA-STAGE.

       Calculate-Pi-Online.
      * Same midpoint rule as the batch job (CalculatePi), kept
      * in-line here rather than CALLed since the batch program's
      * midpoint rule draws no random samples.
           MOVE "P" TO PK-CONSTANT
           MOVE 0 TO PK-RANDOM-SEED
      * Load-User-Authority already fetched the signed-on user for
      * the authority check; the row carries it for billing.
           MOVE WS-REQ-USER TO PK-REQ-USER-ID

           EXEC CICS WRITE
               DATASET("PIRESKSD")
      * No seed field on the screen; the drain derives one and
      * posts it back here for the requester to see.
           MOVE 0 TO RQ-RANDOM-SEED
           MOVE 0 TO RQ-RESULT-DATE
           MOVE 0 TO RQ-RESULT-TIME
           MOVE 0 TO RQ-NOTICE-DATE

           EXEC CICS WRITE
               DATASET("PIREQKSD")
